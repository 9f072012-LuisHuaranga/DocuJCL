************************************************************************00000010
*     * TC0278 15/10/26 RHM  CONSULTA EN LINEA DE LA BITACORA REG:13306*00000020
************************************************************************00000030
*IDAPL*CDO                                                              00000040
*OBJET******************************************************************00000050
*OBJET*** TRANSACCION CICS CDOI: LISTA Y DETALLE DE S-AUDITOR CON EL   *00000060
*OBJET*** RESUMEN DE EJECUCION DEL DIA. SOLO CONSULTA                  *00000070
*OBJET******************************************************************00000080
                                                                        00000090
       IDENTIFICATION DIVISION.                                         00000100
      *-----------------------*                                         00000110
       PROGRAM-ID.            CDOBDB2I.                                 00000120
       AUTHOR.                INTERBANK                                 00000130
       INSTALLATION.          INTERBANK                                 00000140
       DATE-WRITTEN.          15-OCT-26.                                00000150
       REMARKS.                                                         00000160
              -----------------------------------------------           00000170
             |            DB2 -  PROGRAM INTERFACE           |          00000180
             |            ************************           |          00000190
             |                                               |          00000200
             |   OBJETIVO :   QUE LA MESA DE AYUDA Y LOS     |          00000210
             |                OPERADORES VEAN EN LINEA SI UN |          00000220
             |                PROGRAMA CORRIO ESTA NOCHE Y   |          00000230
             |                COMO TERMINO, SIN ESPERAR EL   |          00000240
             |                SPOOL DE CDOBDB2L O CDOBDB2H:  |          00000250
             |                LISTA DE LA BITACORA POR FECHA |          00000260
             |                CON FILTROS, DETALLE DE UN     |          00000270
             |                REGISTRO Y CONTADORES DE HOY   |          00000280
             |   LENGUAJE :   COBOL-II / CICS                |          00000290
             |                                               |          00000300
             |   ARCHIVOS :   INPUT  AUDITORIA  KSDS         |          00000310
             |                       (FCT AUDITOR)           |          00000320
             |                MAPSET CDOBMI (CDOBMI1/2)      |          00000330
             |                                               |          00000340
              -----------------------------------------------           00000350
      *15/10/26  RHM                                                    00000360
      *VERSION INICIAL. PSEUDOCONVERSACIONAL, TRANSACCION CDOI,         00000370
      *MAPSET CDOBMI. NO ACTUALIZA NADA: SOLO STARTBR, READNEXT,        00000380
      *READPREV Y READ SOBRE LA BITACORA.                               00000390
      *LISTA (CDOBMI1): REGISTROS DE UNA FECHA (DEFAULT HOY) CON        00000400
      *FILTROS OPCIONALES PGM, SUBSYS Y AUD-TIPO (R/V/E), DE A 12       00000410
      *POR PAGINA EN ORDEN DE AUD-CLAVE. PF8 AVANZA Y PF7 RETROCEDE     00000420
      *DESDE LA ULTIMA Y LA PRIMERA CLAVE DE LA PAGINA, GUARDADAS EN    00000430
      *EL COMMAREA; ENTER CON FILTROS CAMBIADOS VUELVE AL INICIO DE     00000440
      *LA FECHA Y SIN CAMBIOS REFRESCA LA PAGINA (LOS ESTADOS CAMBIAN   00000450
      *DURANTE LA NOCHE). LA LINEA DE RESUMEN CUENTA LOS REGISTROS DE   00000460
      *HOY: GENERADAS ('R'), RECHAZADAS ('E'), EJECUTADAS, ABEND Y      00000470
      *PENDIENTES (SEGUN AUD-EJECUCION DE LAS 'R').                     00000480
      *DETALLE (CDOBMI2): 'S' EN LA COLUMNA DE SELECCION Y ENTER;       00000490
      *MUESTRA TODOS LOS CAMPOS DE CDOBAUD CON EL TEXTO DEL MOTIVO DE   00000500
      *RECHAZO (MISMA TABLA QUE CDOBDB2Z) Y LAS HORAS HH:MM. CUALQUIER  00000510
      *TECLA VUELVE A LA LISTA. PF3 EN LA LISTA TERMINA                 00000520
                                                                        00000530
       ENVIRONMENT DIVISION.                                            00000540
      *--------------------*                                            00000550
       CONFIGURATION SECTION.                                           00000560
      *--------------------*                                            00000570
       SOURCE-COMPUTER. IBM-4341.                                       00000580
       OBJECT-COMPUTER. IBM-4341.                                       00000590
       DATA DIVISION.                                                   00000600
      *-------------*                                                   00000610
       WORKING-STORAGE SECTION.                                         00000620
      *-----------------------*                                         00000630
       01  VARIABLES.                                                   00000640
           02 WK-RESP       PIC S9(08)   VALUE ZEROS  COMP.             00000650
           02 WK-RESP-EDIT  PIC  ZZZZ9.                                 00000660
           02 WK-ABSTIME    PIC S9(15)   VALUE ZEROS  COMP-3.           00000670
           02 WK-FECHA-HOY  PIC  X(08)   VALUE SPACES.                  00000680
           02 WK-FECHA-EDIT PIC  X(10)   VALUE SPACES.                  00000690
           02 WK-HORA-EDIT  PIC  X(08)   VALUE SPACES.                  00000700
           02 WK-ARCHIVO    PIC  X(08)   VALUE 'AUDITOR '.              00000710
           02 WK-MAPSET     PIC  X(08)   VALUE 'CDOBMI  '.              00000720
           02 WK-TRANSID    PIC  X(04)   VALUE 'CDOI'.                  00000730
           02 WK-MENSAJE    PIC  X(78)   VALUE SPACES.                  00000740
           02 SW-FIN-BROWSE PIC  X(01)   VALUE 'N'.                     00000750
              88 FIN-BROWSE              VALUE 'S'.                     00000760
           02 SW-BROWSE     PIC  X(01)   VALUE 'N'.                     00000770
              88 BROWSE-ABIERTO          VALUE 'S'.                     00000780
           02 SW-SALTA      PIC  X(01)   VALUE 'N'.                     00000790
              88 SALTA-INICIAL           VALUE 'S'.                     00000800
           02 SW-FILTRO     PIC  X(01)   VALUE 'N'.                     00000810
              88 PASA-FILTRO             VALUE 'S'.                     00000820
           02 SW-CAMBIO     PIC  X(01)   VALUE 'N'.                     00000830
              88 HUBO-CAMBIO             VALUE 'S'.                     00000840
           02 SW-FECHA      PIC  X(01)   VALUE 'N'.                     00000850
              88 FECHA-VALIDA            VALUE 'S'.                     00000860
           02 WK-I          PIC  9(03)   VALUE ZEROS  COMP.             00000870
           02 WK-J          PIC  9(03)   VALUE ZEROS  COMP.             00000880
           02 WK-SEL-FILA   PIC  9(03)   VALUE ZEROS  COMP.             00000890
           02 WK-PAG-CANT   PIC  9(03)   VALUE ZEROS  COMP.             00000900
           02 WK-MOT-IDX    PIC  9(03)   VALUE ZEROS  COMP.             00000910
           02 WK-RC-BUSCA   PIC  9(03)   VALUE ZEROS.                   00000920
           02 WK-MOTIVO     PIC  X(36)   VALUE SPACES.                  00000930
           02 WK-HH         PIC  9(02)   VALUE ZEROS.                   00000940
           02 WK-MM         PIC  9(02)   VALUE ZEROS.                   00000950
           02 WK-HORA-BIN   PIC  9(04)   VALUE ZEROS.                   00000960
           02 WK-HORA-HM    PIC  X(08)   VALUE SPACES.                  00000970
           02 WK-MES        PIC  9(02)   VALUE ZEROS.                   00000980
           02 WK-DIA        PIC  9(02)   VALUE ZEROS.                   00000990
           02 WK-CONT-GEN   PIC  9(05)   VALUE ZEROS.                   00001000
           02 WK-CONT-RECH  PIC  9(05)   VALUE ZEROS.                   00001010
           02 WK-CONT-EJEC  PIC  9(05)   VALUE ZEROS.                   00001020
           02 WK-CONT-ABEND PIC  9(05)   VALUE ZEROS.                   00001030
           02 WK-CONT-PEND  PIC  9(05)   VALUE ZEROS.                   00001040
      *    NUEVOS VALORES DE LOS FILTROS TIPEADOS EN LA LISTA           00001050
           02 WK-NVO-FECHA  PIC  X(08)   VALUE SPACES.                  00001060
           02 WK-NVO-PGM    PIC  X(08)   VALUE SPACES.                  00001070
           02 WK-NVO-SUBSYS PIC  X(04)   VALUE SPACES.                  00001080
           02 WK-NVO-TIPO   PIC  X(01)   VALUE SPACES.                  00001090
       01  WK-CLAVE-BUSCA.                                              00001100
           02 WKB-FECHA     PIC  X(08)   VALUE SPACES.                  00001110
           02 WKB-HORA      PIC  X(06)   VALUE ZEROS.                   00001120
           02 WKB-SECUENCIA PIC  9(03)   VALUE ZEROS.                   00001130
       01  WK-CLAVE-INICIAL PIC  X(17)   VALUE SPACES.                  00001140
      *---------------------------------------------------------------* 00001150
      *  CLAVES DE LA PAGINA QUE SE ESTA ARMANDO (AL RETROCEDER LLEGAN* 00001160
      *  DE LA ULTIMA A LA PRIMERA Y SE INVIERTEN AL PASARLAS AL      * 00001170
      *  COMMAREA).                                                   * 00001180
      *---------------------------------------------------------------* 00001190
       01  TABLA-PAGINA.                                                00001200
           02 WK-PAG-CLAVE  PIC  X(17)   OCCURS 12 TIMES.               00001210
      *---------------------------------------------------------------* 00001220
      *  MOTIVOS DE RECHAZO POR RETURN-CODE: MISMO TEXTO QUE LA       * 00001230
      *  TABLA-MOTIVOS DE CDOBDB2E Y CDOBDB2Z                         * 00001240
      *---------------------------------------------------------------* 00001250
       01  TABLA-MOTIVOS.                                               00001260
           02 FILLER PIC X(39) VALUE '010DELIMITADOR FINAL / AUSENTE'.  00001270
           02 FILLER PIC X(39) VALUE '012FECHA ERRONEA O INEXISTENTE'.  00001280
           02 FILLER PIC X(39) VALUE '014LABEL PGM= AUSENTE'.           00001290
           02 FILLER PIC X(39) VALUE '015DELIMITADOR PROGRAMA ERRONEO'. 00001300
           02 FILLER PIC X(39) VALUE '017DELIMITADOR SUBSYS ERRONEO'.   00001310
           02 FILLER PIC X(39) VALUE '018PARES CLAVE=VALOR ERRONEOS'.   00001320
           02 FILLER PIC X(39) VALUE '019DELIMITADOR LIBRERIA ERRONEO'. 00001330
           02 FILLER PIC X(39) VALUE '020DELIMITADOR PLAN ERRONEO'.     00001340
           02 FILLER PIC X(39) VALUE '022FECHA NO LABORABLE'.           00001350
           02 FILLER PIC X(39) VALUE '023TOKEN FERIADO ERRONEO'.        00001360
           02 FILLER PIC X(39) VALUE '024FECHA SIMBOLICA NO RESUELTA'.  00001370
           02 FILLER PIC X(39) VALUE '025PROGRAMA NO AUTORIZADO'.       00001380
           02 FILLER PIC X(39) VALUE '026PLAN NO AUTORIZADO'.           00001390
           02 FILLER PIC X(39) VALUE '027SUBSISTEMA NO AUTORIZADO'.     00001400
           02 FILLER PIC X(39) VALUE '028PERFIL ERRONEO O INEXISTENTE'. 00001410
           02 FILLER PIC X(39) VALUE '029TOKEN FORCE ERRONEO'.          00001420
           02 FILLER PIC X(39) VALUE '030TARJETA DUPLICADA HOY'.        00001430
           02 FILLER PIC X(39) VALUE '031PREDECESOR ERRONEO O AUSENTE'. 00001440
           02 FILLER PIC X(39) VALUE '032CICLO DE DEPENDENCIAS AFTER'.  00001450
           02 FILLER PIC X(39) VALUE '033OVERRIDE SIN APROBACION'.      00001460
       01  TABLA-MOTIVOS-R REDEFINES TABLA-MOTIVOS.                     00001470
           02 MOTIVOS-ENTRADA OCCURS 20 TIMES.                          00001480
              03 MOT-RC        PIC 9(03).                               00001490
              03 MOT-TEXTO     PIC X(36).                               00001500
      ******************************************************************00001510
      *              D E T A L L E      D E     S A L I D A            *00001520
      ******************************************************************00001530
       01  LIN-RESUMEN.                                                 00001540
           02 FILLER        PIC X(15) VALUE 'HOY: GENERADAS '.          00001550
           02 LR-GEN        PIC ZZZ9.                                   00001560
           02 FILLER        PIC X(12) VALUE ' RECHAZADAS '.             00001570
           02 LR-RECH       PIC ZZZ9.                                   00001580
           02 FILLER        PIC X(12) VALUE ' EJECUTADAS '.             00001590
           02 LR-EJEC       PIC ZZZ9.                                   00001600
           02 FILLER        PIC X(07) VALUE ' ABEND '.                  00001610
           02 LR-ABEND      PIC ZZZ9.                                   00001620
           02 FILLER        PIC X(12) VALUE ' PENDIENTES '.             00001630
           02 LR-PEND       PIC ZZZ9.                                   00001640
       01  LIN-FILA.                                                    00001650
           02 LF-HORA.                                                  00001660
              03 LF-HH      PIC X(02).                                  00001670
              03 FILLER     PIC X(01) VALUE ':'.                        00001680
              03 LF-MI      PIC X(02).                                  00001690
              03 FILLER     PIC X(01) VALUE ':'.                        00001700
              03 LF-SS      PIC X(02).                                  00001710
           02 FILLER        PIC X(01) VALUE SPACES.                     00001720
           02 LF-SECUENCIA  PIC 9(03).                                  00001730
           02 FILLER        PIC X(01) VALUE SPACES.                     00001740
           02 LF-PROGRAMA   PIC X(08).                                  00001750
           02 FILLER        PIC X(01) VALUE SPACES.                     00001760
           02 LF-SUBSYS     PIC X(04).                                  00001770
           02 FILLER        PIC X(01) VALUE SPACES.                     00001780
           02 LF-PLAN       PIC X(07).                                  00001790
           02 FILLER        PIC X(01) VALUE SPACES.                     00001800
           02 LF-TIPO       PIC X(09).                                  00001810
           02 FILLER        PIC X(01) VALUE SPACES.                     00001820
           02 LF-ESTADO     PIC X(09).                                  00001830
           02 FILLER        PIC X(01) VALUE SPACES.                     00001840
           02 LF-RC         PIC 9(03).                                  00001850
           02 FILLER        PIC X(02) VALUE SPACES.                     00001860
           02 LF-FECHA-EFEC PIC X(10).                                  00001870
           02 FILLER        PIC X(05) VALUE SPACES.                     00001880
       01  LIN-CLAVE.                                                   00001890
           02 LC-DIA        PIC X(02).                                  00001900
           02 FILLER        PIC X(01) VALUE '/'.                        00001910
           02 LC-MES        PIC X(02).                                  00001920
           02 FILLER        PIC X(01) VALUE '/'.                        00001930
           02 LC-ANIO       PIC X(04).                                  00001940
           02 FILLER        PIC X(01) VALUE SPACES.                     00001950
           02 LC-HH         PIC X(02).                                  00001960
           02 FILLER        PIC X(01) VALUE ':'.                        00001970
           02 LC-MI         PIC X(02).                                  00001980
           02 FILLER        PIC X(01) VALUE ':'.                        00001990
           02 LC-SS         PIC X(02).                                  00002000
           02 FILLER        PIC X(05) VALUE ' SEC '.                    00002010
           02 LC-SECUENCIA  PIC 9(03).                                  00002020
       01  WK-HORA-CORTA.                                               00002030
           02 WK-HC-HH      PIC 9(02).                                  00002040
           02 FILLER        PIC X(01) VALUE ':'.                        00002050
           02 WK-HC-MM      PIC 9(02).                                  00002060
      *---------------------------------------------------------------* 00002070
      *  REGISTRO DE LA BITACORA (AREA INTO DE LAS LECTURAS)          * 00002080
      *---------------------------------------------------------------* 00002090
           COPY CDOBAUD.                                                00002100
      *---------------------------------------------------------------* 00002110
      *  MAPA SIMBOLICO, TECLAS Y ATRIBUTOS                           * 00002120
      *---------------------------------------------------------------* 00002130
           COPY CDOBMI.                                                 00002140
           COPY DFHAID.                                                 00002150
           COPY DFHBMSCA.                                               00002160
      *---------------------------------------------------------------* 00002170
      *  COMMAREA ENTRE INTERACCIONES: PANTALLA ACTUAL, FILTROS Y LAS * 00002180
      *  CLAVES DE LA PAGINA EN PANTALLA                              * 00002190
      *---------------------------------------------------------------* 00002200
       01  WK-COMMAREA.                                                 00002210
           02 CA-PANTALLA   PIC  X(01).                                 00002220
              88 CA-EN-LISTA             VALUE 'L'.                     00002230
              88 CA-EN-DETALLE           VALUE 'D'.                     00002240
           02 CA-FECHA      PIC  X(08).                                 00002250
           02 CA-PGM        PIC  X(08).                                 00002260
           02 CA-SUBSYS     PIC  X(04).                                 00002270
           02 CA-TIPO       PIC  X(01).                                 00002280
           02 CA-CANT       PIC  9(02).                                 00002290
           02 CA-CLAVE      PIC  X(17)   OCCURS 12 TIMES.               00002300
      *---------------------------------------------------------------* 00002310
      *                   CICS - PROGRAM INTERFACE                    * 00002320
      *   COMMAREA DE LA TRANSACCION  PARA LINKAGE SECTION            * 00002330
      *---------------------------------------------------------------* 00002340
       LINKAGE SECTION.                                                 00002350
      *---------------*                                                 00002360
       01  DFHCOMMAREA             PIC X(228).                          00002370
      *----------------------------------------------------------------*00002380
       PROCEDURE DIVISION.                                              00002390
      *******************                                               00002400
                                                                        00002410
       RUTINA-PRINCIPAL.                                                00002420
      *----------------*                                                00002430
           PERFORM 100-FECHA-HORA.                                      00002440
           IF (EIBCALEN EQUAL ZEROS)                                    00002450
               PERFORM 200-PRIMERA-VEZ                                  00002460
           ELSE                                                         00002470
               MOVE DFHCOMMAREA TO WK-COMMAREA                          00002480
               IF (CA-EN-DETALLE)                                       00002490
                   PERFORM 300-VUELVE-DE-DETALLE                        00002500
               ELSE                                                     00002510
                   PERFORM 400-ATIENDE-LISTA                            00002520
               END-IF                                                   00002530
           END-IF.                                                      00002540
           EXEC CICS RETURN TRANSID  (WK-TRANSID)                       00002550
                            COMMAREA (WK-COMMAREA)                      00002560
                            LENGTH   (LENGTH OF WK-COMMAREA)            00002570
           END-EXEC.                                                    00002580
           GOBACK.                                                      00002590
                                                                        00002600
      ***************                                                   00002610
      *  PRIMER NIVEL                                                   00002620
      ****************                                                  00002630
                                                                        00002640
       100-FECHA-HORA.                                                  00002650
      ***************                                                   00002660
           EXEC CICS ASKTIME ABSTIME (WK-ABSTIME)                       00002670
           END-EXEC.                                                    00002680
      *    SIN DATESEP: CON SEPARADOR YYYYMMDD DEVUELVE 10 BYTES        00002690
           EXEC CICS FORMATTIME ABSTIME  (WK-ABSTIME)                   00002700
                                YYYYMMDD (WK-FECHA-HOY)                 00002710
           END-EXEC.                                                    00002720
           EXEC CICS FORMATTIME ABSTIME  (WK-ABSTIME)                   00002730
                                DDMMYYYY (WK-FECHA-EDIT)                00002740
                                DATESEP  ('/')                          00002750
                                TIME     (WK-HORA-EDIT)                 00002760
                                TIMESEP  (':')                          00002770
           END-EXEC.                                                    00002780
      *---------------------------------------------------------------* 00002790
      *  PRIMERA ENTRADA: FILTRO FECHA = HOY Y PRIMERA PAGINA.        * 00002800
      *---------------------------------------------------------------* 00002810
       200-PRIMERA-VEZ.                                                 00002820
      ****************                                                  00002830
           INITIALIZE WK-COMMAREA.                                      00002840
           MOVE 'L'          TO CA-PANTALLA.                            00002850
           MOVE WK-FECHA-HOY TO CA-FECHA.                               00002860
           PERFORM 500-PAGINA-INICIAL.                                  00002870
           PERFORM 600-ENVIA-LISTA.                                     00002880
      *---------------------------------------------------------------* 00002890
      *  DESDE EL DETALLE CUALQUIER TECLA VUELVE A LA MISMA PAGINA.   * 00002900
      *---------------------------------------------------------------* 00002910
       300-VUELVE-DE-DETALLE.                                           00002920
      **********************                                            00002930
           MOVE 'L' TO CA-PANTALLA.                                     00002940
           PERFORM 600-ENVIA-LISTA.                                     00002950
      *---------------------------------------------------------------* 00002960
      *  TECLAS DE LA LISTA: PF3 SALE, PF7/PF8 PAGINAN, ENTER FILTRA, * 00002970
      *  SELECCIONA O REFRESCA, CLEAR VUELVE AL INICIO DE LA FECHA.   * 00002980
      *---------------------------------------------------------------* 00002990
       400-ATIENDE-LISTA.                                               00003000
      ******************                                                00003010
           EVALUATE EIBAID                                              00003020
               WHEN DFHPF3                                              00003030
                   PERFORM 900-TERMINA                                  00003040
               WHEN DFHPF7                                              00003050
                   PERFORM 520-PAGINA-ANTERIOR                          00003060
                   PERFORM 600-ENVIA-LISTA                              00003070
               WHEN DFHPF8                                              00003080
                   PERFORM 530-PAGINA-SIGUIENTE                         00003090
                   PERFORM 600-ENVIA-LISTA                              00003100
               WHEN DFHCLEAR                                            00003110
                   PERFORM 500-PAGINA-INICIAL                           00003120
                   PERFORM 600-ENVIA-LISTA                              00003130
               WHEN DFHENTER                                            00003140
                   PERFORM 410-RECIBE-LISTA THRU 410-RECIBE-LISTA-FIN   00003150
               WHEN OTHER                                               00003160
                   MOVE 'TECLA NO VALIDA' TO WK-MENSAJE                 00003170
                   PERFORM 600-ENVIA-LISTA                              00003180
           END-EVALUATE.                                                00003190
                                                                        00003200
       900-TERMINA.                                                     00003210
      ************                                                      00003220
           EXEC CICS SEND CONTROL ERASE FREEKB                          00003230
           END-EXEC.                                                    00003240
           EXEC CICS RETURN                                             00003250
           END-EXEC.                                                    00003260
                                                                        00003270
      ****************                                                  00003280
      * SEGUNDO NIVEL                                                   00003290
      ****************                                                  00003300
                                                                        00003310
      *---------------------------------------------------------------* 00003320
      *  ENTER EN LA LISTA: SI CAMBIO ALGUN FILTRO SE VALIDA Y SE     * 00003330
      *  VUELVE AL INICIO DE LA FECHA; SI NO, UNA 'S' EN UNA FILA     * 00003340
      *  MUESTRA SU DETALLE; SIN NADA TIPEADO SE REFRESCA LA PAGINA.  * 00003350
      *---------------------------------------------------------------* 00003360
       410-RECIBE-LISTA.                                                00003370
      *****************                                                 00003380
           EXEC CICS RECEIVE MAP     ('CDOBMI1')                        00003390
                             MAPSET  (WK-MAPSET)                        00003400
                             INTO    (CDOBMI1I)                         00003410
                             RESP    (WK-RESP)                          00003420
           END-EXEC.                                                    00003430
           IF (WK-RESP EQUAL DFHRESP(MAPFAIL))                          00003440
               PERFORM 600-ENVIA-LISTA                                  00003450
               GO TO 410-RECIBE-LISTA-FIN                               00003460
           END-IF.                                                      00003470
           PERFORM 420-TOMA-FILTROS.                                    00003480
           IF (HUBO-CAMBIO)                                             00003490
               PERFORM 430-VALIDA-FILTROS                               00003500
               IF (WK-MENSAJE EQUAL SPACES)                             00003510
                   MOVE WK-NVO-FECHA  TO CA-FECHA                       00003520
                   MOVE WK-NVO-PGM    TO CA-PGM                         00003530
                   MOVE WK-NVO-SUBSYS TO CA-SUBSYS                      00003540
                   MOVE WK-NVO-TIPO   TO CA-TIPO                        00003550
                   PERFORM 500-PAGINA-INICIAL                           00003560
               END-IF                                                   00003570
               PERFORM 600-ENVIA-LISTA                                  00003580
               GO TO 410-RECIBE-LISTA-FIN                               00003590
           END-IF.                                                      00003600
           MOVE ZEROS TO WK-SEL-FILA.                                   00003610
           PERFORM 440-BUSCA-SELECCION                                  00003620
               VARYING WK-I FROM 1 BY 1                                 00003630
               UNTIL (WK-I GREATER 12 OR WK-SEL-FILA GREATER ZEROS).    00003640
           IF (WK-SEL-FILA EQUAL ZEROS)                                 00003650
               PERFORM 600-ENVIA-LISTA                                  00003660
               GO TO 410-RECIBE-LISTA-FIN                               00003670
           END-IF.                                                      00003680
           IF (WK-SEL-FILA GREATER CA-CANT)                             00003690
               MOVE 'LA FILA SELECCIONADA NO TIENE REGISTRO'            00003700
                 TO WK-MENSAJE                                          00003710
               PERFORM 600-ENVIA-LISTA                                  00003720
               GO TO 410-RECIBE-LISTA-FIN                               00003730
           END-IF.                                                      00003740
           PERFORM 700-MUESTRA-DETALLE.                                 00003750
       410-RECIBE-LISTA-FIN.                                            00003760
      *********************                                             00003770
           EXIT.                                                        00003780
      *---------------------------------------------------------------* 00003790
      *  UN FILTRO CAMBIO SI VINO CON LARGO O SI SE BORRO CON EOF.    * 00003800
      *---------------------------------------------------------------* 00003810
       420-TOMA-FILTROS.                                                00003820
      *****************                                                 00003830
           MOVE 'N'       TO SW-CAMBIO.                                 00003840
           MOVE CA-FECHA  TO WK-NVO-FECHA.                              00003850
           MOVE CA-PGM    TO WK-NVO-PGM.                                00003860
           MOVE CA-SUBSYS TO WK-NVO-SUBSYS.                             00003870
           MOVE CA-TIPO   TO WK-NVO-TIPO.                               00003880
           IF (FFECHAL GREATER ZEROS OR FFECHAF EQUAL DFHBMEOF)         00003890
               MOVE 'S'    TO SW-CAMBIO                                 00003900
               MOVE SPACES TO WK-NVO-FECHA                              00003910
               IF (FFECHAL GREATER ZEROS)                               00003920
                   MOVE FFECHAI TO WK-NVO-FECHA                         00003930
               END-IF                                                   00003940
           END-IF.                                                      00003950
           IF (FPGML GREATER ZEROS OR FPGMF EQUAL DFHBMEOF)             00003960
               MOVE 'S'    TO SW-CAMBIO                                 00003970
               MOVE SPACES TO WK-NVO-PGM                                00003980
               IF (FPGML GREATER ZEROS)                                 00003990
                   MOVE FPGMI TO WK-NVO-PGM                             00004000
               END-IF                                                   00004010
           END-IF.                                                      00004020
           IF (FSUBSL GREATER ZEROS OR FSUBSF EQUAL DFHBMEOF)           00004030
               MOVE 'S'    TO SW-CAMBIO                                 00004040
               MOVE SPACES TO WK-NVO-SUBSYS                             00004050
               IF (FSUBSL GREATER ZEROS)                                00004060
                   MOVE FSUBSI TO WK-NVO-SUBSYS                         00004070
               END-IF                                                   00004080
           END-IF.                                                      00004090
           IF (FTIPOL GREATER ZEROS OR FTIPOF EQUAL DFHBMEOF)           00004100
               MOVE 'S'    TO SW-CAMBIO                                 00004110
               MOVE SPACES TO WK-NVO-TIPO                               00004120
               IF (FTIPOL GREATER ZEROS)                                00004130
                   MOVE FTIPOI TO WK-NVO-TIPO                           00004140
               END-IF                                                   00004150
           END-IF.                                                      00004160
      *---------------------------------------------------------------* 00004170
      *  FECHA EN BLANCO = HOY; SI NO, SSAAMMDD CON MES Y DIA VALIDOS.* 00004180
      *  TIPO EN BLANCO, R, V O E.                                    * 00004190
      *---------------------------------------------------------------* 00004200
       430-VALIDA-FILTROS.                                              00004210
      *******************                                               00004220
           IF (WK-NVO-FECHA EQUAL SPACES)                               00004230
               MOVE WK-FECHA-HOY TO WK-NVO-FECHA                        00004240
           END-IF.                                                      00004250
           MOVE 'S' TO SW-FECHA.                                        00004260
           IF (WK-NVO-FECHA NOT NUMERIC)                                00004270
               MOVE 'N' TO SW-FECHA                                     00004280
           ELSE                                                         00004290
               MOVE WK-NVO-FECHA (5 : 2) TO WK-MES                      00004300
               MOVE WK-NVO-FECHA (7 : 2) TO WK-DIA                      00004310
               IF (WK-MES LESS 01 OR WK-MES GREATER 12 OR               00004320
                   WK-DIA LESS 01 OR WK-DIA GREATER 31)                 00004330
                   MOVE 'N' TO SW-FECHA                                 00004340
               END-IF                                                   00004350
           END-IF.                                                      00004360
           IF (NOT FECHA-VALIDA)                                        00004370
               MOVE 'FECHA INCORRECTA, DEBE SER SSAAMMDD'               00004380
                 TO WK-MENSAJE                                          00004390
           END-IF.                                                      00004400
           IF (WK-NVO-TIPO NOT EQUAL SPACES AND                         00004410
               WK-NVO-TIPO NOT EQUAL 'R'    AND                         00004420
               WK-NVO-TIPO NOT EQUAL 'V'    AND                         00004430
               WK-NVO-TIPO NOT EQUAL 'E')                               00004440
               MOVE 'TIPO INCORRECTO, DEBE SER R, V, E O BLANCO'        00004450
                 TO WK-MENSAJE                                          00004460
           END-IF.                                                      00004470
       440-BUSCA-SELECCION.                                             00004480
      ********************                                              00004490
           IF (MI1-SELL (WK-I) GREATER ZEROS AND                        00004500
              (MI1-SELI (WK-I) EQUAL 'S' OR 's'))                       00004510
               MOVE WK-I TO WK-SEL-FILA                                 00004520
           END-IF.                                                      00004530
      *---------------------------------------------------------------* 00004540
      *  PRIMERA PAGINA DE LA FECHA DEL FILTRO.                       * 00004550
      *---------------------------------------------------------------* 00004560
       500-PAGINA-INICIAL.                                              00004570
      *******************                                               00004580
           MOVE CA-FECHA TO WKB-FECHA.                                  00004590
           MOVE ZEROS    TO WKB-HORA.                                   00004600
           MOVE ZEROS    TO WKB-SECUENCIA.                              00004610
           MOVE 'N'      TO SW-SALTA.                                   00004620
           PERFORM 540-LEE-ADELANTE.                                    00004630
           MOVE ZEROS TO CA-CANT.                                       00004640
           PERFORM 560-COPIA-ADELANTE                                   00004650
               VARYING WK-I FROM 1 BY 1                                 00004660
               UNTIL (WK-I GREATER WK-PAG-CANT).                        00004670
           IF (CA-CANT EQUAL ZEROS AND WK-MENSAJE EQUAL SPACES)         00004680
               MOVE 'SIN REGISTROS PARA LA FECHA Y LOS FILTROS'         00004690
                 TO WK-MENSAJE                                          00004700
           END-IF.                                                      00004710
      *---------------------------------------------------------------* 00004720
      *  PF7: LAS 12 ANTERIORES A LA PRIMERA CLAVE DE LA PAGINA.      * 00004730
      *---------------------------------------------------------------* 00004740
       520-PAGINA-ANTERIOR.                                             00004750
      ********************                                              00004760
           IF (CA-CANT EQUAL ZEROS)                                     00004770
               PERFORM 500-PAGINA-INICIAL                               00004780
           ELSE                                                         00004790
               MOVE CA-CLAVE (1) TO WK-CLAVE-BUSCA                      00004800
               MOVE 'S'          TO SW-SALTA                            00004810
               PERFORM 550-LEE-ATRAS                                    00004820
               IF (WK-PAG-CANT EQUAL ZEROS)                             00004830
                   IF (WK-MENSAJE EQUAL SPACES)                         00004840
                       MOVE 'ES LA PRIMERA PAGINA' TO WK-MENSAJE        00004850
                   END-IF                                               00004860
               ELSE                                                     00004870
                   MOVE ZEROS TO CA-CANT                                00004880
                   PERFORM 570-COPIA-ATRAS                              00004890
                       VARYING WK-I FROM WK-PAG-CANT BY -1              00004900
                       UNTIL (WK-I LESS 1)                              00004910
               END-IF                                                   00004920
           END-IF.                                                      00004930
      *---------------------------------------------------------------* 00004940
      *  PF8: LAS 12 SIGUIENTES A LA ULTIMA CLAVE DE LA PAGINA.       * 00004950
      *---------------------------------------------------------------* 00004960
       530-PAGINA-SIGUIENTE.                                            00004970
      *********************                                             00004980
           IF (CA-CANT EQUAL ZEROS)                                     00004990
               PERFORM 500-PAGINA-INICIAL                               00005000
           ELSE                                                         00005010
               MOVE CA-CLAVE (CA-CANT) TO WK-CLAVE-BUSCA                00005020
               MOVE 'S'                TO SW-SALTA                      00005030
               PERFORM 540-LEE-ADELANTE                                 00005040
               IF (WK-PAG-CANT EQUAL ZEROS)                             00005050
                   IF (WK-MENSAJE EQUAL SPACES)                         00005060
                       MOVE 'NO HAY MAS REGISTROS PARA LA FECHA'        00005070
                         TO WK-MENSAJE                                  00005080
                   END-IF                                               00005090
               ELSE                                                     00005100
                   MOVE ZEROS TO CA-CANT                                00005110
                   PERFORM 560-COPIA-ADELANTE                           00005120
                       VARYING WK-I FROM 1 BY 1                         00005130
                       UNTIL (WK-I GREATER WK-PAG-CANT)                 00005140
               END-IF                                                   00005150
           END-IF.                                                      00005160
      *---------------------------------------------------------------* 00005170
      *  RECORRE HACIA ADELANTE DESDE WK-CLAVE-BUSCA JUNTANDO HASTA 12* 00005180
      *  CLAVES DE LA FECHA QUE PASEN LOS FILTROS; CON SALTA-INICIAL  * 00005190
      *  SE DESCARTA LA CLAVE DE PARTIDA (YA ESTA EN PANTALLA).       * 00005200
      *---------------------------------------------------------------* 00005210
       540-LEE-ADELANTE.                                                00005220
      *****************                                                 00005230
           MOVE ZEROS TO WK-PAG-CANT.                                   00005240
           MOVE WK-CLAVE-BUSCA TO WK-CLAVE-INICIAL.                     00005250
           PERFORM 580-INICIA-BROWSE.                                   00005260
           PERFORM 545-SIGUIENTE-REGISTRO                               00005270
               UNTIL (FIN-BROWSE OR WK-PAG-CANT EQUAL 12).              00005280
           PERFORM 590-TERMINA-BROWSE.                                  00005290
       545-SIGUIENTE-REGISTRO.                                          00005300
      ***********************                                           00005310
           EXEC CICS READNEXT FILE   (WK-ARCHIVO)                       00005320
                              INTO   (REG-AUDITORIA)                    00005330
                              RIDFLD (WK-CLAVE-BUSCA)                   00005340
                              RESP   (WK-RESP)                          00005350
           END-EXEC.                                                    00005360
           IF (WK-RESP NOT EQUAL DFHRESP(NORMAL))                       00005370
               MOVE 'S' TO SW-FIN-BROWSE                                00005380
               IF (WK-RESP NOT EQUAL DFHRESP(ENDFILE))                  00005390
                   PERFORM 595-ERROR-ARCHIVO                            00005400
               END-IF                                                   00005410
           ELSE                                                         00005420
               IF (AUD-FECHA GREATER CA-FECHA)                          00005430
                   MOVE 'S' TO SW-FIN-BROWSE                            00005440
               ELSE                                                     00005450
                   PERFORM 575-GUARDA-SI-PASA                           00005460
               END-IF                                                   00005470
           END-IF.                                                      00005480
      *---------------------------------------------------------------* 00005490
      *  IGUAL HACIA ATRAS CON READPREV, HASTA EL INICIO DE LA FECHA. * 00005500
      *---------------------------------------------------------------* 00005510
       550-LEE-ATRAS.                                                   00005520
      **************                                                    00005530
           MOVE ZEROS TO WK-PAG-CANT.                                   00005540
           MOVE WK-CLAVE-BUSCA TO WK-CLAVE-INICIAL.                     00005550
           PERFORM 580-INICIA-BROWSE.                                   00005560
           PERFORM 555-ANTERIOR-REGISTRO                                00005570
               UNTIL (FIN-BROWSE OR WK-PAG-CANT EQUAL 12).              00005580
           PERFORM 590-TERMINA-BROWSE.                                  00005590
       555-ANTERIOR-REGISTRO.                                           00005600
      **********************                                            00005610
           EXEC CICS READPREV FILE   (WK-ARCHIVO)                       00005620
                              INTO   (REG-AUDITORIA)                    00005630
                              RIDFLD (WK-CLAVE-BUSCA)                   00005640
                              RESP   (WK-RESP)                          00005650
           END-EXEC.                                                    00005660
           IF (WK-RESP NOT EQUAL DFHRESP(NORMAL))                       00005670
               MOVE 'S' TO SW-FIN-BROWSE                                00005680
               IF (WK-RESP NOT EQUAL DFHRESP(ENDFILE))                  00005690
                   PERFORM 595-ERROR-ARCHIVO                            00005700
               END-IF                                                   00005710
           ELSE                                                         00005720
               IF (AUD-FECHA LESS CA-FECHA)                             00005730
                   MOVE 'S' TO SW-FIN-BROWSE                            00005740
               ELSE                                                     00005750
                   PERFORM 575-GUARDA-SI-PASA                           00005760
               END-IF                                                   00005770
           END-IF.                                                      00005780
       560-COPIA-ADELANTE.                                              00005790
      *******************                                               00005800
           ADD 1 TO CA-CANT.                                            00005810
           MOVE WK-PAG-CLAVE (WK-I) TO CA-CLAVE (CA-CANT).              00005820
       570-COPIA-ATRAS.                                                 00005830
      ****************                                                  00005840
           ADD 1 TO CA-CANT.                                            00005850
           MOVE WK-PAG-CLAVE (WK-I) TO CA-CLAVE (CA-CANT).              00005860
      *---------------------------------------------------------------* 00005870
      *  FILTROS OPCIONALES PGM, SUBSYS Y TIPO SOBRE EL REGISTRO LEIDO* 00005880
      *---------------------------------------------------------------* 00005890
       575-GUARDA-SI-PASA.                                              00005900
      *******************                                               00005910
           MOVE 'S' TO SW-FILTRO.                                       00005920
           IF (SALTA-INICIAL AND AUD-CLAVE EQUAL WK-CLAVE-INICIAL)      00005930
               MOVE 'N' TO SW-FILTRO                                    00005940
           END-IF.                                                      00005950
           IF (CA-PGM NOT EQUAL SPACES AND                              00005960
               AUD-PROGRAMA NOT EQUAL CA-PGM)                           00005970
               MOVE 'N' TO SW-FILTRO                                    00005980
           END-IF.                                                      00005990
           IF (CA-SUBSYS NOT EQUAL SPACES AND                           00006000
               AUD-SUBSISTEMA NOT EQUAL CA-SUBSYS)                      00006010
               MOVE 'N' TO SW-FILTRO                                    00006020
           END-IF.                                                      00006030
           IF (CA-TIPO NOT EQUAL SPACES AND                             00006040
               AUD-TIPO NOT EQUAL CA-TIPO)                              00006050
               MOVE 'N' TO SW-FILTRO                                    00006060
           END-IF.                                                      00006070
           IF (PASA-FILTRO)                                             00006080
               ADD 1 TO WK-PAG-CANT                                     00006090
               MOVE AUD-CLAVE TO WK-PAG-CLAVE (WK-PAG-CANT)             00006100
           END-IF.                                                      00006110
      *---------------------------------------------------------------* 00006120
      *  STARTBR EN WK-CLAVE-BUSCA (IGUAL O MAYOR).                   * 00006130
      *---------------------------------------------------------------* 00006140
       580-INICIA-BROWSE.                                               00006150
      ******************                                                00006160
           MOVE 'N' TO SW-FIN-BROWSE.                                   00006170
           MOVE 'N' TO SW-BROWSE.                                       00006180
           EXEC CICS STARTBR FILE   (WK-ARCHIVO)                        00006190
                             RIDFLD (WK-CLAVE-BUSCA)                    00006200
                             GTEQ                                       00006210
                             RESP   (WK-RESP)                           00006220
           END-EXEC.                                                    00006230
           IF (WK-RESP EQUAL DFHRESP(NORMAL))                           00006240
               MOVE 'S' TO SW-BROWSE                                    00006250
           ELSE                                                         00006260
               MOVE 'S' TO SW-FIN-BROWSE                                00006270
               IF (WK-RESP NOT EQUAL DFHRESP(NOTFND))                   00006280
                   PERFORM 595-ERROR-ARCHIVO                            00006290
               END-IF                                                   00006300
           END-IF.                                                      00006310
       590-TERMINA-BROWSE.                                              00006320
      *******************                                               00006330
           IF (BROWSE-ABIERTO)                                          00006340
               EXEC CICS ENDBR FILE (WK-ARCHIVO)                        00006350
               END-EXEC                                                 00006360
               MOVE 'N' TO SW-BROWSE                                    00006370
           END-IF.                                                      00006380
       595-ERROR-ARCHIVO.                                               00006390
      ******************                                                00006400
           MOVE WK-RESP TO WK-RESP-EDIT.                                00006410
           MOVE SPACES  TO WK-MENSAJE.                                  00006420
           STRING 'ARCHIVO '          DELIMITED BY SIZE                 00006430
                  WK-ARCHIVO          DELIMITED BY SPACE                00006440
                  ' NO DISPONIBLE, RESP ' DELIMITED BY SIZE             00006450
                  WK-RESP-EDIT        DELIMITED BY SIZE                 00006460
               INTO WK-MENSAJE.                                         00006470
      *---------------------------------------------------------------* 00006480
      *  ARMA Y ENVIA LA LISTA: FECHA Y HORA, FILTROS, RESUMEN DE HOY * 00006490
      *  Y LAS FILAS DE LAS CLAVES DEL COMMAREA (RELEIDAS, PARA QUE EL* 00006500
      *  ESTADO DE EJECUCION SE VEA AL DIA).                          * 00006510
      *---------------------------------------------------------------* 00006520
       600-ENVIA-LISTA.                                                 00006530
      ****************                                                  00006540
           MOVE LOW-VALUES TO CDOBMI1O.                                 00006550
           MOVE SPACES     TO FECSISO.                                  00006560
           STRING WK-FECHA-EDIT        DELIMITED BY SIZE                00006570
                  ' '                  DELIMITED BY SIZE                00006580
                  WK-HORA-EDIT (1 : 5) DELIMITED BY SIZE                00006590
               INTO FECSISO.                                            00006600
           MOVE CA-FECHA  TO FFECHAO.                                   00006610
           MOVE CA-PGM    TO FPGMO.                                     00006620
           MOVE CA-SUBSYS TO FSUBSO.                                    00006630
           MOVE CA-TIPO   TO FTIPOO.                                    00006640
           PERFORM 610-RESUMEN-HOY.                                     00006650
           PERFORM 620-ARMA-FILA                                        00006660
               VARYING WK-I FROM 1 BY 1                                 00006670
               UNTIL (WK-I GREATER 12).                                 00006680
           MOVE WK-MENSAJE TO MSGO.                                     00006690
           MOVE -1 TO FFECHAL.                                          00006700
           EXEC CICS SEND MAP    ('CDOBMI1')                            00006710
                          MAPSET (WK-MAPSET)                            00006720
                          FROM   (CDOBMI1O)                             00006730
                          ERASE                                         00006740
                          CURSOR                                        00006750
           END-EXEC.                                                    00006760
      *---------------------------------------------------------------* 00006770
      *  CONTADORES DE HOY SOBRE TODA LA BITACORA DEL DIA, SIN        * 00006780
      *  FILTROS: LAS 'R' SE CUENTAN COMO GENERADAS Y ADEMAS SEGUN SU * 00006790
      *  AUD-EJECUCION; LAS 'E' COMO RECHAZADAS.                      * 00006800
      *---------------------------------------------------------------* 00006810
       610-RESUMEN-HOY.                                                 00006820
      ****************                                                  00006830
           MOVE ZEROS TO WK-CONT-GEN.                                   00006840
           MOVE ZEROS TO WK-CONT-RECH.                                  00006850
           MOVE ZEROS TO WK-CONT-EJEC.                                  00006860
           MOVE ZEROS TO WK-CONT-ABEND.                                 00006870
           MOVE ZEROS TO WK-CONT-PEND.                                  00006880
           MOVE WK-FECHA-HOY TO WKB-FECHA.                              00006890
           MOVE ZEROS        TO WKB-HORA.                               00006900
           MOVE ZEROS        TO WKB-SECUENCIA.                          00006910
           PERFORM 580-INICIA-BROWSE.                                   00006920
           PERFORM 615-CUENTA-REGISTRO UNTIL FIN-BROWSE.                00006930
           PERFORM 590-TERMINA-BROWSE.                                  00006940
           MOVE WK-CONT-GEN   TO LR-GEN.                                00006950
           MOVE WK-CONT-RECH  TO LR-RECH.                               00006960
           MOVE WK-CONT-EJEC  TO LR-EJEC.                               00006970
           MOVE WK-CONT-ABEND TO LR-ABEND.                              00006980
           MOVE WK-CONT-PEND  TO LR-PEND.                               00006990
           MOVE LIN-RESUMEN   TO RESUMO.                                00007000
       615-CUENTA-REGISTRO.                                             00007010
      ********************                                              00007020
           EXEC CICS READNEXT FILE   (WK-ARCHIVO)                       00007030
                              INTO   (REG-AUDITORIA)                    00007040
                              RIDFLD (WK-CLAVE-BUSCA)                   00007050
                              RESP   (WK-RESP)                          00007060
           END-EXEC.                                                    00007070
           IF (WK-RESP NOT EQUAL DFHRESP(NORMAL))                       00007080
               MOVE 'S' TO SW-FIN-BROWSE                                00007090
               IF (WK-RESP NOT EQUAL DFHRESP(ENDFILE))                  00007100
                   PERFORM 595-ERROR-ARCHIVO                            00007110
               END-IF                                                   00007120
           ELSE                                                         00007130
               IF (AUD-FECHA GREATER WK-FECHA-HOY)                      00007140
                   MOVE 'S' TO SW-FIN-BROWSE                            00007150
               ELSE                                                     00007160
                   PERFORM 617-CUENTA-TIPO                              00007170
               END-IF                                                   00007180
           END-IF.                                                      00007190
       617-CUENTA-TIPO.                                                 00007200
      ****************                                                  00007210
           IF (AUD-TIPO-REAL)                                           00007220
               ADD 1 TO WK-CONT-GEN                                     00007230
               IF (AUD-EJEC-OK)                                         00007240
                   ADD 1 TO WK-CONT-EJEC                                00007250
               END-IF                                                   00007260
               IF (AUD-EJEC-ABEND)                                      00007270
                   ADD 1 TO WK-CONT-ABEND                               00007280
               END-IF                                                   00007290
               IF (AUD-EJEC-PENDIENTE)                                  00007300
                   ADD 1 TO WK-CONT-PEND                                00007310
               END-IF                                                   00007320
           END-IF.                                                      00007330
           IF (AUD-TIPO-ERROR)                                          00007340
               ADD 1 TO WK-CONT-RECH                                    00007350
           END-IF.                                                      00007360
      *---------------------------------------------------------------* 00007370
      *  UNA FILA DE LA LISTA; LA CLAVE PUDO HABER SIDO DEPURADA POR  * 00007380
      *  CDOBDB2P ENTRE UNA PANTALLA Y OTRA.                          * 00007390
      *---------------------------------------------------------------* 00007400
       620-ARMA-FILA.                                                   00007410
      **************                                                    00007420
           MOVE SPACES TO MI1-SELI (WK-I).                              00007430
           MOVE SPACES TO MI1-LINO (WK-I).                              00007440
           IF (WK-I NOT GREATER CA-CANT)                                00007450
               EXEC CICS READ FILE   (WK-ARCHIVO)                       00007460
                              INTO   (REG-AUDITORIA)                    00007470
                              RIDFLD (CA-CLAVE (WK-I))                  00007480
                              RESP   (WK-RESP)                          00007490
               END-EXEC                                                 00007500
               IF (WK-RESP EQUAL DFHRESP(NORMAL))                       00007510
                   PERFORM 630-FORMATEA-FILA                            00007520
                   MOVE LIN-FILA TO MI1-LINO (WK-I)                     00007530
               ELSE                                                     00007540
                   MOVE 'REGISTRO YA NO EXISTE EN LA BITACORA'          00007550
                     TO MI1-LINO (WK-I)                                 00007560
               END-IF                                                   00007570
           END-IF.                                                      00007580
       630-FORMATEA-FILA.                                               00007590
      ******************                                                00007600
           MOVE AUD-HORA (1 : 2)    TO LF-HH.                           00007610
           MOVE AUD-HORA (3 : 2)    TO LF-MI.                           00007620
           MOVE AUD-HORA (5 : 2)    TO LF-SS.                           00007630
           MOVE AUD-SECUENCIA       TO LF-SECUENCIA.                    00007640
           MOVE AUD-PROGRAMA        TO LF-PROGRAMA.                     00007650
           MOVE AUD-SUBSISTEMA      TO LF-SUBSYS.                       00007660
           MOVE AUD-PLAN            TO LF-PLAN.                         00007670
           MOVE AUD-RETURN-CODE     TO LF-RC.                           00007680
           MOVE AUD-FECHA-EFECTIVA  TO LF-FECHA-EFEC.                   00007690
           PERFORM 810-TEXTO-TIPO.                                      00007700
           PERFORM 820-TEXTO-ESTADO.                                    00007710
      *---------------------------------------------------------------* 00007720
      *  DETALLE DEL REGISTRO SELECCIONADO.                           * 00007730
      *---------------------------------------------------------------* 00007740
       700-MUESTRA-DETALLE.                                             00007750
      ********************                                              00007760
           EXEC CICS READ FILE   (WK-ARCHIVO)                           00007770
                          INTO   (REG-AUDITORIA)                        00007780
                          RIDFLD (CA-CLAVE (WK-SEL-FILA))               00007790
                          RESP   (WK-RESP)                              00007800
           END-EXEC.                                                    00007810
           IF (WK-RESP NOT EQUAL DFHRESP(NORMAL))                       00007820
               MOVE 'EL REGISTRO YA NO ESTA EN LA BITACORA'             00007830
                 TO WK-MENSAJE                                          00007840
               PERFORM 600-ENVIA-LISTA                                  00007850
           ELSE                                                         00007860
               PERFORM 710-ARMA-DETALLE                                 00007870
               MOVE 'D' TO CA-PANTALLA                                  00007880
               EXEC CICS SEND MAP    ('CDOBMI2')                        00007890
                              MAPSET (WK-MAPSET)                        00007900
                              FROM   (CDOBMI2O)                         00007910
                              ERASE                                     00007920
               END-EXEC                                                 00007930
           END-IF.                                                      00007940
       710-ARMA-DETALLE.                                                00007950
      *****************                                                 00007960
           MOVE LOW-VALUES TO CDOBMI2O.                                 00007970
           MOVE SPACES     TO DFECSIO.                                  00007980
           STRING WK-FECHA-EDIT        DELIMITED BY SIZE                00007990
                  ' '                  DELIMITED BY SIZE                00008000
                  WK-HORA-EDIT (1 : 5) DELIMITED BY SIZE                00008010
               INTO DFECSIO.                                            00008020
           MOVE AUD-FECHA (7 : 2)   TO LC-DIA.                          00008030
           MOVE AUD-FECHA (5 : 2)   TO LC-MES.                          00008040
           MOVE AUD-FECHA (1 : 4)   TO LC-ANIO.                         00008050
           MOVE AUD-HORA (1 : 2)    TO LC-HH.                           00008060
           MOVE AUD-HORA (3 : 2)    TO LC-MI.                           00008070
           MOVE AUD-HORA (5 : 2)    TO LC-SS.                           00008080
           MOVE AUD-SECUENCIA       TO LC-SECUENCIA.                    00008090
           MOVE LIN-CLAVE           TO DCLAVEO.                         00008100
           MOVE AUD-PROGRAMA        TO DPGMO.                           00008110
           MOVE AUD-LIBRERIA        TO DLIBO.                           00008120
           MOVE AUD-SUBSISTEMA      TO DSUBSO.                          00008130
           MOVE AUD-PLAN            TO DPLANO.                          00008140
           MOVE AUD-FECHA-EFECTIVA  TO DFEFEO.                          00008150
           MOVE AUD-FREE            TO DFREEO.                          00008160
           PERFORM 810-TEXTO-TIPO.                                      00008170
           MOVE SPACES TO DTIPOO.                                       00008180
           STRING AUD-TIPO          DELIMITED BY SIZE                   00008190
                  ' - '             DELIMITED BY SIZE                   00008200
                  LF-TIPO           DELIMITED BY SIZE                   00008210
               INTO DTIPOO.                                             00008220
           MOVE AUD-RETURN-CODE     TO DRCO.                            00008230
           MOVE SPACES              TO DMOTIO.                          00008240
           IF (AUD-TIPO-ERROR)                                          00008250
               MOVE AUD-RETURN-CODE TO WK-RC-BUSCA                      00008260
               PERFORM 830-BUSCA-MOTIVO                                 00008270
               MOVE WK-MOTIVO       TO DMOTIO                           00008280
           END-IF.                                                      00008290
           IF (AUD-TIPO-REAL)                                           00008300
               PERFORM 820-TEXTO-ESTADO                                 00008310
               MOVE LF-ESTADO       TO DESTAO                           00008320
               MOVE AUD-COND-CODE   TO DCONDO                           00008330
               MOVE AUD-HORA-INI    TO WK-HORA-BIN                      00008340
               PERFORM 840-EDITA-HORA                                   00008350
               MOVE WK-HORA-HM      TO DHINIO                           00008360
               MOVE AUD-HORA-FIN    TO WK-HORA-BIN                      00008370
               PERFORM 840-EDITA-HORA                                   00008380
               MOVE WK-HORA-HM      TO DHFINO                           00008390
           ELSE                                                         00008400
               MOVE 'NO APLICA'     TO DESTAO                           00008410
               MOVE SPACES          TO DCONDO                           00008420
               MOVE SPACES          TO DHINIO                           00008430
               MOVE SPACES          TO DHFINO                           00008440
           END-IF.                                                      00008450
           MOVE SPACES TO DMSGO.                                        00008460
       810-TEXTO-TIPO.                                                  00008470
      ***************                                                   00008480
           EVALUATE TRUE                                                00008490
               WHEN AUD-TIPO-REAL                                       00008500
                   MOVE 'GENERADA'  TO LF-TIPO                          00008510
               WHEN AUD-TIPO-VALIDA                                     00008520
                   MOVE 'VALIDADA'  TO LF-TIPO                          00008530
               WHEN AUD-TIPO-ERROR                                      00008540
                   MOVE 'RECHAZADA' TO LF-TIPO                          00008550
               WHEN OTHER                                               00008560
                   MOVE AUD-TIPO    TO LF-TIPO                          00008570
           END-EVALUATE.                                                00008580
       820-TEXTO-ESTADO.                                                00008590
      *****************                                                 00008600
           MOVE SPACES TO LF-ESTADO.                                    00008610
           IF (AUD-TIPO-REAL)                                           00008620
               EVALUATE TRUE                                            00008630
                   WHEN AUD-EJEC-PENDIENTE                              00008640
                       MOVE 'PENDIENTE' TO LF-ESTADO                    00008650
                   WHEN AUD-EJEC-OK                                     00008660
                       MOVE 'EJECUTADO' TO LF-ESTADO                    00008670
                   WHEN AUD-EJEC-ABEND                                  00008680
                       MOVE 'ABEND'     TO LF-ESTADO                    00008690
                   WHEN OTHER                                           00008700
                       MOVE AUD-ESTADO-EJEC TO LF-ESTADO                00008710
               END-EVALUATE                                             00008720
           END-IF.                                                      00008730
       830-BUSCA-MOTIVO.                                                00008740
      *****************                                                 00008750
           MOVE 'TARJETA RECHAZADA' TO WK-MOTIVO.                       00008760
           MOVE 1 TO WK-MOT-IDX.                                        00008770
           PERFORM 835-COMPARA-MOTIVO                                   00008780
               UNTIL (WK-MOT-IDX GREATER 20).                           00008790
       835-COMPARA-MOTIVO.                                              00008800
      *******************                                               00008810
           IF (MOT-RC (WK-MOT-IDX) EQUAL WK-RC-BUSCA)                   00008820
               MOVE MOT-TEXTO (WK-MOT-IDX) TO WK-MOTIVO                 00008830
           END-IF.                                                      00008840
           ADD 1 TO WK-MOT-IDX.                                         00008850
      *---------------------------------------------------------------* 00008860
      *  HHMM BINARIO DE CDOBDB2X A HH:MM (CERO = SIN HORA).          * 00008870
      *---------------------------------------------------------------* 00008880
       840-EDITA-HORA.                                                  00008890
      ***************                                                   00008900
           IF (WK-HORA-BIN EQUAL ZEROS)                                 00008910
               MOVE 'SIN HORA' TO WK-HORA-HM                            00008920
           ELSE                                                         00008930
               DIVIDE WK-HORA-BIN BY 100 GIVING WK-HH                   00008940
                                         REMAINDER WK-MM                00008950
               MOVE WK-HH TO WK-HC-HH                                   00008960
               MOVE WK-MM TO WK-HC-MM                                   00008970
               MOVE WK-HORA-CORTA TO WK-HORA-HM                         00008980
           END-IF.                                                      00008990
