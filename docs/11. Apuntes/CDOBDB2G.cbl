************************************************************************00000010
*     * TC0278 15/10/26 RHM  EXTRACTO DE BITACORA PARA EL DW  REG:13306*00000020
************************************************************************00000030
*IDAPL*CDO                                                              00000040
*OBJET******************************************************************00000050
*OBJET*** EXTRACTO INCREMENTAL DELIMITADO POR ';' DE TODA LA BITACORA  *00000060
*OBJET*** S-AUDITOR PARA LA CARGA DEL DATA WAREHOUSE                   *00000070
*OBJET******************************************************************00000080
                                                                        00000090
       IDENTIFICATION DIVISION.                                         00000100
      *-----------------------*                                         00000110
       PROGRAM-ID.            CDOBDB2G.                                 00000120
       AUTHOR.                INTERBANK                                 00000130
       INSTALLATION.          INTERBANK                                 00000140
       DATE-WRITTEN.          15-OCT-26.                                00000150
       REMARKS.                                                         00000160
              -----------------------------------------------           00000170
             |            DB2 -  PROGRAM INTERFACE           |          00000180
             |            ************************           |          00000190
             |                                               |          00000200
             |   OBJETIVO :   GRABAR EN UN EXTRACTO CON      |          00000210
             |                CAMPOS SEPARADOS POR ';' LOS   |          00000220
             |                REGISTROS DE LA BITACORA       |          00000230
             |                S-AUDITOR NUEVOS DESDE EL      |          00000240
             |                ULTIMO EXTRACTO Y LOS QUE      |          00000250
             |                CAMBIARON SU AUD-EJECUCION,    |          00000260
             |                CON FILA DE TITULOS Y FILA     |          00000270
             |                FINAL DE CONTROL, Y DEJAR EL   |          00000280
             |                ARCHIVO DE CONTROL PARA LA     |          00000290
             |                PROXIMA CORRIDA                |          00000300
             |   LENGUAJE :   COBOL-II                       |          00000310
             |                                               |          00000320
             |   ARCHIVOS :   INPUT  AUDITORIA  KSDS         |          00000330
             |                INPUT  HISTORIA   LF --> 139   |          00000340
             |                INPUT  CTLANT     LF --> 80    |          00000350
             |                OUTPUR CTLNUE     LF --> 80    |          00000360
             |                OUTPUR EXTRDW     LF --> 200   |          00000370
             |                                               |          00000380
              -----------------------------------------------           00000390
      *15/10/26  RHM                                                    00000400
      *VERSION INICIAL. PARM OPCIONAL: MODO=TOTAL/ PARA LA CARGA        00000410
      *INICIAL O UNA RECUPERACION (SIN PARM O MODO=INCR/ ES             00000420
      *INCREMENTAL).                                                    00000430
      *INCREMENTAL: S-CTLANT ES EL CONTROL QUE DEJO LA CORRIDA          00000440
      *ANTERIOR (GENERACION VIGENTE; S-CTLNUE ES LA NUEVA). SU          00000450
      *REGISTRO 'C' TRAE LA ULTIMA AUD-CLAVE EXTRAIDA Y CADA REGISTRO   00000460
      *'P' LA CLAVE Y LA AUD-EJECUCION DE UN 'R' QUE SALIO PENDIENTE.   00000470
      *CADA 'P' SE RELEE POR CLAVE: SI SU AUD-EJECUCION CAMBIO (CARGA   00000480
      *DE CDOBDB2X) SE EXTRAE DE NUEVO COMO ACTUALIZADO; SI SIGUE       00000490
      *PENDIENTE SE CONSERVA Y SI YA NO ESTA EN EL KSDS (DEPURADO POR   00000500
      *CDOBDB2P) SE DESCARTA. DESPUES SE EXTRAE COMO NUEVO TODO         00000510
      *REGISTRO CON CLAVE MAYOR A LA ULTIMA.                            00000520
      *TOTAL: NO SE LEE S-CTLANT; SE EXTRAEN LAS GENERACIONES HISTORIA  00000530
      *(S-HISTORI, CONCATENADAS COMO EN CDOBDB2H; DUMMY EN LA CORRIDA   00000540
      *INCREMENTAL) Y TODA LA BITACORA VIVA.                            00000550
      *FILAS: TITULOS, UNA POR REGISTRO Y FINAL                         00000560
      *TRAILER;CANTIDAD;CHECKSUM. FECHAS SSAA-MM-DD, HORA DE LA CLAVE   00000570
      *HH:MM:SS, AUD-HORA-INI/FIN HH:MM (VACIO SI CERO), TIPO Y ESTADO  00000580
      *EN TEXTO. EL CHECKSUM ES LA SUMA, SOBRE TODAS LAS FILAS DE       00000590
      *DATOS, DE FECHA (SSAAMMDD) + HORA (HHMMSS) + SECUENCIA, PARA     00000600
      *QUE LA CARGA DEL DW LO RECALCULE Y PRUEBE QUE RECIBIO TODO.      00000610
      *RC 12 SIN CONTROL ANTERIOR EN MODO INCREMENTAL O TABLA DE        00000620
      *PENDIENTES LLENA; RC 10 PARM INCORRECTO                          00000630
                                                                        00000640
       ENVIRONMENT DIVISION.                                            00000650
      *--------------------*                                            00000660
       CONFIGURATION SECTION.                                           00000670
      *--------------------*                                            00000680
       SOURCE-COMPUTER. IBM-4341.                                       00000690
       OBJECT-COMPUTER. IBM-4341.                                       00000700
       INPUT-OUTPUT SECTION.                                            00000710
      *--------------------*                                            00000720
       FILE-CONTROL.                                                    00000730
      *------------*                                                    00000740
           SELECT  AUDITORIA     ASSIGN   TO  S-AUDITOR                 00000750
                                 ORGANIZATION  INDEXED                  00000760
                                 ACCESS MODE   DYNAMIC                  00000770
                                 RECORD KEY    AUD-CLAVE                00000780
                                 FILE STATUS   FS-AUD.                  00000790
           SELECT  HISTORIA      ASSIGN   TO  S-HISTORI                 00000800
                                 FILE STATUS   FS-HIS.                  00000810
           SELECT  CTLANT        ASSIGN   TO  S-CTLANT                  00000820
                                 FILE STATUS   FS-CTA.                  00000830
           SELECT  CTLNUE        ASSIGN   TO  S-CTLNUE                  00000840
                                 FILE STATUS   FS-CTN.                  00000850
           SELECT  EXTRDW        ASSIGN   TO  S-EXTRDW                  00000860
                                 FILE STATUS   FS-EXT.                  00000870
       DATA DIVISION.                                                   00000880
      *-------------*                                                   00000890
       FILE SECTION.                                                    00000900
      *------------*                                                    00000910
       FD  AUDITORIA                                                    00000920
           LABEL  RECORDS   IS  STANDARD.                               00000930
           COPY CDOBAUD.                                                00000940
       FD  HISTORIA                                                     00000950
           LABEL  RECORDS   IS  STANDARD                                00000960
           BLOCK  CONTAINS   0  RECORDS                                 00000970
           RECORD CONTAINS 139  CHARACTERS.                             00000980
       01  REG-HISTORIA     PIC X(139).                                 00000990
       FD  CTLANT                                                       00001000
           LABEL  RECORDS   IS  STANDARD                                00001010
           BLOCK  CONTAINS   0  RECORDS                                 00001020
           RECORD CONTAINS  80  CHARACTERS.                             00001030
       01  REG-CTLANT       PIC X(80).                                  00001040
       FD  CTLNUE                                                       00001050
           LABEL  RECORDS   IS  STANDARD                                00001060
           BLOCK  CONTAINS   0  RECORDS                                 00001070
           RECORD CONTAINS  80  CHARACTERS.                             00001080
       01  REG-CTLNUE       PIC X(80).                                  00001090
       FD  EXTRDW                                                       00001100
           LABEL  RECORDS   IS  STANDARD                                00001110
           BLOCK  CONTAINS   0  RECORDS                                 00001120
           RECORD CONTAINS 200  CHARACTERS.                             00001130
       01  REG-EXTRDW       PIC X(200).                                 00001140
       WORKING-STORAGE SECTION.                                         00001150
      *-----------------------*                                         00001160
       01  VARIABLES.                                                   00001170
           02 FS-AUD        PIC  X(02)   VALUE SPACES.                  00001180
           02 FS-HIS        PIC  X(02)   VALUE SPACES.                  00001190
           02 FS-CTA        PIC  X(02)   VALUE SPACES.                  00001200
           02 FS-CTN        PIC  X(02)   VALUE SPACES.                  00001210
           02 FS-EXT        PIC  X(02)   VALUE SPACES.                  00001220
           02 SW-EOF-AUD    PIC  X(01)   VALUE 'N'.                     00001230
              88 EOF-AUDITORIA           VALUE 'S'.                     00001240
           02 SW-EOF-HIS    PIC  X(01)   VALUE 'N'.                     00001250
              88 EOF-HISTORIA            VALUE 'S'.                     00001260
           02 SW-EOF-CTA    PIC  X(01)   VALUE 'N'.                     00001270
              88 EOF-CTLANT              VALUE 'S'.                     00001280
           02 SW-MODO       PIC  X(01)   VALUE 'I'.                     00001290
              88 MODO-INCREMENTAL        VALUE 'I'.                     00001300
              88 MODO-TOTAL              VALUE 'T'.                     00001310
           02 SW-FIN-CAMPO  PIC  X(01)   VALUE 'N'.                     00001320
              88 FIN-CAMPO               VALUE 'S'.                     00001330
           02 WK-FECHA-PROC PIC  X(08)   VALUE SPACES.                  00001340
           02 WK-HORA-PROC  PIC  X(08)   VALUE SPACES.                  00001350
           02 WK-ULTIMA-CLAVE PIC X(17)  VALUE LOW-VALUES.              00001360
           02 WK-NOVEDAD    PIC  X(11)   VALUE SPACES.                  00001370
           02 WK-CONT-FILAS PIC  9(09)   VALUE ZEROS.                   00001380
           02 WK-CONT-NUEVOS PIC 9(09)   VALUE ZEROS.                   00001390
           02 WK-CONT-ACTUAL PIC 9(09)   VALUE ZEROS.                   00001400
           02 WK-CONT-HIS   PIC  9(09)   VALUE ZEROS.                   00001410
           02 WK-CHECKSUM   PIC  9(15)   VALUE ZEROS.                   00001420
           02 WK-FECHA-NUM  PIC  9(08)   VALUE ZEROS.                   00001430
           02 WK-HORA-NUM   PIC  9(06)   VALUE ZEROS.                   00001440
           02 WK-PEN-CANT   PIC  9(05)   VALUE ZEROS  COMP.             00001450
           02 WK-PEN-IDX    PIC  9(05)   VALUE ZEROS  COMP.             00001460
           02 WK-NUE-CANT   PIC  9(05)   VALUE ZEROS  COMP.             00001470
           02 WK-PUNTERO    PIC  9(03)   VALUE ZEROS.                   00001480
           02 WK-CAMPO      PIC  X(40)   VALUE SPACES.                  00001490
           02 WK-CAMPO-LARGO PIC 9(03)   VALUE ZEROS.                   00001500
           02 WK-EDIT-3     PIC  9(03)   VALUE ZEROS.                   00001510
           02 WK-EDIT-4     PIC  9(04)   VALUE ZEROS.                   00001520
       01  WK-LINEA         PIC  X(200)  VALUE SPACES.                  00001530
      *---------------------------------------------------------------* 00001540
      *  ARCHIVO DE CONTROL (S-CTLANT / S-CTLNUE), 80 BYTES:          * 00001550
      *  'C' UNO AL INICIO CON LA ULTIMA CLAVE EXTRAIDA Y LOS TOTALES * 00001560
      *      DE LA CORRIDA QUE LO GRABO                               * 00001570
      *  'P' UNO POR CADA 'R' EXTRAIDO AUN PENDIENTE DE EJECUCION     * 00001580
      *---------------------------------------------------------------* 00001590
       01  REG-CONTROL.                                                 00001600
           02 CTE-TIPO          PIC X(01).                              00001610
              88 CTE-CONTROL            VALUE 'C'.                      00001620
              88 CTE-PENDIENTE          VALUE 'P'.                      00001630
           02 CTE-CLAVE         PIC X(17).                              00001640
           02 CTE-DATOS         PIC X(62).                              00001650
           02 CTE-DATOS-C REDEFINES CTE-DATOS.                          00001660
              03 CTE-FECHA-PROC PIC X(08).                              00001670
              03 CTE-HORA-PROC  PIC X(06).                              00001680
              03 CTE-FILAS      PIC 9(09).                              00001690
              03 CTE-CHECKSUM   PIC 9(15).                              00001700
              03 FILLER         PIC X(24).                              00001710
           02 CTE-DATOS-P REDEFINES CTE-DATOS.                          00001720
              03 CTE-EJECUCION  PIC X(09).                              00001730
              03 FILLER         PIC X(53).                              00001740
      *---------------------------------------------------------------* 00001750
      *  'R' PENDIENTES: LOS DEL CONTROL ANTERIOR (TP-ORIGEN 'A') Y   * 00001760
      *  LOS QUE DEJA ESTA CORRIDA (TP-ORIGEN 'N' O 'A' CONSERVADO).  * 00001770
      *---------------------------------------------------------------* 00001780
       01  TABLA-PENDIENTES.                                            00001790
           02 TABLA-PEN-ENTRADA OCCURS 5000 TIMES.                      00001800
              03 TP-CLAVE       PIC X(17).                              00001810
              03 TP-EJECUCION   PIC X(09).                              00001820
              03 TP-VIGENTE     PIC X(01).                              00001830
      ******************************************************************00001840
      *              D E T A L L E      D E     S A L I D A            *00001850
      ******************************************************************00001860
       01  LIN-TITULOS.                                                 00001870
           02 FILLER  PIC X(39) VALUE                                   00001880
              'FECHA;HORA;SECUENCIA;PROGRAMA;LIBRERIA;'.                00001890
           02 FILLER  PIC X(36) VALUE                                   00001900
              'SUBSISTEMA;PLAN;FECHA_EFECTIVA;FREE;'.                   00001910
           02 FILLER  PIC X(39) VALUE                                   00001920
              'RETURN_CODE;TIPO;ESTADO_EJEC;COND_CODE;'.                00001930
           02 FILLER  PIC X(25) VALUE                                   00001940
              'HORA_INI;HORA_FIN;NOVEDAD'.                              00001950
           02 FILLER  PIC X(61) VALUE SPACES.                           00001960
       01  LIN-TRAILER.                                                 00001970
           02 FILLER        PIC X(08) VALUE 'TRAILER;'.                 00001980
           02 LT-FILAS      PIC 9(09).                                  00001990
           02 FILLER        PIC X(01) VALUE ';'.                        00002000
           02 LT-CHECKSUM   PIC 9(15).                                  00002010
           02 FILLER        PIC X(167) VALUE SPACES.                    00002020
       01  WK-FECHA-ISO.                                                00002030
           02 WK-ISO-ANIO   PIC X(04).                                  00002040
           02 FILLER        PIC X(01) VALUE '-'.                        00002050
           02 WK-ISO-MES    PIC X(02).                                  00002060
           02 FILLER        PIC X(01) VALUE '-'.                        00002070
           02 WK-ISO-DIA    PIC X(02).                                  00002080
       01  WK-HORA-ISO.                                                 00002090
           02 WK-HI-HH      PIC X(02).                                  00002100
           02 FILLER        PIC X(01) VALUE ':'.                        00002110
           02 WK-HI-MM      PIC X(02).                                  00002120
           02 FILLER        PIC X(01) VALUE ':'.                        00002130
           02 WK-HI-SS      PIC X(02).                                  00002140
       01  WK-HORA-HHMM.                                                00002150
           02 WK-HM-HH      PIC 9(02).                                  00002160
           02 FILLER        PIC X(01) VALUE ':'.                        00002170
           02 WK-HM-MM      PIC 9(02).                                  00002180
      *---------------------------------------------------------------* 00002190
      *                   DB2 -  PROGRAM INTERFACE                    * 00002200
      *   MODO DE EXTRACCION          PARA LINKAGE SECTION            * 00002210
      *---------------------------------------------------------------* 00002220
       LINKAGE SECTION.                                                 00002230
      *---------------*                                                 00002240
       01  LK-PARM.                                                     00002250
           02  LL-PARM             PIC S9(4) COMP.                      00002260
           02  LK-BYTE             PIC X(20).                           00002270
      *----------------------------------------------------------------*00002280
       PROCEDURE DIVISION USING LK-PARM.                                00002290
      *******************                                               00002300
                                                                        00002310
       RUTINA-PRINCIPAL.                                                00002320
      *----------------*                                                00002330
           MOVE 16  TO RETURN-CODE.                                     00002340
           PERFORM 110-VALIDA-PARM.                                     00002350
           PERFORM 100-ABRE.                                            00002360
           IF (MODO-TOTAL)                                              00002370
               PERFORM 210-LEE-HISTORIA                                 00002380
               PERFORM 200-PROCESO-HISTORIA UNTIL EOF-HISTORIA          00002390
           ELSE                                                         00002400
               PERFORM 130-CARGA-CONTROL                                00002410
               PERFORM 220-RELEE-PENDIENTE THRU 220-RELEE-PENDIENTE-FIN 00002420
                   VARYING WK-PEN-IDX FROM 1 BY 1                       00002430
                   UNTIL (WK-PEN-IDX GREATER WK-PEN-CANT)               00002440
           END-IF.                                                      00002450
           PERFORM 150-POSICIONA-BITACORA.                              00002460
           PERFORM 250-PROCESO-BITACORA UNTIL EOF-AUDITORIA.            00002470
           MOVE WK-CONT-FILAS TO LT-FILAS.                              00002480
           MOVE WK-CHECKSUM   TO LT-CHECKSUM.                           00002490
           MOVE LIN-TRAILER   TO WK-LINEA.                              00002500
           PERFORM 290-GRABA-LINEA.                                     00002510
           PERFORM 300-GRABA-CONTROL.                                   00002520
           MOVE 00 TO RETURN-CODE.                                      00002530
           PERFORM 400-CIERRA.                                          00002540
                                                                        00002550
      ***************                                                   00002560
      *  PRIMER NIVEL                                                   00002570
      ****************                                                  00002580
                                                                        00002590
       100-ABRE.                                                        00002600
      *********                                                         00002610
           DISPLAY 'INICIO DE CDOBDB2G'                    UPON CONSOLE.00002620
           DISPLAY '******************'                    UPON CONSOLE.00002630
           ACCEPT WK-FECHA-PROC FROM DATE YYYYMMDD.                     00002640
           ACCEPT WK-HORA-PROC  FROM TIME.                              00002650
           OPEN INPUT AUDITORIA.                                        00002660
           IF (FS-AUD NOT EQUAL '00')                                   00002670
               DISPLAY 'ERROR AL OPEN AUDITORIA ' FS-AUD    UPON CONSOLE00002680
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00002690
               PERFORM 400-CIERRA                                       00002700
           END-IF.                                                      00002710
           IF (MODO-TOTAL)                                              00002720
               OPEN INPUT HISTORIA                                      00002730
               IF (FS-HIS NOT EQUAL '00')                               00002740
                   DISPLAY 'ERROR AL OPEN HISTORIA ' FS-HIS UPON CONSOLE00002750
                   DISPLAY 'CANCELA PROCESO ...'            UPON CONSOLE00002760
                   PERFORM 400-CIERRA                                   00002770
               END-IF                                                   00002780
           ELSE                                                         00002790
               OPEN INPUT CTLANT                                        00002800
               IF (FS-CTA NOT EQUAL '00')                               00002810
                   DISPLAY 'ERROR AL OPEN CTLANT ' FS-CTA   UPON CONSOLE00002820
                   DISPLAY 'CANCELA PROCESO ...'            UPON CONSOLE00002830
                   PERFORM 400-CIERRA                                   00002840
               END-IF                                                   00002850
           END-IF.                                                      00002860
           OPEN OUTPUT CTLNUE.                                          00002870
           IF (FS-CTN NOT EQUAL '00')                                   00002880
               DISPLAY 'ERROR AL OPEN CTLNUE ' FS-CTN       UPON CONSOLE00002890
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00002900
               PERFORM 400-CIERRA                                       00002910
           END-IF.                                                      00002920
           OPEN OUTPUT EXTRDW.                                          00002930
           IF (FS-EXT NOT EQUAL '00')                                   00002940
               DISPLAY 'ERROR AL OPEN EXTRDW ' FS-EXT       UPON CONSOLE00002950
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00002960
               PERFORM 400-CIERRA                                       00002970
           END-IF.                                                      00002980
           MOVE LIN-TITULOS TO WK-LINEA.                                00002990
           PERFORM 290-GRABA-LINEA.                                     00003000
      *---------------------------------------------------------------* 00003010
      *  PARM OPCIONAL MODO=TOTAL/ O MODO=INCR/ (DEFAULT INCREMENTAL).* 00003020
      *---------------------------------------------------------------* 00003030
       110-VALIDA-PARM.                                                 00003040
      ****************                                                  00003050
           IF (LL-PARM GREATER ZEROS)                                   00003060
               IF (LK-BYTE (1 : 11) EQUAL 'MODO=TOTAL/')                00003070
                   MOVE 'T' TO SW-MODO                                  00003080
               ELSE                                                     00003090
                   IF (LK-BYTE (1 : 10) EQUAL 'MODO=INCR/')             00003100
                       MOVE 'I' TO SW-MODO                              00003110
                   ELSE                                                 00003120
                       DISPLAY 'PARAMETRO MODO INCORRECTO'  UPON CONSOLE00003130
                       DISPLAY 'DEBE SER MODO=TOTAL/ O MODO=INCR/'      00003140
                                                            UPON CONSOLE00003150
                       DISPLAY 'CANCELA PROCESO ...'        UPON CONSOLE00003160
                       MOVE 10 TO RETURN-CODE                           00003170
                       PERFORM 400-CIERRA                               00003180
                   END-IF                                               00003190
               END-IF                                                   00003200
           END-IF.                                                      00003210
      *---------------------------------------------------------------* 00003220
      *  CARGA EL CONTROL ANTERIOR: SIN REGISTRO 'C' NO HAY DESDE     * 00003230
      *  DONDE SEGUIR Y HAY QUE CORRER MODO=TOTAL/.                   * 00003240
      *---------------------------------------------------------------* 00003250
       130-CARGA-CONTROL.                                               00003260
      *******************                                               00003270
           PERFORM 140-LEE-CTLANT.                                      00003280
           IF (EOF-CTLANT OR NOT CTE-CONTROL)                           00003290
               DISPLAY 'S-CTLANT SIN REGISTRO DE CONTROL'   UPON CONSOLE00003300
               DISPLAY 'CORRER CON MODO=TOTAL/'             UPON CONSOLE00003310
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003320
               MOVE 12 TO RETURN-CODE                                   00003330
               PERFORM 400-CIERRA                                       00003340
           END-IF.                                                      00003350
           MOVE CTE-CLAVE TO WK-ULTIMA-CLAVE.                           00003360
           DISPLAY 'ULTIMO EXTRACTO: ' CTE-FECHA-PROC ' '               00003370
                   CTE-HORA-PROC ' CLAVE ' CTE-CLAVE       UPON CONSOLE.00003380
           PERFORM 140-LEE-CTLANT.                                      00003390
           PERFORM 145-GUARDA-PENDIENTE UNTIL EOF-CTLANT.               00003400
       140-LEE-CTLANT.                                                  00003410
      ***************                                                   00003420
           READ CTLANT INTO REG-CONTROL                                 00003430
               AT END                                                   00003440
                   MOVE 'S' TO SW-EOF-CTA                               00003450
           END-READ.                                                    00003460
       145-GUARDA-PENDIENTE.                                            00003470
      *********************                                             00003480
           IF (CTE-PENDIENTE)                                           00003490
               MOVE CTE-CLAVE     TO AUD-CLAVE                          00003500
               MOVE CTE-EJECUCION TO AUD-EJECUCION                      00003510
               PERFORM 280-AGREGA-PENDIENTE                             00003520
           END-IF.                                                      00003530
           PERFORM 140-LEE-CTLANT.                                      00003540
      *---------------------------------------------------------------* 00003550
      *  POSICIONA LA BITACORA DESPUES DE LA ULTIMA CLAVE EXTRAIDA    * 00003560
      *  (EN MODO TOTAL, EN EL PRIMER REGISTRO).                      * 00003570
      *---------------------------------------------------------------* 00003580
       150-POSICIONA-BITACORA.                                          00003590
      ***********************                                           00003600
           MOVE WK-ULTIMA-CLAVE TO AUD-CLAVE.                           00003610
           START AUDITORIA KEY IS GREATER THAN AUD-CLAVE                00003620
               INVALID KEY                                              00003630
                   MOVE 'S' TO SW-EOF-AUD                               00003640
           END-START.                                                   00003650
           IF (NOT EOF-AUDITORIA)                                       00003660
               PERFORM 260-LEE-AUDITORIA                                00003670
           END-IF.                                                      00003680
                                                                        00003690
       200-PROCESO-HISTORIA.                                            00003700
      *********************                                             00003710
           ADD 1 TO WK-CONT-HIS.                                        00003720
           MOVE REG-HISTORIA TO REG-AUDITORIA.                          00003730
           MOVE 'NUEVO' TO WK-NOVEDAD.                                  00003740
           PERFORM 270-ARMA-FILA.                                       00003750
           PERFORM 210-LEE-HISTORIA.                                    00003760
      *---------------------------------------------------------------* 00003770
      *  RELEE UN 'R' QUE QUEDO PENDIENTE EN EL EXTRACTO ANTERIOR.    * 00003780
      *---------------------------------------------------------------* 00003790
       220-RELEE-PENDIENTE.                                             00003800
      ********************                                              00003810
           MOVE TP-CLAVE (WK-PEN-IDX) TO AUD-CLAVE.                     00003820
           READ AUDITORIA                                               00003830
               INVALID KEY                                              00003840
                   MOVE 'N' TO TP-VIGENTE (WK-PEN-IDX)                  00003850
                   GO TO 220-RELEE-PENDIENTE-FIN                        00003860
           END-READ.                                                    00003870
           IF (AUD-EJECUCION NOT EQUAL TP-EJECUCION (WK-PEN-IDX))       00003880
               MOVE 'ACTUALIZADO' TO WK-NOVEDAD                         00003890
               PERFORM 270-ARMA-FILA                                    00003900
               ADD 1 TO WK-CONT-ACTUAL                                  00003910
               MOVE AUD-EJECUCION TO TP-EJECUCION (WK-PEN-IDX)          00003920
           END-IF.                                                      00003930
           IF (NOT AUD-EJEC-PENDIENTE)                                  00003940
               MOVE 'N' TO TP-VIGENTE (WK-PEN-IDX)                      00003950
           END-IF.                                                      00003960
       220-RELEE-PENDIENTE-FIN.                                         00003970
      ************************                                          00003980
           EXIT.                                                        00003990
                                                                        00004000
       250-PROCESO-BITACORA.                                            00004010
      *********************                                             00004020
           MOVE 'NUEVO' TO WK-NOVEDAD.                                  00004030
           PERFORM 270-ARMA-FILA.                                       00004040
           ADD 1 TO WK-CONT-NUEVOS.                                     00004050
           MOVE AUD-CLAVE TO WK-ULTIMA-CLAVE.                           00004060
           IF (AUD-TIPO-REAL AND AUD-EJEC-PENDIENTE)                    00004070
               PERFORM 280-AGREGA-PENDIENTE                             00004080
           END-IF.                                                      00004090
           PERFORM 260-LEE-AUDITORIA.                                   00004100
      *---------------------------------------------------------------* 00004110
      *  GRABA EL CONTROL NUEVO: ULTIMA CLAVE Y TOTALES, Y LOS 'R'    * 00004120
      *  QUE SIGUEN PENDIENTES.                                       * 00004130
      *---------------------------------------------------------------* 00004140
       300-GRABA-CONTROL.                                               00004150
      ******************                                                00004160
           MOVE SPACES          TO REG-CONTROL.                         00004170
           MOVE 'C'             TO CTE-TIPO.                            00004180
           MOVE WK-ULTIMA-CLAVE TO CTE-CLAVE.                           00004190
           MOVE WK-FECHA-PROC   TO CTE-FECHA-PROC.                      00004200
           MOVE WK-HORA-PROC    TO CTE-HORA-PROC.                       00004210
           MOVE WK-CONT-FILAS   TO CTE-FILAS.                           00004220
           MOVE WK-CHECKSUM     TO CTE-CHECKSUM.                        00004230
           PERFORM 310-GRABA-CTLNUE.                                    00004240
           PERFORM 305-GRABA-PENDIENTE                                  00004250
               VARYING WK-PEN-IDX FROM 1 BY 1                           00004260
               UNTIL (WK-PEN-IDX GREATER WK-PEN-CANT).                  00004270
                                                                        00004280
       400-CIERRA.                                                      00004290
      ***********                                                       00004300
           DISPLAY 'FILAS EXTRAIDAS     : ' WK-CONT-FILAS  UPON CONSOLE.00004310
           DISPLAY '  DE HISTORIA       : ' WK-CONT-HIS    UPON CONSOLE.00004320
           DISPLAY '  NUEVAS            : ' WK-CONT-NUEVOS UPON CONSOLE.00004330
           DISPLAY '  ACTUALIZADAS      : ' WK-CONT-ACTUAL UPON CONSOLE.00004340
           DISPLAY 'PENDIENTES EN CTL   : ' WK-NUE-CANT    UPON CONSOLE.00004350
           DISPLAY 'CHECKSUM            : ' WK-CHECKSUM    UPON CONSOLE.00004360
           CLOSE AUDITORIA.                                             00004370
           IF (MODO-TOTAL)                                              00004380
               CLOSE HISTORIA                                           00004390
           ELSE                                                         00004400
               CLOSE CTLANT                                             00004410
           END-IF.                                                      00004420
           CLOSE CTLNUE.                                                00004430
           CLOSE EXTRDW.                                                00004440
           DISPLAY 'FIN DE CDOBDB2G'                       UPON CONSOLE.00004450
           DISPLAY '***************'                       UPON CONSOLE.00004460
           STOP RUN.                                                    00004470
                                                                        00004480
      ****************                                                  00004490
      * SEGUNDO NIVEL                                                   00004500
      ****************                                                  00004510
                                                                        00004520
       210-LEE-HISTORIA.                                                00004530
      *****************                                                 00004540
           READ HISTORIA                                                00004550
               AT END                                                   00004560
                   MOVE 'S' TO SW-EOF-HIS                               00004570
           END-READ.                                                    00004580
       260-LEE-AUDITORIA.                                               00004590
      ******************                                                00004600
           READ AUDITORIA NEXT RECORD                                   00004610
               AT END                                                   00004620
                   MOVE 'S' TO SW-EOF-AUD                               00004630
           END-READ.                                                    00004640
      *---------------------------------------------------------------* 00004650
      *  ARMA Y GRABA LA FILA DELIMITADA DE REG-AUDITORIA Y LA SUMA AL* 00004660
      *  CHECKSUM. LOS CAMPOS ALFANUMERICOS VAN SIN BLANCOS FINALES Y * 00004670
      *  UN ';' DENTRO DE UN CAMPO SE CAMBIA POR ','.                 * 00004680
      *---------------------------------------------------------------* 00004690
       270-ARMA-FILA.                                                   00004700
      **************                                                    00004710
           MOVE SPACES TO WK-LINEA.                                     00004720
           MOVE 1      TO WK-PUNTERO.                                   00004730
           MOVE AUD-FECHA (1 : 4) TO WK-ISO-ANIO.                       00004740
           MOVE AUD-FECHA (5 : 2) TO WK-ISO-MES.                        00004750
           MOVE AUD-FECHA (7 : 2) TO WK-ISO-DIA.                        00004760
           MOVE WK-FECHA-ISO TO WK-CAMPO.                               00004770
           PERFORM 600-AGREGA-CAMPO.                                    00004780
           MOVE AUD-HORA (1 : 2) TO WK-HI-HH.                           00004790
           MOVE AUD-HORA (3 : 2) TO WK-HI-MM.                           00004800
           MOVE AUD-HORA (5 : 2) TO WK-HI-SS.                           00004810
           MOVE WK-HORA-ISO TO WK-CAMPO.                                00004820
           PERFORM 600-AGREGA-CAMPO.                                    00004830
           MOVE AUD-SECUENCIA TO WK-EDIT-3.                             00004840
           MOVE WK-EDIT-3 TO WK-CAMPO.                                  00004850
           PERFORM 600-AGREGA-CAMPO.                                    00004860
           MOVE AUD-PROGRAMA   TO WK-CAMPO.                             00004870
           PERFORM 600-AGREGA-CAMPO.                                    00004880
           MOVE AUD-LIBRERIA   TO WK-CAMPO.                             00004890
           PERFORM 600-AGREGA-CAMPO.                                    00004900
           MOVE AUD-SUBSISTEMA TO WK-CAMPO.                             00004910
           PERFORM 600-AGREGA-CAMPO.                                    00004920
           MOVE AUD-PLAN       TO WK-CAMPO.                             00004930
           PERFORM 600-AGREGA-CAMPO.                                    00004940
      *    LA FECHA EFECTIVA VIENE DE LA TARJETA COMO DD/MM/SSAA; SI NO 00004950
      *    TIENE ESA FORMA (SIMBOLICA O VACIA) SE PASA TAL CUAL         00004960
           IF (AUD-FECHA-EFECTIVA (3 : 1) EQUAL '/' AND                 00004970
               AUD-FECHA-EFECTIVA (6 : 1) EQUAL '/')                    00004980
               MOVE AUD-FECHA-EFECTIVA (7 : 4) TO WK-ISO-ANIO           00004990
               MOVE AUD-FECHA-EFECTIVA (4 : 2) TO WK-ISO-MES            00005000
               MOVE AUD-FECHA-EFECTIVA (1 : 2) TO WK-ISO-DIA            00005010
               MOVE WK-FECHA-ISO TO WK-CAMPO                            00005020
           ELSE                                                         00005030
               MOVE AUD-FECHA-EFECTIVA TO WK-CAMPO                      00005040
           END-IF.                                                      00005050
           PERFORM 600-AGREGA-CAMPO.                                    00005060
           MOVE AUD-FREE       TO WK-CAMPO.                             00005070
           PERFORM 600-AGREGA-CAMPO.                                    00005080
           MOVE AUD-RETURN-CODE TO WK-EDIT-3.                           00005090
           MOVE WK-EDIT-3 TO WK-CAMPO.                                  00005100
           PERFORM 600-AGREGA-CAMPO.                                    00005110
           EVALUATE TRUE                                                00005120
               WHEN AUD-TIPO-REAL                                       00005130
                   MOVE 'GENERADA'  TO WK-CAMPO                         00005140
               WHEN AUD-TIPO-VALIDA                                     00005150
                   MOVE 'VALIDADA'  TO WK-CAMPO                         00005160
               WHEN AUD-TIPO-ERROR                                      00005170
                   MOVE 'RECHAZADA' TO WK-CAMPO                         00005180
               WHEN OTHER                                               00005190
                   MOVE AUD-TIPO    TO WK-CAMPO                         00005200
           END-EVALUATE.                                                00005210
           PERFORM 600-AGREGA-CAMPO.                                    00005220
      *    EL ESTADO DE EJECUCION SOLO TIENE SENTIDO EN LOS 'R'         00005230
           MOVE SPACES TO WK-CAMPO.                                     00005240
           IF (AUD-TIPO-REAL)                                           00005250
               EVALUATE TRUE                                            00005260
                   WHEN AUD-EJEC-PENDIENTE                              00005270
                       MOVE 'PENDIENTE' TO WK-CAMPO                     00005280
                   WHEN AUD-EJEC-OK                                     00005290
                       MOVE 'EJECUTADA' TO WK-CAMPO                     00005300
                   WHEN AUD-EJEC-ABEND                                  00005310
                       MOVE 'ABEND'     TO WK-CAMPO                     00005320
                   WHEN OTHER                                           00005330
                       MOVE AUD-ESTADO-EJEC TO WK-CAMPO                 00005340
               END-EVALUATE                                             00005350
           END-IF.                                                      00005360
           PERFORM 600-AGREGA-CAMPO.                                    00005370
           MOVE SPACES TO WK-CAMPO.                                     00005380
           IF (AUD-TIPO-REAL AND NOT AUD-EJEC-PENDIENTE)                00005390
               MOVE AUD-COND-CODE TO WK-EDIT-4                          00005400
               MOVE WK-EDIT-4 TO WK-CAMPO                               00005410
           END-IF.                                                      00005420
           PERFORM 600-AGREGA-CAMPO.                                    00005430
           MOVE SPACES TO WK-CAMPO.                                     00005440
           IF (AUD-HORA-INI GREATER ZEROS)                              00005450
               DIVIDE AUD-HORA-INI BY 100 GIVING WK-HM-HH               00005460
                                          REMAINDER WK-HM-MM            00005470
               MOVE WK-HORA-HHMM TO WK-CAMPO                            00005480
           END-IF.                                                      00005490
           PERFORM 600-AGREGA-CAMPO.                                    00005500
           MOVE SPACES TO WK-CAMPO.                                     00005510
           IF (AUD-HORA-FIN GREATER ZEROS)                              00005520
               DIVIDE AUD-HORA-FIN BY 100 GIVING WK-HM-HH               00005530
                                          REMAINDER WK-HM-MM            00005540
               MOVE WK-HORA-HHMM TO WK-CAMPO                            00005550
           END-IF.                                                      00005560
           PERFORM 600-AGREGA-CAMPO.                                    00005570
           MOVE WK-NOVEDAD TO WK-CAMPO.                                 00005580
           PERFORM 600-AGREGA-CAMPO.                                    00005590
           PERFORM 290-GRABA-LINEA.                                     00005600
           ADD 1 TO WK-CONT-FILAS.                                      00005610
           IF (AUD-FECHA IS NUMERIC)                                    00005620
               MOVE AUD-FECHA TO WK-FECHA-NUM                           00005630
               ADD WK-FECHA-NUM TO WK-CHECKSUM                          00005640
           END-IF.                                                      00005650
           IF (AUD-HORA IS NUMERIC)                                     00005660
               MOVE AUD-HORA TO WK-HORA-NUM                             00005670
               ADD WK-HORA-NUM TO WK-CHECKSUM                           00005680
           END-IF.                                                      00005690
           ADD AUD-SECUENCIA TO WK-CHECKSUM.                            00005700
      *---------------------------------------------------------------* 00005710
      *  AGREGA UN 'R' PENDIENTE (CLAVE Y AUD-EJECUCION EN REG-       * 00005720
      *  AUDITORIA) A LA TABLA QUE PASA AL CONTROL NUEVO.             * 00005730
      *---------------------------------------------------------------* 00005740
       280-AGREGA-PENDIENTE.                                            00005750
      *********************                                             00005760
           IF (WK-PEN-CANT NOT LESS 5000)                               00005770
               DISPLAY 'TABLA DE PENDIENTES LLENA'          UPON CONSOLE00005780
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00005790
               MOVE 12 TO RETURN-CODE                                   00005800
               PERFORM 400-CIERRA                                       00005810
           END-IF.                                                      00005820
           ADD 1 TO WK-PEN-CANT.                                        00005830
           MOVE AUD-CLAVE     TO TP-CLAVE     (WK-PEN-CANT).            00005840
           MOVE AUD-EJECUCION TO TP-EJECUCION (WK-PEN-CANT).            00005850
           MOVE 'S'           TO TP-VIGENTE   (WK-PEN-CANT).            00005860
       290-GRABA-LINEA.                                                 00005870
      ****************                                                  00005880
           MOVE WK-LINEA TO REG-EXTRDW.                                 00005890
           WRITE REG-EXTRDW.                                            00005900
           IF (FS-EXT NOT EQUAL '00')                                   00005910
               DISPLAY 'ERROR AL GRABAR EXTRDW ' FS-EXT     UPON CONSOLE00005920
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00005930
               PERFORM 400-CIERRA                                       00005940
           END-IF.                                                      00005950
       305-GRABA-PENDIENTE.                                             00005960
      ********************                                              00005970
           IF (TP-VIGENTE (WK-PEN-IDX) EQUAL 'S')                       00005980
               MOVE SPACES TO REG-CONTROL                               00005990
               MOVE 'P'    TO CTE-TIPO                                  00006000
               MOVE TP-CLAVE     (WK-PEN-IDX) TO CTE-CLAVE              00006010
               MOVE TP-EJECUCION (WK-PEN-IDX) TO CTE-EJECUCION          00006020
               PERFORM 310-GRABA-CTLNUE                                 00006030
               ADD 1 TO WK-NUE-CANT                                     00006040
           END-IF.                                                      00006050
       310-GRABA-CTLNUE.                                                00006060
      *****************                                                 00006070
           MOVE REG-CONTROL TO REG-CTLNUE.                              00006080
           WRITE REG-CTLNUE.                                            00006090
           IF (FS-CTN NOT EQUAL '00')                                   00006100
               DISPLAY 'ERROR AL GRABAR CTLNUE ' FS-CTN     UPON CONSOLE00006110
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00006120
               PERFORM 400-CIERRA                                       00006130
           END-IF.                                                      00006140
      *---------------------------------------------------------------* 00006150
      *  AGREGA WK-CAMPO SIN SUS BLANCOS FINALES A WK-LINEA, SEPARADO * 00006160
      *  DEL ANTERIOR POR ';'.                                        * 00006170
      *---------------------------------------------------------------* 00006180
       600-AGREGA-CAMPO.                                                00006190
      *****************                                                 00006200
           IF (WK-PUNTERO GREATER 1)                                    00006210
               STRING ';' DELIMITED BY SIZE                             00006220
                   INTO WK-LINEA WITH POINTER WK-PUNTERO                00006230
           END-IF.                                                      00006240
           INSPECT WK-CAMPO REPLACING ALL ';' BY ','.                   00006250
           MOVE 40  TO WK-CAMPO-LARGO.                                  00006260
           MOVE 'N' TO SW-FIN-CAMPO.                                    00006270
           PERFORM 610-RECORTA-CAMPO                                    00006280
               UNTIL (FIN-CAMPO OR WK-CAMPO-LARGO EQUAL ZEROS).         00006290
           IF (WK-CAMPO-LARGO GREATER ZEROS)                            00006300
               STRING WK-CAMPO (1 : WK-CAMPO-LARGO) DELIMITED BY SIZE   00006310
                   INTO WK-LINEA WITH POINTER WK-PUNTERO                00006320
           END-IF.                                                      00006330
       610-RECORTA-CAMPO.                                               00006340
      ******************                                                00006350
           IF (WK-CAMPO (WK-CAMPO-LARGO : 1) NOT EQUAL SPACES)          00006360
               MOVE 'S' TO SW-FIN-CAMPO                                 00006370
           ELSE                                                         00006380
               SUBTRACT 1 FROM WK-CAMPO-LARGO                           00006390
           END-IF.                                                      00006400
