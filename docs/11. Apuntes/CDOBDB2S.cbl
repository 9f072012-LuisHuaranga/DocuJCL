************************************************************************00000010
*     * TC0278 15/10/26 RHM  CONSISTENCIA ARCHIVOS REFERENCIA REG:13306*00000020
************************************************************************00000030
*IDAPL*CDO                                                              00000040
*OBJET******************************************************************00000050
*OBJET*** CRUZA S-CATALOG, S-PERFILES, S-VENTANA, S-CALENDA Y LA       *00000060
*OBJET*** BITACORA Y EMITE UN REPORTE UNICO DE INCONSISTENCIAS         *00000070
*OBJET******************************************************************00000080
                                                                        00000090
       IDENTIFICATION DIVISION.                                         00000100
      *-----------------------*                                         00000110
       PROGRAM-ID.            CDOBDB2S.                                 00000120
       AUTHOR.                INTERBANK                                 00000130
       INSTALLATION.          INTERBANK                                 00000140
       DATE-WRITTEN.          15-OCT-26.                                00000150
       REMARKS.                                                         00000160
              -----------------------------------------------           00000170
             |            DB2 -  PROGRAM INTERFACE           |          00000180
             |            ************************           |          00000190
             |                                               |          00000200
             |   OBJETIVO :   BARRIDO SEMANAL DE INTEGRIDAD  |          00000210
             |                ENTRE LOS ARCHIVOS DE          |          00000220
             |                REFERENCIA DE CDOBDB2E (CADA   |          00000230
             |                UNO TIENE SU PROPIO PROGRAMA   |          00000240
             |                DE MANTENIMIENTO PERO NADIE    |          00000250
             |                LOS CRUZA ENTRE SI), CON UN    |          00000260
             |                REPORTE CONSOLIDADO, PARA      |          00000270
             |                ENCONTRAR ANTES DE LA NOCHE LO |          00000280
             |                QUE TERMINARIA EN RC 26/27/28  |          00000290
             |                O EN UN PASO COMENTADO         |          00000300
             |   LENGUAJE :   COBOL-II                       |          00000310
             |                                               |          00000320
             |   ARCHIVOS :   INPUT  CATALOGO   KSDS         |          00000330
             |                INPUT  PERFILES   KSDS         |          00000340
             |                INPUT  VENTANA    LF --> 80    |          00000350
             |                INPUT  CALENDARIO LF --> 80    |          00000360
             |                INPUT  AUDITORIA  KSDS         |          00000370
             |                OUTPUR LISTADO    LF --> 132   |          00000380
             |                                               |          00000390
              -----------------------------------------------           00000400
      *15/10/26  RHM                                                    00000410
      *VERSION INICIAL. PARM: DIAS=NNN/ (1 A 3 DIGITOS, COMO EN         00000420
      *CDOBDB2P): ANTIGUEDAD DEL ULTIMO 'R' DESDE LA QUE UN PROGRAMA    00000430
      *DEL CATALOGO SE LISTA COMO CANDIDATO A BAJA. CONTROLES:          00000440
      *  1. PLAN O SUBSYS DE UN PERFIL QUE NINGUN PROGRAMA DEL          00000450
      *     CATALOGO TIENE AUTORIZADO                                   00000460
      *  2. ENTRADAS DE S-VENTANA DE PROGRAMAS QUE YA NO ESTAN EN       00000470
      *     S-CATALOG                                                   00000480
      *  3. PROGRAMAS DEL CATALOGO SIN ENTRADA EN S-VENTANA             00000490
      *  4. PROGRAMAS DEL CATALOGO SIN CAT-LIBRERIA Y SIN PERFIL QUE    00000500
      *     APORTE LIBRERIA CON UN PLAN Y SUBSYS AUTORIZADOS PARA EL    00000510
      *     PROGRAMA (CDOBDB2J EMITIRIA EL PASO COMO COMENTARIO)        00000520
      *  5. PROGRAMAS DEL CATALOGO SIN 'R' EN LA BITACORA VIVA CON      00000530
      *     AUD-FECHA IGUAL O POSTERIOR A HOY MENOS DIAS=               00000540
      *  6. S-CALENDA SIN TODAS LAS FECHAS DE LOS PROXIMOS 60 DIAS      00000550
      *     (DEL DIA SIGUIENTE EN ADELANTE)                             00000560
      *RC 08 SI HUBO HALLAZGOS, COMO CDOBDB2R Y CDOBDB2K EN MODO        00000570
      *VALIDA; RC 10 PARM INCORRECTO; RC 12 TABLA INTERNA LLENA         00000580
                                                                        00000590
       ENVIRONMENT DIVISION.                                            00000600
      *--------------------*                                            00000610
       CONFIGURATION SECTION.                                           00000620
      *--------------------*                                            00000630
       SOURCE-COMPUTER. IBM-4341.                                       00000640
       OBJECT-COMPUTER. IBM-4341.                                       00000650
       INPUT-OUTPUT SECTION.                                            00000660
      *--------------------*                                            00000670
       FILE-CONTROL.                                                    00000680
      *------------*                                                    00000690
           SELECT  CATALOGO      ASSIGN   TO  S-CATALOG                 00000700
                                 ORGANIZATION  INDEXED                  00000710
                                 ACCESS MODE   SEQUENTIAL               00000720
                                 RECORD KEY    CAT-PROGRAMA             00000730
                                 FILE STATUS   FS-CAT.                  00000740
           SELECT  PERFILES      ASSIGN   TO  S-PERFILES                00000750
                                 ORGANIZATION  INDEXED                  00000760
                                 ACCESS MODE   SEQUENTIAL               00000770
                                 RECORD KEY    PRF-NOMBRE               00000780
                                 FILE STATUS   FS-PRF.                  00000790
           SELECT  VENTANA       ASSIGN   TO  S-VENTANA                 00000800
                                 FILE STATUS   FS-VEN.                  00000810
           SELECT  CALENDARIO    ASSIGN   TO  S-CALENDA                 00000820
                                 FILE STATUS   FS-CAL.                  00000830
           SELECT  AUDITORIA     ASSIGN   TO  S-AUDITOR                 00000840
                                 ORGANIZATION  INDEXED                  00000850
                                 ACCESS MODE   SEQUENTIAL               00000860
                                 RECORD KEY    AUD-CLAVE                00000870
                                 FILE STATUS   FS-AUD.                  00000880
           SELECT  LISTADO       ASSIGN   TO  S-LISTADO                 00000890
                                 FILE STATUS   FS-LIS.                  00000900
       DATA DIVISION.                                                   00000910
      *-------------*                                                   00000920
       FILE SECTION.                                                    00000930
      *------------*                                                    00000940
       FD  CATALOGO                                                     00000950
           LABEL  RECORDS   IS  STANDARD.                               00000960
           COPY CDOBCAT.                                                00000970
       FD  PERFILES                                                     00000980
           LABEL  RECORDS   IS  STANDARD.                               00000990
           COPY CDOBPRF.                                                00001000
       FD  VENTANA                                                      00001010
           LABEL  RECORDS   IS  STANDARD                                00001020
           BLOCK  CONTAINS   0  RECORDS                                 00001030
           RECORD CONTAINS  80  CHARACTERS.                             00001040
       01  REG-VENTANA.                                                 00001050
           02 VEN-PROGRAMA  PIC X(08).                                  00001060
           02 FILLER        PIC X(72).                                  00001070
       FD  CALENDARIO                                                   00001080
           LABEL  RECORDS   IS  STANDARD                                00001090
           BLOCK  CONTAINS   0  RECORDS                                 00001100
           RECORD CONTAINS  80  CHARACTERS.                             00001110
       01  REG-CALENDARIO.                                              00001120
           02 CAL-FECHA     PIC X(08).                                  00001130
           02 CAL-TIPO      PIC X(01).                                  00001140
           02 FILLER        PIC X(71).                                  00001150
       FD  AUDITORIA                                                    00001160
           LABEL  RECORDS   IS  STANDARD.                               00001170
           COPY CDOBAUD.                                                00001180
       FD  LISTADO                                                      00001190
           LABEL  RECORDS   IS  STANDARD                                00001200
           BLOCK  CONTAINS   0  RECORDS                                 00001210
           RECORD CONTAINS 132  CHARACTERS.                             00001220
       01  REG-LISTADO      PIC X(132).                                 00001230
       WORKING-STORAGE SECTION.                                         00001240
      *-----------------------*                                         00001250
       01  VARIABLES.                                                   00001260
           02 FS-CAT        PIC  X(02)   VALUE SPACES.                  00001270
           02 FS-PRF        PIC  X(02)   VALUE SPACES.                  00001280
           02 FS-VEN        PIC  X(02)   VALUE SPACES.                  00001290
           02 FS-CAL        PIC  X(02)   VALUE SPACES.                  00001300
           02 FS-AUD        PIC  X(02)   VALUE SPACES.                  00001310
           02 FS-LIS        PIC  X(02)   VALUE SPACES.                  00001320
           02 SW-EOF-CAT    PIC  X(01)   VALUE 'N'.                     00001330
              88 EOF-CATALOGO            VALUE 'S'.                     00001340
           02 SW-EOF-PRF    PIC  X(01)   VALUE 'N'.                     00001350
              88 EOF-PERFILES            VALUE 'S'.                     00001360
           02 SW-EOF-VEN    PIC  X(01)   VALUE 'N'.                     00001370
              88 EOF-VENTANA             VALUE 'S'.                     00001380
           02 SW-EOF-CAL    PIC  X(01)   VALUE 'N'.                     00001390
              88 EOF-CALENDARIO          VALUE 'S'.                     00001400
           02 SW-EOF-AUD    PIC  X(01)   VALUE 'N'.                     00001410
              88 EOF-AUDITORIA           VALUE 'S'.                     00001420
           02 SW-CAT-HALLADO PIC X(01)   VALUE 'N'.                     00001430
              88 CAT-HALLADO             VALUE 'S'.                     00001440
           02 SW-AUTORIZADO PIC  X(01)   VALUE 'N'.                     00001450
              88 VALOR-AUTORIZADO        VALUE 'S'.                     00001460
           02 SW-LIB-PERFIL PIC  X(01)   VALUE 'N'.                     00001470
              88 PERFIL-CON-LIB          VALUE 'S'.                     00001480
           02 SW-HUECO      PIC  X(01)   VALUE 'N'.                     00001490
              88 HAY-HUECO               VALUE 'S'.                     00001500
           02 WK-DIAS-X     PIC  X(03)   VALUE SPACES.                  00001510
           02 WK-DIAS       PIC  9(03)   VALUE ZEROS.                   00001520
           02 WK-FECHA-HOY  PIC  X(08)   VALUE SPACES.                  00001530
           02 WK-FECHA-CORTE PIC X(08)   VALUE SPACES.                  00001540
           02 WK-FECHA-BUSCA PIC X(08)   VALUE SPACES.                  00001550
           02 WK-CAL-DESDE  PIC  X(08)   VALUE SPACES.                  00001560
           02 WK-CAL-HASTA  PIC  X(08)   VALUE SPACES.                  00001570
           02 WK-CAL-CUBIERTO PIC 9(03)  VALUE ZEROS.                   00001580
      *    DIAS HACIA ADELANTE QUE S-CALENDA DEBE TENER CARGADOS        00001590
           02 WK-HORIZONTE  PIC  9(03)   VALUE 60.                      00001600
           02 WK-FEC-AUX.                                               00001610
              03 WK-FA-ANIO PIC  9(04).                                 00001620
              03 WK-FA-MES  PIC  9(02).                                 00001630
              03 WK-FA-DIA  PIC  9(02).                                 00001640
           02 WK-DIA-MAX    PIC  9(02)   VALUE ZEROS.                   00001650
           02 WK-DIV        PIC  9(04)   VALUE ZEROS.                   00001660
           02 WK-R4         PIC  9(04)   VALUE ZEROS.                   00001670
           02 WK-R100       PIC  9(04)   VALUE ZEROS.                   00001680
           02 WK-R400       PIC  9(04)   VALUE ZEROS.                   00001690
           02 WK-VALOR-PLAN PIC  X(07)   VALUE SPACES.                  00001700
           02 WK-VALOR-SUBSYS PIC X(04)  VALUE SPACES.                  00001710
           02 WK-CAT-CANT   PIC  9(04)   VALUE ZEROS  COMP.             00001720
           02 WK-CAT-IDX    PIC  9(04)   VALUE ZEROS  COMP.             00001730
           02 WK-CAT-BAJO   PIC  9(04)   VALUE ZEROS  COMP.             00001740
           02 WK-CAT-ALTO   PIC  9(04)   VALUE ZEROS  COMP.             00001750
           02 WK-CAT-MED    PIC  9(04)   VALUE ZEROS  COMP.             00001760
           02 WK-PRF-CANT   PIC  9(04)   VALUE ZEROS  COMP.             00001770
           02 WK-PRF-IDX    PIC  9(04)   VALUE ZEROS  COMP.             00001780
           02 WK-K          PIC  9(02)   VALUE ZEROS  COMP.             00001790
           02 I             PIC  9(02)   VALUE ZEROS.                   00001800
           02 L             PIC  9(02)   VALUE ZEROS.                   00001810
           02 WK-CONT-CAT   PIC  9(05)   VALUE ZEROS.                   00001820
           02 WK-CONT-PRF   PIC  9(05)   VALUE ZEROS.                   00001830
           02 WK-CONT-VEN   PIC  9(05)   VALUE ZEROS.                   00001840
           02 WK-CONT-AUD   PIC  9(07)   VALUE ZEROS.                   00001850
           02 WK-CONT-H1    PIC  9(05)   VALUE ZEROS.                   00001860
           02 WK-CONT-H2    PIC  9(05)   VALUE ZEROS.                   00001870
           02 WK-CONT-H3    PIC  9(05)   VALUE ZEROS.                   00001880
           02 WK-CONT-H4    PIC  9(05)   VALUE ZEROS.                   00001890
           02 WK-CONT-H5    PIC  9(05)   VALUE ZEROS.                   00001900
           02 WK-CONT-H6    PIC  9(05)   VALUE ZEROS.                   00001910
           02 WK-CONT-HALLAZGOS PIC 9(05) VALUE ZEROS.                  00001920
       01  TABLA-DIAS-MES.                                              00001930
           02 FILLER        PIC  9(02)   VALUE 31.                      00001940
           02 FILLER        PIC  9(02)   VALUE 28.                      00001950
           02 FILLER        PIC  9(02)   VALUE 31.                      00001960
           02 FILLER        PIC  9(02)   VALUE 30.                      00001970
           02 FILLER        PIC  9(02)   VALUE 31.                      00001980
           02 FILLER        PIC  9(02)   VALUE 30.                      00001990
           02 FILLER        PIC  9(02)   VALUE 31.                      00002000
           02 FILLER        PIC  9(02)   VALUE 31.                      00002010
           02 FILLER        PIC  9(02)   VALUE 30.                      00002020
           02 FILLER        PIC  9(02)   VALUE 31.                      00002030
           02 FILLER        PIC  9(02)   VALUE 30.                      00002040
           02 FILLER        PIC  9(02)   VALUE 31.                      00002050
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.                   00002060
           02 DIAS-MES      PIC  9(02)   OCCURS 12 TIMES.               00002070
      *---------------------------------------------------------------* 00002080
      *  CATALOGO EN MEMORIA, EN ORDEN DE CLAVE (SE CARGA LEYENDO EL  * 00002090
      *  KSDS EN SECUENCIA) PARA BUSCARLO POR BUSQUEDA BINARIA.       * 00002100
      *  TC-VENTANA: 'S' SI TIENE ENTRADA EN S-VENTANA. TC-ULT-REAL:  * 00002110
      *  FECHA DEL ULTIMO 'R' DEL PROGRAMA EN LA BITACORA VIVA.       * 00002120
      *---------------------------------------------------------------* 00002130
       01  TABLA-CATALOGO.                                              00002140
           02 TABLA-CAT-ENTRADA OCCURS 1000 TIMES.                      00002150
              03 TC-PGM        PIC X(08).                               00002160
              03 TC-PLAN       PIC X(07)  OCCURS 3 TIMES.               00002170
              03 TC-SUBSYS     PIC X(04)  OCCURS 3 TIMES.               00002180
              03 TC-LIBRERIA   PIC X(40).                               00002190
              03 TC-VENTANA    PIC X(01).                               00002200
              03 TC-ULT-REAL   PIC X(08).                               00002210
       01  TABLA-PERFILES.                                              00002220
           02 TABLA-PRF-ENTRADA OCCURS 500 TIMES.                       00002230
              03 TP-NOMBRE     PIC X(08).                               00002240
              03 TP-SUBSYS     PIC X(04).                               00002250
              03 TP-PLAN       PIC X(07).                               00002260
              03 TP-LIBRERIA   PIC X(40).                               00002270
      ******************************************************************00002280
      *              D E T A L L E      D E     S A L I D A            *00002290
      ******************************************************************00002300
       01  LIN-ENCABEZADO.                                              00002310
           02 FILLER  PIC X(60) VALUE                                   00002320
              'CDOBDB2S - CONSISTENCIA DE LOS ARCHIVOS DE REFERENCIA'.  00002330
           02 FILLER  PIC X(08) VALUE 'FECHA : '.                       00002340
           02 LE-FECHA PIC X(08).                                       00002350
           02 FILLER  PIC X(16) VALUE '   SIN R DESDE: '.               00002360
           02 LE-CORTE PIC X(08).                                       00002370
       01  LIN-SECCION-1.                                               00002380
           02 FILLER  PIC X(70) VALUE                                   00002390
              '1. PERFILES CON PLAN/SUBSYS SIN PROGRAMA AUTORIZADO'.    00002400
       01  LIN-SECCION-2.                                               00002410
           02 FILLER  PIC X(70) VALUE                                   00002420
              '2. S-VENTANA: PROGRAMAS QUE YA NO ESTAN EN S-CATALOG'.   00002430
       01  LIN-SECCION-3.                                               00002440
           02 FILLER  PIC X(70) VALUE                                   00002450
              '3. S-CATALOG: PROGRAMAS SIN ENTRADA EN S-VENTANA'.       00002460
       01  LIN-SECCION-4.                                               00002470
           02 FILLER  PIC X(70) VALUE                                   00002480
              '4. S-CATALOG: SIN LIBRERIA NI PERFIL QUE LA APORTE'.     00002490
       01  LIN-SECCION-5.                                               00002500
           02 FILLER  PIC X(70) VALUE                                   00002510
              '5. S-CATALOG: SIN R EN LA BITACORA DESDE EL CORTE'.      00002520
       01  LIN-SECCION-6.                                               00002530
           02 FILLER  PIC X(70) VALUE                                   00002540
              '6. S-CALENDA: COBERTURA DE LOS PROXIMOS 60 DIAS'.        00002550
       01  LIN-COLUMNAS.                                                00002560
           02 FILLER  PIC X(10) VALUE 'CLAVE'.                          00002570
           02 FILLER  PIC X(06) VALUE 'SUBSYS'.                         00002580
           02 FILLER  PIC X(09) VALUE '  PLAN'.                         00002590
           02 FILLER  PIC X(40) VALUE 'OBSERVACION'.                    00002600
       01  LIN-DETALLE.                                                 00002610
           02 LD-CLAVE      PIC X(08).                                  00002620
           02 FILLER        PIC X(02) VALUE SPACES.                     00002630
           02 LD-SUBSYS     PIC X(04).                                  00002640
           02 FILLER        PIC X(04) VALUE SPACES.                     00002650
           02 LD-PLAN       PIC X(07).                                  00002660
           02 FILLER        PIC X(02) VALUE SPACES.                     00002670
           02 LD-NOTA       PIC X(70).                                  00002680
       01  LIN-NOTA-FECHA.                                              00002690
           02 LN-TEXTO      PIC X(25).                                  00002700
           02 LN-FECHA      PIC X(08).                                  00002710
       01  LIN-CALENDARIO.                                              00002720
           02 FILLER        PIC X(16) VALUE 'FECHAS BUSCADAS '.         00002730
           02 LC-DESDE      PIC X(08).                                  00002740
           02 FILLER        PIC X(03) VALUE ' A '.                      00002750
           02 LC-HASTA      PIC X(08).                                  00002760
           02 FILLER        PIC X(13) VALUE ' - CUBIERTAS '.            00002770
           02 LC-CUBIERTO   PIC ZZ9.                                    00002780
           02 FILLER        PIC X(03) VALUE SPACES.                     00002790
           02 LC-NOTA       PIC X(50).                                  00002800
       01  LIN-NINGUNA.                                                 00002810
           02 FILLER        PIC X(10) VALUE '(NINGUNA)'.                00002820
       01  LIN-TOTALES-1.                                               00002830
           02 FILLER        PIC X(32)                                   00002840
                            VALUE 'PROGRAMAS EN CATALOGO         : '.   00002850
           02 LT-CAT        PIC ZZZZ9.                                  00002860
       01  LIN-TOTALES-2.                                               00002870
           02 FILLER        PIC X(32)                                   00002880
                            VALUE 'PERFILES                      : '.   00002890
           02 LT-PRF        PIC ZZZZ9.                                  00002900
       01  LIN-TOTALES-3.                                               00002910
           02 FILLER        PIC X(32)                                   00002920
                            VALUE 'ENTRADAS DE S-VENTANA         : '.   00002930
           02 LT-VEN        PIC ZZZZ9.                                  00002940
       01  LIN-TOTALES-4.                                               00002950
           02 FILLER        PIC X(32)                                   00002960
                            VALUE 'REGISTROS DE BITACORA LEIDOS  : '.   00002970
           02 LT-AUD        PIC ZZZZZZ9.                                00002980
       01  LIN-TOTALES-5.                                               00002990
           02 FILLER        PIC X(21) VALUE 'HALLAZGOS POR CONTROL'.    00003000
           02 FILLER        PIC X(03) VALUE ' 1:'.                      00003010
           02 LT-H1         PIC ZZZZ9.                                  00003020
           02 FILLER        PIC X(04) VALUE '  2:'.                     00003030
           02 LT-H2         PIC ZZZZ9.                                  00003040
           02 FILLER        PIC X(04) VALUE '  3:'.                     00003050
           02 LT-H3         PIC ZZZZ9.                                  00003060
           02 FILLER        PIC X(04) VALUE '  4:'.                     00003070
           02 LT-H4         PIC ZZZZ9.                                  00003080
           02 FILLER        PIC X(04) VALUE '  5:'.                     00003090
           02 LT-H5         PIC ZZZZ9.                                  00003100
           02 FILLER        PIC X(04) VALUE '  6:'.                     00003110
           02 LT-H6         PIC ZZZZ9.                                  00003120
       01  LIN-TOTALES-6.                                               00003130
           02 FILLER        PIC X(32)                                   00003140
                            VALUE 'TOTAL DE HALLAZGOS            : '.   00003150
           02 LT-HALLAZGOS  PIC ZZZZ9.                                  00003160
       01  LIN-BLANCO       PIC X(132) VALUE SPACES.                    00003170
      *---------------------------------------------------------------* 00003180
      *                   DB2 -  PROGRAM INTERFACE                    * 00003190
      *   ANTIGUEDAD DEL ULTIMO 'R'   PARA LINKAGE SECTION            * 00003200
      *---------------------------------------------------------------* 00003210
       LINKAGE SECTION.                                                 00003220
      *---------------*                                                 00003230
       01  LK-PARM.                                                     00003240
           02  LL-PARM             PIC S9(4) COMP.                      00003250
           02  LK-BYTE             PIC X(10).                           00003260
      *----------------------------------------------------------------*00003270
       PROCEDURE DIVISION USING LK-PARM.                                00003280
      *******************                                               00003290
                                                                        00003300
       RUTINA-PRINCIPAL.                                                00003310
      *----------------*                                                00003320
           MOVE 16  TO RETURN-CODE.                                     00003330
           PERFORM 110-VALIDA-PARM.                                     00003340
           PERFORM 120-CALCULA-FECHAS.                                  00003350
           PERFORM 100-ABRE.                                            00003360
           PERFORM 200-CONTROL-PERFILES.                                00003370
           PERFORM 210-CONTROL-VENTANA.                                 00003380
           PERFORM 230-PROCESO-BITACORA UNTIL EOF-AUDITORIA.            00003390
           PERFORM 250-CONTROL-SIN-VENTANA.                             00003400
           PERFORM 260-CONTROL-SIN-LIBRERIA.                            00003410
           PERFORM 270-CONTROL-SIN-REAL.                                00003420
           PERFORM 280-CONTROL-CALENDARIO                               00003430
              THRU 280-CONTROL-CALENDARIO-FIN.                          00003440
           COMPUTE WK-CONT-HALLAZGOS = WK-CONT-H1 + WK-CONT-H2 +        00003450
                   WK-CONT-H3 + WK-CONT-H4 + WK-CONT-H5 + WK-CONT-H6.   00003460
           IF (WK-CONT-HALLAZGOS GREATER ZEROS)                         00003470
               MOVE 08 TO RETURN-CODE                                   00003480
           ELSE                                                         00003490
               MOVE 00 TO RETURN-CODE                                   00003500
           END-IF.                                                      00003510
           PERFORM 400-CIERRA.                                          00003520
                                                                        00003530
      ***************                                                   00003540
      *  PRIMER NIVEL                                                   00003550
      ****************                                                  00003560
                                                                        00003570
       100-ABRE.                                                        00003580
      *********                                                         00003590
           DISPLAY 'INICIO DE CDOBDB2S'                    UPON CONSOLE.00003600
           DISPLAY '******************'                    UPON CONSOLE.00003610
           OPEN INPUT CATALOGO.                                         00003620
           IF (FS-CAT NOT EQUAL '00')                                   00003630
               DISPLAY 'ERROR AL OPEN CATALOGO ' FS-CAT     UPON CONSOLE00003640
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003650
               PERFORM 400-CIERRA                                       00003660
           END-IF.                                                      00003670
           OPEN INPUT PERFILES.                                         00003680
           IF (FS-PRF NOT EQUAL '00')                                   00003690
               DISPLAY 'ERROR AL OPEN PERFILES ' FS-PRF     UPON CONSOLE00003700
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003710
               PERFORM 400-CIERRA                                       00003720
           END-IF.                                                      00003730
           OPEN INPUT VENTANA.                                          00003740
           IF (FS-VEN NOT EQUAL '00')                                   00003750
               DISPLAY 'ERROR AL OPEN VENTANA ' FS-VEN      UPON CONSOLE00003760
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003770
               PERFORM 400-CIERRA                                       00003780
           END-IF.                                                      00003790
           OPEN INPUT CALENDARIO.                                       00003800
           IF (FS-CAL NOT EQUAL '00')                                   00003810
               DISPLAY 'ERROR AL OPEN CALENDARIO ' FS-CAL   UPON CONSOLE00003820
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003830
               PERFORM 400-CIERRA                                       00003840
           END-IF.                                                      00003850
           OPEN INPUT AUDITORIA.                                        00003860
           IF (FS-AUD NOT EQUAL '00')                                   00003870
               DISPLAY 'ERROR AL OPEN AUDITORIA ' FS-AUD    UPON CONSOLE00003880
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003890
               PERFORM 400-CIERRA                                       00003900
           END-IF.                                                      00003910
           OPEN OUTPUT LISTADO.                                         00003920
           IF (FS-LIS NOT EQUAL '00')                                   00003930
               DISPLAY 'ERROR AL OPEN LISTADO ' FS-LIS      UPON CONSOLE00003940
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003950
               PERFORM 400-CIERRA                                       00003960
           END-IF.                                                      00003970
           MOVE WK-FECHA-HOY   TO LE-FECHA.                             00003980
           MOVE WK-FECHA-CORTE TO LE-CORTE.                             00003990
           WRITE REG-LISTADO FROM LIN-ENCABEZADO.                       00004000
           PERFORM 130-LEE-CATALOGO.                                    00004010
           PERFORM 135-GUARDA-CATALOGO UNTIL EOF-CATALOGO.              00004020
           PERFORM 140-LEE-PERFIL.                                      00004030
           PERFORM 145-GUARDA-PERFIL UNTIL EOF-PERFILES.                00004040
           PERFORM 240-LEE-AUDITORIA.                                   00004050
      *---------------------------------------------------------------* 00004060
      *  VALIDA EL PARM DIAS=NNN/ : LABEL FIJO, 1 A 3 DIGITOS Y EL    * 00004070
      *  DELIMITADOR FINAL '/', COMO CDOBDB2P.                        * 00004080
      *---------------------------------------------------------------* 00004090
       110-VALIDA-PARM.                                                 00004100
      ****************                                                  00004110
           IF (LL-PARM LESS 7 OR LK-BYTE (1 : 5) NOT EQUAL 'DIAS=')     00004120
               DISPLAY 'PARAMETRO ANTIGUEDAD INCORRECTO'    UPON CONSOLE00004130
               DISPLAY 'DEBE SER DIAS=NNN/'                 UPON CONSOLE00004140
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004150
               MOVE 10 TO RETURN-CODE                                   00004160
               PERFORM 400-CIERRA                                       00004170
           END-IF.                                                      00004180
           MOVE 6 TO I.                                                 00004190
           MOVE 0 TO L.                                                 00004200
           PERFORM BUSCA-BYTE UNTIL (LK-BYTE (I : 1) EQUAL '/' OR       00004210
                                     L GREATER 02).                     00004220
           IF (L EQUAL ZEROS OR LK-BYTE (I : 1) NOT EQUAL '/')          00004230
               DISPLAY 'DELIMITADOR ANTIGUEDAD INCORRECTO'  UPON CONSOLE00004240
               DISPLAY 'DEBE SER DIAS=NNN/'                 UPON CONSOLE00004250
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004260
               MOVE 10 TO RETURN-CODE                                   00004270
               PERFORM 400-CIERRA                                       00004280
           END-IF.                                                      00004290
           MOVE SPACES TO WK-DIAS-X.                                    00004300
           MOVE LK-BYTE (6 : L) TO WK-DIAS-X (4 - L : L).               00004310
           IF (WK-DIAS-X (4 - L : L) IS NUMERIC)                        00004320
               INSPECT WK-DIAS-X REPLACING LEADING SPACES BY ZEROS      00004330
               MOVE WK-DIAS-X TO WK-DIAS                                00004340
           ELSE                                                         00004350
               DISPLAY 'ANTIGUEDAD NO NUMERICA -> ' WK-DIAS-X           00004360
                                                            UPON CONSOLE00004370
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004380
               MOVE 10 TO RETURN-CODE                                   00004390
               PERFORM 400-CIERRA                                       00004400
           END-IF.                                                      00004410
      *---------------------------------------------------------------* 00004420
      *  FECHA DE CORTE = HOY MENOS DIAS= ; EL CALENDARIO SE EXIGE    * 00004430
      *  DESDE EL DIA SIGUIENTE HASTA HOY MAS EL HORIZONTE.           * 00004440
      *---------------------------------------------------------------* 00004450
       120-CALCULA-FECHAS.                                              00004460
      *******************                                               00004470
           ACCEPT WK-FEC-AUX FROM DATE YYYYMMDD.                        00004480
           MOVE WK-FEC-AUX TO WK-FECHA-HOY.                             00004490
           PERFORM RETRO-UN-DIA WK-DIAS TIMES.                          00004500
           MOVE WK-FEC-AUX TO WK-FECHA-CORTE.                           00004510
           MOVE WK-FECHA-HOY TO WK-FEC-AUX.                             00004520
           PERFORM AVANZA-UN-DIA.                                       00004530
           MOVE WK-FEC-AUX TO WK-CAL-DESDE.                             00004540
           MOVE WK-FECHA-HOY TO WK-FEC-AUX.                             00004550
           PERFORM AVANZA-UN-DIA WK-HORIZONTE TIMES.                    00004560
           MOVE WK-FEC-AUX TO WK-CAL-HASTA.                             00004570
       130-LEE-CATALOGO.                                                00004580
      *****************                                                 00004590
           READ CATALOGO NEXT RECORD                                    00004600
               AT END                                                   00004610
                   MOVE 'S' TO SW-EOF-CAT                               00004620
           END-READ.                                                    00004630
       135-GUARDA-CATALOGO.                                             00004640
      ********************                                              00004650
           IF (WK-CAT-CANT NOT LESS 1000)                               00004660
               DISPLAY 'TABLA DE CATALOGO LLENA'            UPON CONSOLE00004670
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004680
               MOVE 12 TO RETURN-CODE                                   00004690
               PERFORM 400-CIERRA                                       00004700
           END-IF.                                                      00004710
           ADD 1 TO WK-CAT-CANT.                                        00004720
           ADD 1 TO WK-CONT-CAT.                                        00004730
           MOVE CAT-PROGRAMA     TO TC-PGM      (WK-CAT-CANT).          00004740
           MOVE CAT-PLAN (1)     TO TC-PLAN     (WK-CAT-CANT, 1).       00004750
           MOVE CAT-PLAN (2)     TO TC-PLAN     (WK-CAT-CANT, 2).       00004760
           MOVE CAT-PLAN (3)     TO TC-PLAN     (WK-CAT-CANT, 3).       00004770
           MOVE CAT-SUBSYS (1)   TO TC-SUBSYS   (WK-CAT-CANT, 1).       00004780
           MOVE CAT-SUBSYS (2)   TO TC-SUBSYS   (WK-CAT-CANT, 2).       00004790
           MOVE CAT-SUBSYS (3)   TO TC-SUBSYS   (WK-CAT-CANT, 3).       00004800
           MOVE CAT-LIBRERIA     TO TC-LIBRERIA (WK-CAT-CANT).          00004810
           MOVE 'N'              TO TC-VENTANA  (WK-CAT-CANT).          00004820
           MOVE SPACES           TO TC-ULT-REAL (WK-CAT-CANT).          00004830
           PERFORM 130-LEE-CATALOGO.                                    00004840
       140-LEE-PERFIL.                                                  00004850
      ***************                                                   00004860
           READ PERFILES NEXT RECORD                                    00004870
               AT END                                                   00004880
                   MOVE 'S' TO SW-EOF-PRF                               00004890
           END-READ.                                                    00004900
       145-GUARDA-PERFIL.                                               00004910
      ******************                                                00004920
           IF (WK-PRF-CANT NOT LESS 500)                                00004930
               DISPLAY 'TABLA DE PERFILES LLENA'            UPON CONSOLE00004940
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004950
               MOVE 12 TO RETURN-CODE                                   00004960
               PERFORM 400-CIERRA                                       00004970
           END-IF.                                                      00004980
           ADD 1 TO WK-PRF-CANT.                                        00004990
           ADD 1 TO WK-CONT-PRF.                                        00005000
           MOVE PRF-NOMBRE       TO TP-NOMBRE   (WK-PRF-CANT).          00005010
           MOVE PRF-SUBSYS       TO TP-SUBSYS   (WK-PRF-CANT).          00005020
           MOVE PRF-PLAN         TO TP-PLAN     (WK-PRF-CANT).          00005030
           MOVE PRF-LIBRERIA     TO TP-LIBRERIA (WK-PRF-CANT).          00005040
           PERFORM 140-LEE-PERFIL.                                      00005050
      *---------------------------------------------------------------* 00005060
      *  CONTROL 1: EL PLAN Y EL SUBSYS QUE APORTA UN PERFIL DEBEN    * 00005070
      *  ESTAR AUTORIZADOS PARA ALGUN PROGRAMA DEL CATALOGO; SI NO,   * 00005080
      *  TODA TARJETA CON ESE PERFIL TERMINA EN RC 26 O 27.           * 00005090
      *---------------------------------------------------------------* 00005100
       200-CONTROL-PERFILES.                                            00005110
      *********************                                             00005120
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00005130
           WRITE REG-LISTADO FROM LIN-SECCION-1.                        00005140
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00005150
           PERFORM 203-VERIFICA-PERFIL                                  00005160
               VARYING WK-PRF-IDX FROM 1 BY 1                           00005170
               UNTIL (WK-PRF-IDX GREATER WK-PRF-CANT).                  00005180
           IF (WK-CONT-H1 EQUAL ZEROS)                                  00005190
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00005200
           END-IF.                                                      00005210
      *---------------------------------------------------------------* 00005220
      *  CONTROL 2: CADA ENTRADA DE S-VENTANA DEBE SER DE UN PROGRAMA * 00005230
      *  DEL CATALOGO; AL HALLARLO SE LE MARCA LA VENTANA PARA EL     * 00005240
      *  CONTROL 3.                                                   * 00005250
      *---------------------------------------------------------------* 00005260
       210-CONTROL-VENTANA.                                             00005270
      ********************                                              00005280
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00005290
           WRITE REG-LISTADO FROM LIN-SECCION-2.                        00005300
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00005310
           PERFORM 215-LEE-VENTANA.                                     00005320
           PERFORM 220-VERIFICA-VENTANA UNTIL EOF-VENTANA.              00005330
           IF (WK-CONT-H2 EQUAL ZEROS)                                  00005340
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00005350
           END-IF.                                                      00005360
      *---------------------------------------------------------------* 00005370
      *  CONTROL 5 (CARGA): FECHA DEL ULTIMO 'R' DE CADA PROGRAMA DEL * 00005380
      *  CATALOGO; LA BITACORA VIENE EN ORDEN DE CLAVE, ASI QUE LA    * 00005390
      *  ULTIMA FECHA VISTA ES LA MAS RECIENTE.                       * 00005400
      *---------------------------------------------------------------* 00005410
       230-PROCESO-BITACORA.                                            00005420
      *********************                                             00005430
           ADD 1 TO WK-CONT-AUD.                                        00005440
           IF (AUD-TIPO-REAL)                                           00005450
               MOVE AUD-PROGRAMA TO CAT-PROGRAMA                        00005460
               PERFORM BUSCA-CATALOGO                                   00005470
               IF (CAT-HALLADO)                                         00005480
                   MOVE AUD-FECHA TO TC-ULT-REAL (WK-CAT-IDX)           00005490
               END-IF                                                   00005500
           END-IF.                                                      00005510
           PERFORM 240-LEE-AUDITORIA.                                   00005520
      *---------------------------------------------------------------* 00005530
      *  CONTROL 3: PROGRAMAS DEL CATALOGO SIN ENTRADA EN S-VENTANA   * 00005540
      *  (CDOBDB2W NO PUEDE CONTROLAR SU HORA LIMITE).                * 00005550
      *---------------------------------------------------------------* 00005560
       250-CONTROL-SIN-VENTANA.                                         00005570
      ************************                                          00005580
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00005590
           WRITE REG-LISTADO FROM LIN-SECCION-3.                        00005600
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00005610
           PERFORM 255-VERIFICA-SIN-VENTANA                             00005620
               VARYING WK-CAT-IDX FROM 1 BY 1                           00005630
               UNTIL (WK-CAT-IDX GREATER WK-CAT-CANT).                  00005640
           IF (WK-CONT-H3 EQUAL ZEROS)                                  00005650
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00005660
           END-IF.                                                      00005670
      *---------------------------------------------------------------* 00005680
      *  CONTROL 4: PROGRAMA SIN CAT-LIBRERIA. SOLO LO SALVA UNA      * 00005690
      *  TARJETA LIB O UN PERFIL CON LIBRERIA CUYO PLAN Y SUBSYS (SI  * 00005700
      *  LOS TRAE) ESTEN AUTORIZADOS PARA EL PROGRAMA; SIN NINGUN     * 00005710
      *  PERFIL ASI, UNA TARJETA SIN LIB TERMINA EN UN PASO COMENTADO * 00005720
      *  DE CDOBDB2J.                                                 * 00005730
      *---------------------------------------------------------------* 00005740
       260-CONTROL-SIN-LIBRERIA.                                        00005750
      *************************                                         00005760
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00005770
           WRITE REG-LISTADO FROM LIN-SECCION-4.                        00005780
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00005790
           PERFORM 265-VERIFICA-SIN-LIBRERIA                            00005800
               VARYING WK-CAT-IDX FROM 1 BY 1                           00005810
               UNTIL (WK-CAT-IDX GREATER WK-CAT-CANT).                  00005820
           IF (WK-CONT-H4 EQUAL ZEROS)                                  00005830
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00005840
           END-IF.                                                      00005850
      *---------------------------------------------------------------* 00005860
      *  CONTROL 5: PROGRAMAS SIN 'R' DESDE LA FECHA DE CORTE,        * 00005870
      *  CANDIDATOS A DARSE DE BAJA DEL CATALOGO.                     * 00005880
      *---------------------------------------------------------------* 00005890
       270-CONTROL-SIN-REAL.                                            00005900
      *********************                                             00005910
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00005920
           WRITE REG-LISTADO FROM LIN-SECCION-5.                        00005930
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00005940
           PERFORM 275-VERIFICA-SIN-REAL                                00005950
               VARYING WK-CAT-IDX FROM 1 BY 1                           00005960
               UNTIL (WK-CAT-IDX GREATER WK-CAT-CANT).                  00005970
           IF (WK-CONT-H5 EQUAL ZEROS)                                  00005980
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00005990
           END-IF.                                                      00006000
      *---------------------------------------------------------------* 00006010
      *  CONTROL 6: S-CALENDA DEBE TENER CADA FECHA DEL DIA SIGUIENTE * 00006020
      *  A HOY MAS EL HORIZONTE. SE RECORRE EN ORDEN BUSCANDO UNA     * 00006030
      *  FECHA POR VEZ; LA PRIMERA QUE FALTA CORTA LA COBERTURA.      * 00006040
      *---------------------------------------------------------------* 00006050
       280-CONTROL-CALENDARIO.                                          00006060
      ***********************                                           00006070
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00006080
           WRITE REG-LISTADO FROM LIN-SECCION-6.                        00006090
           MOVE WK-CAL-DESDE TO WK-FEC-AUX.                             00006100
           MOVE WK-CAL-DESDE TO WK-FECHA-BUSCA.                         00006110
           MOVE ZEROS TO WK-CAL-CUBIERTO.                               00006120
           MOVE 'N' TO SW-HUECO.                                        00006130
           PERFORM 285-LEE-CALENDARIO.                                  00006140
           PERFORM 290-AVANZA-CALENDARIO                                00006150
               UNTIL (EOF-CALENDARIO OR HAY-HUECO OR                    00006160
                      WK-CAL-CUBIERTO NOT LESS WK-HORIZONTE).           00006170
           MOVE WK-CAL-DESDE    TO LC-DESDE.                            00006180
           MOVE WK-CAL-HASTA    TO LC-HASTA.                            00006190
           MOVE WK-CAL-CUBIERTO TO LC-CUBIERTO.                         00006200
           IF (WK-CAL-CUBIERTO NOT LESS WK-HORIZONTE)                   00006210
               MOVE 'COBERTURA COMPLETA' TO LC-NOTA                     00006220
               WRITE REG-LISTADO FROM LIN-CALENDARIO                    00006230
               GO TO 280-CONTROL-CALENDARIO-FIN                         00006240
           END-IF.                                                      00006250
           ADD 1 TO WK-CONT-H6.                                         00006260
           MOVE SPACES TO LC-NOTA.                                      00006270
           STRING 'FALTA LA FECHA ' DELIMITED BY SIZE                   00006280
                  WK-FECHA-BUSCA    DELIMITED BY SIZE                   00006290
                  ' EN S-CALENDA'   DELIMITED BY SIZE                   00006300
               INTO LC-NOTA.                                            00006310
           WRITE REG-LISTADO FROM LIN-CALENDARIO.                       00006320
       280-CONTROL-CALENDARIO-FIN.                                      00006330
      ***************************                                       00006340
           EXIT.                                                        00006350
                                                                        00006360
       400-CIERRA.                                                      00006370
      ***********                                                       00006380
           MOVE WK-CONT-CAT       TO LT-CAT.                            00006390
           MOVE WK-CONT-PRF       TO LT-PRF.                            00006400
           MOVE WK-CONT-VEN       TO LT-VEN.                            00006410
           MOVE WK-CONT-AUD       TO LT-AUD.                            00006420
           MOVE WK-CONT-H1        TO LT-H1.                             00006430
           MOVE WK-CONT-H2        TO LT-H2.                             00006440
           MOVE WK-CONT-H3        TO LT-H3.                             00006450
           MOVE WK-CONT-H4        TO LT-H4.                             00006460
           MOVE WK-CONT-H5        TO LT-H5.                             00006470
           MOVE WK-CONT-H6        TO LT-H6.                             00006480
           MOVE WK-CONT-HALLAZGOS TO LT-HALLAZGOS.                      00006490
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00006500
           WRITE REG-LISTADO FROM LIN-TOTALES-1.                        00006510
           WRITE REG-LISTADO FROM LIN-TOTALES-2.                        00006520
           WRITE REG-LISTADO FROM LIN-TOTALES-3.                        00006530
           WRITE REG-LISTADO FROM LIN-TOTALES-4.                        00006540
           WRITE REG-LISTADO FROM LIN-TOTALES-5.                        00006550
           WRITE REG-LISTADO FROM LIN-TOTALES-6.                        00006560
           CLOSE CATALOGO.                                              00006570
           CLOSE PERFILES.                                              00006580
           CLOSE VENTANA.                                               00006590
           CLOSE CALENDARIO.                                            00006600
           CLOSE AUDITORIA.                                             00006610
           CLOSE LISTADO.                                               00006620
           DISPLAY 'TOTAL DE HALLAZGOS : ' WK-CONT-HALLAZGOS            00006630
                                                           UPON CONSOLE.00006640
           DISPLAY 'FIN DE CDOBDB2S'                       UPON CONSOLE.00006650
           DISPLAY '***************'                       UPON CONSOLE.00006660
           STOP RUN.                                                    00006670
                                                                        00006680
      ****************                                                  00006690
      * SEGUNDO NIVEL                                                   00006700
      ****************                                                  00006710
                                                                        00006720
      *---------------------------------------------------------------* 00006730
      *  PLAN Y SUBSYS DE UN PERFIL CONTRA TODO EL CATALOGO.          * 00006740
      *---------------------------------------------------------------* 00006750
       203-VERIFICA-PERFIL.                                             00006760
      ********************                                              00006770
           IF (TP-PLAN (WK-PRF-IDX) NOT EQUAL SPACES)                   00006780
               MOVE TP-PLAN (WK-PRF-IDX) TO WK-VALOR-PLAN               00006790
               MOVE 'N' TO SW-AUTORIZADO                                00006800
               PERFORM 205-BUSCA-PLAN-CATALOGO                          00006810
                   VARYING WK-CAT-IDX FROM 1 BY 1                       00006820
                   UNTIL (WK-CAT-IDX GREATER WK-CAT-CANT OR             00006830
                          VALOR-AUTORIZADO)                             00006840
               IF (NOT VALOR-AUTORIZADO)                                00006850
                   MOVE SPACES TO LIN-DETALLE                           00006860
                   MOVE TP-NOMBRE (WK-PRF-IDX) TO LD-CLAVE              00006870
                   MOVE TP-PLAN   (WK-PRF-IDX) TO LD-PLAN               00006880
                   MOVE 'PLAN SIN PROGRAMA AUTORIZADO (RC 26)'          00006890
                     TO LD-NOTA                                         00006900
                   WRITE REG-LISTADO FROM LIN-DETALLE                   00006910
                   ADD 1 TO WK-CONT-H1                                  00006920
               END-IF                                                   00006930
           END-IF.                                                      00006940
           IF (TP-SUBSYS (WK-PRF-IDX) NOT EQUAL SPACES)                 00006950
               MOVE TP-SUBSYS (WK-PRF-IDX) TO WK-VALOR-SUBSYS           00006960
               MOVE 'N' TO SW-AUTORIZADO                                00006970
               PERFORM 207-BUSCA-SUBSYS-CATALOGO                        00006980
                   VARYING WK-CAT-IDX FROM 1 BY 1                       00006990
                   UNTIL (WK-CAT-IDX GREATER WK-CAT-CANT OR             00007000
                          VALOR-AUTORIZADO)                             00007010
               IF (NOT VALOR-AUTORIZADO)                                00007020
                   MOVE SPACES TO LIN-DETALLE                           00007030
                   MOVE TP-NOMBRE (WK-PRF-IDX) TO LD-CLAVE              00007040
                   MOVE TP-SUBSYS (WK-PRF-IDX) TO LD-SUBSYS             00007050
                   MOVE 'SUBSYS SIN PROGRAMA AUTORIZADO (RC 27)'        00007060
                     TO LD-NOTA                                         00007070
                   WRITE REG-LISTADO FROM LIN-DETALLE                   00007080
                   ADD 1 TO WK-CONT-H1                                  00007090
               END-IF                                                   00007100
           END-IF.                                                      00007110
       205-BUSCA-PLAN-CATALOGO.                                         00007120
      ************************                                          00007130
           IF (TC-PLAN (WK-CAT-IDX, 1) EQUAL WK-VALOR-PLAN OR           00007140
               TC-PLAN (WK-CAT-IDX, 2) EQUAL WK-VALOR-PLAN OR           00007150
               TC-PLAN (WK-CAT-IDX, 3) EQUAL WK-VALOR-PLAN)             00007160
               MOVE 'S' TO SW-AUTORIZADO                                00007170
           END-IF.                                                      00007180
       207-BUSCA-SUBSYS-CATALOGO.                                       00007190
      **************************                                        00007200
           IF (TC-SUBSYS (WK-CAT-IDX, 1) EQUAL WK-VALOR-SUBSYS OR       00007210
               TC-SUBSYS (WK-CAT-IDX, 2) EQUAL WK-VALOR-SUBSYS OR       00007220
               TC-SUBSYS (WK-CAT-IDX, 3) EQUAL WK-VALOR-SUBSYS)         00007230
               MOVE 'S' TO SW-AUTORIZADO                                00007240
           END-IF.                                                      00007250
       215-LEE-VENTANA.                                                 00007260
      ****************                                                  00007270
           READ VENTANA                                                 00007280
               AT END                                                   00007290
                   MOVE 'S' TO SW-EOF-VEN                               00007300
           END-READ.                                                    00007310
       220-VERIFICA-VENTANA.                                            00007320
      *********************                                             00007330
           ADD 1 TO WK-CONT-VEN.                                        00007340
           MOVE VEN-PROGRAMA TO CAT-PROGRAMA.                           00007350
           PERFORM BUSCA-CATALOGO.                                      00007360
           IF (CAT-HALLADO)                                             00007370
               MOVE 'S' TO TC-VENTANA (WK-CAT-IDX)                      00007380
           ELSE                                                         00007390
               MOVE SPACES TO LIN-DETALLE                               00007400
               MOVE VEN-PROGRAMA TO LD-CLAVE                            00007410
               MOVE 'PROGRAMA NO EXISTE EN S-CATALOG' TO LD-NOTA        00007420
               WRITE REG-LISTADO FROM LIN-DETALLE                       00007430
               ADD 1 TO WK-CONT-H2                                      00007440
           END-IF.                                                      00007450
           PERFORM 215-LEE-VENTANA.                                     00007460
       240-LEE-AUDITORIA.                                               00007470
      ******************                                                00007480
           READ AUDITORIA NEXT RECORD                                   00007490
               AT END                                                   00007500
                   MOVE 'S' TO SW-EOF-AUD                               00007510
           END-READ.                                                    00007520
       255-VERIFICA-SIN-VENTANA.                                        00007530
      *************************                                         00007540
           IF (TC-VENTANA (WK-CAT-IDX) NOT EQUAL 'S')                   00007550
               MOVE SPACES TO LIN-DETALLE                               00007560
               MOVE TC-PGM (WK-CAT-IDX) TO LD-CLAVE                     00007570
               MOVE 'SIN HORA LIMITE EN S-VENTANA' TO LD-NOTA           00007580
               WRITE REG-LISTADO FROM LIN-DETALLE                       00007590
               ADD 1 TO WK-CONT-H3                                      00007600
           END-IF.                                                      00007610
       265-VERIFICA-SIN-LIBRERIA.                                       00007620
      **************************                                        00007630
           IF (TC-LIBRERIA (WK-CAT-IDX) EQUAL SPACES)                   00007640
               MOVE 'N' TO SW-LIB-PERFIL                                00007650
               PERFORM 267-BUSCA-PERFIL-LIB                             00007660
                  THRU 267-BUSCA-PERFIL-LIB-FIN                         00007670
                   VARYING WK-PRF-IDX FROM 1 BY 1                       00007680
                   UNTIL (WK-PRF-IDX GREATER WK-PRF-CANT OR             00007690
                          PERFIL-CON-LIB)                               00007700
               IF (NOT PERFIL-CON-LIB)                                  00007710
                   MOVE SPACES TO LIN-DETALLE                           00007720
                   MOVE TC-PGM (WK-CAT-IDX) TO LD-CLAVE                 00007730
                   MOVE 'SIN TARJETA LIB CDOBDB2J LO COMENTA'           00007740
                     TO LD-NOTA                                         00007750
                   WRITE REG-LISTADO FROM LIN-DETALLE                   00007760
                   ADD 1 TO WK-CONT-H4                                  00007770
               END-IF                                                   00007780
           END-IF.                                                      00007790
      *---------------------------------------------------------------* 00007800
      *  UN PERFIL SIRVE SI TRAE LIBRERIA Y SU PLAN Y SUBSYS, CUANDO  * 00007810
      *  LOS TRAE, ESTAN AUTORIZADOS PARA EL PROGRAMA.                * 00007820
      *---------------------------------------------------------------* 00007830
       267-BUSCA-PERFIL-LIB.                                            00007840
      *********************                                             00007850
           IF (TP-LIBRERIA (WK-PRF-IDX) EQUAL SPACES)                   00007860
               GO TO 267-BUSCA-PERFIL-LIB-FIN                           00007870
           END-IF.                                                      00007880
           MOVE 'S' TO SW-AUTORIZADO.                                   00007890
           MOVE TP-PLAN (WK-PRF-IDX) TO WK-VALOR-PLAN.                  00007900
           IF (WK-VALOR-PLAN NOT EQUAL SPACES)                          00007910
               MOVE 'N' TO SW-AUTORIZADO                                00007920
               PERFORM 205-BUSCA-PLAN-CATALOGO                          00007930
           END-IF.                                                      00007940
           IF (NOT VALOR-AUTORIZADO)                                    00007950
               GO TO 267-BUSCA-PERFIL-LIB-FIN                           00007960
           END-IF.                                                      00007970
           MOVE TP-SUBSYS (WK-PRF-IDX) TO WK-VALOR-SUBSYS.              00007980
           IF (WK-VALOR-SUBSYS NOT EQUAL SPACES)                        00007990
               MOVE 'N' TO SW-AUTORIZADO                                00008000
               PERFORM 207-BUSCA-SUBSYS-CATALOGO                        00008010
           END-IF.                                                      00008020
           IF (VALOR-AUTORIZADO)                                        00008030
               MOVE 'S' TO SW-LIB-PERFIL                                00008040
           END-IF.                                                      00008050
       267-BUSCA-PERFIL-LIB-FIN.                                        00008060
      *************************                                         00008070
           EXIT.                                                        00008080
       275-VERIFICA-SIN-REAL.                                           00008090
      **********************                                            00008100
           IF (TC-ULT-REAL (WK-CAT-IDX) LESS WK-FECHA-CORTE)            00008110
               MOVE SPACES TO LIN-DETALLE                               00008120
               MOVE TC-PGM (WK-CAT-IDX) TO LD-CLAVE                     00008130
               IF (TC-ULT-REAL (WK-CAT-IDX) EQUAL SPACES)               00008140
                   MOVE 'SIN R EN LA BITACORA VIVA' TO LD-NOTA          00008150
               ELSE                                                     00008160
                   MOVE 'ULTIMO R EN LA BITACORA: ' TO LN-TEXTO         00008170
                   MOVE TC-ULT-REAL (WK-CAT-IDX)    TO LN-FECHA         00008180
                   MOVE LIN-NOTA-FECHA              TO LD-NOTA          00008190
               END-IF                                                   00008200
               WRITE REG-LISTADO FROM LIN-DETALLE                       00008210
               ADD 1 TO WK-CONT-H5                                      00008220
           END-IF.                                                      00008230
       285-LEE-CALENDARIO.                                              00008240
      *******************                                               00008250
           READ CALENDARIO                                              00008260
               AT END                                                   00008270
                   MOVE 'S' TO SW-EOF-CAL                               00008280
           END-READ.                                                    00008290
      *---------------------------------------------------------------* 00008300
      *  FECHAS ANTERIORES A LA BUSCADA SE SALTAN; LA BUSCADA AVANZA  * 00008310
      *  UN DIA; UNA FECHA POSTERIOR DEJA EL HUECO EN WK-FECHA-BUSCA. * 00008320
      *---------------------------------------------------------------* 00008330
       290-AVANZA-CALENDARIO.                                           00008340
      **********************                                            00008350
           IF (CAL-FECHA GREATER WK-FECHA-BUSCA)                        00008360
               MOVE 'S' TO SW-HUECO                                     00008370
           ELSE                                                         00008380
               IF (CAL-FECHA EQUAL WK-FECHA-BUSCA)                      00008390
                   ADD 1 TO WK-CAL-CUBIERTO                             00008400
                   PERFORM AVANZA-UN-DIA                                00008410
                   MOVE WK-FEC-AUX TO WK-FECHA-BUSCA                    00008420
               END-IF                                                   00008430
               PERFORM 285-LEE-CALENDARIO                               00008440
           END-IF.                                                      00008450
       BUSCA-BYTE.                                                      00008460
      ***********                                                       00008470
           ADD 1  TO I.                                                 00008480
           ADD 1  TO L.                                                 00008490
      *---------------------------------------------------------------* 00008500
      *  BUSCA CAT-PROGRAMA EN LA TABLA DEL CATALOGO POR BUSQUEDA     * 00008510
      *  BINARIA; DEJA CAT-HALLADO Y LA POSICION EN WK-CAT-IDX.       * 00008520
      *---------------------------------------------------------------* 00008530
       BUSCA-CATALOGO.                                                  00008540
      ***************                                                   00008550
           MOVE 'N' TO SW-CAT-HALLADO.                                  00008560
           MOVE 1   TO WK-CAT-BAJO.                                     00008570
           MOVE WK-CAT-CANT TO WK-CAT-ALTO.                             00008580
           PERFORM BISECA-CATALOGO                                      00008590
               UNTIL (CAT-HALLADO OR WK-CAT-BAJO GREATER WK-CAT-ALTO).  00008600
       BISECA-CATALOGO.                                                 00008610
      ****************                                                  00008620
           COMPUTE WK-CAT-MED = (WK-CAT-BAJO + WK-CAT-ALTO) / 2.        00008630
           IF (TC-PGM (WK-CAT-MED) EQUAL CAT-PROGRAMA)                  00008640
               MOVE WK-CAT-MED TO WK-CAT-IDX                            00008650
               MOVE 'S' TO SW-CAT-HALLADO                               00008660
           ELSE                                                         00008670
               IF (TC-PGM (WK-CAT-MED) LESS CAT-PROGRAMA)               00008680
                   COMPUTE WK-CAT-BAJO = WK-CAT-MED + 1                 00008690
               ELSE                                                     00008700
                   IF (WK-CAT-MED EQUAL 1)                              00008710
                       MOVE ZEROS TO WK-CAT-ALTO                        00008720
                   ELSE                                                 00008730
                       COMPUTE WK-CAT-ALTO = WK-CAT-MED - 1             00008740
                   END-IF                                               00008750
               END-IF                                                   00008760
           END-IF.                                                      00008770
      *---------------------------------------------------------------* 00008780
      *  DIAS DEL MES DE WK-FEC-AUX, CUIDANDO FEBRERO BISIESTO.       * 00008790
      *---------------------------------------------------------------* 00008800
       CALCULA-DIA-MAX.                                                 00008810
      ****************                                                  00008820
           MOVE DIAS-MES (WK-FA-MES) TO WK-DIA-MAX.                     00008830
           DIVIDE WK-FA-ANIO BY 4   GIVING WK-DIV REMAINDER WK-R4.      00008840
           DIVIDE WK-FA-ANIO BY 100 GIVING WK-DIV REMAINDER WK-R100.    00008850
           DIVIDE WK-FA-ANIO BY 400 GIVING WK-DIV REMAINDER WK-R400.    00008860
           IF (WK-FA-MES EQUAL 02 AND WK-R4 EQUAL ZEROS AND             00008870
              (WK-R100 NOT EQUAL ZEROS OR WK-R400 EQUAL ZEROS))         00008880
               MOVE 29 TO WK-DIA-MAX                                    00008890
           END-IF.                                                      00008900
      *---------------------------------------------------------------* 00008910
      *  AVANZA WK-FEC-AUX UN DIA CALENDARIO, CUIDANDO CAMBIO DE MES, * 00008920
      *  DE ANIO Y FEBRERO BISIESTO.                                  * 00008930
      *---------------------------------------------------------------* 00008940
       AVANZA-UN-DIA.                                                   00008950
      **************                                                    00008960
           PERFORM CALCULA-DIA-MAX.                                     00008970
           IF (WK-FA-DIA LESS WK-DIA-MAX)                               00008980
               ADD 1 TO WK-FA-DIA                                       00008990
           ELSE                                                         00009000
               IF (WK-FA-MES LESS 12)                                   00009010
                   ADD 1 TO WK-FA-MES                                   00009020
                   MOVE 01 TO WK-FA-DIA                                 00009030
               ELSE                                                     00009040
                   ADD 1 TO WK-FA-ANIO                                  00009050
                   MOVE 01 TO WK-FA-MES                                 00009060
                   MOVE 01 TO WK-FA-DIA                                 00009070
               END-IF                                                   00009080
           END-IF.                                                      00009090
      *---------------------------------------------------------------* 00009100
      *  RESTA UN DIA CALENDARIO A WK-FEC-AUX, CUIDANDO CAMBIO DE     * 00009110
      *  MES, DE ANIO Y FEBRERO BISIESTO.                             * 00009120
      *---------------------------------------------------------------* 00009130
       RETRO-UN-DIA.                                                    00009140
      *************                                                     00009150
           IF (WK-FA-DIA GREATER 01)                                    00009160
               SUBTRACT 1 FROM WK-FA-DIA                                00009170
           ELSE                                                         00009180
               IF (WK-FA-MES GREATER 01)                                00009190
                   SUBTRACT 1 FROM WK-FA-MES                            00009200
                   PERFORM CALCULA-DIA-MAX                              00009210
                   MOVE WK-DIA-MAX TO WK-FA-DIA                         00009220
               ELSE                                                     00009230
                   MOVE 12 TO WK-FA-MES                                 00009240
                   MOVE 31 TO WK-FA-DIA                                 00009250
                   SUBTRACT 1 FROM WK-FA-ANIO                           00009260
               END-IF                                                   00009270
           END-IF.                                                      00009280
