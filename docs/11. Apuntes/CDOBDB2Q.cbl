************************************************************************00000010
*     * TC0278 15/10/26 RHM  PROYECCION DE LA NOCHE BATCH     REG:13306*00000020
************************************************************************00000030
*IDAPL*CDO                                                              00000040
*OBJET******************************************************************00000050
*OBJET*** PROYECTA INICIO Y FIN DE CADA PROGRAMA DEL LOTE S-CTLPARM    *00000060
*OBJET*** ANTES DE LIBERARLO Y MARCA EL CAMINO CRITICO POR AFTER=      *00000070
*OBJET******************************************************************00000080
                                                                        00000090
       IDENTIFICATION DIVISION.                                         00000100
      *-----------------------*                                         00000110
       PROGRAM-ID.            CDOBDB2Q.                                 00000120
       AUTHOR.                INTERBANK                                 00000130
       INSTALLATION.          INTERBANK                                 00000140
       DATE-WRITTEN.          15-OCT-26.                                00000150
       REMARKS.                                                         00000160
              -----------------------------------------------           00000170
             |            DB2 -  PROGRAM INTERFACE           |          00000180
             |            ************************           |          00000190
             |                                               |          00000200
             |   OBJETIVO :   A PARTIR DEL LOTE S-CTLPARM DE |          00000210
             |                LA NOCHE, DE LA DURACION       |          00000220
             |                HISTORICA DE CADA PROGRAMA EN  |          00000230
             |                LA BITACORA Y DE UNA HORA DE   |          00000240
             |                LIBERACION, PROYECTAR INICIO Y |          00000250
             |                FIN DE CADA TARJETA, MARCAR EL |          00000260
             |                CAMINO CRITICO DE LAS          |          00000270
             |                DEPENDENCIAS AFTER= Y LISTAR   |          00000280
             |                LO QUE TERMINARIA FUERA DE SU  |          00000290
             |                VENTANA Y LO QUE NO TIENE      |          00000300
             |                HISTORIA                       |          00000310
             |   LENGUAJE :   COBOL-II                       |          00000320
             |                                               |          00000330
             |   ARCHIVOS :   INPUT  CTLPARM    LF --> 200   |          00000340
             |                INPUT  AUDITORIA  KSDS         |          00000350
             |                INPUT  VENTANA    LF --> 80    |          00000360
             |                OUTPUR LISTADO    LF --> 132   |          00000370
             |                                               |          00000380
              -----------------------------------------------           00000390
      *15/10/26  RHM                                                    00000400
      *VERSION INICIAL. PARM: INICIO=HH:MM/[DESDE=SSAAMMDD/] (HORA DE   00000410
      *LIBERACION DEL LOTE Y, OPCIONAL, PRIMERA FECHA DE BITACORA A     00000420
      *CONSIDERAR; DEFAULT TODA LA BITACORA VIVA).                      00000430
      *DURACION ESTIMADA DE UN PROGRAMA: PROMEDIO DE SUS ULTIMAS 10     00000440
      *EJECUCIONES 'R' TERMINADAS OK CON HORA DE INICIO Y DE FIN        00000450
      *(DURACION CALCULADA COMO EN CDOBDB2W). SIN ESAS EJECUCIONES SE   00000460
      *PROYECTA CON DURACION CERO Y SE LISTA COMO SIN HISTORIA.         00000470
      *EL LOTE SE ORDENA CON LAS MISMAS PASADAS QUE CDOBDB2E EN MODO    00000480
      *ENCADENADO (PREDECESOR AFTER= FUERA DEL LOTE = RC 31, CICLO =    00000490
      *RC 32: ESAS TARJETAS NO SE PROYECTAN). COMO CDOBDB2J ARMA UN     00000500
      *PASO TRAS OTRO, EL INICIO PROYECTADO DE CADA TARJETA ES EL FIN   00000510
      *DE LA ANTERIOR Y ESE FIN ES EL QUE SE COMPARA CONTRA LA HORA     00000520
      *LIMITE DE S-VENTANA. APARTE SE CALCULA EL FIN POR DEPENDENCIAS   00000530
      *(CADA TARJETA ARRANCA AL TERMINAR SU PREDECESOR AFTER=): LA      00000540
      *CADENA QUE TERMINA MAS TARDE ES EL CAMINO CRITICO Y SU FIN ES    00000550
      *LO MINIMO QUE PUEDE DURAR LA NOCHE AUNQUE SE RESECUENCIE.        00000560
      *RC 04 SI HAY PROGRAMAS FUERA DE VENTANA, SIN HISTORIA O          00000570
      *TARJETAS QUE CDOBDB2E RECHAZARIA; RC 10 PARM O S-VENTANA         00000580
      *INCORRECTO; RC 12 LOTE O TABLA DE HISTORIA LLENA                 00000590
                                                                        00000600
       ENVIRONMENT DIVISION.                                            00000610
      *--------------------*                                            00000620
       CONFIGURATION SECTION.                                           00000630
      *--------------------*                                            00000640
       SOURCE-COMPUTER. IBM-4341.                                       00000650
       OBJECT-COMPUTER. IBM-4341.                                       00000660
       INPUT-OUTPUT SECTION.                                            00000670
      *--------------------*                                            00000680
       FILE-CONTROL.                                                    00000690
      *------------*                                                    00000700
           SELECT  CTLPARM       ASSIGN   TO  S-CTLPARM                 00000710
                                 FILE STATUS   FS-CTL.                  00000720
           SELECT  AUDITORIA     ASSIGN   TO  S-AUDITOR                 00000730
                                 ORGANIZATION  INDEXED                  00000740
                                 ACCESS MODE   DYNAMIC                  00000750
                                 RECORD KEY    AUD-CLAVE                00000760
                                 FILE STATUS   FS-AUD.                  00000770
           SELECT  VENTANA       ASSIGN   TO  S-VENTANA                 00000780
                                 FILE STATUS   FS-VEN.                  00000790
           SELECT  LISTADO       ASSIGN   TO  S-LISTADO                 00000800
                                 FILE STATUS   FS-LIS.                  00000810
       DATA DIVISION.                                                   00000820
      *-------------*                                                   00000830
       FILE SECTION.                                                    00000840
      *------------*                                                    00000850
       FD  CTLPARM                                                      00000860
           LABEL  RECORDS   IS  STANDARD                                00000870
           BLOCK  CONTAINS   0  RECORDS                                 00000880
           RECORD CONTAINS 200  CHARACTERS.                             00000890
       01  REG-CTLPARM      PIC X(200).                                 00000900
       FD  AUDITORIA                                                    00000910
           LABEL  RECORDS   IS  STANDARD.                               00000920
           COPY CDOBAUD.                                                00000930
       FD  VENTANA                                                      00000940
           LABEL  RECORDS   IS  STANDARD                                00000950
           BLOCK  CONTAINS   0  RECORDS                                 00000960
           RECORD CONTAINS  80  CHARACTERS.                             00000970
       01  REG-VENTANA.                                                 00000980
           02 VEN-PROGRAMA  PIC X(08).                                  00000990
           02 FILLER        PIC X(01).                                  00001000
           02 VEN-HORA-HH   PIC X(02).                                  00001010
           02 FILLER        PIC X(01).                                  00001020
           02 VEN-HORA-MM   PIC X(02).                                  00001030
           02 FILLER        PIC X(01).                                  00001040
           02 VEN-DURACION  PIC X(03).                                  00001050
           02 FILLER        PIC X(62).                                  00001060
       FD  LISTADO                                                      00001070
           LABEL  RECORDS   IS  STANDARD                                00001080
           BLOCK  CONTAINS   0  RECORDS                                 00001090
           RECORD CONTAINS 132  CHARACTERS.                             00001100
       01  REG-LISTADO      PIC X(132).                                 00001110
       WORKING-STORAGE SECTION.                                         00001120
      *-----------------------*                                         00001130
       01  VARIABLES.                                                   00001140
           02 FS-CTL        PIC  X(02)   VALUE SPACES.                  00001150
           02 FS-AUD        PIC  X(02)   VALUE SPACES.                  00001160
           02 FS-VEN        PIC  X(02)   VALUE SPACES.                  00001170
           02 FS-LIS        PIC  X(02)   VALUE SPACES.                  00001180
           02 SW-EOF-CTL    PIC  X(01)   VALUE 'N'.                     00001190
              88 EOF-CTLPARM             VALUE 'S'.                     00001200
           02 SW-EOF-AUD    PIC  X(01)   VALUE 'N'.                     00001210
              88 EOF-AUDITORIA           VALUE 'S'.                     00001220
           02 SW-EOF-VEN    PIC  X(01)   VALUE 'N'.                     00001230
              88 EOF-VENTANA             VALUE 'S'.                     00001240
           02 SW-AVANZA     PIC  X(01)   VALUE 'N'.                     00001250
              88 HUBO-AVANCE             VALUE 'S'.                     00001260
           02 SW-PRED-LISTO PIC  X(01)   VALUE 'N'.                     00001270
              88 PRED-LISTO              VALUE 'S'.                     00001280
           02 SW-PRED-LOTE  PIC  X(01)   VALUE 'N'.                     00001290
              88 PRED-EN-LOTE            VALUE 'S'.                     00001300
           02 WK-DESDE      PIC  X(08)   VALUE SPACES.                  00001310
           02 WK-LIBERA     PIC  9(05)   VALUE ZEROS.                   00001320
           02 WK-RELOJ      PIC  9(05)   VALUE ZEROS.                   00001330
           02 WK-FIN-CRITICO PIC 9(05)   VALUE ZEROS.                   00001340
           02 WK-CONT-LEIDAS PIC 9(05)   VALUE ZEROS.                   00001350
           02 WK-CONT-PROY  PIC  9(05)   VALUE ZEROS.                   00001360
           02 WK-CONT-RECHAZO PIC 9(05)  VALUE ZEROS.                   00001370
           02 WK-CONT-TARDE PIC  9(05)   VALUE ZEROS.                   00001380
           02 WK-CONT-SINHIS PIC 9(05)   VALUE ZEROS.                   00001390
           02 WK-CONT-CRITICO PIC 9(05)  VALUE ZEROS.                   00001400
           02 WK-CONT-AUD   PIC  9(07)   VALUE ZEROS.                   00001410
           02 WK-TAR-CANT   PIC  9(03)   VALUE ZEROS  COMP.             00001420
           02 WK-TAR-PEND   PIC  9(03)   VALUE ZEROS  COMP.             00001430
           02 WK-TAR-IDX    PIC  9(03)   VALUE ZEROS  COMP.             00001440
           02 WK-TAR-J      PIC  9(03)   VALUE ZEROS  COMP.             00001450
           02 WK-TAR-PRED   PIC  9(03)   VALUE ZEROS  COMP.             00001460
           02 WK-ORD-CANT   PIC  9(03)   VALUE ZEROS  COMP.             00001470
           02 WK-ORD-IDX    PIC  9(03)   VALUE ZEROS  COMP.             00001480
           02 WK-HIS-CANT   PIC  9(03)   VALUE ZEROS  COMP.             00001490
           02 WK-HIS-IDX    PIC  9(03)   VALUE ZEROS  COMP.             00001500
           02 WK-HIS-HALLADO PIC 9(03)   VALUE ZEROS  COMP.             00001510
           02 WK-HIS-K      PIC  9(03)   VALUE ZEROS  COMP.             00001520
           02 WK-VEN-CANT   PIC  9(03)   VALUE ZEROS  COMP.             00001530
           02 WK-VEN-IDX    PIC  9(03)   VALUE ZEROS  COMP.             00001540
           02 WK-VEN-HALLADO PIC 9(03)   VALUE ZEROS  COMP.             00001550
           02 WK-POS        PIC  9(03)   VALUE ZEROS.                   00001560
           02 WK-POS-I      PIC  9(03)   VALUE ZEROS.                   00001570
           02 WK-POS-J      PIC  9(03)   VALUE ZEROS.                   00001580
           02 WK-LARGO      PIC  9(03)   VALUE ZEROS.                   00001590
           02 WK-PGM-AUX    PIC  X(08)   VALUE SPACES.                  00001600
           02 WK-HH         PIC  9(02)   VALUE ZEROS.                   00001610
           02 WK-MM         PIC  9(02)   VALUE ZEROS.                   00001620
           02 WK-RESTO      PIC  9(04)   VALUE ZEROS.                   00001630
           02 WK-DIV        PIC  9(05)   VALUE ZEROS.                   00001640
           02 WK-MINUTOS    PIC  9(05)   VALUE ZEROS.                   00001650
           02 WK-MIN-INI    PIC  9(05)   VALUE ZEROS.                   00001660
           02 WK-MIN-FIN    PIC  9(05)   VALUE ZEROS.                   00001670
           02 WK-MIN-LIM    PIC  9(05)   VALUE ZEROS.                   00001680
           02 WK-DURACION   PIC  9(05)   VALUE ZEROS.                   00001690
           02 WK-SUMA       PIC  9(07)   VALUE ZEROS.                   00001700
      *    CANTIDAD DE EJECUCIONES RECIENTES QUE PROMEDIA LA ESTIMACION 00001710
           02 WK-ULTIMAS    PIC  9(03)   VALUE 10   COMP.               00001720
       01  WK-CLAVE-BUSCA.                                              00001730
           02 WKB-FECHA     PIC  X(08)   VALUE SPACES.                  00001740
           02 WKB-HORA      PIC  X(06)   VALUE ZEROS.                   00001750
           02 WKB-SECUENCIA PIC  9(03)   VALUE ZEROS.                   00001760
       01  WK-HORA-EDIT.                                                00001770
           02 WK-HE-HH      PIC  9(02).                                 00001780
           02 FILLER        PIC  X(01)   VALUE ':'.                     00001790
           02 WK-HE-MM      PIC  9(02).                                 00001800
      *---------------------------------------------------------------* 00001810
      *  LOTE S-CTLPARM. TT-ESTADO: P PENDIENTE, O ORDENADA,          * 00001820
      *  R RECHAZO 31 (PREDECESOR FUERA DEL LOTE), C CICLO (RC 32),   * 00001830
      *  S SIN PGM=. TT-INI/FIN-SER EN SERIE COMO CORRE EL JOB,       * 00001840
      *  TT-INI/FIN-DEP SOLO POR DEPENDENCIAS; TT-PRED ES LA TARJETA  * 00001850
      *  DEL PREDECESOR QUE FIJA EL INICIO POR DEPENDENCIAS. MINUTOS  * 00001860
      *  DESDE LA MEDIANOCHE DEL DIA DE LIBERACION.                   * 00001870
      *---------------------------------------------------------------* 00001880
       01  TABLA-TARJETAS.                                              00001890
           02 TABLA-TAR-ENTRADA OCCURS 500 TIMES.                       00001900
              03 TT-PGM        PIC X(08).                               00001910
              03 TT-AFTER      PIC X(08).                               00001920
              03 TT-ESTADO     PIC X(01).                               00001930
              03 TT-HIS        PIC 9(03)  COMP.                         00001940
              03 TT-DUR        PIC 9(04)  COMP.                         00001950
              03 TT-INI-SER    PIC 9(05)  COMP.                         00001960
              03 TT-FIN-SER    PIC 9(05)  COMP.                         00001970
              03 TT-INI-DEP    PIC 9(05)  COMP.                         00001980
              03 TT-FIN-DEP    PIC 9(05)  COMP.                         00001990
              03 TT-PRED       PIC 9(03)  COMP.                         00002000
              03 TT-CRITICO    PIC X(01).                               00002010
       01  TABLA-ORDEN.                                                 00002020
           02 TO-TARJETA    PIC 9(03)  COMP OCCURS 500 TIMES.           00002030
      *---------------------------------------------------------------* 00002040
      *  ULTIMAS DURACIONES DE CADA PROGRAMA DEL LOTE (CIRCULAR)      * 00002050
      *---------------------------------------------------------------* 00002060
       01  TABLA-HISTORIA.                                              00002070
           02 TABLA-HIS-ENTRADA OCCURS 500 TIMES.                       00002080
              03 TH-PGM        PIC X(08).                               00002090
              03 TH-CANT       PIC 9(03)  COMP.                         00002100
              03 TH-POS        PIC 9(03)  COMP.                         00002110
              03 TH-DUR        PIC 9(04)  COMP OCCURS 10 TIMES.         00002120
       01  TABLA-VENTANAS.                                              00002130
           02 TABLA-VEN-ENTRADA OCCURS 200 TIMES.                       00002140
              03 TV-PGM        PIC X(08).                               00002150
              03 TV-FIN-MAX    PIC 9(04).                               00002160
      ******************************************************************00002170
      *              D E T A L L E      D E     S A L I D A            *00002180
      ******************************************************************00002190
       01  LIN-ENCABEZADO.                                              00002200
           02 FILLER  PIC X(42) VALUE                                   00002210
              'CDOBDB2Q - PROYECCION DE LA NOCHE. INICIO '.             00002220
           02 LE-INICIO PIC X(05).                                      00002230
           02 FILLER  PIC X(17) VALUE '  HISTORIA DESDE '.              00002240
           02 LE-DESDE PIC X(08).                                       00002250
       01  LIN-SECCION-1.                                               00002260
           02 FILLER  PIC X(60) VALUE                                   00002270
              'ORDEN DE EJECUCION PROYECTADO (* = CAMINO CRITICO)'.     00002280
       01  LIN-SECCION-2.                                               00002290
           02 FILLER  PIC X(40) VALUE                                   00002300
              'FIN PROYECTADO FUERA DE VENTANA'.                        00002310
       01  LIN-SECCION-3.                                               00002320
           02 FILLER  PIC X(60) VALUE                                   00002330
              'SIN HISTORIA (PROYECCION NO CONFIABLE)'.                 00002340
       01  LIN-SECCION-4.                                               00002350
           02 FILLER  PIC X(60) VALUE                                   00002360
              'TARJETAS QUE CDOBDB2E RECHAZARIA (NO SE PROYECTAN)'.     00002370
       01  LIN-COLUMNAS.                                                00002380
           02 FILLER  PIC X(06) VALUE '  ORD'.                          00002390
           02 FILLER  PIC X(02) VALUE SPACES.                           00002400
           02 FILLER  PIC X(10) VALUE 'PROGRAMA'.                       00002410
           02 FILLER  PIC X(10) VALUE 'AFTER'.                          00002420
           02 FILLER  PIC X(06) VALUE '  EST'.                          00002430
           02 FILLER  PIC X(05) VALUE ' HIS'.                           00002440
           02 FILLER  PIC X(14) VALUE 'INI   FIN'.                      00002450
           02 FILLER  PIC X(14) VALUE 'INI-D FIN-D'.                    00002460
           02 FILLER  PIC X(08) VALUE 'LIMITE'.                         00002470
           02 FILLER  PIC X(30) VALUE 'OBSERVACION'.                    00002480
       01  LIN-DETALLE.                                                 00002490
           02 LD-ORDEN      PIC ZZZZ9.                                  00002500
           02 FILLER        PIC X(01) VALUE SPACES.                     00002510
           02 LD-CRITICO    PIC X(01).                                  00002520
           02 FILLER        PIC X(01) VALUE SPACES.                     00002530
           02 LD-PGM        PIC X(08).                                  00002540
           02 FILLER        PIC X(02) VALUE SPACES.                     00002550
           02 LD-AFTER      PIC X(08).                                  00002560
           02 FILLER        PIC X(02) VALUE SPACES.                     00002570
           02 LD-DUR        PIC ZZZZ9.                                  00002580
           02 FILLER        PIC X(01) VALUE SPACES.                     00002590
           02 LD-HIS        PIC ZZZ9.                                   00002600
           02 FILLER        PIC X(01) VALUE SPACES.                     00002610
           02 LD-INI-SER    PIC X(05).                                  00002620
           02 FILLER        PIC X(01) VALUE SPACES.                     00002630
           02 LD-FIN-SER    PIC X(05).                                  00002640
           02 FILLER        PIC X(03) VALUE SPACES.                     00002650
           02 LD-INI-DEP    PIC X(05).                                  00002660
           02 FILLER        PIC X(01) VALUE SPACES.                     00002670
           02 LD-FIN-DEP    PIC X(05).                                  00002680
           02 FILLER        PIC X(03) VALUE SPACES.                     00002690
           02 LD-LIMITE     PIC X(05).                                  00002700
           02 FILLER        PIC X(03) VALUE SPACES.                     00002710
           02 LD-NOTA       PIC X(35).                                  00002720
       01  LIN-NINGUNA.                                                 00002730
           02 FILLER        PIC X(10) VALUE '(NINGUNA)'.                00002740
       01  LIN-TOTALES-1.                                               00002750
           02 FILLER        PIC X(30)                                   00002760
                            VALUE 'TARJETAS LEIDAS             : '.     00002770
           02 LT-LEIDAS     PIC ZZZZ9.                                  00002780
       01  LIN-TOTALES-2.                                               00002790
           02 FILLER        PIC X(30)                                   00002800
                            VALUE 'TARJETAS PROYECTADAS        : '.     00002810
           02 LT-PROY       PIC ZZZZ9.                                  00002820
       01  LIN-TOTALES-3.                                               00002830
           02 FILLER        PIC X(30)                                   00002840
                            VALUE 'TARJETAS QUE SE RECHAZARIAN : '.     00002850
           02 LT-RECHAZO    PIC ZZZZ9.                                  00002860
       01  LIN-TOTALES-4.                                               00002870
           02 FILLER        PIC X(30)                                   00002880
                            VALUE 'FUERA DE VENTANA            : '.     00002890
           02 LT-TARDE      PIC ZZZZ9.                                  00002900
       01  LIN-TOTALES-5.                                               00002910
           02 FILLER        PIC X(30)                                   00002920
                            VALUE 'SIN HISTORIA                : '.     00002930
           02 LT-SINHIS     PIC ZZZZ9.                                  00002940
       01  LIN-TOTALES-6.                                               00002950
           02 FILLER        PIC X(30)                                   00002960
                            VALUE 'FIN PROYECTADO DEL JOB      : '.     00002970
           02 LT-FIN-JOB    PIC X(05).                                  00002980
       01  LIN-TOTALES-7.                                               00002990
           02 FILLER        PIC X(30)                                   00003000
                            VALUE 'FIN DEL CAMINO CRITICO      : '.     00003010
           02 LT-FIN-CRITICO PIC X(05).                                 00003020
           02 FILLER        PIC X(03) VALUE SPACES.                     00003030
           02 LT-CRITICO    PIC ZZZ9.                                   00003040
           02 FILLER        PIC X(10) VALUE ' TARJETAS'.                00003050
       01  LIN-BLANCO       PIC X(132) VALUE SPACES.                    00003060
      *---------------------------------------------------------------* 00003070
      *                   DB2 -  PROGRAM INTERFACE                    * 00003080
      *   HORA DE LIBERACION          PARA LINKAGE SECTION            * 00003090
      *---------------------------------------------------------------* 00003100
       LINKAGE SECTION.                                                 00003110
      *---------------*                                                 00003120
       01  LK-PARM.                                                     00003130
           02  LL-PARM             PIC S9(4) COMP.                      00003140
           02  LK-BYTE             PIC X(30).                           00003150
      *----------------------------------------------------------------*00003160
       PROCEDURE DIVISION USING LK-PARM.                                00003170
      *******************                                               00003180
                                                                        00003190
       RUTINA-PRINCIPAL.                                                00003200
      *----------------*                                                00003210
           MOVE 16  TO RETURN-CODE.                                     00003220
           PERFORM 110-VALIDA-PARM.                                     00003230
           PERFORM 100-ABRE.                                            00003240
           PERFORM 200-CARGA-TARJETA UNTIL EOF-CTLPARM.                 00003250
           PERFORM 150-POSICIONA-BITACORA.                              00003260
           PERFORM 250-PROCESO-BITACORA UNTIL EOF-AUDITORIA.            00003270
           PERFORM 300-ESTIMA-DURACION THRU 300-ESTIMA-DURACION-EXIT    00003280
               VARYING WK-TAR-IDX FROM 1 BY 1                           00003290
               UNTIL (WK-TAR-IDX GREATER WK-TAR-CANT).                  00003300
           PERFORM 310-VALIDA-PREDECESOR THRU 310-VALIDA-PREDECESOR-FIN 00003310
               VARYING WK-TAR-IDX FROM 1 BY 1                           00003320
               UNTIL (WK-TAR-IDX GREATER WK-TAR-CANT).                  00003330
           MOVE WK-LIBERA TO WK-RELOJ.                                  00003340
           MOVE 'S' TO SW-AVANZA.                                       00003350
           PERFORM 320-PASADA-LOTE                                      00003360
               UNTIL (WK-TAR-PEND EQUAL ZEROS OR NOT HUBO-AVANCE).      00003370
           PERFORM 340-MARCA-CICLO                                      00003380
               VARYING WK-TAR-IDX FROM 1 BY 1                           00003390
               UNTIL (WK-TAR-IDX GREATER WK-TAR-CANT).                  00003400
           PERFORM 350-CAMINO-CRITICO.                                  00003410
           PERFORM 500-LISTA-PROYECCION.                                00003420
           IF (WK-CONT-TARDE   GREATER ZEROS OR                         00003430
               WK-CONT-SINHIS  GREATER ZEROS OR                         00003440
               WK-CONT-RECHAZO GREATER ZEROS)                           00003450
               MOVE 04 TO RETURN-CODE                                   00003460
           ELSE                                                         00003470
               MOVE 00 TO RETURN-CODE                                   00003480
           END-IF.                                                      00003490
           PERFORM 400-CIERRA.                                          00003500
                                                                        00003510
      ***************                                                   00003520
      *  PRIMER NIVEL                                                   00003530
      ****************                                                  00003540
                                                                        00003550
       100-ABRE.                                                        00003560
      *********                                                         00003570
           DISPLAY 'INICIO DE CDOBDB2Q'                    UPON CONSOLE.00003580
           DISPLAY '******************'                    UPON CONSOLE.00003590
           OPEN INPUT CTLPARM.                                          00003600
           IF (FS-CTL NOT EQUAL '00')                                   00003610
               DISPLAY 'ERROR AL OPEN CTLPARM ' FS-CTL      UPON CONSOLE00003620
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003630
               PERFORM 400-CIERRA                                       00003640
           END-IF.                                                      00003650
           OPEN INPUT AUDITORIA.                                        00003660
           IF (FS-AUD NOT EQUAL '00')                                   00003670
               DISPLAY 'ERROR AL OPEN AUDITORIA ' FS-AUD    UPON CONSOLE00003680
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003690
               PERFORM 400-CIERRA                                       00003700
           END-IF.                                                      00003710
           OPEN INPUT VENTANA.                                          00003720
           IF (FS-VEN NOT EQUAL '00')                                   00003730
               DISPLAY 'ERROR AL OPEN VENTANA ' FS-VEN      UPON CONSOLE00003740
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003750
               PERFORM 400-CIERRA                                       00003760
           END-IF.                                                      00003770
           OPEN OUTPUT LISTADO.                                         00003780
           IF (FS-LIS NOT EQUAL '00')                                   00003790
               DISPLAY 'ERROR AL OPEN LISTADO ' FS-LIS      UPON CONSOLE00003800
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003810
               PERFORM 400-CIERRA                                       00003820
           END-IF.                                                      00003830
           MOVE WK-LIBERA TO WK-MINUTOS.                                00003840
           PERFORM EDITA-HORA.                                          00003850
           MOVE WK-HORA-EDIT TO LE-INICIO.                              00003860
           IF (WK-DESDE EQUAL SPACES)                                   00003870
               MOVE 'INICIO'  TO LE-DESDE                               00003880
           ELSE                                                         00003890
               MOVE WK-DESDE  TO LE-DESDE                               00003900
           END-IF.                                                      00003910
           WRITE REG-LISTADO FROM LIN-ENCABEZADO.                       00003920
           PERFORM 130-CARGA-VENTANAS.                                  00003930
           PERFORM 210-LEE-CTLPARM.                                     00003940
      *---------------------------------------------------------------* 00003950
      *  VALIDA EL PARM INICIO=HH:MM/[DESDE=SSAAMMDD/] (POSICIONAL).  * 00003960
      *---------------------------------------------------------------* 00003970
       110-VALIDA-PARM.                                                 00003980
      ****************                                                  00003990
           IF (LL-PARM LESS 13                       OR                 00004000
               LK-BYTE (1 : 7)   NOT EQUAL 'INICIO='  OR                00004010
               LK-BYTE (10 : 1)  NOT EQUAL ':'        OR                00004020
               LK-BYTE (13 : 1)  NOT EQUAL '/'        OR                00004030
               LK-BYTE (8 : 2)   NOT NUMERIC          OR                00004040
               LK-BYTE (11 : 2)  NOT NUMERIC)                           00004050
               PERFORM 115-PARM-INCORRECTO                              00004060
           END-IF.                                                      00004070
           MOVE LK-BYTE (8 : 2)  TO WK-HH.                              00004080
           MOVE LK-BYTE (11 : 2) TO WK-MM.                              00004090
           IF (WK-HH GREATER 23 OR WK-MM GREATER 59)                    00004100
               PERFORM 115-PARM-INCORRECTO                              00004110
           END-IF.                                                      00004120
           COMPUTE WK-LIBERA = (WK-HH * 60) + WK-MM.                    00004130
           IF (LL-PARM GREATER 13)                                      00004140
               IF (LL-PARM LESS 28                      OR              00004150
                   LK-BYTE (14 : 6)  NOT EQUAL 'DESDE='  OR             00004160
                   LK-BYTE (28 : 1)  NOT EQUAL '/'       OR             00004170
                   LK-BYTE (20 : 8)  NOT NUMERIC)                       00004180
                   PERFORM 115-PARM-INCORRECTO                          00004190
               END-IF                                                   00004200
               MOVE LK-BYTE (20 : 8) TO WK-DESDE                        00004210
           END-IF.                                                      00004220
       115-PARM-INCORRECTO.                                             00004230
      ********************                                              00004240
           DISPLAY 'PARAMETRO INCORRECTO'                  UPON CONSOLE.00004250
           DISPLAY 'DEBE SER INICIO=HH:MM/[DESDE=SSAAMMDD/]'            00004260
                                                           UPON CONSOLE.00004270
           DISPLAY 'CANCELA PROCESO ...'                   UPON CONSOLE.00004280
           MOVE 10 TO RETURN-CODE.                                      00004290
           PERFORM 400-CIERRA.                                          00004300
      *---------------------------------------------------------------* 00004310
      *  CARGA LAS HORAS LIMITE DE S-VENTANA, CON LAS MISMAS          * 00004320
      *  VALIDACIONES QUE CDOBDB2W.                                   * 00004330
      *---------------------------------------------------------------* 00004340
       130-CARGA-VENTANAS.                                              00004350
      *******************                                               00004360
           PERFORM 140-LEE-VENTANA.                                     00004370
           PERFORM 145-GUARDA-VENTANA UNTIL EOF-VENTANA.                00004380
       140-LEE-VENTANA.                                                 00004390
      ****************                                                  00004400
           READ VENTANA                                                 00004410
               AT END                                                   00004420
                   MOVE 'S' TO SW-EOF-VEN                               00004430
           END-READ.                                                    00004440
       145-GUARDA-VENTANA.                                              00004450
      *******************                                               00004460
           IF (VEN-PROGRAMA EQUAL SPACES      OR                        00004470
               VEN-HORA-HH NOT NUMERIC        OR                        00004480
               VEN-HORA-MM NOT NUMERIC        OR                        00004490
               VEN-DURACION NOT NUMERIC)                                00004500
               DISPLAY 'TARJETA DE VENTANA INCORRECTA -> '              00004510
                       REG-VENTANA (1 : 18)                 UPON CONSOLE00004520
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004530
               MOVE 10 TO RETURN-CODE                                   00004540
               PERFORM 400-CIERRA                                       00004550
           END-IF.                                                      00004560
           MOVE VEN-HORA-HH TO WK-HH.                                   00004570
           MOVE VEN-HORA-MM TO WK-MM.                                   00004580
           IF (WK-HH GREATER 23 OR WK-MM GREATER 59)                    00004590
               DISPLAY 'HORA LIMITE INCORRECTA -> '                     00004600
                       REG-VENTANA (1 : 18)                 UPON CONSOLE00004610
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004620
               MOVE 10 TO RETURN-CODE                                   00004630
               PERFORM 400-CIERRA                                       00004640
           END-IF.                                                      00004650
           IF (WK-VEN-CANT LESS 200)                                    00004660
               ADD 1 TO WK-VEN-CANT                                     00004670
               MOVE VEN-PROGRAMA TO TV-PGM (WK-VEN-CANT)                00004680
               COMPUTE TV-FIN-MAX (WK-VEN-CANT) =                       00004690
                       (WK-HH * 100) + WK-MM                            00004700
           ELSE                                                         00004710
               DISPLAY 'TABLA DE VENTANAS LLENA'            UPON CONSOLE00004720
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004730
               MOVE 12 TO RETURN-CODE                                   00004740
               PERFORM 400-CIERRA                                       00004750
           END-IF.                                                      00004760
           PERFORM 140-LEE-VENTANA.                                     00004770
      *---------------------------------------------------------------* 00004780
      *  POSICIONA LA BITACORA EN DESDE (O EN SU PRIMER REGISTRO).    * 00004790
      *---------------------------------------------------------------* 00004800
       150-POSICIONA-BITACORA.                                          00004810
      ***********************                                           00004820
           IF (WK-DESDE EQUAL SPACES)                                   00004830
               MOVE LOW-VALUES TO WKB-FECHA                             00004840
           ELSE                                                         00004850
               MOVE WK-DESDE   TO WKB-FECHA                             00004860
           END-IF.                                                      00004870
           MOVE ZEROS    TO WKB-HORA.                                   00004880
           MOVE ZEROS    TO WKB-SECUENCIA.                              00004890
           MOVE WK-CLAVE-BUSCA TO AUD-CLAVE.                            00004900
           START AUDITORIA KEY IS NOT LESS THAN AUD-CLAVE               00004910
               INVALID KEY                                              00004920
                   MOVE 'S' TO SW-EOF-AUD                               00004930
           END-START.                                                   00004940
           IF (NOT EOF-AUDITORIA)                                       00004950
               PERFORM 260-LEE-AUDITORIA                                00004960
           END-IF.                                                      00004970
      *---------------------------------------------------------------* 00004980
      *  CARGA UNA TARJETA DEL LOTE CON SU PGM= Y SU AFTER=, COMO LO  * 00004990
      *  HACE CDOBDB2E EN MODO ENCADENADO.                            * 00005000
      *---------------------------------------------------------------* 00005010
       200-CARGA-TARJETA.                                               00005020
      ******************                                                00005030
           ADD 1 TO WK-CONT-LEIDAS.                                     00005040
           IF (WK-TAR-CANT NOT LESS 500)                                00005050
               DISPLAY 'LOTE S-CTLPARM EXCEDE LA TABLA INTERNA'         00005060
                                                            UPON CONSOLE00005070
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00005080
               MOVE 12 TO RETURN-CODE                                   00005090
               PERFORM 400-CIERRA                                       00005100
           END-IF.                                                      00005110
           ADD 1 TO WK-TAR-CANT.                                        00005120
           INITIALIZE TABLA-TAR-ENTRADA (WK-TAR-CANT).                  00005130
           MOVE 'P' TO TT-ESTADO  (WK-TAR-CANT).                        00005140
           MOVE ' ' TO TT-CRITICO (WK-TAR-CANT).                        00005150
           PERFORM 220-EXTRAE-PGM.                                      00005160
           PERFORM 230-EXTRAE-AFTER THRU 230-EXTRAE-AFTER-FIN.          00005170
           IF (TT-PGM (WK-TAR-CANT) EQUAL SPACES)                       00005180
               MOVE 'S' TO TT-ESTADO (WK-TAR-CANT)                      00005190
               ADD 1 TO WK-CONT-RECHAZO                                 00005200
           ELSE                                                         00005210
               ADD 1 TO WK-TAR-PEND                                     00005220
               PERFORM 240-UBICA-HISTORIA                               00005230
           END-IF.                                                      00005240
           PERFORM 210-LEE-CTLPARM.                                     00005250
                                                                        00005260
       250-PROCESO-BITACORA.                                            00005270
      *********************                                             00005280
           ADD 1 TO WK-CONT-AUD.                                        00005290
           IF (AUD-TIPO-REAL AND AUD-EJEC-OK AND                        00005300
               AUD-HORA-INI GREATER ZEROS AND                           00005310
               AUD-HORA-FIN GREATER ZEROS)                              00005320
               PERFORM 270-GUARDA-DURACION                              00005330
                  THRU 270-GUARDA-DURACION-EXIT                         00005340
           END-IF.                                                      00005350
           PERFORM 260-LEE-AUDITORIA.                                   00005360
      *---------------------------------------------------------------* 00005370
      *  DURACION ESTIMADA DE LA TARJETA: PROMEDIO DE LAS ULTIMAS     * 00005380
      *  EJECUCIONES GUARDADAS DE SU PROGRAMA.                        * 00005390
      *---------------------------------------------------------------* 00005400
       300-ESTIMA-DURACION.                                             00005410
      ********************                                              00005420
           IF (TT-ESTADO (WK-TAR-IDX) EQUAL 'S')                        00005430
               GO TO 300-ESTIMA-DURACION-EXIT                           00005440
           END-IF.                                                      00005450
           MOVE TT-HIS (WK-TAR-IDX) TO WK-HIS-IDX.                      00005460
           MOVE ZEROS TO WK-SUMA.                                       00005470
           PERFORM 305-SUMA-DURACION                                    00005480
               VARYING WK-HIS-K FROM 1 BY 1                             00005490
               UNTIL (WK-HIS-K GREATER TH-CANT (WK-HIS-IDX)).           00005500
           IF (TH-CANT (WK-HIS-IDX) GREATER ZEROS)                      00005510
               COMPUTE TT-DUR (WK-TAR-IDX) ROUNDED =                    00005520
                       WK-SUMA / TH-CANT (WK-HIS-IDX)                   00005530
           ELSE                                                         00005540
               MOVE ZEROS TO TT-DUR (WK-TAR-IDX)                        00005550
           END-IF.                                                      00005560
       300-ESTIMA-DURACION-EXIT.                                        00005570
      *************************                                         00005580
           EXIT.                                                        00005590
      *---------------------------------------------------------------* 00005600
      *  PREDECESOR AFTER= FUERA DEL LOTE O MAL FORMADO: CDOBDB2E LA  * 00005610
      *  RECHAZARIA CON RC 31 Y NO SE PROYECTA.                       * 00005620
      *---------------------------------------------------------------* 00005630
       310-VALIDA-PREDECESOR.                                           00005640
      **********************                                            00005650
           IF (TT-ESTADO (WK-TAR-IDX) NOT EQUAL 'P' OR                  00005660
               TT-AFTER  (WK-TAR-IDX) EQUAL SPACES)                     00005670
               GO TO 310-VALIDA-PREDECESOR-FIN                          00005680
           END-IF.                                                      00005690
           MOVE 'N' TO SW-PRED-LOTE.                                    00005700
           PERFORM 315-BUSCA-PGM-LOTE                                   00005710
               VARYING WK-TAR-J FROM 1 BY 1                             00005720
               UNTIL (WK-TAR-J GREATER WK-TAR-CANT OR PRED-EN-LOTE).    00005730
           IF (NOT PRED-EN-LOTE)                                        00005740
               MOVE 'R' TO TT-ESTADO (WK-TAR-IDX)                       00005750
               SUBTRACT 1 FROM WK-TAR-PEND                              00005760
               ADD 1 TO WK-CONT-RECHAZO                                 00005770
           END-IF.                                                      00005780
       310-VALIDA-PREDECESOR-FIN.                                       00005790
      **************************                                        00005800
           EXIT.                                                        00005810
      *---------------------------------------------------------------* 00005820
      *  UNA PASADA SOBRE EL LOTE, IGUAL QUE 251-PASADA-CADENA DE     * 00005830
      *  CDOBDB2E: ORDENA TODA TARJETA PENDIENTE CUYO PREDECESOR YA NO* 00005840
      *  TIENE TARJETAS PENDIENTES.                                   * 00005850
      *---------------------------------------------------------------* 00005860
       320-PASADA-LOTE.                                                 00005870
      ****************                                                  00005880
           MOVE 'N' TO SW-AVANZA.                                       00005890
           PERFORM 325-EVALUA-TARJETA THRU 325-EVALUA-FIN               00005900
               VARYING WK-TAR-IDX FROM 1 BY 1                           00005910
               UNTIL (WK-TAR-IDX GREATER WK-TAR-CANT).                  00005920
      *---------------------------------------------------------------* 00005930
      *  LO QUE QUEDA PENDIENTE SIN AVANCE ES UN CICLO (RC 32).       * 00005940
      *---------------------------------------------------------------* 00005950
       340-MARCA-CICLO.                                                 00005960
      ****************                                                  00005970
           IF (TT-ESTADO (WK-TAR-IDX) EQUAL 'P')                        00005980
               MOVE 'C' TO TT-ESTADO (WK-TAR-IDX)                       00005990
               ADD 1 TO WK-CONT-RECHAZO                                 00006000
           END-IF.                                                      00006010
      *---------------------------------------------------------------* 00006020
      *  EL CAMINO CRITICO TERMINA EN LA TARJETA DE MAYOR FIN POR     * 00006030
      *  DEPENDENCIAS Y SE RECORRE HACIA ATRAS POR SUS PREDECESORES.  * 00006040
      *---------------------------------------------------------------* 00006050
       350-CAMINO-CRITICO.                                              00006060
      *******************                                               00006070
           MOVE ZEROS     TO WK-TAR-PRED.                               00006080
           MOVE WK-LIBERA TO WK-FIN-CRITICO.                            00006090
           PERFORM 355-BUSCA-MAYOR-FIN                                  00006100
               VARYING WK-ORD-IDX FROM 1 BY 1                           00006110
               UNTIL (WK-ORD-IDX GREATER WK-ORD-CANT).                  00006120
           PERFORM 358-MARCA-CRITICO                                    00006130
               UNTIL (WK-TAR-PRED EQUAL ZEROS).                         00006140
                                                                        00006150
       400-CIERRA.                                                      00006160
      ***********                                                       00006170
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00006180
           MOVE WK-CONT-LEIDAS  TO LT-LEIDAS.                           00006190
           WRITE REG-LISTADO FROM LIN-TOTALES-1.                        00006200
           MOVE WK-CONT-PROY    TO LT-PROY.                             00006210
           WRITE REG-LISTADO FROM LIN-TOTALES-2.                        00006220
           MOVE WK-CONT-RECHAZO TO LT-RECHAZO.                          00006230
           WRITE REG-LISTADO FROM LIN-TOTALES-3.                        00006240
           MOVE WK-CONT-TARDE   TO LT-TARDE.                            00006250
           WRITE REG-LISTADO FROM LIN-TOTALES-4.                        00006260
           MOVE WK-CONT-SINHIS  TO LT-SINHIS.                           00006270
           WRITE REG-LISTADO FROM LIN-TOTALES-5.                        00006280
           MOVE WK-RELOJ        TO WK-MINUTOS.                          00006290
           PERFORM EDITA-HORA.                                          00006300
           MOVE WK-HORA-EDIT    TO LT-FIN-JOB.                          00006310
           WRITE REG-LISTADO FROM LIN-TOTALES-6.                        00006320
           MOVE WK-FIN-CRITICO  TO WK-MINUTOS.                          00006330
           PERFORM EDITA-HORA.                                          00006340
           MOVE WK-HORA-EDIT    TO LT-FIN-CRITICO.                      00006350
           MOVE WK-CONT-CRITICO TO LT-CRITICO.                          00006360
           WRITE REG-LISTADO FROM LIN-TOTALES-7.                        00006370
           CLOSE CTLPARM.                                               00006380
           CLOSE AUDITORIA.                                             00006390
           CLOSE VENTANA.                                               00006400
           CLOSE LISTADO.                                               00006410
           DISPLAY 'FIN PROYECTADO DEL JOB : ' LT-FIN-JOB  UPON CONSOLE.00006420
           DISPLAY 'FUERA DE VENTANA       : ' WK-CONT-TARDE            00006430
                                                           UPON CONSOLE.00006440
           DISPLAY 'FIN DE CDOBDB2Q'                       UPON CONSOLE.00006450
           DISPLAY '***************'                       UPON CONSOLE.00006460
           STOP RUN.                                                    00006470
      *---------------------------------------------------------------* 00006480
      *  LISTADO: PROYECCION EN ORDEN DE EJECUCION, FUERA DE VENTANA, * 00006490
      *  SIN HISTORIA Y TARJETAS QUE SE RECHAZARIAN.                  * 00006500
      *---------------------------------------------------------------* 00006510
       500-LISTA-PROYECCION.                                            00006520
      *********************                                             00006530
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00006540
           WRITE REG-LISTADO FROM LIN-SECCION-1.                        00006550
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00006560
           PERFORM 510-LISTA-ORDEN                                      00006570
               VARYING WK-ORD-IDX FROM 1 BY 1                           00006580
               UNTIL (WK-ORD-IDX GREATER WK-ORD-CANT).                  00006590
           IF (WK-ORD-CANT EQUAL ZEROS)                                 00006600
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00006610
           END-IF.                                                      00006620
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00006630
           WRITE REG-LISTADO FROM LIN-SECCION-2.                        00006640
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00006650
           PERFORM 520-LISTA-TARDE                                      00006660
               VARYING WK-ORD-IDX FROM 1 BY 1                           00006670
               UNTIL (WK-ORD-IDX GREATER WK-ORD-CANT).                  00006680
           IF (WK-CONT-TARDE EQUAL ZEROS)                               00006690
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00006700
           END-IF.                                                      00006710
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00006720
           WRITE REG-LISTADO FROM LIN-SECCION-3.                        00006730
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00006740
           PERFORM 530-LISTA-SINHISTORIA                                00006750
               VARYING WK-ORD-IDX FROM 1 BY 1                           00006760
               UNTIL (WK-ORD-IDX GREATER WK-ORD-CANT).                  00006770
           IF (WK-CONT-SINHIS EQUAL ZEROS)                              00006780
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00006790
           END-IF.                                                      00006800
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00006810
           WRITE REG-LISTADO FROM LIN-SECCION-4.                        00006820
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00006830
           PERFORM 540-LISTA-RECHAZO                                    00006840
               VARYING WK-TAR-IDX FROM 1 BY 1                           00006850
               UNTIL (WK-TAR-IDX GREATER WK-TAR-CANT).                  00006860
           IF (WK-CONT-RECHAZO EQUAL ZEROS)                             00006870
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00006880
           END-IF.                                                      00006890
                                                                        00006900
      ****************                                                  00006910
      * SEGUNDO NIVEL                                                   00006920
      ****************                                                  00006930
                                                                        00006940
       210-LEE-CTLPARM.                                                 00006950
      ****************                                                  00006960
           READ CTLPARM                                                 00006970
               AT END                                                   00006980
                   MOVE 'S' TO SW-EOF-CTL                               00006990
           END-READ.                                                    00007000
      *---------------------------------------------------------------* 00007010
      *  PGM= DE LA TARJETA (HASTA 8 BYTES ANTES DEL '/').            * 00007020
      *---------------------------------------------------------------* 00007030
       220-EXTRAE-PGM.                                                  00007040
      ***************                                                   00007050
           MOVE ZEROS TO WK-POS.                                        00007060
           INSPECT REG-CTLPARM TALLYING WK-POS                          00007070
                   FOR CHARACTERS BEFORE INITIAL 'PGM='.                00007080
           IF (WK-POS LESS 188)                                         00007090
               COMPUTE WK-POS-I = WK-POS + 5                            00007100
               MOVE WK-POS-I TO WK-POS-J                                00007110
               MOVE ZEROS    TO WK-LARGO                                00007120
               PERFORM BUSCA-BYTE                                       00007130
                   UNTIL (REG-CTLPARM (WK-POS-I : 1) EQUAL '/' OR       00007140
                          WK-LARGO GREATER 07)                          00007150
               IF (WK-LARGO GREATER ZEROS AND                           00007160
                   REG-CTLPARM (WK-POS-I : 1) EQUAL '/')                00007170
                   MOVE REG-CTLPARM (WK-POS-J : WK-LARGO)               00007180
                     TO TT-PGM (WK-TAR-CANT)                            00007190
               END-IF                                                   00007200
           END-IF.                                                      00007210
      *---------------------------------------------------------------* 00007220
      *  TOKEN OPCIONAL /AFTER=PGMNAME/. MAL FORMADO DEJA UN          * 00007230
      *  PREDECESOR IMPOSIBLE, COMO EN CDOBDB2E.                      * 00007240
      *---------------------------------------------------------------* 00007250
       230-EXTRAE-AFTER.                                                00007260
      *****************                                                 00007270
           MOVE ZEROS TO WK-POS.                                        00007280
           INSPECT REG-CTLPARM TALLYING WK-POS                          00007290
                   FOR CHARACTERS BEFORE INITIAL '/AFTER='.             00007300
           IF (WK-POS GREATER 183)                                      00007310
               GO TO 230-EXTRAE-AFTER-FIN                               00007320
           END-IF.                                                      00007330
           COMPUTE WK-POS-I = WK-POS + 8.                               00007340
           MOVE WK-POS-I TO WK-POS-J.                                   00007350
           MOVE ZEROS    TO WK-LARGO.                                   00007360
           PERFORM BUSCA-BYTE                                           00007370
               UNTIL (REG-CTLPARM (WK-POS-I : 1) EQUAL '/' OR           00007380
                      WK-LARGO GREATER 08).                             00007390
           IF (WK-LARGO GREATER ZEROS AND WK-LARGO LESS 09 AND          00007400
               REG-CTLPARM (WK-POS-I : 1) EQUAL '/')                    00007410
               MOVE REG-CTLPARM (WK-POS-J : WK-LARGO)                   00007420
                 TO TT-AFTER (WK-TAR-CANT)                              00007430
           ELSE                                                         00007440
               MOVE ALL '?' TO TT-AFTER (WK-TAR-CANT)                   00007450
           END-IF.                                                      00007460
       230-EXTRAE-AFTER-FIN.                                            00007470
      *********************                                             00007480
           EXIT.                                                        00007490
      *---------------------------------------------------------------* 00007500
      *  ENTRADA DE HISTORIA DEL PROGRAMA DE LA TARJETA (UNA POR      * 00007510
      *  PROGRAMA AUNQUE TENGA VARIAS TARJETAS EN EL LOTE).           * 00007520
      *---------------------------------------------------------------* 00007530
       240-UBICA-HISTORIA.                                              00007540
      *******************                                               00007550
           MOVE TT-PGM (WK-TAR-CANT) TO WK-PGM-AUX.                     00007560
           PERFORM 245-BUSCA-HISTORIA.                                  00007570
           IF (WK-HIS-HALLADO EQUAL ZEROS)                              00007580
               ADD 1 TO WK-HIS-CANT                                     00007590
               MOVE WK-HIS-CANT TO WK-HIS-HALLADO                       00007600
               INITIALIZE TABLA-HIS-ENTRADA (WK-HIS-HALLADO)            00007610
               MOVE WK-PGM-AUX  TO TH-PGM (WK-HIS-HALLADO)              00007620
           END-IF.                                                      00007630
           MOVE WK-HIS-HALLADO TO TT-HIS (WK-TAR-CANT).                 00007640
       245-BUSCA-HISTORIA.                                              00007650
      *******************                                               00007660
           MOVE ZEROS TO WK-HIS-HALLADO.                                00007670
           PERFORM 248-COMPARA-HISTORIA                                 00007680
               VARYING WK-HIS-IDX FROM 1 BY 1                           00007690
               UNTIL (WK-HIS-IDX GREATER WK-HIS-CANT OR                 00007700
                      WK-HIS-HALLADO GREATER ZEROS).                    00007710
       248-COMPARA-HISTORIA.                                            00007720
      *********************                                             00007730
           IF (TH-PGM (WK-HIS-IDX) EQUAL WK-PGM-AUX)                    00007740
               MOVE WK-HIS-IDX TO WK-HIS-HALLADO                        00007750
           END-IF.                                                      00007760
       260-LEE-AUDITORIA.                                               00007770
      ******************                                                00007780
           READ AUDITORIA NEXT RECORD                                   00007790
               AT END                                                   00007800
                   MOVE 'S' TO SW-EOF-AUD                               00007810
           END-READ.                                                    00007820
      *---------------------------------------------------------------* 00007830
      *  GUARDA LA DURACION DE UNA EJECUCION OK DE UN PROGRAMA DEL    * 00007840
      *  LOTE; LA BITACORA VIENE EN ORDEN DE CLAVE, ASI QUE LAS       * 00007850
      *  ULTIMAS GUARDADAS SON LAS MAS RECIENTES.                     * 00007860
      *---------------------------------------------------------------* 00007870
       270-GUARDA-DURACION.                                             00007880
      ********************                                              00007890
           MOVE AUD-PROGRAMA TO WK-PGM-AUX.                             00007900
           PERFORM 245-BUSCA-HISTORIA.                                  00007910
           IF (WK-HIS-HALLADO EQUAL ZEROS)                              00007920
               GO TO 270-GUARDA-DURACION-EXIT                           00007930
           END-IF.                                                      00007940
           DIVIDE AUD-HORA-INI BY 100 GIVING WK-HH                      00007950
                                      REMAINDER WK-RESTO.               00007960
           COMPUTE WK-MIN-INI = (WK-HH * 60) + WK-RESTO.                00007970
           DIVIDE AUD-HORA-FIN BY 100 GIVING WK-HH                      00007980
                                      REMAINDER WK-RESTO.               00007990
           COMPUTE WK-MIN-FIN = (WK-HH * 60) + WK-RESTO.                00008000
           IF (WK-MIN-FIN LESS WK-MIN-INI)                              00008010
               ADD 1440 TO WK-MIN-FIN                                   00008020
           END-IF.                                                      00008030
           COMPUTE WK-DURACION = WK-MIN-FIN - WK-MIN-INI.               00008040
           IF (TH-POS (WK-HIS-HALLADO) NOT LESS WK-ULTIMAS)             00008050
               MOVE ZEROS TO TH-POS (WK-HIS-HALLADO)                    00008060
           END-IF.                                                      00008070
           ADD 1 TO TH-POS (WK-HIS-HALLADO).                            00008080
           MOVE WK-DURACION                                             00008090
             TO TH-DUR (WK-HIS-HALLADO, TH-POS (WK-HIS-HALLADO)).       00008100
           IF (TH-CANT (WK-HIS-HALLADO) LESS WK-ULTIMAS)                00008110
               ADD 1 TO TH-CANT (WK-HIS-HALLADO)                        00008120
           END-IF.                                                      00008130
       270-GUARDA-DURACION-EXIT.                                        00008140
      *************************                                         00008150
           EXIT.                                                        00008160
       305-SUMA-DURACION.                                               00008170
      ******************                                                00008180
           ADD TH-DUR (WK-HIS-IDX, WK-HIS-K) TO WK-SUMA.                00008190
       315-BUSCA-PGM-LOTE.                                              00008200
      *******************                                               00008210
           IF (TT-PGM (WK-TAR-J) EQUAL TT-AFTER (WK-TAR-IDX) AND        00008220
               TT-ESTADO (WK-TAR-J) NOT EQUAL 'S')                      00008230
               MOVE 'S' TO SW-PRED-LOTE                                 00008240
           END-IF.                                                      00008250
       325-EVALUA-TARJETA.                                              00008260
      *******************                                               00008270
           IF (TT-ESTADO (WK-TAR-IDX) NOT EQUAL 'P')                    00008280
               GO TO 325-EVALUA-FIN                                     00008290
           END-IF.                                                      00008300
           MOVE ZEROS     TO WK-TAR-PRED.                               00008310
           MOVE WK-LIBERA TO TT-INI-DEP (WK-TAR-IDX).                   00008320
           IF (TT-AFTER (WK-TAR-IDX) NOT EQUAL SPACES)                  00008330
               MOVE 'S' TO SW-PRED-LISTO                                00008340
               PERFORM 330-CHEQUEA-PREDECESOR                           00008350
                   VARYING WK-TAR-J FROM 1 BY 1                         00008360
                   UNTIL (WK-TAR-J GREATER WK-TAR-CANT)                 00008370
               IF (NOT PRED-LISTO)                                      00008380
                   GO TO 325-EVALUA-FIN                                 00008390
               END-IF                                                   00008400
           END-IF.                                                      00008410
           MOVE 'O' TO TT-ESTADO (WK-TAR-IDX).                          00008420
           SUBTRACT 1 FROM WK-TAR-PEND.                                 00008430
           MOVE 'S' TO SW-AVANZA.                                       00008440
           ADD 1 TO WK-ORD-CANT.                                        00008450
           MOVE WK-TAR-IDX TO TO-TARJETA (WK-ORD-CANT).                 00008460
           MOVE WK-TAR-PRED TO TT-PRED (WK-TAR-IDX).                    00008470
           MOVE WK-RELOJ TO TT-INI-SER (WK-TAR-IDX).                    00008480
           COMPUTE WK-RELOJ = WK-RELOJ + TT-DUR (WK-TAR-IDX).           00008490
           MOVE WK-RELOJ TO TT-FIN-SER (WK-TAR-IDX).                    00008500
           COMPUTE TT-FIN-DEP (WK-TAR-IDX) =                            00008510
                   TT-INI-DEP (WK-TAR-IDX) + TT-DUR (WK-TAR-IDX).       00008520
       325-EVALUA-FIN.                                                  00008530
      ***************                                                   00008540
           EXIT.                                                        00008550
      *---------------------------------------------------------------* 00008560
      *  EL PREDECESOR ESTA LISTO CUANDO NINGUNA TARJETA DE SU        * 00008570
      *  PROGRAMA SIGUE PENDIENTE; EL INICIO POR DEPENDENCIAS ES EL   * 00008580
      *  MAYOR FIN DE ESAS TARJETAS.                                  * 00008590
      *---------------------------------------------------------------* 00008600
       330-CHEQUEA-PREDECESOR.                                          00008610
      ***********************                                           00008620
           IF (TT-PGM (WK-TAR-J) EQUAL TT-AFTER (WK-TAR-IDX))           00008630
               IF (TT-ESTADO (WK-TAR-J) EQUAL 'P')                      00008640
                   MOVE 'N' TO SW-PRED-LISTO                            00008650
               END-IF                                                   00008660
               IF (TT-ESTADO (WK-TAR-J) EQUAL 'O' AND                   00008670
                   TT-FIN-DEP (WK-TAR-J) NOT LESS                       00008680
                   TT-INI-DEP (WK-TAR-IDX))                             00008690
                   MOVE TT-FIN-DEP (WK-TAR-J)                           00008700
                     TO TT-INI-DEP (WK-TAR-IDX)                         00008710
                   MOVE WK-TAR-J TO WK-TAR-PRED                         00008720
               END-IF                                                   00008730
           END-IF.                                                      00008740
       355-BUSCA-MAYOR-FIN.                                             00008750
      ********************                                              00008760
           MOVE TO-TARJETA (WK-ORD-IDX) TO WK-TAR-IDX.                  00008770
           IF (TT-FIN-DEP (WK-TAR-IDX) GREATER WK-FIN-CRITICO OR        00008780
               WK-TAR-PRED EQUAL ZEROS)                                 00008790
               MOVE TT-FIN-DEP (WK-TAR-IDX) TO WK-FIN-CRITICO           00008800
               MOVE WK-TAR-IDX TO WK-TAR-PRED                           00008810
           END-IF.                                                      00008820
       358-MARCA-CRITICO.                                               00008830
      ******************                                                00008840
           MOVE '*' TO TT-CRITICO (WK-TAR-PRED).                        00008850
           ADD 1 TO WK-CONT-CRITICO.                                    00008860
           MOVE TT-PRED (WK-TAR-PRED) TO WK-TAR-PRED.                   00008870
      *---------------------------------------------------------------* 00008880
      *  LINEA DE UNA TARJETA PROYECTADA; EL FIN EN SERIE SE COMPARA  * 00008890
      *  CONTRA LA HORA LIMITE DE SU VENTANA (UN LIMITE ANTERIOR A LA * 00008900
      *  HORA DE LIBERACION ES DEL DIA SIGUIENTE).                    * 00008910
      *---------------------------------------------------------------* 00008920
       510-LISTA-ORDEN.                                                 00008930
      ****************                                                  00008940
           PERFORM 550-ARMA-DETALLE.                                    00008950
           WRITE REG-LISTADO FROM LIN-DETALLE.                          00008960
       520-LISTA-TARDE.                                                 00008970
      ****************                                                  00008980
           PERFORM 550-ARMA-DETALLE.                                    00008990
           IF (LD-NOTA EQUAL 'FUERA DE VENTANA')                        00009000
               WRITE REG-LISTADO FROM LIN-DETALLE                       00009010
           END-IF.                                                      00009020
       530-LISTA-SINHISTORIA.                                           00009030
      **********************                                            00009040
           PERFORM 550-ARMA-DETALLE.                                    00009050
           IF (TH-CANT (TT-HIS (WK-TAR-IDX)) EQUAL ZEROS)               00009060
               WRITE REG-LISTADO FROM LIN-DETALLE                       00009070
           END-IF.                                                      00009080
       540-LISTA-RECHAZO.                                               00009090
      ******************                                                00009100
           IF (TT-ESTADO (WK-TAR-IDX) EQUAL 'R' OR                      00009110
               TT-ESTADO (WK-TAR-IDX) EQUAL 'C' OR                      00009120
               TT-ESTADO (WK-TAR-IDX) EQUAL 'S')                        00009130
               MOVE SPACES TO LIN-DETALLE                               00009140
               MOVE TT-PGM   (WK-TAR-IDX) TO LD-PGM                     00009150
               MOVE TT-AFTER (WK-TAR-IDX) TO LD-AFTER                   00009160
               EVALUATE TT-ESTADO (WK-TAR-IDX)                          00009170
                   WHEN 'R'                                             00009180
                       MOVE 'RC 31 PREDECESOR NO ESTA EN EL LOTE'       00009190
                         TO LD-NOTA                                     00009200
                   WHEN 'C'                                             00009210
                       MOVE 'RC 32 CICLO DE DEPENDENCIAS AFTER='        00009220
                         TO LD-NOTA                                     00009230
                   WHEN OTHER                                           00009240
                       MOVE 'TARJETA SIN PGM=' TO LD-NOTA               00009250
               END-EVALUATE                                             00009260
               WRITE REG-LISTADO FROM LIN-DETALLE                       00009270
           END-IF.                                                      00009280
      *---------------------------------------------------------------* 00009290
      *  ARMA LA LINEA DE LA TARJETA TO-TARJETA (WK-ORD-IDX) Y LA     * 00009300
      *  CUENTA COMO FUERA DE VENTANA / SIN HISTORIA LA PRIMERA VEZ.  * 00009310
      *---------------------------------------------------------------* 00009320
       550-ARMA-DETALLE.                                                00009330
      *****************                                                 00009340
           MOVE TO-TARJETA (WK-ORD-IDX) TO WK-TAR-IDX.                  00009350
           MOVE SPACES TO LIN-DETALLE.                                  00009360
           MOVE WK-ORD-IDX             TO LD-ORDEN.                     00009370
           MOVE TT-CRITICO (WK-TAR-IDX) TO LD-CRITICO.                  00009380
           MOVE TT-PGM     (WK-TAR-IDX) TO LD-PGM.                      00009390
           MOVE TT-AFTER   (WK-TAR-IDX) TO LD-AFTER.                    00009400
           MOVE TT-DUR     (WK-TAR-IDX) TO LD-DUR.                      00009410
           MOVE TH-CANT (TT-HIS (WK-TAR-IDX)) TO LD-HIS.                00009420
           MOVE TT-INI-SER (WK-TAR-IDX) TO WK-MINUTOS.                  00009430
           PERFORM EDITA-HORA.                                          00009440
           MOVE WK-HORA-EDIT TO LD-INI-SER.                             00009450
           MOVE TT-FIN-SER (WK-TAR-IDX) TO WK-MINUTOS.                  00009460
           PERFORM EDITA-HORA.                                          00009470
           MOVE WK-HORA-EDIT TO LD-FIN-SER.                             00009480
           MOVE TT-INI-DEP (WK-TAR-IDX) TO WK-MINUTOS.                  00009490
           PERFORM EDITA-HORA.                                          00009500
           MOVE WK-HORA-EDIT TO LD-INI-DEP.                             00009510
           MOVE TT-FIN-DEP (WK-TAR-IDX) TO WK-MINUTOS.                  00009520
           PERFORM EDITA-HORA.                                          00009530
           MOVE WK-HORA-EDIT TO LD-FIN-DEP.                             00009540
           IF (TH-CANT (TT-HIS (WK-TAR-IDX)) EQUAL ZEROS)               00009550
               MOVE 'SIN HISTORIA' TO LD-NOTA                           00009560
           END-IF.                                                      00009570
           MOVE ZEROS TO WK-VEN-HALLADO.                                00009580
           PERFORM 560-BUSCA-VENTANA                                    00009590
               VARYING WK-VEN-IDX FROM 1 BY 1                           00009600
               UNTIL (WK-VEN-IDX GREATER WK-VEN-CANT OR                 00009610
                      WK-VEN-HALLADO GREATER ZEROS).                    00009620
           IF (WK-VEN-HALLADO EQUAL ZEROS)                              00009630
               IF (LD-NOTA EQUAL SPACES)                                00009640
                   MOVE 'SIN VENTANA' TO LD-NOTA                        00009650
               END-IF                                                   00009660
           ELSE                                                         00009670
               DIVIDE TV-FIN-MAX (WK-VEN-HALLADO) BY 100 GIVING WK-HH   00009680
                                          REMAINDER WK-RESTO            00009690
               COMPUTE WK-MIN-LIM = (WK-HH * 60) + WK-RESTO             00009700
               MOVE WK-MIN-LIM TO WK-MINUTOS                            00009710
               PERFORM EDITA-HORA                                       00009720
               MOVE WK-HORA-EDIT TO LD-LIMITE                           00009730
               IF (WK-MIN-LIM LESS WK-LIBERA)                           00009740
                   ADD 1440 TO WK-MIN-LIM                               00009750
               END-IF                                                   00009760
               IF (TT-FIN-SER (WK-TAR-IDX) GREATER WK-MIN-LIM)          00009770
                   MOVE 'FUERA DE VENTANA' TO LD-NOTA                   00009780
               END-IF                                                   00009790
           END-IF.                                                      00009800
      *    LOS CONTADORES SE LLEVAN SOLO EN LA PRIMERA SECCION          00009810
           IF (WK-ORD-IDX GREATER WK-CONT-PROY)                         00009820
               ADD 1 TO WK-CONT-PROY                                    00009830
               IF (LD-NOTA EQUAL 'FUERA DE VENTANA')                    00009840
                   ADD 1 TO WK-CONT-TARDE                               00009850
               END-IF                                                   00009860
               IF (TH-CANT (TT-HIS (WK-TAR-IDX)) EQUAL ZEROS)           00009870
                   ADD 1 TO WK-CONT-SINHIS                              00009880
               END-IF                                                   00009890
           END-IF.                                                      00009900
       560-BUSCA-VENTANA.                                               00009910
      ******************                                                00009920
           IF (TV-PGM (WK-VEN-IDX) EQUAL TT-PGM (WK-TAR-IDX))           00009930
               MOVE WK-VEN-IDX TO WK-VEN-HALLADO                        00009940
           END-IF.                                                      00009950
       BUSCA-BYTE.                                                      00009960
      ***********                                                       00009970
           ADD 1 TO WK-POS-I.                                           00009980
           ADD 1 TO WK-LARGO.                                           00009990
      *---------------------------------------------------------------* 00010000
      *  PASA WK-MINUTOS (MINUTOS DESDE LA MEDIANOCHE DEL DIA DE      * 00010010
      *  LIBERACION) A HORA DEL DIA HH:MM EN WK-HORA-EDIT.            * 00010020
      *---------------------------------------------------------------* 00010030
       EDITA-HORA.                                                      00010040
      ***********                                                       00010050
           DIVIDE WK-MINUTOS BY 1440 GIVING WK-DIV                      00010060
                                     REMAINDER WK-RESTO.                00010070
           DIVIDE WK-RESTO BY 60 GIVING WK-HE-HH                        00010080
                                 REMAINDER WK-HE-MM.                    00010090
