************************************************************************00000010
*     * TC0278 15/10/26 RHM  ARMA LOTE S-CTLPARM DESDE AGENDA REG:13306*00000020
************************************************************************00000030
*IDAPL*CDO                                                              00000040
*OBJET******************************************************************00000050
*OBJET*** ARMA EL LOTE S-CTLPARM DE UNA NOCHE A PARTIR DE LA AGENDA    *00000060
*OBJET*** DE PROGRAMAS S-AGENDA Y DEL CALENDARIO LABORAL S-CALENDA     *00000070
*OBJET******************************************************************00000080
                                                                        00000090
       IDENTIFICATION DIVISION.                                         00000100
      *-----------------------*                                         00000110
       PROGRAM-ID.            CDOBDB2B.                                 00000120
       AUTHOR.                INTERBANK                                 00000130
       INSTALLATION.          INTERBANK                                 00000140
       DATE-WRITTEN.          15-OCT-26.                                00000150
       REMARKS.                                                         00000160
              -----------------------------------------------           00000170
             |            DB2 -  PROGRAM INTERFACE           |          00000180
             |            ************************           |          00000190
             |                                               |          00000200
             |   OBJETIVO :   EVALUAR LA REGLA DE FRECUENCIA |          00000210
             |                DE CADA PROGRAMA DE LA AGENDA  |          00000220
             |                S-AGENDA CONTRA EL CALENDARIO  |          00000230
             |                LABORAL PARA UNA FECHA, GRABAR |          00000240
             |                EL LOTE S-CTLPARM DE ESA NOCHE |          00000250
             |                (TARJETAS DE 200 BYTES PARA    |          00000260
             |                UNA CORRIDA CHAIN=Y DE         |          00000270
             |                CDOBDB2E) Y LISTAR LO AGENDADO |          00000280
             |                Y LO OMITIDO CON SU MOTIVO     |          00000290
             |   LENGUAJE :   COBOL-II                       |          00000300
             |                                               |          00000310
             |   ARCHIVOS :   INPUT  AGENDA     LF --> 80    |          00000320
             |                INPUT  CALENDARIO LF --> 80    |          00000330
             |                OUTPUR CTLPARM    LF --> 200   |          00000340
             |                OUTPUR LISTADO    LF --> 132   |          00000350
             |                                               |          00000360
              -----------------------------------------------           00000370
      *15/10/26  RHM                                                    00000380
      *VERSION INICIAL. PARM OPCIONAL: FECHA=SSAAMMDD/ (DEFAULT LA      00000390
      *FECHA DEL SISTEMA), NOCHE PARA LA QUE SE ARMA EL LOTE; PUEDE     00000400
      *SER UNA FECHA FUTURA SI EL CALENDARIO LA CUBRE, PARA VER EL      00000410
      *LOTE DE LOS PROXIMOS DIAS ANTES DE QUE OCURRAN.                  00000420
      *LA AGENDA ES UNA TARJETA POR PROGRAMA (VER CDOBAGE). REGLAS DE   00000430
      *FRECUENCIA, SIEMPRE SOBRE DIAS TIPO 'L' DEL CALENDARIO:          00000440
      *  D CADA DIA HABIL          L SOLO LUNES                         00000450
      *  F ULTIMO HABIL DEL MES    P PRIMER HABIL DEL MES               00000460
      *  T ULTIMO HABIL DEL TRIMESTRE (MARZO, JUNIO, SETIEMBRE Y        00000470
      *    DICIEMBRE)                                                   00000480
      *CADA PROGRAMA AGENDADO GENERA LA TARJETA                         00000490
      *DATE=DD/MM/SSAA/PGM=/[AFTER=/][PERFIL=/][PARES FIJOS/]. SI EL    00000500
      *PREDECESOR AFTER= NO QUEDO AGENDADO ESA NOCHE EL TOKEN SE OMITE  00000510
      *(CDOBDB2E RECHAZARIA LA TARJETA CON RC 31) Y SE ANOTA EN EL      00000520
      *LISTADO. UNA FECHA NO LABORABLE DEJA EL LOTE VACIO. TARJETA DE   00000530
      *AGENDA CON FRECUENCIA INVALIDA O PROGRAMA REPETIDO SE OMITE      00000540
      *COMO ERROR. RC 04 SI EL LOTE QUEDO VACIO O HUBO ERRORES EN LA    00000550
      *AGENDA; RC 12 SI LA FECHA NO ESTA EN EL CALENDARIO               00000560
                                                                        00000570
       ENVIRONMENT DIVISION.                                            00000580
      *--------------------*                                            00000590
       CONFIGURATION SECTION.                                           00000600
      *--------------------*                                            00000610
       SOURCE-COMPUTER. IBM-4341.                                       00000620
       OBJECT-COMPUTER. IBM-4341.                                       00000630
       INPUT-OUTPUT SECTION.                                            00000640
      *--------------------*                                            00000650
       FILE-CONTROL.                                                    00000660
      *------------*                                                    00000670
           SELECT  AGENDA        ASSIGN   TO  S-AGENDA                  00000680
                                 FILE STATUS   FS-AGE.                  00000690
           SELECT  CALENDARIO    ASSIGN   TO  S-CALENDA                 00000700
                                 FILE STATUS   FS-CAL.                  00000710
           SELECT  CTLPARM       ASSIGN   TO  S-CTLPARM                 00000720
                                 FILE STATUS   FS-CTL.                  00000730
           SELECT  LISTADO       ASSIGN   TO  S-LISTADO                 00000740
                                 FILE STATUS   FS-LIS.                  00000750
       DATA DIVISION.                                                   00000760
      *-------------*                                                   00000770
       FILE SECTION.                                                    00000780
      *------------*                                                    00000790
       FD  AGENDA                                                       00000800
           LABEL  RECORDS   IS  STANDARD                                00000810
           BLOCK  CONTAINS   0  RECORDS                                 00000820
           RECORD CONTAINS  80  CHARACTERS.                             00000830
           COPY CDOBAGE.                                                00000840
       FD  CALENDARIO                                                   00000850
           LABEL  RECORDS   IS  STANDARD                                00000860
           BLOCK  CONTAINS   0  RECORDS                                 00000870
           RECORD CONTAINS  80  CHARACTERS.                             00000880
       01  REG-CALENDARIO.                                              00000890
           02 CAL-FECHA     PIC X(08).                                  00000900
           02 CAL-TIPO      PIC X(01).                                  00000910
           02 FILLER        PIC X(71).                                  00000920
       FD  CTLPARM                                                      00000930
           LABEL  RECORDS   IS  STANDARD                                00000940
           BLOCK  CONTAINS   0  RECORDS                                 00000950
           RECORD CONTAINS 200  CHARACTERS.                             00000960
       01  REG-CTLPARM      PIC X(200).                                 00000970
       FD  LISTADO                                                      00000980
           LABEL  RECORDS   IS  STANDARD                                00000990
           BLOCK  CONTAINS   0  RECORDS                                 00001000
           RECORD CONTAINS 132  CHARACTERS.                             00001010
       01  REG-LISTADO      PIC X(132).                                 00001020
       WORKING-STORAGE SECTION.                                         00001030
      *-----------------------*                                         00001040
       01  VARIABLES.                                                   00001050
           02 FS-AGE        PIC  X(02)   VALUE SPACES.                  00001060
           02 FS-CAL        PIC  X(02)   VALUE SPACES.                  00001070
           02 FS-CTL        PIC  X(02)   VALUE SPACES.                  00001080
           02 FS-LIS        PIC  X(02)   VALUE SPACES.                  00001090
           02 SW-EOF-AGE    PIC  X(01)   VALUE 'N'.                     00001100
              88 EOF-AGENDA              VALUE 'S'.                     00001110
           02 SW-EOF-CAL    PIC  X(01)   VALUE 'N'.                     00001120
              88 EOF-CALENDARIO          VALUE 'S'.                     00001130
           02 WK-FECHA-DIA  PIC  X(08)   VALUE SPACES.                  00001140
           02 WK-CONT-AGENDA PIC 9(05)   VALUE ZEROS.                   00001150
           02 WK-CONT-AGEN  PIC  9(05)   VALUE ZEROS.                   00001160
           02 WK-CONT-OMIT  PIC  9(05)   VALUE ZEROS.                   00001170
           02 WK-CONT-ERROR PIC  9(05)   VALUE ZEROS.                   00001180
           02 WK-TARJETA    PIC  X(200)  VALUE SPACES.                  00001190
           02 WK-PTR        PIC  9(03)   VALUE ZEROS.                   00001200
           02 WK-PARMS-LON  PIC  9(03)   VALUE ZEROS.                   00001210
           02 WK-AGE-IDX    PIC  9(03)   VALUE ZEROS  COMP.             00001220
           02 WK-AGE-J      PIC  9(03)   VALUE ZEROS  COMP.             00001230
           02 WK-FRE-IDX    PIC  9(03)   VALUE ZEROS  COMP.             00001240
           02 WK-FRE-HALLADO PIC 9(03)   VALUE ZEROS  COMP.             00001250
           02 SW-DUPLICADO  PIC  X(01)   VALUE 'N'.                     00001260
              88 PGM-REPETIDO            VALUE 'S'.                     00001270
           02 SW-PRED       PIC  X(01)   VALUE 'N'.                     00001280
              88 PRED-AGENDADO           VALUE 'S'.                     00001290
      *---------------------------------------------------------------* 00001300
      *  CONDICIONES DE LA FECHA PEDIDA, CALCULADAS UNA SOLA VEZ: 'S' * 00001310
      *  SE CUMPLE, 'N' NO SE CUMPLE, '?' EL CALENDARIO NO ALCANZA    * 00001320
      *  PARA DECIDIR (NO CUBRE EL MES COMPLETO)                      * 00001330
      *---------------------------------------------------------------* 00001340
           02 SW-LABORABLE  PIC  X(01)   VALUE 'N'.                     00001350
              88 FECHA-LABORABLE         VALUE 'S'.                     00001360
           02 SW-LUNES      PIC  X(01)   VALUE 'N'.                     00001370
              88 FECHA-LUNES             VALUE 'S'.                     00001380
           02 SW-FIN-MES    PIC  X(01)   VALUE 'N'.                     00001390
              88 FECHA-FIN-MES           VALUE 'S'.                     00001400
              88 FIN-MES-INCIERTO        VALUE '?'.                     00001410
           02 SW-PRIMER-HAB PIC  X(01)   VALUE 'N'.                     00001420
              88 FECHA-PRIMER-HABIL      VALUE 'S'.                     00001430
              88 PRIMER-HAB-INCIERTO     VALUE '?'.                     00001440
           02 SW-FIN-TRIM   PIC  X(01)   VALUE 'N'.                     00001450
              88 FECHA-FIN-TRIMESTRE     VALUE 'S'.                     00001460
      *---------------------------------------------------------------* 00001470
      *  CAMPOS PARA LA TABLA DEL CALENDARIO LABORAL (S-CALENDA)      * 00001480
      *---------------------------------------------------------------* 00001490
           02 SW-CAL-HALLADO PIC X(01)   VALUE 'N'.                     00001500
              88 CAL-HALLADO             VALUE 'S'.                     00001510
           02 WK-CAL-TIPO-RES PIC X(01)  VALUE SPACES.                  00001520
           02 WK-CAL-CANT   PIC  9(04)   VALUE ZEROS  COMP.             00001530
           02 WK-CAL-IDX    PIC  9(04)   VALUE ZEROS  COMP.             00001540
           02 WK-CAL-BAJO   PIC  9(04)   VALUE ZEROS  COMP.             00001550
           02 WK-CAL-ALTO   PIC  9(04)   VALUE ZEROS  COMP.             00001560
           02 WK-CAL-POS    PIC  9(04)   VALUE ZEROS  COMP.             00001570
           02 WK-CAL-ULT    PIC  X(08)   VALUE SPACES.                  00001580
           02 SW-FIN-BARRIDO PIC X(01)   VALUE 'N'.                     00001590
              88 FIN-BARRIDO             VALUE 'S'.                     00001600
           02 WK-FECHA-CAL  PIC  X(08)   VALUE SPACES.                  00001610
      *---------------------------------------------------------------* 00001620
      *  CAMPOS PARA EL DIA DE LA SEMANA (CONGRUENCIA DE ZELLER) Y    * 00001630
      *  PARA EL ULTIMO DIA DEL MES                                   * 00001640
      *---------------------------------------------------------------* 00001650
           02 WK-DOW        PIC  9(04)   VALUE ZEROS.                   00001660
           02 WK-Z1         PIC  9(06)   VALUE ZEROS.                   00001670
           02 WK-Z2         PIC  9(06)   VALUE ZEROS.                   00001680
           02 WK-Z3         PIC  9(06)   VALUE ZEROS.                   00001690
           02 WK-Z4         PIC  9(06)   VALUE ZEROS.                   00001700
           02 WK-ZK         PIC  9(04)   VALUE ZEROS.                   00001710
           02 WK-ZJ         PIC  9(04)   VALUE ZEROS.                   00001720
           02 WK-ZM         PIC  9(04)   VALUE ZEROS.                   00001730
           02 WK-ZY         PIC  9(04)   VALUE ZEROS.                   00001740
           02 WK-ZSUMA      PIC  9(06)   VALUE ZEROS.                   00001750
           02 WK-DIV        PIC  9(06)   VALUE ZEROS.                   00001760
           02 WK-R4         PIC  9(04)   VALUE ZEROS.                   00001770
           02 WK-R100       PIC  9(04)   VALUE ZEROS.                   00001780
           02 WK-R400       PIC  9(04)   VALUE ZEROS.                   00001790
           02 WK-DIA-MAX    PIC  9(02)   VALUE ZEROS.                   00001800
           02 WK-DIA-TABLA  PIC  9(02)   VALUE ZEROS.                   00001810
      *---------------------------------------------------------------* 00001820
      *  FECHA PEDIDA SSAA/MM/DD EN CAMPOS SEPARADOS Y EN EL FORMATO  * 00001830
      *  DD/MM/SSAA DEL TOKEN DATE=                                   * 00001840
      *---------------------------------------------------------------* 00001850
       01  WK-FEC-AUX.                                                  00001860
           02 WK-FA-ANIO    PIC  9(04).                                 00001870
           02 WK-FA-MES     PIC  9(02).                                 00001880
           02 WK-FA-DIA     PIC  9(02).                                 00001890
       01  WK-FECHA-TARJETA.                                            00001900
           02 WK-FT-DIA     PIC  X(02).                                 00001910
           02 FILLER        PIC  X(01)   VALUE '/'.                     00001920
           02 WK-FT-MES     PIC  X(02).                                 00001930
           02 FILLER        PIC  X(01)   VALUE '/'.                     00001940
           02 WK-FT-ANIO    PIC  X(04).                                 00001950
       01  TABLA-DIAS-MES.                                              00001960
           02 FILLER        PIC  9(02)   VALUE 31.                      00001970
           02 FILLER        PIC  9(02)   VALUE 28.                      00001980
           02 FILLER        PIC  9(02)   VALUE 31.                      00001990
           02 FILLER        PIC  9(02)   VALUE 30.                      00002000
           02 FILLER        PIC  9(02)   VALUE 31.                      00002010
           02 FILLER        PIC  9(02)   VALUE 30.                      00002020
           02 FILLER        PIC  9(02)   VALUE 31.                      00002030
           02 FILLER        PIC  9(02)   VALUE 31.                      00002040
           02 FILLER        PIC  9(02)   VALUE 30.                      00002050
           02 FILLER        PIC  9(02)   VALUE 31.                      00002060
           02 FILLER        PIC  9(02)   VALUE 30.                      00002070
           02 FILLER        PIC  9(02)   VALUE 31.                      00002080
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.                   00002090
           02 DIAS-MES      PIC  9(02)   OCCURS 12 TIMES.               00002100
      *---------------------------------------------------------------* 00002110
      *  NOMBRE DEL DIA SEGUN ZELLER (0=SABADO, 1=DOMINGO, 2=LUNES..) * 00002120
      *---------------------------------------------------------------* 00002130
       01  TABLA-NOMBRE-DIA.                                            00002140
           02 FILLER        PIC  X(09)   VALUE 'SABADO'.                00002150
           02 FILLER        PIC  X(09)   VALUE 'DOMINGO'.               00002160
           02 FILLER        PIC  X(09)   VALUE 'LUNES'.                 00002170
           02 FILLER        PIC  X(09)   VALUE 'MARTES'.                00002180
           02 FILLER        PIC  X(09)   VALUE 'MIERCOLES'.             00002190
           02 FILLER        PIC  X(09)   VALUE 'JUEVES'.                00002200
           02 FILLER        PIC  X(09)   VALUE 'VIERNES'.               00002210
       01  TABLA-NOMBRE-DIA-R REDEFINES TABLA-NOMBRE-DIA.               00002220
           02 NOMBRE-DIA    PIC  X(09)   OCCURS 7 TIMES.                00002230
      *---------------------------------------------------------------* 00002240
      *  REGLAS DE FRECUENCIA VALIDAS Y SU TEXTO PARA EL LISTADO      * 00002250
      *---------------------------------------------------------------* 00002260
       01  TABLA-FRECUENCIAS.                                           00002270
           02 FILLER PIC X(21) VALUE 'DCADA DIA HABIL'.                 00002280
           02 FILLER PIC X(21) VALUE 'LLUNES'.                          00002290
           02 FILLER PIC X(21) VALUE 'FFIN DE MES'.                     00002300
           02 FILLER PIC X(21) VALUE 'PPRIMER HABIL DEL MES'.           00002310
           02 FILLER PIC X(21) VALUE 'TFIN DE TRIMESTRE'.               00002320
       01  TABLA-FRECUENCIAS-R REDEFINES TABLA-FRECUENCIAS.             00002330
           02 FRECUENCIAS-ENTRADA OCCURS 5 TIMES.                       00002340
              03 FRE-CODIGO    PIC X(01).                               00002350
              03 FRE-TEXTO     PIC X(20).                               00002360
      *---------------------------------------------------------------* 00002370
      *  TABLA DEL CALENDARIO LABORAL, CARGADA ORDENADA UNA SOLA VEZ  * 00002380
      *---------------------------------------------------------------* 00002390
       01  TABLA-CALENDARIO.                                            00002400
           02 TABLA-CAL-ENTRADA OCCURS 1830 TIMES.                      00002410
              03 WK-CAL-FECHA  PIC X(08).                               00002420
              03 WK-CAL-TIPO   PIC X(01).                               00002430
      *---------------------------------------------------------------* 00002440
      *  AGENDA COMPLETA EN MEMORIA: EL AFTER= DE UN PROGRAMA SOLO SE * 00002450
      *  EMITE SI SU PREDECESOR TAMBIEN QUEDO AGENDADO ESA NOCHE      * 00002460
      *  TA-ESTADO: A = AGENDADO, O = OMITIDO, E = OMITIDO POR ERROR  * 00002470
      *---------------------------------------------------------------* 00002480
       01  TABLA-AGENDA.                                                00002490
           02 WK-AGE-CANT   PIC  9(03)   VALUE ZEROS  COMP.             00002500
           02 TABLA-AGE-ENTRADA OCCURS 500 TIMES.                       00002510
              03 TA-PGM        PIC X(08).                               00002520
              03 TA-FRECUENCIA PIC X(01).                               00002530
              03 TA-PERFIL     PIC X(08).                               00002540
              03 TA-AFTER      PIC X(08).                               00002550
              03 TA-PARMS      PIC X(40).                               00002560
              03 TA-ESTADO     PIC X(01).                               00002570
              03 TA-MOTIVO     PIC X(40).                               00002580
      ******************************************************************00002590
      *              D E T A L L E      D E     S A L I D A            *00002600
      ******************************************************************00002610
       01  LIN-ENCABEZADO.                                              00002620
           02 FILLER  PIC X(44) VALUE                                   00002630
              'CDOBDB2B - LOTE S-CTLPARM DE LA AGENDA PARA '.           00002640
           02 LE-FECHA PIC X(10).                                       00002650
           02 FILLER  PIC X(01) VALUE SPACES.                           00002660
           02 LE-DIA  PIC X(09).                                        00002670
           02 FILLER  PIC X(07) VALUE ' TIPO: '.                        00002680
           02 LE-TIPO PIC X(01).                                        00002690
       01  LIN-SECCION-1.                                               00002700
           02 FILLER  PIC X(40) VALUE                                   00002710
              'PROGRAMAS AGENDADOS'.                                    00002720
       01  LIN-SECCION-2.                                               00002730
           02 FILLER  PIC X(40) VALUE                                   00002740
              'PROGRAMAS OMITIDOS Y MOTIVO'.                            00002750
       01  LIN-DETALLE.                                                 00002760
           02 LD-PGM        PIC X(08).                                  00002770
           02 FILLER        PIC X(02) VALUE SPACES.                     00002780
           02 LD-FRECUENCIA PIC X(20).                                  00002790
           02 FILLER        PIC X(02) VALUE SPACES.                     00002800
           02 LD-PERFIL     PIC X(08).                                  00002810
           02 FILLER        PIC X(02) VALUE SPACES.                     00002820
           02 LD-AFTER      PIC X(08).                                  00002830
           02 FILLER        PIC X(02) VALUE SPACES.                     00002840
           02 LD-NOTA       PIC X(40).                                  00002850
       01  LIN-NINGUNA.                                                 00002860
           02 FILLER        PIC X(10) VALUE '(NINGUNA)'.                00002870
       01  LIN-TOTALES-1.                                               00002880
           02 FILLER        PIC X(26)                                   00002890
                            VALUE 'PROGRAMAS EN AGENDA     : '.         00002900
           02 LT-AGENDA     PIC ZZZZ9.                                  00002910
       01  LIN-TOTALES-2.                                               00002920
           02 FILLER        PIC X(26)                                   00002930
                            VALUE 'TARJETAS GENERADAS      : '.         00002940
           02 LT-AGEN       PIC ZZZZ9.                                  00002950
       01  LIN-TOTALES-3.                                               00002960
           02 FILLER        PIC X(26)                                   00002970
                            VALUE 'OMITIDOS POR FRECUENCIA : '.         00002980
           02 LT-OMIT       PIC ZZZZ9.                                  00002990
       01  LIN-TOTALES-4.                                               00003000
           02 FILLER        PIC X(26)                                   00003010
                            VALUE 'OMITIDOS POR ERROR      : '.         00003020
           02 LT-ERROR      PIC ZZZZ9.                                  00003030
       01  LIN-BLANCO       PIC X(132) VALUE SPACES.                    00003040
      *---------------------------------------------------------------* 00003050
      *                   DB2 -  PROGRAM INTERFACE                    * 00003060
      *   FECHA DEL LOTE              PARA LINKAGE SECTION            * 00003070
      *---------------------------------------------------------------* 00003080
       LINKAGE SECTION.                                                 00003090
      *---------------*                                                 00003100
       01  LK-PARM.                                                     00003110
           02  LL-PARM             PIC S9(4) COMP.                      00003120
           02  LK-BYTE             PIC X(20).                           00003130
      *----------------------------------------------------------------*00003140
       PROCEDURE DIVISION USING LK-PARM.                                00003150
      *******************                                               00003160
                                                                        00003170
       RUTINA-PRINCIPAL.                                                00003180
      *----------------*                                                00003190
           MOVE 16  TO RETURN-CODE.                                     00003200
           PERFORM 110-VALIDA-PARM.                                     00003210
           PERFORM 100-ABRE.                                            00003220
           PERFORM 200-EVALUA-AGENDA                                    00003230
               VARYING WK-AGE-IDX FROM 1 BY 1                           00003240
               UNTIL (WK-AGE-IDX GREATER WK-AGE-CANT).                  00003250
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00003260
           WRITE REG-LISTADO FROM LIN-SECCION-1.                        00003270
           PERFORM 300-GENERA-TARJETA THRU 300-GENERA-TARJETA-FIN       00003280
               VARYING WK-AGE-IDX FROM 1 BY 1                           00003290
               UNTIL (WK-AGE-IDX GREATER WK-AGE-CANT).                  00003300
           IF (WK-CONT-AGEN EQUAL ZEROS)                                00003310
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00003320
           END-IF.                                                      00003330
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00003340
           WRITE REG-LISTADO FROM LIN-SECCION-2.                        00003350
           PERFORM 350-LISTA-OMITIDO                                    00003360
               VARYING WK-AGE-IDX FROM 1 BY 1                           00003370
               UNTIL (WK-AGE-IDX GREATER WK-AGE-CANT).                  00003380
           IF (WK-CONT-OMIT EQUAL ZEROS AND                             00003390
               WK-CONT-ERROR EQUAL ZEROS)                               00003400
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00003410
           END-IF.                                                      00003420
           IF (WK-CONT-AGEN EQUAL ZEROS OR                              00003430
               WK-CONT-ERROR GREATER ZEROS)                             00003440
               MOVE 04 TO RETURN-CODE                                   00003450
           ELSE                                                         00003460
               MOVE 00 TO RETURN-CODE                                   00003470
           END-IF.                                                      00003480
           PERFORM 400-CIERRA.                                          00003490
                                                                        00003500
      ***************                                                   00003510
      *  PRIMER NIVEL                                                   00003520
      ****************                                                  00003530
                                                                        00003540
       100-ABRE.                                                        00003550
      *********                                                         00003560
           DISPLAY 'INICIO DE CDOBDB2B'                    UPON CONSOLE.00003570
           DISPLAY '******************'                    UPON CONSOLE.00003580
           OPEN INPUT AGENDA.                                           00003590
           IF (FS-AGE NOT EQUAL '00')                                   00003600
               DISPLAY 'ERROR AL OPEN AGENDA ' FS-AGE       UPON CONSOLE00003610
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003620
               PERFORM 400-CIERRA                                       00003630
           END-IF.                                                      00003640
           OPEN INPUT CALENDARIO.                                       00003650
           IF (FS-CAL NOT EQUAL '00')                                   00003660
               DISPLAY 'ERROR AL OPEN CALENDARIO ' FS-CAL   UPON CONSOLE00003670
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003680
               PERFORM 400-CIERRA                                       00003690
           END-IF.                                                      00003700
           OPEN OUTPUT CTLPARM.                                         00003710
           IF (FS-CTL NOT EQUAL '00')                                   00003720
               DISPLAY 'ERROR AL OPEN CTLPARM ' FS-CTL      UPON CONSOLE00003730
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003740
               PERFORM 400-CIERRA                                       00003750
           END-IF.                                                      00003760
           OPEN OUTPUT LISTADO.                                         00003770
           IF (FS-LIS NOT EQUAL '00')                                   00003780
               DISPLAY 'ERROR AL OPEN LISTADO ' FS-LIS      UPON CONSOLE00003790
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003800
               PERFORM 400-CIERRA                                       00003810
           END-IF.                                                      00003820
           PERFORM 130-CARGA-CALENDARIO.                                00003830
           PERFORM 150-CARGA-AGENDA.                                    00003840
           PERFORM 170-CONDICIONES-FECHA.                               00003850
           MOVE WK-FECHA-TARJETA TO LE-FECHA.                           00003860
           MOVE NOMBRE-DIA (WK-DOW + 1) TO LE-DIA.                      00003870
           MOVE WK-CAL-TIPO-RES TO LE-TIPO.                             00003880
           WRITE REG-LISTADO FROM LIN-ENCABEZADO.                       00003890
      *---------------------------------------------------------------* 00003900
      *  PARM OPCIONAL FECHA=SSAAMMDD/ : NOCHE PARA LA QUE SE ARMA EL * 00003910
      *  LOTE (DEFAULT LA FECHA DEL SISTEMA).                         * 00003920
      *---------------------------------------------------------------* 00003930
       110-VALIDA-PARM.                                                 00003940
      ****************                                                  00003950
           IF (LL-PARM GREATER ZEROS AND                                00003960
               LK-BYTE (1 : 6) EQUAL 'FECHA=')                          00003970
               IF (LK-BYTE (7 : 8) IS NUMERIC AND                       00003980
                   LK-BYTE (15 : 1) EQUAL '/')                          00003990
                   MOVE LK-BYTE (7 : 8) TO WK-FECHA-DIA                 00004000
               ELSE                                                     00004010
                   DISPLAY 'PARAMETRO FECHA INCORRECTO'     UPON CONSOLE00004020
                   DISPLAY 'DEBE SER FECHA=SSAAMMDD/'       UPON CONSOLE00004030
                   DISPLAY 'CANCELA PROCESO ...'            UPON CONSOLE00004040
                   MOVE 10 TO RETURN-CODE                               00004050
                   PERFORM 400-CIERRA                                   00004060
               END-IF                                                   00004070
           ELSE                                                         00004080
               ACCEPT WK-FECHA-DIA FROM DATE YYYYMMDD                   00004090
           END-IF.                                                      00004100
           MOVE WK-FECHA-DIA TO WK-FEC-AUX.                             00004110
           MOVE WK-FECHA-DIA (7 : 2) TO WK-FT-DIA.                      00004120
           MOVE WK-FECHA-DIA (5 : 2) TO WK-FT-MES.                      00004130
           MOVE WK-FECHA-DIA (1 : 4) TO WK-FT-ANIO.                     00004140
      *---------------------------------------------------------------* 00004150
      *  CARGA EL CALENDARIO LABORAL EN TABLA. DEBE VENIR ORDENADO Y  * 00004160
      *  SIN DUPLICADOS (LO VALIDA CDOBDB2K); SI NO, SE CANCELA.      * 00004170
      *---------------------------------------------------------------* 00004180
       130-CARGA-CALENDARIO.                                            00004190
      *********************                                             00004200
           PERFORM 140-LEE-CALENDARIO UNTIL EOF-CALENDARIO.             00004210
       140-LEE-CALENDARIO.                                              00004220
      *******************                                               00004230
           READ CALENDARIO                                              00004240
               AT END                                                   00004250
                   MOVE 'S' TO SW-EOF-CAL                               00004260
               NOT AT END                                               00004270
                   IF (CAL-FECHA NOT GREATER WK-CAL-ULT)                00004280
                       DISPLAY 'CALENDARIO DESORDENADO O DUPLICADO -> ' 00004290
                               CAL-FECHA                    UPON CONSOLE00004300
                       DISPLAY 'CANCELA PROCESO ...'        UPON CONSOLE00004310
                       MOVE 12 TO RETURN-CODE                           00004320
                       PERFORM 400-CIERRA                               00004330
                   END-IF                                               00004340
                   MOVE CAL-FECHA TO WK-CAL-ULT                         00004350
                   IF (WK-CAL-CANT LESS 1830)                           00004360
                       ADD 1 TO WK-CAL-CANT                             00004370
                       MOVE CAL-FECHA TO WK-CAL-FECHA (WK-CAL-CANT)     00004380
                       MOVE CAL-TIPO  TO WK-CAL-TIPO  (WK-CAL-CANT)     00004390
                   ELSE                                                 00004400
                       DISPLAY 'CALENDARIO EXCEDE LA TABLA INTERNA'     00004410
                                                            UPON CONSOLE00004420
                       DISPLAY 'CANCELA PROCESO ...'        UPON CONSOLE00004430
                       MOVE 12 TO RETURN-CODE                           00004440
                       PERFORM 400-CIERRA                               00004450
                   END-IF                                               00004460
           END-READ.                                                    00004470
      *---------------------------------------------------------------* 00004480
      *  CARGA LA AGENDA COMPLETA. LA VALIDACION DE CADA TARJETA SE   * 00004490
      *  HACE AL EVALUARLA, PARA LISTARLA COMO OMITIDA CON SU MOTIVO. * 00004500
      *---------------------------------------------------------------* 00004510
       150-CARGA-AGENDA.                                                00004520
      *****************                                                 00004530
           PERFORM 160-LEE-AGENDA.                                      00004540
           PERFORM 165-GUARDA-AGENDA UNTIL EOF-AGENDA.                  00004550
       160-LEE-AGENDA.                                                  00004560
      ***************                                                   00004570
           READ AGENDA                                                  00004580
               AT END                                                   00004590
                   MOVE 'S' TO SW-EOF-AGE                               00004600
           END-READ.                                                    00004610
       165-GUARDA-AGENDA.                                               00004620
      ******************                                                00004630
           IF (WK-AGE-CANT LESS 500)                                    00004640
               ADD 1 TO WK-AGE-CANT                                     00004650
               ADD 1 TO WK-CONT-AGENDA                                  00004660
               MOVE AGE-PROGRAMA   TO TA-PGM        (WK-AGE-CANT)       00004670
               MOVE AGE-FRECUENCIA TO TA-FRECUENCIA (WK-AGE-CANT)       00004680
               MOVE AGE-PERFIL     TO TA-PERFIL     (WK-AGE-CANT)       00004690
               MOVE AGE-AFTER      TO TA-AFTER      (WK-AGE-CANT)       00004700
               MOVE AGE-PARMS      TO TA-PARMS      (WK-AGE-CANT)       00004710
               MOVE SPACES         TO TA-ESTADO     (WK-AGE-CANT)       00004720
               MOVE SPACES         TO TA-MOTIVO     (WK-AGE-CANT)       00004730
           ELSE                                                         00004740
               DISPLAY 'TABLA DE AGENDA LLENA'              UPON CONSOLE00004750
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004760
               MOVE 12 TO RETURN-CODE                                   00004770
               PERFORM 400-CIERRA                                       00004780
           END-IF.                                                      00004790
           PERFORM 160-LEE-AGENDA.                                      00004800
      *---------------------------------------------------------------* 00004810
      *  UBICA LA FECHA PEDIDA EN EL CALENDARIO Y DEJA RESUELTAS LAS  * 00004820
      *  CONDICIONES QUE USAN LAS REGLAS DE FRECUENCIA.               * 00004830
      *---------------------------------------------------------------* 00004840
       170-CONDICIONES-FECHA.                                           00004850
      **********************                                            00004860
           MOVE WK-FECHA-DIA TO WK-FECHA-CAL.                           00004870
           PERFORM BUSCA-CALENDARIO.                                    00004880
           IF (NOT CAL-HALLADO)                                         00004890
               DISPLAY 'FECHA SIN REGISTRO EN CALENDARIO LABORAL -> '   00004900
                       WK-FECHA-DIA                         UPON CONSOLE00004910
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004920
               MOVE 12 TO RETURN-CODE                                   00004930
               PERFORM 400-CIERRA                                       00004940
           END-IF.                                                      00004950
           MOVE WK-CAL-IDX TO WK-CAL-POS.                               00004960
           PERFORM CALCULA-DIA-SEMANA.                                  00004970
           IF (WK-CAL-TIPO-RES EQUAL 'L')                               00004980
               MOVE 'S' TO SW-LABORABLE                                 00004990
           END-IF.                                                      00005000
           IF (WK-DOW EQUAL 2)                                          00005010
               MOVE 'S' TO SW-LUNES                                     00005020
           END-IF.                                                      00005030
      *    ULTIMO HABIL DEL MES: NINGUN DIA 'L' DESPUES EN EL MISMO MES 00005040
           MOVE DIAS-MES (WK-FA-MES) TO WK-DIA-MAX.                     00005050
           DIVIDE WK-FA-ANIO BY 4   GIVING WK-DIV REMAINDER WK-R4.      00005060
           DIVIDE WK-FA-ANIO BY 100 GIVING WK-DIV REMAINDER WK-R100.    00005070
           DIVIDE WK-FA-ANIO BY 400 GIVING WK-DIV REMAINDER WK-R400.    00005080
           IF (WK-FA-MES EQUAL 02 AND WK-R4 EQUAL ZEROS AND             00005090
              (WK-R100 NOT EQUAL ZEROS OR WK-R400 EQUAL ZEROS))         00005100
               MOVE 29 TO WK-DIA-MAX                                    00005110
           END-IF.                                                      00005120
           MOVE 'S' TO SW-FIN-MES.                                      00005130
           MOVE 'N' TO SW-FIN-BARRIDO.                                  00005140
           MOVE WK-CAL-POS TO WK-CAL-IDX.                               00005150
           PERFORM 180-BARRE-ADELANTE UNTIL FIN-BARRIDO.                00005160
      *    PRIMER HABIL DEL MES: NINGUN DIA 'L' ANTES EN EL MISMO MES   00005170
           MOVE 'S' TO SW-PRIMER-HAB.                                   00005180
           MOVE 'N' TO SW-FIN-BARRIDO.                                  00005190
           MOVE WK-CAL-POS TO WK-CAL-IDX.                               00005200
           PERFORM 185-BARRE-ATRAS UNTIL FIN-BARRIDO.                   00005210
      *    ULTIMO HABIL DEL TRIMESTRE: ULTIMO HABIL DE MES DE CIERRE    00005220
           IF (FECHA-FIN-MES AND                                        00005230
              (WK-FA-MES EQUAL 03 OR WK-FA-MES EQUAL 06 OR              00005240
               WK-FA-MES EQUAL 09 OR WK-FA-MES EQUAL 12))               00005250
               MOVE 'S' TO SW-FIN-TRIM                                  00005260
           END-IF.                                                      00005270
      *---------------------------------------------------------------* 00005280
      *  AVANZA POR LA TABLA DESDE LA FECHA PEDIDA HASTA SALIR DEL MES* 00005290
      *  O HALLAR UN DIA 'L'. SI LA TABLA SE ACABA ANTES DEL ULTIMO   * 00005300
      *  DIA DEL MES, NO SE PUEDE DECIDIR.                            * 00005310
      *---------------------------------------------------------------* 00005320
       180-BARRE-ADELANTE.                                              00005330
      *******************                                               00005340
           IF (WK-CAL-IDX NOT LESS WK-CAL-CANT)                         00005350
               MOVE WK-CAL-FECHA (WK-CAL-IDX) (7 : 2) TO WK-DIA-TABLA   00005360
               IF (WK-DIA-TABLA LESS WK-DIA-MAX)                        00005370
                   MOVE '?' TO SW-FIN-MES                               00005380
               END-IF                                                   00005390
               MOVE 'S' TO SW-FIN-BARRIDO                               00005400
           ELSE                                                         00005410
               ADD 1 TO WK-CAL-IDX                                      00005420
               IF (WK-CAL-FECHA (WK-CAL-IDX) (1 : 6) NOT EQUAL          00005430
                   WK-FECHA-DIA (1 : 6))                                00005440
                   MOVE 'S' TO SW-FIN-BARRIDO                           00005450
               ELSE                                                     00005460
                   IF (WK-CAL-TIPO (WK-CAL-IDX) EQUAL 'L')              00005470
                       MOVE 'N' TO SW-FIN-MES                           00005480
                       MOVE 'S' TO SW-FIN-BARRIDO                       00005490
                   END-IF                                               00005500
               END-IF                                                   00005510
           END-IF.                                                      00005520
      *---------------------------------------------------------------* 00005530
      *  RETROCEDE POR LA TABLA DESDE LA FECHA PEDIDA HASTA SALIR DEL * 00005540
      *  MES O HALLAR UN DIA 'L'. SI LA TABLA EMPIEZA DESPUES DEL DIA * 00005550
      *  01 DEL MES, NO SE PUEDE DECIDIR.                             * 00005560
      *---------------------------------------------------------------* 00005570
       185-BARRE-ATRAS.                                                 00005580
      ****************                                                  00005590
           IF (WK-CAL-IDX NOT GREATER 1)                                00005600
               MOVE WK-CAL-FECHA (WK-CAL-IDX) (7 : 2) TO WK-DIA-TABLA   00005610
               IF (WK-DIA-TABLA GREATER 01)                             00005620
                   MOVE '?' TO SW-PRIMER-HAB                            00005630
               END-IF                                                   00005640
               MOVE 'S' TO SW-FIN-BARRIDO                               00005650
           ELSE                                                         00005660
               SUBTRACT 1 FROM WK-CAL-IDX                               00005670
               IF (WK-CAL-FECHA (WK-CAL-IDX) (1 : 6) NOT EQUAL          00005680
                   WK-FECHA-DIA (1 : 6))                                00005690
                   MOVE 'S' TO SW-FIN-BARRIDO                           00005700
               ELSE                                                     00005710
                   IF (WK-CAL-TIPO (WK-CAL-IDX) EQUAL 'L')              00005720
                       MOVE 'N' TO SW-PRIMER-HAB                        00005730
                       MOVE 'S' TO SW-FIN-BARRIDO                       00005740
                   END-IF                                               00005750
               END-IF                                                   00005760
           END-IF.                                                      00005770
      *---------------------------------------------------------------* 00005780
      *  DECIDE SI EL PROGRAMA DE LA AGENDA CORRE LA NOCHE PEDIDA.    * 00005790
      *  DEJA TA-ESTADO 'A' (AGENDADO), 'O' (NO LE TOCA) O 'E' (ERROR * 00005800
      *  EN LA TARJETA DE AGENDA) CON SU MOTIVO.                      * 00005810
      *---------------------------------------------------------------* 00005820
       200-EVALUA-AGENDA.                                               00005830
      ******************                                                00005840
           PERFORM 210-VALIDA-ENTRADA THRU 210-VALIDA-ENTRADA-FIN.      00005850
           IF (TA-ESTADO (WK-AGE-IDX) EQUAL SPACES)                     00005860
               PERFORM 220-APLICA-FRECUENCIA                            00005870
           END-IF.                                                      00005880
           IF (TA-ESTADO (WK-AGE-IDX) EQUAL 'E')                        00005890
               ADD 1 TO WK-CONT-ERROR                                   00005900
           END-IF.                                                      00005910
           IF (TA-ESTADO (WK-AGE-IDX) EQUAL 'O')                        00005920
               ADD 1 TO WK-CONT-OMIT                                    00005930
           END-IF.                                                      00005940
                                                                        00005950
       400-CIERRA.                                                      00005960
      ***********                                                       00005970
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00005980
           MOVE WK-CONT-AGENDA TO LT-AGENDA.                            00005990
           WRITE REG-LISTADO FROM LIN-TOTALES-1.                        00006000
           MOVE WK-CONT-AGEN   TO LT-AGEN.                              00006010
           WRITE REG-LISTADO FROM LIN-TOTALES-2.                        00006020
           MOVE WK-CONT-OMIT   TO LT-OMIT.                              00006030
           WRITE REG-LISTADO FROM LIN-TOTALES-3.                        00006040
           MOVE WK-CONT-ERROR  TO LT-ERROR.                             00006050
           WRITE REG-LISTADO FROM LIN-TOTALES-4.                        00006060
           CLOSE AGENDA.                                                00006070
           CLOSE CALENDARIO.                                            00006080
           CLOSE CTLPARM.                                               00006090
           CLOSE LISTADO.                                               00006100
           DISPLAY 'TARJETAS GENERADAS : ' WK-CONT-AGEN    UPON CONSOLE.00006110
           DISPLAY 'FIN DE CDOBDB2B'                       UPON CONSOLE.00006120
           DISPLAY '***************'                       UPON CONSOLE.00006130
           STOP RUN.                                                    00006140
                                                                        00006150
      ****************                                                  00006160
      * SEGUNDO NIVEL                                                   00006170
      ****************                                                  00006180
                                                                        00006190
      *---------------------------------------------------------------* 00006200
      *  TARJETA DE AGENDA: PROGRAMA INFORMADO, NO REPETIDO, CON UNA  * 00006210
      *  FRECUENCIA CONOCIDA Y SIN SER SU PROPIO PREDECESOR.          * 00006220
      *---------------------------------------------------------------* 00006230
       210-VALIDA-ENTRADA.                                              00006240
      *******************                                               00006250
           IF (TA-PGM (WK-AGE-IDX) EQUAL SPACES)                        00006260
               MOVE 'E' TO TA-ESTADO (WK-AGE-IDX)                       00006270
               MOVE 'PROGRAMA EN BLANCO' TO TA-MOTIVO (WK-AGE-IDX)      00006280
               GO TO 210-VALIDA-ENTRADA-FIN                             00006290
           END-IF.                                                      00006300
           MOVE 'N' TO SW-DUPLICADO.                                    00006310
           PERFORM 215-COMPARA-REPETIDO                                 00006320
               VARYING WK-AGE-J FROM 1 BY 1                             00006330
               UNTIL (WK-AGE-J NOT LESS WK-AGE-IDX OR PGM-REPETIDO).    00006340
           IF (PGM-REPETIDO)                                            00006350
               MOVE 'E' TO TA-ESTADO (WK-AGE-IDX)                       00006360
               MOVE 'PROGRAMA REPETIDO EN LA AGENDA'                    00006370
                 TO TA-MOTIVO (WK-AGE-IDX)                              00006380
               GO TO 210-VALIDA-ENTRADA-FIN                             00006390
           END-IF.                                                      00006400
           PERFORM 230-BUSCA-FRECUENCIA.                                00006410
           IF (WK-FRE-HALLADO EQUAL ZEROS)                              00006420
               MOVE 'E' TO TA-ESTADO (WK-AGE-IDX)                       00006430
               MOVE 'FRECUENCIA INVALIDA' TO TA-MOTIVO (WK-AGE-IDX)     00006440
               GO TO 210-VALIDA-ENTRADA-FIN                             00006450
           END-IF.                                                      00006460
           IF (TA-AFTER (WK-AGE-IDX) EQUAL TA-PGM (WK-AGE-IDX))         00006470
               MOVE 'E' TO TA-ESTADO (WK-AGE-IDX)                       00006480
               MOVE 'AFTER= APUNTA AL MISMO PROGRAMA'                   00006490
                 TO TA-MOTIVO (WK-AGE-IDX)                              00006500
           END-IF.                                                      00006510
       210-VALIDA-ENTRADA-FIN.                                          00006520
      ***********************                                           00006530
           EXIT.                                                        00006540
       215-COMPARA-REPETIDO.                                            00006550
      *********************                                             00006560
           IF (TA-PGM (WK-AGE-J) EQUAL TA-PGM (WK-AGE-IDX))             00006570
               MOVE 'S' TO SW-DUPLICADO                                 00006580
           END-IF.                                                      00006590
      *---------------------------------------------------------------* 00006600
      *  APLICA LA REGLA DE FRECUENCIA A LAS CONDICIONES DE LA FECHA. * 00006610
      *  NINGUNA REGLA CORRE EN UN DIA NO LABORABLE.                  * 00006620
      *---------------------------------------------------------------* 00006630
       220-APLICA-FRECUENCIA.                                           00006640
      **********************                                            00006650
           MOVE 'O' TO TA-ESTADO (WK-AGE-IDX).                          00006660
           IF (NOT FECHA-LABORABLE)                                     00006670
               MOVE 'FECHA NO LABORABLE' TO TA-MOTIVO (WK-AGE-IDX)      00006680
           ELSE                                                         00006690
               IF (TA-FRECUENCIA (WK-AGE-IDX) EQUAL 'D')                00006700
                   MOVE 'A' TO TA-ESTADO (WK-AGE-IDX)                   00006710
               END-IF                                                   00006720
               IF (TA-FRECUENCIA (WK-AGE-IDX) EQUAL 'L')                00006730
                   IF (FECHA-LUNES)                                     00006740
                       MOVE 'A' TO TA-ESTADO (WK-AGE-IDX)               00006750
                   ELSE                                                 00006760
                       MOVE 'NO ES LUNES' TO TA-MOTIVO (WK-AGE-IDX)     00006770
                   END-IF                                               00006780
               END-IF                                                   00006790
               IF (TA-FRECUENCIA (WK-AGE-IDX) EQUAL 'F' OR              00006800
                   TA-FRECUENCIA (WK-AGE-IDX) EQUAL 'T')                00006810
                   IF (FIN-MES-INCIERTO)                                00006820
                       MOVE 'E' TO TA-ESTADO (WK-AGE-IDX)               00006830
                       MOVE 'CALENDARIO NO CUBRE EL FIN DE MES'         00006840
                         TO TA-MOTIVO (WK-AGE-IDX)                      00006850
                   END-IF                                               00006860
               END-IF                                                   00006870
               IF (TA-FRECUENCIA (WK-AGE-IDX) EQUAL 'F' AND             00006880
                   NOT FIN-MES-INCIERTO)                                00006890
                   IF (FECHA-FIN-MES)                                   00006900
                       MOVE 'A' TO TA-ESTADO (WK-AGE-IDX)               00006910
                   ELSE                                                 00006920
                       MOVE 'NO ES ULTIMO HABIL DEL MES'                00006930
                         TO TA-MOTIVO (WK-AGE-IDX)                      00006940
                   END-IF                                               00006950
               END-IF                                                   00006960
               IF (TA-FRECUENCIA (WK-AGE-IDX) EQUAL 'T' AND             00006970
                   NOT FIN-MES-INCIERTO)                                00006980
                   IF (FECHA-FIN-TRIMESTRE)                             00006990
                       MOVE 'A' TO TA-ESTADO (WK-AGE-IDX)               00007000
                   ELSE                                                 00007010
                       MOVE 'NO ES ULTIMO HABIL DEL TRIMESTRE'          00007020
                         TO TA-MOTIVO (WK-AGE-IDX)                      00007030
                   END-IF                                               00007040
               END-IF                                                   00007050
               IF (TA-FRECUENCIA (WK-AGE-IDX) EQUAL 'P')                00007060
                   IF (PRIMER-HAB-INCIERTO)                             00007070
                       MOVE 'E' TO TA-ESTADO (WK-AGE-IDX)               00007080
                       MOVE 'CALENDARIO NO CUBRE EL INICIO DE MES'      00007090
                         TO TA-MOTIVO (WK-AGE-IDX)                      00007100
                   ELSE                                                 00007110
                       IF (FECHA-PRIMER-HABIL)                          00007120
                           MOVE 'A' TO TA-ESTADO (WK-AGE-IDX)           00007130
                       ELSE                                             00007140
                           MOVE 'NO ES PRIMER HABIL DEL MES'            00007150
                             TO TA-MOTIVO (WK-AGE-IDX)                  00007160
                       END-IF                                           00007170
                   END-IF                                               00007180
               END-IF                                                   00007190
           END-IF.                                                      00007200
       230-BUSCA-FRECUENCIA.                                            00007210
      *********************                                             00007220
           MOVE ZEROS TO WK-FRE-HALLADO.                                00007230
           PERFORM 235-COMPARA-FRECUENCIA                               00007240
               VARYING WK-FRE-IDX FROM 1 BY 1                           00007250
               UNTIL (WK-FRE-IDX GREATER 5 OR                           00007260
                      WK-FRE-HALLADO GREATER ZEROS).                    00007270
       235-COMPARA-FRECUENCIA.                                          00007280
      ***********************                                           00007290
           IF (FRE-CODIGO (WK-FRE-IDX) EQUAL TA-FRECUENCIA (WK-AGE-IDX))00007300
               MOVE WK-FRE-IDX TO WK-FRE-HALLADO                        00007310
           END-IF.                                                      00007320
      *---------------------------------------------------------------* 00007330
      *  ARMA Y GRABA LA TARJETA DE UN PROGRAMA AGENDADO, EN EL ORDEN * 00007340
      *  DE LABELS QUE PARSEA CDOBDB2E. EL AFTER= SOLO VA SI EL       * 00007350
      *  PREDECESOR TAMBIEN QUEDO AGENDADO ESTA NOCHE.                * 00007360
      *---------------------------------------------------------------* 00007370
       300-GENERA-TARJETA.                                              00007380
      *******************                                               00007390
           IF (TA-ESTADO (WK-AGE-IDX) NOT EQUAL 'A')                    00007400
               GO TO 300-GENERA-TARJETA-FIN                             00007410
           END-IF.                                                      00007420
           MOVE SPACES TO LD-NOTA.                                      00007430
           MOVE 'N'    TO SW-PRED.                                      00007440
           IF (TA-AFTER (WK-AGE-IDX) NOT EQUAL SPACES)                  00007450
               PERFORM 310-BUSCA-PREDECESOR                             00007460
                   VARYING WK-AGE-J FROM 1 BY 1                         00007470
                   UNTIL (WK-AGE-J GREATER WK-AGE-CANT OR PRED-AGENDADO)00007480
               IF (NOT PRED-AGENDADO)                                   00007490
                   MOVE 'AFTER= OMITIDO: PREDECESOR NO AGENDADO'        00007500
                     TO LD-NOTA                                         00007510
               END-IF                                                   00007520
           END-IF.                                                      00007530
           MOVE SPACES TO WK-TARJETA.                                   00007540
           MOVE 1      TO WK-PTR.                                       00007550
           STRING 'DATE=' WK-FECHA-TARJETA '/'    DELIMITED BY SIZE     00007560
                  'PGM='  TA-PGM (WK-AGE-IDX)     DELIMITED BY SPACE    00007570
                  '/'                             DELIMITED BY SIZE     00007580
               INTO WK-TARJETA                                          00007590
               WITH POINTER WK-PTR                                      00007600
           END-STRING.                                                  00007610
           IF (PRED-AGENDADO)                                           00007620
               STRING 'AFTER='                   DELIMITED BY SIZE      00007630
                      TA-AFTER (WK-AGE-IDX)      DELIMITED BY SPACE     00007640
                      '/'                        DELIMITED BY SIZE      00007650
                   INTO WK-TARJETA                                      00007660
                   WITH POINTER WK-PTR                                  00007670
               END-STRING                                               00007680
           END-IF.                                                      00007690
           IF (TA-PERFIL (WK-AGE-IDX) NOT EQUAL SPACES)                 00007700
               STRING 'PERFIL='                  DELIMITED BY SIZE      00007710
                      TA-PERFIL (WK-AGE-IDX)     DELIMITED BY SPACE     00007720
                      '/'                        DELIMITED BY SIZE      00007730
                   INTO WK-TARJETA                                      00007740
                   WITH POINTER WK-PTR                                  00007750
               END-STRING                                               00007760
           END-IF.                                                      00007770
      *    LOS PARES FIJOS SON EL SEGMENTO LIBRE FINAL Y PUEDEN TRAER   00007780
      *    BLANCOS INTERNOS: SE COPIAN HASTA EL ULTIMO CARACTER UTIL    00007790
           IF (TA-PARMS (WK-AGE-IDX) NOT EQUAL SPACES)                  00007800
               MOVE 40 TO WK-PARMS-LON                                  00007810
               PERFORM 320-LARGO-PARMS                                  00007820
                   UNTIL (TA-PARMS (WK-AGE-IDX) (WK-PARMS-LON : 1)      00007830
                          NOT EQUAL SPACE)                              00007840
               MOVE TA-PARMS (WK-AGE-IDX) (1 : WK-PARMS-LON)            00007850
                 TO WK-TARJETA (WK-PTR : WK-PARMS-LON)                  00007860
               ADD WK-PARMS-LON TO WK-PTR                               00007870
               IF (TA-PARMS (WK-AGE-IDX) (WK-PARMS-LON : 1)             00007880
                   NOT EQUAL '/')                                       00007890
                   MOVE '/' TO WK-TARJETA (WK-PTR : 1)                  00007900
               END-IF                                                   00007910
           END-IF.                                                      00007920
           MOVE WK-TARJETA TO REG-CTLPARM.                              00007930
           WRITE REG-CTLPARM.                                           00007940
           IF (FS-CTL NOT EQUAL '00')                                   00007950
               DISPLAY 'ERROR AL GRABAR CTLPARM ' FS-CTL    UPON CONSOLE00007960
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00007970
               PERFORM 400-CIERRA                                       00007980
           END-IF.                                                      00007990
           ADD 1 TO WK-CONT-AGEN.                                       00008000
           PERFORM 340-LISTA-DETALLE.                                   00008010
       300-GENERA-TARJETA-FIN.                                          00008020
      ***********************                                           00008030
           EXIT.                                                        00008040
       310-BUSCA-PREDECESOR.                                            00008050
      *********************                                             00008060
           IF (TA-PGM (WK-AGE-J) EQUAL TA-AFTER (WK-AGE-IDX) AND        00008070
               TA-ESTADO (WK-AGE-J) EQUAL 'A')                          00008080
               MOVE 'S' TO SW-PRED                                      00008090
           END-IF.                                                      00008100
       320-LARGO-PARMS.                                                 00008110
      ****************                                                  00008120
           SUBTRACT 1 FROM WK-PARMS-LON.                                00008130
       340-LISTA-DETALLE.                                               00008140
      ******************                                                00008150
           MOVE TA-PGM    (WK-AGE-IDX) TO LD-PGM.                       00008160
           MOVE TA-PERFIL (WK-AGE-IDX) TO LD-PERFIL.                    00008170
           MOVE TA-AFTER  (WK-AGE-IDX) TO LD-AFTER.                     00008180
           PERFORM 230-BUSCA-FRECUENCIA.                                00008190
           IF (WK-FRE-HALLADO GREATER ZEROS)                            00008200
               MOVE FRE-TEXTO (WK-FRE-HALLADO) TO LD-FRECUENCIA         00008210
           ELSE                                                         00008220
               MOVE TA-FRECUENCIA (WK-AGE-IDX) TO LD-FRECUENCIA         00008230
           END-IF.                                                      00008240
           WRITE REG-LISTADO FROM LIN-DETALLE.                          00008250
      *---------------------------------------------------------------* 00008260
      *  LISTA UN PROGRAMA QUE NO CORRE ESTA NOCHE, CON SU MOTIVO.    * 00008270
      *---------------------------------------------------------------* 00008280
       350-LISTA-OMITIDO.                                               00008290
      ******************                                                00008300
           IF (TA-ESTADO (WK-AGE-IDX) NOT EQUAL 'A')                    00008310
               MOVE TA-MOTIVO (WK-AGE-IDX) TO LD-NOTA                   00008320
               PERFORM 340-LISTA-DETALLE                                00008330
           END-IF.                                                      00008340
      *---------------------------------------------------------------* 00008350
      *  BUSCA WK-FECHA-CAL (SSAAMMDD) EN LA TABLA DEL CALENDARIO     * 00008360
      *  LABORAL POR BUSQUEDA BINARIA (LA TABLA SE CARGA ORDENADA).   * 00008370
      *  DEJA CAL-HALLADO, LA POSICION EN WK-CAL-IDX Y EL TIPO EN     * 00008380
      *  WK-CAL-TIPO-RES.                                             * 00008390
      *---------------------------------------------------------------* 00008400
       BUSCA-CALENDARIO.                                                00008410
      *****************                                                 00008420
           MOVE 'N'    TO SW-CAL-HALLADO.                               00008430
           MOVE SPACES TO WK-CAL-TIPO-RES.                              00008440
           MOVE 1      TO WK-CAL-BAJO.                                  00008450
           MOVE WK-CAL-CANT TO WK-CAL-ALTO.                             00008460
           PERFORM BISECA-CALENDARIO                                    00008470
               UNTIL (CAL-HALLADO OR WK-CAL-BAJO GREATER WK-CAL-ALTO).  00008480
       BISECA-CALENDARIO.                                               00008490
      ******************                                                00008500
           COMPUTE WK-CAL-IDX = (WK-CAL-BAJO + WK-CAL-ALTO) / 2.        00008510
           IF (WK-CAL-FECHA (WK-CAL-IDX) EQUAL WK-FECHA-CAL)            00008520
               MOVE WK-CAL-TIPO (WK-CAL-IDX) TO WK-CAL-TIPO-RES         00008530
               MOVE 'S' TO SW-CAL-HALLADO                               00008540
           ELSE                                                         00008550
               IF (WK-CAL-FECHA (WK-CAL-IDX) LESS WK-FECHA-CAL)         00008560
                   COMPUTE WK-CAL-BAJO = WK-CAL-IDX + 1                 00008570
               ELSE                                                     00008580
                   COMPUTE WK-CAL-ALTO = WK-CAL-IDX - 1                 00008590
               END-IF                                                   00008600
           END-IF.                                                      00008610
      *---------------------------------------------------------------* 00008620
      *  DIA DE LA SEMANA POR LA CONGRUENCIA DE ZELLER SOBRE          * 00008630
      *  WK-FEC-AUX: DEJA WK-DOW CON 0=SABADO, 1=DOMINGO, 2=LUNES...  * 00008640
      *---------------------------------------------------------------* 00008650
       CALCULA-DIA-SEMANA.                                              00008660
      *******************                                               00008670
           MOVE WK-FA-MES  TO WK-ZM.                                    00008680
           MOVE WK-FA-ANIO TO WK-ZY.                                    00008690
           IF (WK-ZM LESS 03)                                           00008700
               ADD 12 TO WK-ZM                                          00008710
               SUBTRACT 1 FROM WK-ZY                                    00008720
           END-IF.                                                      00008730
           DIVIDE WK-ZY BY 100 GIVING WK-ZJ REMAINDER WK-ZK.            00008740
           COMPUTE WK-Z1 = 13 * (WK-ZM + 1).                            00008750
           DIVIDE WK-Z1 BY 5 GIVING WK-Z2.                              00008760
           DIVIDE WK-ZK BY 4 GIVING WK-Z3.                              00008770
           DIVIDE WK-ZJ BY 4 GIVING WK-Z4.                              00008780
           COMPUTE WK-ZSUMA = WK-FA-DIA + WK-Z2 + WK-ZK + WK-Z3         00008790
                            + WK-Z4 + (5 * WK-ZJ).                      00008800
           DIVIDE WK-ZSUMA BY 7 GIVING WK-DIV REMAINDER WK-DOW.         00008810
