************************************************************************00000010
*     * TC0278 15/10/26 RHM  HISTORIA DE DURACIONES BATCH     REG:13306*00000020
************************************************************************00000030
*IDAPL*CDO                                                              00000040
*OBJET******************************************************************00000050
*OBJET*** ESTADISTICA DE DURACIONES POR PROGRAMA EN UN PERIODO Y       *00000060
*OBJET*** ARCHIVO S-VENTANA SUGERIDO A PARTIR DE ELLA                  *00000070
*OBJET******************************************************************00000080
                                                                        00000090
       IDENTIFICATION DIVISION.                                         00000100
      *-----------------------*                                         00000110
       PROGRAM-ID.            CDOBDB2T.                                 00000120
       AUTHOR.                INTERBANK                                 00000130
       INSTALLATION.          INTERBANK                                 00000140
       DATE-WRITTEN.          15-OCT-26.                                00000150
       REMARKS.                                                         00000160
              -----------------------------------------------           00000170
             |            DB2 -  PROGRAM INTERFACE           |          00000180
             |            ************************           |          00000190
             |                                               |          00000200
             |   OBJETIVO :   RESUMIR POR PROGRAMA LAS       |          00000210
             |                DURACIONES REALES (AUD-HORA-   |          00000220
             |                INI/FIN) DE LAS GENERACIONES   |          00000230
             |                HISTORIA Y DE LA BITACORA VIVA |          00000240
             |                EN UN PERIODO: EJECUCIONES,    |          00000250
             |                PROMEDIO, MAXIMO, PERCENTIL 90,|          00000260
             |                FIN HABITUAL Y TENDENCIA ENTRE |          00000270
             |                LAS DOS MITADES DEL PERIODO, Y |          00000280
             |                GRABAR UN S-VENTANA SUGERIDO   |          00000290
             |                CON EL MISMO LAYOUT            |          00000300
             |   LENGUAJE :   COBOL-II                       |          00000310
             |                                               |          00000320
             |   ARCHIVOS :   INPUT  HISTORIA   LF --> 139   |          00000330
             |                INPUT  AUDITORIA  KSDS         |          00000340
             |                INPUT  VENTANA    LF --> 80    |          00000350
             |                OUTPUR VENTSUG    LF --> 80    |          00000360
             |                OUTPUR LISTADO    LF --> 132   |          00000370
             |                                               |          00000380
              -----------------------------------------------           00000390
      *15/10/26  RHM                                                    00000400
      *VERSION INICIAL. PARM DEL JCL: DESDE=SSAAMMDD/HASTA=SSAAMMDD/    00000410
      *(POSICIONAL, SOBRE AUD-FECHA). LAS GENERACIONES HISTORIA VAN     00000420
      *CONCATENADAS EN EL JCL COMO EN CDOBDB2H. SOLO CUENTAN LAS        00000430
      *TARJETAS 'R' EJECUTADAS OK ('E') CON HORA DE INICIO Y DE FIN;    00000440
      *LA DURACION SE CALCULA COMO EN CDOBDB2W (CRUCE DE MEDIANOCHE     00000450
      *SUMA UN DIA). EL FIN HABITUAL ES LA MEDIANA DE LAS HORAS DE FIN  00000460
      *DE LA NOCHE (UN FIN ANTES DEL MEDIODIA ES DE LA MADRUGADA        00000470
      *SIGUIENTE). EL PERCENTIL 90 SE TOMA SOBRE LAS PRIMERAS 400       00000480
      *EJECUCIONES DE CADA PROGRAMA EN EL PERIODO.                      00000490
      *VENTANA SUGERIDA: DURACION = P90 MAS 20% (AL MENOS 5 MINUTOS),   00000500
      *HORA LIMITE = P90 DE LA HORA DE FIN MAS 30 MINUTOS. CON MENOS DE 00000510
      *3 EJECUCIONES O SIN EJECUCIONES SE MANTIENE LA TARJETA ACTUAL.   00000520
      *EL ARCHIVO SUGERIDO LLEVA PRIMERO LAS TARJETAS DE S-VENTANA EN   00000530
      *SU ORDEN Y AL FINAL LOS PROGRAMAS EJECUTADOS QUE NO TENIAN.      00000540
      *DURACION CRECIENTE: PROMEDIO DE LA SEGUNDA MITAD 20% O MAS SOBRE 00000550
      *EL DE LA PRIMERA, CON 2 EJECUCIONES O MAS EN CADA MITAD.         00000560
      *RC 04 SI HAY PROGRAMAS CON DURACION CRECIENTE, RC 10 PARM O      00000570
      *S-VENTANA INCORRECTO, RC 12 TABLA DE PROGRAMAS LLENA             00000580
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
           SELECT  HISTORIA      ASSIGN   TO  S-HISTORI                 00000700
                                 FILE STATUS   FS-HIS.                  00000710
           SELECT  AUDITORIA     ASSIGN   TO  S-AUDITOR                 00000720
                                 ORGANIZATION  INDEXED                  00000730
                                 ACCESS MODE   DYNAMIC                  00000740
                                 RECORD KEY    AUD-CLAVE                00000750
                                 FILE STATUS   FS-AUD.                  00000760
           SELECT  VENTANA       ASSIGN   TO  S-VENTANA                 00000770
                                 FILE STATUS   FS-VEN.                  00000780
           SELECT  VENTSUG       ASSIGN   TO  S-VENTSUG                 00000790
                                 FILE STATUS   FS-SUG.                  00000800
           SELECT  LISTADO       ASSIGN   TO  S-LISTADO                 00000810
                                 FILE STATUS   FS-LIS.                  00000820
       DATA DIVISION.                                                   00000830
      *-------------*                                                   00000840
       FILE SECTION.                                                    00000850
      *------------*                                                    00000860
       FD  HISTORIA                                                     00000870
           LABEL  RECORDS   IS  STANDARD                                00000880
           BLOCK  CONTAINS   0  RECORDS                                 00000890
           RECORD CONTAINS 139  CHARACTERS.                             00000900
       01  REG-HISTORIA     PIC X(139).                                 00000910
       FD  AUDITORIA                                                    00000920
           LABEL  RECORDS   IS  STANDARD.                               00000930
           COPY CDOBAUD.                                                00000940
       FD  VENTANA                                                      00000950
           LABEL  RECORDS   IS  STANDARD                                00000960
           BLOCK  CONTAINS   0  RECORDS                                 00000970
           RECORD CONTAINS  80  CHARACTERS.                             00000980
       01  REG-VENTANA.                                                 00000990
           02 VEN-PROGRAMA  PIC X(08).                                  00001000
           02 FILLER        PIC X(01).                                  00001010
           02 VEN-HORA-HH   PIC X(02).                                  00001020
           02 FILLER        PIC X(01).                                  00001030
           02 VEN-HORA-MM   PIC X(02).                                  00001040
           02 FILLER        PIC X(01).                                  00001050
           02 VEN-DURACION  PIC X(03).                                  00001060
           02 FILLER        PIC X(62).                                  00001070
       FD  VENTSUG                                                      00001080
           LABEL  RECORDS   IS  STANDARD                                00001090
           BLOCK  CONTAINS   0  RECORDS                                 00001100
           RECORD CONTAINS  80  CHARACTERS.                             00001110
       01  REG-VENTSUG      PIC X(80).                                  00001120
       FD  LISTADO                                                      00001130
           LABEL  RECORDS   IS  STANDARD                                00001140
           BLOCK  CONTAINS   0  RECORDS                                 00001150
           RECORD CONTAINS 132  CHARACTERS.                             00001160
       01  REG-LISTADO      PIC X(132).                                 00001170
       WORKING-STORAGE SECTION.                                         00001180
      *-----------------------*                                         00001190
       01  VARIABLES.                                                   00001200
           02 FS-HIS        PIC  X(02)   VALUE SPACES.                  00001210
           02 FS-AUD        PIC  X(02)   VALUE SPACES.                  00001220
           02 FS-VEN        PIC  X(02)   VALUE SPACES.                  00001230
           02 FS-SUG        PIC  X(02)   VALUE SPACES.                  00001240
           02 FS-LIS        PIC  X(02)   VALUE SPACES.                  00001250
           02 SW-EOF-HIS    PIC  X(01)   VALUE 'N'.                     00001260
              88 EOF-HISTORIA            VALUE 'S'.                     00001270
           02 SW-EOF-AUD    PIC  X(01)   VALUE 'N'.                     00001280
              88 EOF-AUDITORIA           VALUE 'S'.                     00001290
           02 SW-EOF-VEN    PIC  X(01)   VALUE 'N'.                     00001300
              88 EOF-VENTANA             VALUE 'S'.                     00001310
           02 SW-ORDEN      PIC  X(01)   VALUE 'N'.                     00001320
              88 FIN-ORDEN               VALUE 'S'.                     00001330
           02 WK-DESDE      PIC  X(08)   VALUE SPACES.                  00001340
           02 WK-HASTA      PIC  X(08)   VALUE SPACES.                  00001350
           02 WK-CONT-HIS   PIC  9(07)   VALUE ZEROS.                   00001360
           02 WK-CONT-VIVA  PIC  9(07)   VALUE ZEROS.                   00001370
           02 WK-CONT-EJEC  PIC  9(07)   VALUE ZEROS.                   00001380
           02 WK-CONT-SINHORA PIC 9(07)  VALUE ZEROS.                   00001390
           02 WK-CONT-CRECE PIC  9(05)   VALUE ZEROS.                   00001400
           02 WK-CONT-SUG   PIC  9(05)   VALUE ZEROS.                   00001410
           02 WK-PGM-IDX    PIC  9(03)   VALUE ZEROS  COMP.             00001420
           02 WK-PGM-HALLADO PIC 9(03)   VALUE ZEROS  COMP.             00001430
           02 WK-ORD-CANT   PIC  9(03)   VALUE ZEROS  COMP.             00001440
           02 WK-ORD-I      PIC  9(03)   VALUE ZEROS  COMP.             00001450
           02 WK-ORD-J      PIC  9(03)   VALUE ZEROS  COMP.             00001460
           02 WK-ORD-AUX    PIC  9(04)   VALUE ZEROS  COMP.             00001470
           02 WK-RANGO      PIC  9(03)   VALUE ZEROS  COMP.             00001480
           02 WK-MIN-INI    PIC  9(05)   VALUE ZEROS.                   00001490
           02 WK-MIN-FIN    PIC  9(05)   VALUE ZEROS.                   00001500
           02 WK-DURACION   PIC  9(05)   VALUE ZEROS.                   00001510
           02 WK-HH         PIC  9(02)   VALUE ZEROS.                   00001520
           02 WK-RESTO      PIC  9(04)   VALUE ZEROS.                   00001530
           02 WK-DIV        PIC  9(05)   VALUE ZEROS.                   00001540
           02 WK-MINUTOS    PIC  9(05)   VALUE ZEROS.                   00001550
           02 WK-PROMEDIO   PIC  9(05)   VALUE ZEROS.                   00001560
           02 WK-PROM-1     PIC  9(05)   VALUE ZEROS.                   00001570
           02 WK-PROM-2     PIC  9(05)   VALUE ZEROS.                   00001580
           02 WK-P90-DUR    PIC  9(05)   VALUE ZEROS.                   00001590
           02 WK-P90-FIN    PIC  9(05)   VALUE ZEROS.                   00001600
           02 WK-MED-FIN    PIC  9(05)   VALUE ZEROS.                   00001610
           02 WK-TENDENCIA  PIC S9(05)   VALUE ZEROS.                   00001620
           02 WK-SUG-DUR    PIC  9(05)   VALUE ZEROS.                   00001630
           02 WK-SUG-FIN    PIC  9(05)   VALUE ZEROS.                   00001640
      *---------------------------------------------------------------* 00001650
      *  CRITERIOS DE LA VENTANA SUGERIDA Y DE LA TENDENCIA           * 00001660
      *---------------------------------------------------------------* 00001670
           02 WK-MARGEN-PCT PIC  9(03)   VALUE 20.                      00001680
           02 WK-MARGEN-MIN PIC  9(03)   VALUE 5.                       00001690
           02 WK-MARGEN-FIN PIC  9(03)   VALUE 30.                      00001700
           02 WK-MIN-EJEC   PIC  9(03)   VALUE 3.                       00001710
           02 WK-UMBRAL-TEND PIC 9(03)   VALUE 20.                      00001720
      *    UN FIN ANTERIOR A ESTA HORA (EN MINUTOS) ES DE LA MADRUGADA  00001730
           02 WK-CORTE-DIA  PIC  9(05)   VALUE 720.                     00001740
      *---------------------------------------------------------------* 00001750
      *  NUMERO DE DIA PARA PARTIR EL PERIODO EN DOS MITADES          * 00001760
      *---------------------------------------------------------------* 00001770
           02 WK-DN         PIC  9(07)   VALUE ZEROS.                   00001780
           02 WK-DN-DESDE   PIC  9(07)   VALUE ZEROS.                   00001790
           02 WK-DN-HASTA   PIC  9(07)   VALUE ZEROS.                   00001800
           02 WK-DN-MEDIO   PIC  9(07)   VALUE ZEROS.                   00001810
           02 WK-DN-ANIO    PIC  9(04)   VALUE ZEROS.                   00001820
           02 WK-DN-AUX     PIC  9(05)   VALUE ZEROS.                   00001830
       01  WK-FEC-AUX.                                                  00001840
           02 WK-FA-ANIO    PIC  9(04).                                 00001850
           02 WK-FA-MES     PIC  9(02).                                 00001860
           02 WK-FA-DIA     PIC  9(02).                                 00001870
       01  TABLA-DIAS-ACUM.                                             00001880
           02 FILLER        PIC  9(03)   VALUE 000.                     00001890
           02 FILLER        PIC  9(03)   VALUE 031.                     00001900
           02 FILLER        PIC  9(03)   VALUE 059.                     00001910
           02 FILLER        PIC  9(03)   VALUE 090.                     00001920
           02 FILLER        PIC  9(03)   VALUE 120.                     00001930
           02 FILLER        PIC  9(03)   VALUE 151.                     00001940
           02 FILLER        PIC  9(03)   VALUE 181.                     00001950
           02 FILLER        PIC  9(03)   VALUE 212.                     00001960
           02 FILLER        PIC  9(03)   VALUE 243.                     00001970
           02 FILLER        PIC  9(03)   VALUE 273.                     00001980
           02 FILLER        PIC  9(03)   VALUE 304.                     00001990
           02 FILLER        PIC  9(03)   VALUE 334.                     00002000
       01  TABLA-DIAS-ACUM-R REDEFINES TABLA-DIAS-ACUM.                 00002010
           02 DIAS-ACUM     PIC  9(03)   OCCURS 12 TIMES.               00002020
       01  WK-CLAVE-BUSCA.                                              00002030
           02 WKB-FECHA     PIC  X(08)   VALUE SPACES.                  00002040
           02 WKB-HORA      PIC  X(06)   VALUE ZEROS.                   00002050
           02 WKB-SECUENCIA PIC  9(03)   VALUE ZEROS.                   00002060
      *---------------------------------------------------------------* 00002070
      *  HORA HH:MM PARA EL LISTADO Y PARA LA TARJETA SUGERIDA        * 00002080
      *---------------------------------------------------------------* 00002090
       01  WK-HORA-EDIT.                                                00002100
           02 WK-HE-HH      PIC  9(02).                                 00002110
           02 FILLER        PIC  X(01)   VALUE ':'.                     00002120
           02 WK-HE-MM      PIC  9(02).                                 00002130
       01  WK-VENTANA-SUG.                                              00002140
           02 VS-PROGRAMA   PIC  X(08).                                 00002150
           02 FILLER        PIC  X(01)   VALUE SPACES.                  00002160
           02 VS-HORA       PIC  X(05).                                 00002170
           02 FILLER        PIC  X(01)   VALUE SPACES.                  00002180
           02 VS-DURACION   PIC  9(03).                                 00002190
           02 FILLER        PIC  X(62)   VALUE SPACES.                  00002200
      *---------------------------------------------------------------* 00002210
      *  PROGRAMAS: VENTANA ACTUAL (SI TIENE) Y DURACIONES DEL PERIODO* 00002220
      *  TP-CON-VENTANA 'S' SI VIENE DE S-VENTANA                     * 00002230
      *---------------------------------------------------------------* 00002240
       01  TABLA-PROGRAMAS.                                             00002250
           02 WK-PGM-CANT   PIC  9(03)   VALUE ZEROS  COMP.             00002260
           02 TABLA-PGM-ENTRADA OCCURS 200 TIMES.                       00002270
              03 TP-PGM         PIC X(08).                              00002280
              03 TP-CON-VENTANA PIC X(01).                              00002290
              03 TP-VEN-CARD    PIC X(80).                              00002300
              03 TP-VEN-DUR     PIC 9(03).                              00002310
              03 TP-CANT        PIC 9(05)  COMP.                        00002320
              03 TP-SUMA        PIC 9(07)  COMP.                        00002330
              03 TP-MAX         PIC 9(05)  COMP.                        00002340
              03 TP-CANT-1      PIC 9(05)  COMP.                        00002350
              03 TP-SUMA-1      PIC 9(07)  COMP.                        00002360
              03 TP-CANT-2      PIC 9(05)  COMP.                        00002370
              03 TP-SUMA-2      PIC 9(07)  COMP.                        00002380
              03 TP-GUARDADAS   PIC 9(03)  COMP.                        00002390
              03 TP-DUR         PIC 9(04)  COMP OCCURS 400 TIMES.       00002400
              03 TP-FIN         PIC 9(04)  COMP OCCURS 400 TIMES.       00002410
      *---------------------------------------------------------------* 00002420
      *  AREA DE ORDENAMIENTO PARA PERCENTIL Y MEDIANA                * 00002430
      *---------------------------------------------------------------* 00002440
       01  TABLA-ORDEN.                                                 00002450
           02 WK-ORD-VAL    PIC 9(04)  COMP OCCURS 400 TIMES.           00002460
      ******************************************************************00002470
      *              D E T A L L E      D E     S A L I D A            *00002480
      ******************************************************************00002490
       01  LIN-ENCABEZADO.                                              00002500
           02 FILLER  PIC X(46) VALUE                                   00002510
              'CDOBDB2T - HISTORIA DE DURACIONES BATCH DESDE '.         00002520
           02 LE-DESDE PIC X(08).                                       00002530
           02 FILLER  PIC X(07) VALUE ' HASTA '.                        00002540
           02 LE-HASTA PIC X(08).                                       00002550
       01  LIN-SECCION-1.                                               00002560
           02 FILLER  PIC X(40) VALUE                                   00002570
              'DURACIONES POR PROGRAMA (MINUTOS)'.                      00002580
       01  LIN-SECCION-2.                                               00002590
           02 FILLER  PIC X(40) VALUE                                   00002600
              'PROGRAMAS CON DURACION CRECIENTE'.                       00002610
       01  LIN-COLUMNAS.                                                00002620
           02 FILLER  PIC X(10) VALUE 'PROGRAMA'.                       00002630
           02 FILLER  PIC X(06) VALUE ' EJEC'.                          00002640
           02 FILLER  PIC X(06) VALUE ' PROM'.                          00002650
           02 FILLER  PIC X(06) VALUE '  MAX'.                          00002660
           02 FILLER  PIC X(07) VALUE '  P90'.                          00002670
           02 FILLER  PIC X(06) VALUE 'FIN'.                            00002680
           02 FILLER  PIC X(06) VALUE 'MIT-1'.                          00002690
           02 FILLER  PIC X(06) VALUE 'MIT-2'.                          00002700
           02 FILLER  PIC X(08) VALUE ' TEND'.                          00002710
           02 FILLER  PIC X(12) VALUE 'ACTUAL'.                         00002720
           02 FILLER  PIC X(12) VALUE 'SUGERIDA'.                       00002730
           02 FILLER  PIC X(30) VALUE 'OBSERVACION'.                    00002740
       01  LIN-DETALLE.                                                 00002750
           02 LD-PGM        PIC X(08).                                  00002760
           02 FILLER        PIC X(02) VALUE SPACES.                     00002770
           02 LD-EJEC       PIC ZZZZ9.                                  00002780
           02 FILLER        PIC X(01) VALUE SPACES.                     00002790
           02 LD-PROM       PIC ZZZZ9.                                  00002800
           02 FILLER        PIC X(01) VALUE SPACES.                     00002810
           02 LD-MAX        PIC ZZZZ9.                                  00002820
           02 FILLER        PIC X(01) VALUE SPACES.                     00002830
           02 LD-P90        PIC ZZZZ9.                                  00002840
           02 FILLER        PIC X(02) VALUE SPACES.                     00002850
           02 LD-FIN        PIC X(05).                                  00002860
           02 FILLER        PIC X(01) VALUE SPACES.                     00002870
           02 LD-PROM-1     PIC ZZZZ9.                                  00002880
           02 FILLER        PIC X(01) VALUE SPACES.                     00002890
           02 LD-PROM-2     PIC ZZZZ9.                                  00002900
           02 FILLER        PIC X(01) VALUE SPACES.                     00002910
           02 LD-TEND       PIC -ZZZ9.                                  00002920
           02 LD-PCT        PIC X(01).                                  00002930
           02 FILLER        PIC X(02) VALUE SPACES.                     00002940
           02 LD-VEN-FIN    PIC X(05).                                  00002950
           02 FILLER        PIC X(01) VALUE SPACES.                     00002960
           02 LD-VEN-DUR    PIC X(03).                                  00002970
           02 FILLER        PIC X(03) VALUE SPACES.                     00002980
           02 LD-SUG-FIN    PIC X(05).                                  00002990
           02 FILLER        PIC X(01) VALUE SPACES.                     00003000
           02 LD-SUG-DUR    PIC X(03).                                  00003010
           02 FILLER        PIC X(03) VALUE SPACES.                     00003020
           02 LD-NOTA       PIC X(35).                                  00003030
       01  LIN-NINGUNA.                                                 00003040
           02 FILLER        PIC X(10) VALUE '(NINGUNA)'.                00003050
       01  LIN-TOTALES-1.                                               00003060
           02 FILLER        PIC X(26)                                   00003070
                            VALUE 'LEIDOS HISTORIA         : '.         00003080
           02 LT-HIS        PIC ZZZZZZ9.                                00003090
       01  LIN-TOTALES-2.                                               00003100
           02 FILLER        PIC X(26)                                   00003110
                            VALUE 'LEIDOS BITACORA VIVA    : '.         00003120
           02 LT-VIVA       PIC ZZZZZZ9.                                00003130
       01  LIN-TOTALES-3.                                               00003140
           02 FILLER        PIC X(26)                                   00003150
                            VALUE 'EJECUCIONES MEDIDAS     : '.         00003160
           02 LT-EJEC       PIC ZZZZZZ9.                                00003170
       01  LIN-TOTALES-4.                                               00003180
           02 FILLER        PIC X(26)                                   00003190
                            VALUE 'EJECUTADOS SIN HORA     : '.         00003200
           02 LT-SINHORA    PIC ZZZZZZ9.                                00003210
       01  LIN-TOTALES-5.                                               00003220
           02 FILLER        PIC X(26)                                   00003230
                            VALUE 'DURACION CRECIENTE      : '.         00003240
           02 LT-CRECE      PIC ZZZZZZ9.                                00003250
       01  LIN-TOTALES-6.                                               00003260
           02 FILLER        PIC X(26)                                   00003270
                            VALUE 'VENTANAS SUGERIDAS      : '.         00003280
           02 LT-SUG        PIC ZZZZZZ9.                                00003290
       01  LIN-BLANCO       PIC X(132) VALUE SPACES.                    00003300
      *---------------------------------------------------------------* 00003310
      *                   DB2 -  PROGRAM INTERFACE                    * 00003320
      *   PERIODO A ANALIZAR          PARA LINKAGE SECTION            * 00003330
      *---------------------------------------------------------------* 00003340
       LINKAGE SECTION.                                                 00003350
      *---------------*                                                 00003360
       01  LK-PARM.                                                     00003370
           02  LL-PARM             PIC S9(4) COMP.                      00003380
           02  LK-BYTE             PIC X(30).                           00003390
      *----------------------------------------------------------------*00003400
       PROCEDURE DIVISION USING LK-PARM.                                00003410
      *******************                                               00003420
                                                                        00003430
       RUTINA-PRINCIPAL.                                                00003440
      *----------------*                                                00003450
           MOVE 16  TO RETURN-CODE.                                     00003460
           PERFORM 110-VALIDA-PARM.                                     00003470
           PERFORM 100-ABRE.                                            00003480
           PERFORM 200-PROCESO-HISTORIA UNTIL EOF-HISTORIA.             00003490
           PERFORM 150-POSICIONA-BITACORA.                              00003500
           PERFORM 250-PROCESO-BITACORA UNTIL EOF-AUDITORIA.            00003510
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00003520
           WRITE REG-LISTADO FROM LIN-SECCION-1.                        00003530
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00003540
           PERFORM 300-RESUME-PROGRAMA                                  00003550
               VARYING WK-PGM-IDX FROM 1 BY 1                           00003560
               UNTIL (WK-PGM-IDX GREATER WK-PGM-CANT).                  00003570
           IF (WK-PGM-CANT EQUAL ZEROS)                                 00003580
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00003590
           END-IF.                                                      00003600
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00003610
           WRITE REG-LISTADO FROM LIN-SECCION-2.                        00003620
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00003630
           PERFORM 380-LISTA-CRECIENTE                                  00003640
               VARYING WK-PGM-IDX FROM 1 BY 1                           00003650
               UNTIL (WK-PGM-IDX GREATER WK-PGM-CANT).                  00003660
           IF (WK-CONT-CRECE EQUAL ZEROS)                               00003670
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00003680
               MOVE 00 TO RETURN-CODE                                   00003690
           ELSE                                                         00003700
               MOVE 04 TO RETURN-CODE                                   00003710
           END-IF.                                                      00003720
           PERFORM 400-CIERRA.                                          00003730
                                                                        00003740
      ***************                                                   00003750
      *  PRIMER NIVEL                                                   00003760
      ****************                                                  00003770
                                                                        00003780
       100-ABRE.                                                        00003790
      *********                                                         00003800
           DISPLAY 'INICIO DE CDOBDB2T'                    UPON CONSOLE.00003810
           DISPLAY '******************'                    UPON CONSOLE.00003820
           OPEN INPUT HISTORIA.                                         00003830
           IF (FS-HIS NOT EQUAL '00')                                   00003840
               DISPLAY 'ERROR AL OPEN HISTORIA ' FS-HIS     UPON CONSOLE00003850
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003860
               PERFORM 400-CIERRA                                       00003870
           END-IF.                                                      00003880
           OPEN INPUT AUDITORIA.                                        00003890
           IF (FS-AUD NOT EQUAL '00')                                   00003900
               DISPLAY 'ERROR AL OPEN AUDITORIA ' FS-AUD    UPON CONSOLE00003910
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003920
               PERFORM 400-CIERRA                                       00003930
           END-IF.                                                      00003940
           OPEN INPUT VENTANA.                                          00003950
           IF (FS-VEN NOT EQUAL '00')                                   00003960
               DISPLAY 'ERROR AL OPEN VENTANA ' FS-VEN      UPON CONSOLE00003970
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003980
               PERFORM 400-CIERRA                                       00003990
           END-IF.                                                      00004000
           OPEN OUTPUT VENTSUG.                                         00004010
           IF (FS-SUG NOT EQUAL '00')                                   00004020
               DISPLAY 'ERROR AL OPEN VENTSUG ' FS-SUG      UPON CONSOLE00004030
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004040
               PERFORM 400-CIERRA                                       00004050
           END-IF.                                                      00004060
           OPEN OUTPUT LISTADO.                                         00004070
           IF (FS-LIS NOT EQUAL '00')                                   00004080
               DISPLAY 'ERROR AL OPEN LISTADO ' FS-LIS      UPON CONSOLE00004090
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004100
               PERFORM 400-CIERRA                                       00004110
           END-IF.                                                      00004120
           MOVE WK-DESDE TO LE-DESDE.                                   00004130
           MOVE WK-HASTA TO LE-HASTA.                                   00004140
           WRITE REG-LISTADO FROM LIN-ENCABEZADO.                       00004150
           PERFORM 130-CARGA-VENTANAS.                                  00004160
           PERFORM 210-LEE-HISTORIA.                                    00004170
      *---------------------------------------------------------------* 00004180
      *  VALIDA EL PARM DESDE=SSAAMMDD/HASTA=SSAAMMDD/ (POSICIONAL) Y * 00004190
      *  CALCULA EL DIA QUE PARTE EL PERIODO EN DOS MITADES.          * 00004200
      *---------------------------------------------------------------* 00004210
       110-VALIDA-PARM.                                                 00004220
      ****************                                                  00004230
           IF (LK-BYTE (1 : 6)   NOT EQUAL 'DESDE='  OR                 00004240
               LK-BYTE (15 : 1)  NOT EQUAL '/'       OR                 00004250
               LK-BYTE (16 : 6)  NOT EQUAL 'HASTA='  OR                 00004260
               LK-BYTE (30 : 1)  NOT EQUAL '/'       OR                 00004270
               LK-BYTE (7 : 8)   NOT NUMERIC         OR                 00004280
               LK-BYTE (22 : 8)  NOT NUMERIC)                           00004290
               DISPLAY 'PARAMETRO RANGO INCORRECTO'         UPON CONSOLE00004300
               DISPLAY 'DEBE SER DESDE=SSAAMMDD/HASTA=SSAAMMDD/'        00004310
                                                            UPON CONSOLE00004320
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004330
               MOVE 10 TO RETURN-CODE                                   00004340
               PERFORM 400-CIERRA                                       00004350
           END-IF.                                                      00004360
           MOVE LK-BYTE (7 : 8)  TO WK-DESDE.                           00004370
           MOVE LK-BYTE (22 : 8) TO WK-HASTA.                           00004380
           IF (WK-DESDE GREATER WK-HASTA)                               00004390
               DISPLAY 'RANGO INVERTIDO -> ' WK-DESDE ' ' WK-HASTA      00004400
                                                            UPON CONSOLE00004410
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004420
               MOVE 10 TO RETURN-CODE                                   00004430
               PERFORM 400-CIERRA                                       00004440
           END-IF.                                                      00004450
           MOVE WK-DESDE TO WK-FEC-AUX.                                 00004460
           PERFORM CALCULA-NUMERO-DIA.                                  00004470
           MOVE WK-DN TO WK-DN-DESDE.                                   00004480
           MOVE WK-HASTA TO WK-FEC-AUX.                                 00004490
           PERFORM CALCULA-NUMERO-DIA.                                  00004500
           MOVE WK-DN TO WK-DN-HASTA.                                   00004510
           COMPUTE WK-DN-MEDIO = (WK-DN-DESDE + WK-DN-HASTA) / 2.       00004520
      *---------------------------------------------------------------* 00004530
      *  CARGA LAS VENTANAS ACTUALES. TARJETA MAL FORMADA CANCELA,    * 00004540
      *  IGUAL QUE EN CDOBDB2W.                                       * 00004550
      *---------------------------------------------------------------* 00004560
       130-CARGA-VENTANAS.                                              00004570
      *******************                                               00004580
           PERFORM 140-LEE-VENTANA.                                     00004590
           PERFORM 145-GUARDA-VENTANA UNTIL EOF-VENTANA.                00004600
       140-LEE-VENTANA.                                                 00004610
      ****************                                                  00004620
           READ VENTANA                                                 00004630
               AT END                                                   00004640
                   MOVE 'S' TO SW-EOF-VEN                               00004650
           END-READ.                                                    00004660
       145-GUARDA-VENTANA.                                              00004670
      *******************                                               00004680
           IF (VEN-PROGRAMA EQUAL SPACES      OR                        00004690
               VEN-HORA-HH NOT NUMERIC        OR                        00004700
               VEN-HORA-MM NOT NUMERIC        OR                        00004710
               VEN-DURACION NOT NUMERIC)                                00004720
               DISPLAY 'TARJETA DE VENTANA INCORRECTA -> '              00004730
                       REG-VENTANA (1 : 18)                 UPON CONSOLE00004740
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004750
               MOVE 10 TO RETURN-CODE                                   00004760
               PERFORM 400-CIERRA                                       00004770
           END-IF.                                                      00004780
           MOVE VEN-PROGRAMA TO AUD-PROGRAMA.                           00004790
           PERFORM 320-UBICA-PROGRAMA.                                  00004800
           MOVE 'S'          TO TP-CON-VENTANA (WK-PGM-HALLADO).        00004810
           MOVE REG-VENTANA  TO TP-VEN-CARD    (WK-PGM-HALLADO).        00004820
           MOVE VEN-DURACION TO TP-VEN-DUR     (WK-PGM-HALLADO).        00004830
           PERFORM 140-LEE-VENTANA.                                     00004840
      *---------------------------------------------------------------* 00004850
      *  POSICIONA LA BITACORA VIVA EN LA PRIMERA FECHA DEL PERIODO.  * 00004860
      *---------------------------------------------------------------* 00004870
       150-POSICIONA-BITACORA.                                          00004880
      ***********************                                           00004890
           MOVE WK-DESDE TO WKB-FECHA.                                  00004900
           MOVE ZEROS    TO WKB-HORA.                                   00004910
           MOVE ZEROS    TO WKB-SECUENCIA.                              00004920
           MOVE WK-CLAVE-BUSCA TO AUD-CLAVE.                            00004930
           START AUDITORIA KEY IS NOT LESS THAN AUD-CLAVE               00004940
               INVALID KEY                                              00004950
                   MOVE 'S' TO SW-EOF-AUD                               00004960
           END-START.                                                   00004970
           IF (NOT EOF-AUDITORIA)                                       00004980
               PERFORM 260-LEE-AUDITORIA                                00004990
           END-IF.                                                      00005000
                                                                        00005010
       200-PROCESO-HISTORIA.                                            00005020
      *********************                                             00005030
           ADD 1 TO WK-CONT-HIS.                                        00005040
           MOVE REG-HISTORIA TO REG-AUDITORIA.                          00005050
           IF (AUD-FECHA NOT LESS WK-DESDE AND                          00005060
               AUD-FECHA NOT GREATER WK-HASTA)                          00005070
               PERFORM 270-MIDE-EJECUCION THRU 270-MIDE-EJECUCION-FIN   00005080
           END-IF.                                                      00005090
           PERFORM 210-LEE-HISTORIA.                                    00005100
                                                                        00005110
       250-PROCESO-BITACORA.                                            00005120
      *********************                                             00005130
           ADD 1 TO WK-CONT-VIVA.                                       00005140
           PERFORM 270-MIDE-EJECUCION THRU 270-MIDE-EJECUCION-FIN.      00005150
           PERFORM 260-LEE-AUDITORIA.                                   00005160
                                                                        00005170
       400-CIERRA.                                                      00005180
      ***********                                                       00005190
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00005200
           MOVE WK-CONT-HIS     TO LT-HIS.                              00005210
           WRITE REG-LISTADO FROM LIN-TOTALES-1.                        00005220
           MOVE WK-CONT-VIVA    TO LT-VIVA.                             00005230
           WRITE REG-LISTADO FROM LIN-TOTALES-2.                        00005240
           MOVE WK-CONT-EJEC    TO LT-EJEC.                             00005250
           WRITE REG-LISTADO FROM LIN-TOTALES-3.                        00005260
           MOVE WK-CONT-SINHORA TO LT-SINHORA.                          00005270
           WRITE REG-LISTADO FROM LIN-TOTALES-4.                        00005280
           MOVE WK-CONT-CRECE   TO LT-CRECE.                            00005290
           WRITE REG-LISTADO FROM LIN-TOTALES-5.                        00005300
           MOVE WK-CONT-SUG     TO LT-SUG.                              00005310
           WRITE REG-LISTADO FROM LIN-TOTALES-6.                        00005320
           CLOSE HISTORIA.                                              00005330
           CLOSE AUDITORIA.                                             00005340
           CLOSE VENTANA.                                               00005350
           CLOSE VENTSUG.                                               00005360
           CLOSE LISTADO.                                               00005370
           DISPLAY 'DURACION CRECIENTE : ' WK-CONT-CRECE   UPON CONSOLE.00005380
           DISPLAY 'FIN DE CDOBDB2T'                       UPON CONSOLE.00005390
           DISPLAY '***************'                       UPON CONSOLE.00005400
           STOP RUN.                                                    00005410
                                                                        00005420
      ****************                                                  00005430
      * SEGUNDO NIVEL                                                   00005440
      ****************                                                  00005450
                                                                        00005460
       210-LEE-HISTORIA.                                                00005470
      *****************                                                 00005480
           READ HISTORIA                                                00005490
               AT END                                                   00005500
                   MOVE 'S' TO SW-EOF-HIS                               00005510
           END-READ.                                                    00005520
       260-LEE-AUDITORIA.                                               00005530
      ******************                                                00005540
           READ AUDITORIA NEXT RECORD                                   00005550
               AT END                                                   00005560
                   MOVE 'S' TO SW-EOF-AUD                               00005570
           END-READ.                                                    00005580
           IF (NOT EOF-AUDITORIA) AND (AUD-FECHA GREATER WK-HASTA)      00005590
               MOVE 'S' TO SW-EOF-AUD                                   00005600
           END-IF.                                                      00005610
      *---------------------------------------------------------------* 00005620
      *  ACUMULA LA DURACION DE UNA EJECUCION OK EN SU PROGRAMA Y EN  * 00005630
      *  LA MITAD DEL PERIODO QUE LE CORRESPONDE.                     * 00005640
      *---------------------------------------------------------------* 00005650
       270-MIDE-EJECUCION.                                              00005660
      *******************                                               00005670
           IF (NOT AUD-TIPO-REAL OR NOT AUD-EJEC-OK)                    00005680
               GO TO 270-MIDE-EJECUCION-FIN                             00005690
           END-IF.                                                      00005700
           IF (AUD-HORA-INI EQUAL ZEROS OR AUD-HORA-FIN EQUAL ZEROS)    00005710
               ADD 1 TO WK-CONT-SINHORA                                 00005720
               GO TO 270-MIDE-EJECUCION-FIN                             00005730
           END-IF.                                                      00005740
           ADD 1 TO WK-CONT-EJEC.                                       00005750
           PERFORM 320-UBICA-PROGRAMA.                                  00005760
           DIVIDE AUD-HORA-INI BY 100 GIVING WK-HH                      00005770
                                      REMAINDER WK-RESTO.               00005780
           COMPUTE WK-MIN-INI = (WK-HH * 60) + WK-RESTO.                00005790
           DIVIDE AUD-HORA-FIN BY 100 GIVING WK-HH                      00005800
                                      REMAINDER WK-RESTO.               00005810
           COMPUTE WK-MIN-FIN = (WK-HH * 60) + WK-RESTO.                00005820
           IF (WK-MIN-FIN LESS WK-MIN-INI)                              00005830
               COMPUTE WK-DURACION = WK-MIN-FIN + 1440 - WK-MIN-INI     00005840
           ELSE                                                         00005850
               COMPUTE WK-DURACION = WK-MIN-FIN - WK-MIN-INI            00005860
           END-IF.                                                      00005870
      *    LA HORA DE FIN SE LLEVA A MINUTOS DE LA NOCHE: UN FIN DE LA  00005880
      *    MADRUGADA QUEDA DESPUES DE UNO DE LA NOCHE ANTERIOR          00005890
           IF (WK-MIN-FIN LESS WK-CORTE-DIA)                            00005900
               ADD 1440 TO WK-MIN-FIN                                   00005910
           END-IF.                                                      00005920
           ADD 1           TO TP-CANT (WK-PGM-HALLADO).                 00005930
           ADD WK-DURACION TO TP-SUMA (WK-PGM-HALLADO).                 00005940
           IF (WK-DURACION GREATER TP-MAX (WK-PGM-HALLADO))             00005950
               MOVE WK-DURACION TO TP-MAX (WK-PGM-HALLADO)              00005960
           END-IF.                                                      00005970
           MOVE AUD-FECHA TO WK-FEC-AUX.                                00005980
           PERFORM CALCULA-NUMERO-DIA.                                  00005990
           IF (WK-DN NOT GREATER WK-DN-MEDIO)                           00006000
               ADD 1           TO TP-CANT-1 (WK-PGM-HALLADO)            00006010
               ADD WK-DURACION TO TP-SUMA-1 (WK-PGM-HALLADO)            00006020
           ELSE                                                         00006030
               ADD 1           TO TP-CANT-2 (WK-PGM-HALLADO)            00006040
               ADD WK-DURACION TO TP-SUMA-2 (WK-PGM-HALLADO)            00006050
           END-IF.                                                      00006060
           IF (TP-GUARDADAS (WK-PGM-HALLADO) LESS 400)                  00006070
               ADD 1 TO TP-GUARDADAS (WK-PGM-HALLADO)                   00006080
               MOVE WK-DURACION TO TP-DUR (WK-PGM-HALLADO,              00006090
                                   TP-GUARDADAS (WK-PGM-HALLADO))       00006100
               MOVE WK-MIN-FIN  TO TP-FIN (WK-PGM-HALLADO,              00006110
                                   TP-GUARDADAS (WK-PGM-HALLADO))       00006120
           END-IF.                                                      00006130
       270-MIDE-EJECUCION-FIN.                                          00006140
      ***********************                                           00006150
           EXIT.                                                        00006160
      *---------------------------------------------------------------* 00006170
      *  RESUME UN PROGRAMA: LINEA DEL LISTADO Y TARJETA SUGERIDA.    * 00006180
      *---------------------------------------------------------------* 00006190
       300-RESUME-PROGRAMA.                                             00006200
      ********************                                              00006210
           MOVE SPACES TO LIN-DETALLE.                                  00006220
           MOVE TP-PGM (WK-PGM-IDX) TO LD-PGM.                          00006230
           MOVE TP-CANT (WK-PGM-IDX) TO LD-EJEC.                        00006240
           IF (TP-CON-VENTANA (WK-PGM-IDX) EQUAL 'S')                   00006250
               MOVE TP-VEN-CARD (WK-PGM-IDX) (10 : 5) TO LD-VEN-FIN     00006260
               MOVE TP-VEN-CARD (WK-PGM-IDX) (16 : 3) TO LD-VEN-DUR     00006270
           END-IF.                                                      00006280
           IF (TP-CANT (WK-PGM-IDX) EQUAL ZEROS)                        00006290
               MOVE 'SIN EJECUCIONES: SE MANTIENE' TO LD-NOTA           00006300
               MOVE TP-VEN-CARD (WK-PGM-IDX) TO REG-VENTSUG             00006310
               PERFORM 370-GRABA-SUGERIDA                               00006320
               WRITE REG-LISTADO FROM LIN-DETALLE                       00006330
           ELSE                                                         00006340
               PERFORM 310-CALCULA-ESTADISTICA                          00006350
               PERFORM 330-CALCULA-SUGERIDA                             00006360
                  THRU 330-CALCULA-SUGERIDA-FIN                         00006370
               PERFORM 335-MARCA-CRECIENTE                              00006380
               WRITE REG-LISTADO FROM LIN-DETALLE                       00006390
           END-IF.                                                      00006400
      *---------------------------------------------------------------* 00006410
      *  PROMEDIO, MAXIMO, PERCENTIL 90 DE LA DURACION, MEDIANA Y P90 * 00006420
      *  DE LA HORA DE FIN, PROMEDIO DE CADA MITAD Y TENDENCIA.       * 00006430
      *---------------------------------------------------------------* 00006440
       310-CALCULA-ESTADISTICA.                                         00006450
      ************************                                          00006460
           COMPUTE WK-PROMEDIO ROUNDED =                                00006470
                   TP-SUMA (WK-PGM-IDX) / TP-CANT (WK-PGM-IDX).         00006480
           MOVE WK-PROMEDIO          TO LD-PROM.                        00006490
           MOVE TP-MAX (WK-PGM-IDX)  TO LD-MAX.                         00006500
           MOVE TP-GUARDADAS (WK-PGM-IDX) TO WK-ORD-CANT.               00006510
           PERFORM 340-COPIA-DURACION                                   00006520
               VARYING WK-ORD-I FROM 1 BY 1                             00006530
               UNTIL (WK-ORD-I GREATER WK-ORD-CANT).                    00006540
           PERFORM ORDENA-VALORES.                                      00006550
           COMPUTE WK-RANGO = ((90 * WK-ORD-CANT) + 99) / 100.          00006560
           MOVE WK-ORD-VAL (WK-RANGO) TO WK-P90-DUR.                    00006570
           MOVE WK-P90-DUR TO LD-P90.                                   00006580
           PERFORM 345-COPIA-FIN                                        00006590
               VARYING WK-ORD-I FROM 1 BY 1                             00006600
               UNTIL (WK-ORD-I GREATER WK-ORD-CANT).                    00006610
           PERFORM ORDENA-VALORES.                                      00006620
           MOVE WK-ORD-VAL (WK-RANGO) TO WK-P90-FIN.                    00006630
           COMPUTE WK-RANGO = (WK-ORD-CANT + 1) / 2.                    00006640
           MOVE WK-ORD-VAL (WK-RANGO) TO WK-MED-FIN.                    00006650
           MOVE WK-MED-FIN TO WK-MINUTOS.                               00006660
           PERFORM EDITA-HORA.                                          00006670
           MOVE WK-HORA-EDIT TO LD-FIN.                                 00006680
           MOVE ZEROS TO WK-PROM-1.                                     00006690
           MOVE ZEROS TO WK-PROM-2.                                     00006700
           IF (TP-CANT-1 (WK-PGM-IDX) GREATER ZEROS)                    00006710
               COMPUTE WK-PROM-1 ROUNDED =                              00006720
                       TP-SUMA-1 (WK-PGM-IDX) / TP-CANT-1 (WK-PGM-IDX)  00006730
               MOVE WK-PROM-1 TO LD-PROM-1                              00006740
           END-IF.                                                      00006750
           IF (TP-CANT-2 (WK-PGM-IDX) GREATER ZEROS)                    00006760
               COMPUTE WK-PROM-2 ROUNDED =                              00006770
                       TP-SUMA-2 (WK-PGM-IDX) / TP-CANT-2 (WK-PGM-IDX)  00006780
               MOVE WK-PROM-2 TO LD-PROM-2                              00006790
           END-IF.                                                      00006800
           MOVE ZEROS TO WK-TENDENCIA.                                  00006810
           IF (WK-PROM-1 GREATER ZEROS AND                              00006820
               TP-CANT-2 (WK-PGM-IDX) GREATER ZEROS)                    00006830
               COMPUTE WK-TENDENCIA ROUNDED =                           00006840
                       ((WK-PROM-2 - WK-PROM-1) * 100) / WK-PROM-1      00006850
               MOVE WK-TENDENCIA TO LD-TEND                             00006860
               MOVE '%'          TO LD-PCT                              00006870
           END-IF.                                                      00006880
      *---------------------------------------------------------------* 00006890
      *  UBICA AUD-PROGRAMA EN LA TABLA; SI NO ESTA LO AGREGA AL FINAL* 00006900
      *  (SIN VENTANA ACTUAL). DEJA LA POSICION EN WK-PGM-HALLADO.    * 00006910
      *---------------------------------------------------------------* 00006920
       320-UBICA-PROGRAMA.                                              00006930
      *******************                                               00006940
           MOVE ZEROS TO WK-PGM-HALLADO.                                00006950
           PERFORM 325-COMPARA-PROGRAMA                                 00006960
               VARYING WK-PGM-IDX FROM 1 BY 1                           00006970
               UNTIL (WK-PGM-IDX GREATER WK-PGM-CANT OR                 00006980
                      WK-PGM-HALLADO GREATER ZEROS).                    00006990
           IF (WK-PGM-HALLADO EQUAL ZEROS)                              00007000
               IF (WK-PGM-CANT NOT LESS 200)                            00007010
                   DISPLAY 'TABLA DE PROGRAMAS LLENA'       UPON CONSOLE00007020
                   DISPLAY 'CANCELA PROCESO ...'            UPON CONSOLE00007030
                   MOVE 12 TO RETURN-CODE                               00007040
                   PERFORM 400-CIERRA                                   00007050
               END-IF                                                   00007060
               ADD 1 TO WK-PGM-CANT                                     00007070
               MOVE WK-PGM-CANT TO WK-PGM-HALLADO                       00007080
               INITIALIZE TABLA-PGM-ENTRADA (WK-PGM-HALLADO)            00007090
               MOVE AUD-PROGRAMA TO TP-PGM         (WK-PGM-HALLADO)     00007100
               MOVE 'N'          TO TP-CON-VENTANA (WK-PGM-HALLADO)     00007110
           END-IF.                                                      00007120
       325-COMPARA-PROGRAMA.                                            00007130
      *********************                                             00007140
           IF (TP-PGM (WK-PGM-IDX) EQUAL AUD-PROGRAMA)                  00007150
               MOVE WK-PGM-IDX TO WK-PGM-HALLADO                        00007160
           END-IF.                                                      00007170
      *---------------------------------------------------------------* 00007180
      *  VENTANA SUGERIDA. CON POCAS EJECUCIONES SE MANTIENE LA ACTUAL* 00007190
      *  (SI EL PROGRAMA NO TENIA, SE SUGIERE IGUAL Y SE ADVIERTE).   * 00007200
      *---------------------------------------------------------------* 00007210
       330-CALCULA-SUGERIDA.                                            00007220
      *********************                                             00007230
           IF (TP-CANT (WK-PGM-IDX) LESS WK-MIN-EJEC AND                00007240
               TP-CON-VENTANA (WK-PGM-IDX) EQUAL 'S')                   00007250
               MOVE 'POCAS EJECUCIONES: SE MANTIENE' TO LD-NOTA         00007260
               MOVE TP-VEN-CARD (WK-PGM-IDX) TO REG-VENTSUG             00007270
               PERFORM 370-GRABA-SUGERIDA                               00007280
               GO TO 330-CALCULA-SUGERIDA-FIN                           00007290
           END-IF.                                                      00007300
           COMPUTE WK-SUG-DUR =                                         00007310
                   ((WK-P90-DUR * (100 + WK-MARGEN-PCT)) + 99) / 100.   00007320
           IF (WK-SUG-DUR LESS WK-P90-DUR + WK-MARGEN-MIN)              00007330
               COMPUTE WK-SUG-DUR = WK-P90-DUR + WK-MARGEN-MIN          00007340
           END-IF.                                                      00007350
           IF (WK-SUG-DUR GREATER 999)                                  00007360
               MOVE 999 TO WK-SUG-DUR                                   00007370
           END-IF.                                                      00007380
           COMPUTE WK-MINUTOS = WK-P90-FIN + WK-MARGEN-FIN.             00007390
           PERFORM EDITA-HORA.                                          00007400
           MOVE TP-PGM (WK-PGM-IDX) TO VS-PROGRAMA.                     00007410
           MOVE WK-HORA-EDIT        TO VS-HORA.                         00007420
           MOVE WK-SUG-DUR          TO VS-DURACION.                     00007430
           MOVE WK-VENTANA-SUG      TO REG-VENTSUG.                     00007440
           PERFORM 370-GRABA-SUGERIDA.                                  00007450
           MOVE VS-HORA             TO LD-SUG-FIN.                      00007460
           MOVE REG-VENTSUG (16 : 3) TO LD-SUG-DUR.                     00007470
           IF (TP-CON-VENTANA (WK-PGM-IDX) NOT EQUAL 'S')               00007480
               IF (TP-CANT (WK-PGM-IDX) LESS WK-MIN-EJEC)               00007490
                   MOVE 'SIN VENTANA: NUEVA, POCAS EJEC.' TO LD-NOTA    00007500
               ELSE                                                     00007510
                   MOVE 'SIN VENTANA: NUEVA' TO LD-NOTA                 00007520
               END-IF                                                   00007530
           ELSE                                                         00007540
               IF (WK-P90-DUR GREATER TP-VEN-DUR (WK-PGM-IDX))          00007550
                   MOVE 'P90 SUPERA LA DURACION ACTUAL' TO LD-NOTA      00007560
               END-IF                                                   00007570
           END-IF.                                                      00007580
       330-CALCULA-SUGERIDA-FIN.                                        00007590
      *************************                                         00007600
           EXIT.                                                        00007610
      *---------------------------------------------------------------* 00007620
      *  LA TENDENCIA CRECIENTE PREVALECE SOBRE CUALQUIER OTRA NOTA.  * 00007630
      *---------------------------------------------------------------* 00007640
       335-MARCA-CRECIENTE.                                             00007650
      ********************                                              00007660
           IF (TP-CANT-1 (WK-PGM-IDX) NOT LESS 2 AND                    00007670
               TP-CANT-2 (WK-PGM-IDX) NOT LESS 2 AND                    00007680
               WK-TENDENCIA NOT LESS WK-UMBRAL-TEND)                    00007690
               ADD 1 TO WK-CONT-CRECE                                   00007700
               MOVE 'DURACION CRECIENTE' TO LD-NOTA                     00007710
           END-IF.                                                      00007720
       340-COPIA-DURACION.                                              00007730
      *******************                                               00007740
           MOVE TP-DUR (WK-PGM-IDX, WK-ORD-I) TO WK-ORD-VAL (WK-ORD-I). 00007750
       345-COPIA-FIN.                                                   00007760
      **************                                                    00007770
           MOVE TP-FIN (WK-PGM-IDX, WK-ORD-I) TO WK-ORD-VAL (WK-ORD-I). 00007780
       370-GRABA-SUGERIDA.                                              00007790
      *******************                                               00007800
           WRITE REG-VENTSUG.                                           00007810
           IF (FS-SUG NOT EQUAL '00')                                   00007820
               DISPLAY 'ERROR AL GRABAR VENTSUG ' FS-SUG    UPON CONSOLE00007830
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00007840
               PERFORM 400-CIERRA                                       00007850
           END-IF.                                                      00007860
           ADD 1 TO WK-CONT-SUG.                                        00007870
      *---------------------------------------------------------------* 00007880
      *  SEGUNDA SECCION: SOLO LOS PROGRAMAS DE DURACION CRECIENTE,   * 00007890
      *  RECALCULADOS PARA REPETIR SU LINEA.                          * 00007900
      *---------------------------------------------------------------* 00007910
       380-LISTA-CRECIENTE.                                             00007920
      ********************                                              00007930
           IF (TP-CANT-1 (WK-PGM-IDX) NOT LESS 2 AND                    00007940
               TP-CANT-2 (WK-PGM-IDX) NOT LESS 2)                       00007950
               MOVE SPACES TO LIN-DETALLE                               00007960
               MOVE TP-PGM (WK-PGM-IDX)  TO LD-PGM                      00007970
               MOVE TP-CANT (WK-PGM-IDX) TO LD-EJEC                     00007980
               PERFORM 310-CALCULA-ESTADISTICA                          00007990
               IF (WK-TENDENCIA NOT LESS WK-UMBRAL-TEND)                00008000
                   IF (TP-CON-VENTANA (WK-PGM-IDX) EQUAL 'S')           00008010
                       MOVE TP-VEN-CARD (WK-PGM-IDX) (10 : 5)           00008020
                         TO LD-VEN-FIN                                  00008030
                       MOVE TP-VEN-CARD (WK-PGM-IDX) (16 : 3)           00008040
                         TO LD-VEN-DUR                                  00008050
                   END-IF                                               00008060
                   MOVE 'DURACION CRECIENTE' TO LD-NOTA                 00008070
                   WRITE REG-LISTADO FROM LIN-DETALLE                   00008080
               END-IF                                                   00008090
           END-IF.                                                      00008100
      *---------------------------------------------------------------* 00008110
      *  ORDENA WK-ORD-VAL (1 .. WK-ORD-CANT) DE MENOR A MAYOR POR    * 00008120
      *  INSERCION (A LO SUMO 400 VALORES POR PROGRAMA).              * 00008130
      *---------------------------------------------------------------* 00008140
       ORDENA-VALORES.                                                  00008150
      ***************                                                   00008160
           PERFORM INSERTA-VALOR                                        00008170
               VARYING WK-ORD-I FROM 2 BY 1                             00008180
               UNTIL (WK-ORD-I GREATER WK-ORD-CANT).                    00008190
       INSERTA-VALOR.                                                   00008200
      **************                                                    00008210
           MOVE WK-ORD-VAL (WK-ORD-I) TO WK-ORD-AUX.                    00008220
           MOVE WK-ORD-I TO WK-ORD-J.                                   00008230
           MOVE 'N' TO SW-ORDEN.                                        00008240
           PERFORM CORRE-VALOR UNTIL FIN-ORDEN.                         00008250
           MOVE WK-ORD-AUX TO WK-ORD-VAL (WK-ORD-J).                    00008260
       CORRE-VALOR.                                                     00008270
      ************                                                      00008280
           IF (WK-ORD-J EQUAL 1)                                        00008290
               MOVE 'S' TO SW-ORDEN                                     00008300
           ELSE                                                         00008310
               IF (WK-ORD-VAL (WK-ORD-J - 1) NOT GREATER WK-ORD-AUX)    00008320
                   MOVE 'S' TO SW-ORDEN                                 00008330
               ELSE                                                     00008340
                   MOVE WK-ORD-VAL (WK-ORD-J - 1)                       00008350
                     TO WK-ORD-VAL (WK-ORD-J)                           00008360
                   SUBTRACT 1 FROM WK-ORD-J                             00008370
               END-IF                                                   00008380
           END-IF.                                                      00008390
      *---------------------------------------------------------------* 00008400
      *  PASA WK-MINUTOS (MINUTOS DE LA NOCHE, PUEDE PASAR DE 1440) A * 00008410
      *  HORA DEL DIA HH:MM EN WK-HORA-EDIT.                          * 00008420
      *---------------------------------------------------------------* 00008430
       EDITA-HORA.                                                      00008440
      ***********                                                       00008450
           DIVIDE WK-MINUTOS BY 1440 GIVING WK-DIV                      00008460
                                     REMAINDER WK-RESTO.                00008470
           DIVIDE WK-RESTO BY 60 GIVING WK-HE-HH                        00008480
                                   REMAINDER WK-HE-MM.                  00008490
      *---------------------------------------------------------------* 00008500
      *  NUMERO DE DIA CORRELATIVO DE WK-FEC-AUX (SSAAMMDD), PARA     * 00008510
      *  COMPARAR FECHAS POR DISTANCIA EN DIAS.                       * 00008520
      *---------------------------------------------------------------* 00008530
       CALCULA-NUMERO-DIA.                                              00008540
      *******************                                               00008550
           MOVE WK-FA-ANIO TO WK-DN-ANIO.                               00008560
           IF (WK-FA-MES LESS 03)                                       00008570
               SUBTRACT 1 FROM WK-DN-ANIO                               00008580
           END-IF.                                                      00008590
           COMPUTE WK-DN = (WK-FA-ANIO * 365) + DIAS-ACUM (WK-FA-MES)   00008600
                         + WK-FA-DIA.                                   00008610
           DIVIDE WK-DN-ANIO BY 4   GIVING WK-DN-AUX.                   00008620
           ADD WK-DN-AUX TO WK-DN.                                      00008630
           DIVIDE WK-DN-ANIO BY 100 GIVING WK-DN-AUX.                   00008640
           SUBTRACT WK-DN-AUX FROM WK-DN.                               00008650
           DIVIDE WK-DN-ANIO BY 400 GIVING WK-DN-AUX.                   00008660
           ADD WK-DN-AUX TO WK-DN.                                      00008670
