************************************************************************00000010
*     * TC0278 15/10/26 RHM  CATALOGO DB2 A FECHA Y HORA      REG:13306*00000020
************************************************************************00000030
*IDAPL*CDO                                                              00000040
*OBJET******************************************************************00000050
*OBJET*** RECONSTRUYE EL CATALOGO S-CATALOG A UNA FECHA Y HORA DESDE   *00000060
*OBJET*** EL JOURNAL DE CDOBDB2C, CON DIFERENCIAS Y MODO RESTAURA      *00000070
*OBJET******************************************************************00000080
                                                                        00000090
       IDENTIFICATION DIVISION.                                         00000100
      *-----------------------*                                         00000110
       PROGRAM-ID.            CDOBDB2D.                                 00000120
       AUTHOR.                INTERBANK                                 00000130
       INSTALLATION.          INTERBANK                                 00000140
       DATE-WRITTEN.          15-OCT-26.                                00000150
       REMARKS.                                                         00000160
              -----------------------------------------------           00000170
             |            DB2 -  PROGRAM INTERFACE           |          00000180
             |            ************************           |          00000190
             |                                               |          00000200
             |   OBJETIVO :   DESHACER HACIA ATRAS, CON LAS  |          00000210
             |                IMAGENES ANTERIORES DEL        |          00000220
             |                JOURNAL S-JOURNAL, LOS CAMBIOS |          00000230
             |                DEL CATALOGO S-CATALOG         |          00000240
             |                POSTERIORES A UNA FECHA Y HORA |          00000250
             |                PARA LISTAR COMO ERA EL        |          00000260
             |                CATALOGO EN ESE MOMENTO Y SUS  |          00000270
             |                DIFERENCIAS CON EL ACTUAL; EN  |          00000280
             |                MODO RESTAURA, DEJAR EL KSDS   |          00000290
             |                COMO ESTABA, JOURNALIZANDO LA  |          00000300
             |                RESTAURACION                   |          00000310
             |   LENGUAJE :   COBOL-II                       |          00000320
             |                                               |          00000330
             |   ARCHIVOS :   I-O    CATALOGO   KSDS         |          00000340
             |                I-O    JOURNAL    LF --> 120   |          00000350
             |                OUTPUR LISTADO    LF --> 132   |          00000360
             |                                               |          00000370
              -----------------------------------------------           00000380
      *15/10/26  RHM                                                    00000390
      *VERSION INICIAL. PARM DEL JCL (POSICIONAL):                      00000400
      *  FECHA=SSAAMMDD/HORA=HHMMSS/             LISTA Y COMPARA        00000410
      *  FECHA=SSAAMMDD/HORA=HHMMSS/RESTAURA=Y/  ADEMAS RESTAURA        00000420
      *SE CARGA EL CATALOGO ACTUAL Y SE APLICAN, DE LA MAS NUEVA A LA   00000430
      *MAS VIEJA, LAS IMAGENES ANTERIORES DE LAS ENTRADAS DEL JOURNAL   00000440
      *CON FECHA Y HORA POSTERIOR A LA PEDIDA (UN CAMBIO CON LA MISMA   00000450
      *FECHA Y HORA SE CONSIDERA YA HECHO). UNA ALTA ('A') SE DESHACE   00000460
      *ELIMINANDO EL PROGRAMA; M, L Y B REPONEN LA IMAGEN ANTERIOR.     00000470
      *LA RESTAURACION GRABA SUS PROPIAS ENTRADAS EN EL JOURNAL, CON    00000480
      *LA IMAGEN ANTERIOR A RESTAURAR, PARA PODER DESHACERLA TAMBIEN:   00000490
      *  C = RESTAURA CREANDO EL PROGRAMA (SE DESHACE COMO UNA ALTA)    00000500
      *  R = RESTAURA REGRABANDO EL PROGRAMA                            00000510
      *  E = RESTAURA ELIMINANDO EL PROGRAMA                            00000520
      *RC 10 PARM INCORRECTO, RC 12 TABLA INTERNA LLENA (NO SE TOCA EL  00000530
      *KSDS), RC 04 SI ALGUNA RESTAURACION FALLO                        00000540
                                                                        00000550
       ENVIRONMENT DIVISION.                                            00000560
      *--------------------*                                            00000570
       CONFIGURATION SECTION.                                           00000580
      *--------------------*                                            00000590
       SOURCE-COMPUTER. IBM-4341.                                       00000600
       OBJECT-COMPUTER. IBM-4341.                                       00000610
       INPUT-OUTPUT SECTION.                                            00000620
      *--------------------*                                            00000630
       FILE-CONTROL.                                                    00000640
      *------------*                                                    00000650
           SELECT  CATALOGO      ASSIGN   TO  S-CATALOG                 00000660
                                 ORGANIZATION  INDEXED                  00000670
                                 ACCESS MODE   DYNAMIC                  00000680
                                 RECORD KEY    CAT-PROGRAMA             00000690
                                 FILE STATUS   FS-CAT.                  00000700
           SELECT  JOURNAL       ASSIGN   TO  S-JOURNAL                 00000710
                                 FILE STATUS   FS-JRN.                  00000720
           SELECT  LISTADO       ASSIGN   TO  S-LISTADO                 00000730
                                 FILE STATUS   FS-LIS.                  00000740
       DATA DIVISION.                                                   00000750
      *-------------*                                                   00000760
       FILE SECTION.                                                    00000770
      *------------*                                                    00000780
       FD  CATALOGO                                                     00000790
           LABEL  RECORDS   IS  STANDARD.                               00000800
           COPY CDOBCAT.                                                00000810
       FD  JOURNAL                                                      00000820
           LABEL  RECORDS   IS  STANDARD                                00000830
           BLOCK  CONTAINS   0  RECORDS                                 00000840
           RECORD CONTAINS 120  CHARACTERS.                             00000850
       01  REG-JOURNAL.                                                 00000860
           02 JRN-FECHA     PIC X(08).                                  00000870
           02 JRN-HORA      PIC X(06).                                  00000880
      *    A/M/L/B DE CDOBDB2C; C/R/E DE LAS RESTAURACIONES             00000890
           02 JRN-ACCION    PIC X(01).                                  00000900
           02 JRN-IMAGEN    PIC X(100).                                 00000910
           02 FILLER        PIC X(05).                                  00000920
       FD  LISTADO                                                      00000930
           LABEL  RECORDS   IS  STANDARD                                00000940
           BLOCK  CONTAINS   0  RECORDS                                 00000950
           RECORD CONTAINS 132  CHARACTERS.                             00000960
       01  REG-LISTADO      PIC X(132).                                 00000970
       WORKING-STORAGE SECTION.                                         00000980
      *-----------------------*                                         00000990
       01  VARIABLES.                                                   00001000
           02 FS-CAT        PIC  X(02)   VALUE SPACES.                  00001010
           02 FS-JRN        PIC  X(02)   VALUE SPACES.                  00001020
           02 FS-LIS        PIC  X(02)   VALUE SPACES.                  00001030
           02 SW-EOF-CAT    PIC  X(01)   VALUE 'N'.                     00001040
              88 EOF-CATALOGO            VALUE 'S'.                     00001050
           02 SW-EOF-JRN    PIC  X(01)   VALUE 'N'.                     00001060
              88 EOF-JOURNAL             VALUE 'S'.                     00001070
           02 SW-RESTAURA   PIC  X(01)   VALUE 'N'.                     00001080
              88 MODO-RESTAURA           VALUE 'S'.                     00001090
           02 SW-CUBIERTO   PIC  X(01)   VALUE 'N'.                     00001100
              88 JOURNAL-CUBRE           VALUE 'S'.                     00001110
           02 WK-PUNTO      PIC  X(14)   VALUE SPACES.                  00001120
           02 WK-MOMENTO    PIC  X(14)   VALUE SPACES.                  00001130
           02 WK-FEC-SIST   PIC  X(08)   VALUE SPACES.                  00001140
           02 WK-HOR-SIST   PIC  X(08)   VALUE SPACES.                  00001150
           02 WK-IMAGEN-ANT PIC  X(100)  VALUE SPACES.                  00001160
           02 WK-ACCION-JRN PIC  X(01)   VALUE SPACES.                  00001170
           02 WK-CONT-JRN   PIC  9(05)   VALUE ZEROS.                   00001180
           02 WK-CONT-ASOF  PIC  9(05)   VALUE ZEROS.                   00001190
           02 WK-CONT-DIF   PIC  9(05)   VALUE ZEROS.                   00001200
           02 WK-CONT-REST  PIC  9(05)   VALUE ZEROS.                   00001210
           02 WK-CONT-FALLA PIC  9(05)   VALUE ZEROS.                   00001220
           02 WK-CAT-IDX    PIC  9(04)   VALUE ZEROS  COMP.             00001230
           02 WK-CAT-J      PIC  9(04)   VALUE ZEROS  COMP.             00001240
           02 WK-CAT-POS    PIC  9(04)   VALUE ZEROS  COMP.             00001250
           02 WK-JRN-IDX    PIC  9(04)   VALUE ZEROS  COMP.             00001260
           02 WK-PGM-BUSCA  PIC  X(08)   VALUE SPACES.                  00001270
      *---------------------------------------------------------------* 00001280
      *  FECHA Y HORA PEDIDAS, EDITADAS PARA EL ENCABEZADO            * 00001290
      *---------------------------------------------------------------* 00001300
       01  WK-PUNTO-EDIT.                                               00001310
           02 WK-PE-DIA     PIC  X(02).                                 00001320
           02 FILLER        PIC  X(01)   VALUE '/'.                     00001330
           02 WK-PE-MES     PIC  X(02).                                 00001340
           02 FILLER        PIC  X(01)   VALUE '/'.                     00001350
           02 WK-PE-ANIO    PIC  X(04).                                 00001360
           02 FILLER        PIC  X(01)   VALUE SPACES.                  00001370
           02 WK-PE-HH      PIC  X(02).                                 00001380
           02 FILLER        PIC  X(01)   VALUE ':'.                     00001390
           02 WK-PE-MM      PIC  X(02).                                 00001400
           02 FILLER        PIC  X(01)   VALUE ':'.                     00001410
           02 WK-PE-SS      PIC  X(02).                                 00001420
      *---------------------------------------------------------------* 00001430
      *  CATALOGO EN MEMORIA, ORDENADO POR PROGRAMA: IMAGEN ACTUAL Y  * 00001440
      *  IMAGEN A LA FECHA Y HORA PEDIDA (TC-EXISTE-ACT/ANT EN 'S' SI * 00001450
      *  EL PROGRAMA EXISTE EN ESE MOMENTO)                           * 00001460
      *---------------------------------------------------------------* 00001470
       01  TABLA-CATALOGO.                                              00001480
           02 WK-CAT-CANT   PIC  9(04)   VALUE ZEROS  COMP.             00001490
           02 TABLA-CAT-ENTRADA OCCURS 1000 TIMES.                      00001500
              03 TC-PGM         PIC X(08).                              00001510
              03 TC-EXISTE-ACT  PIC X(01).                              00001520
              03 TC-EXISTE-ANT  PIC X(01).                              00001530
              03 TC-IMAGEN-ACT  PIC X(100).                             00001540
              03 TC-IMAGEN-ANT  PIC X(100).                             00001550
      *---------------------------------------------------------------* 00001560
      *  ENTRADAS DEL JOURNAL POSTERIORES A LA FECHA Y HORA PEDIDA, EN* 00001570
      *  EL ORDEN DEL ARCHIVO; SE APLICAN DE LA ULTIMA A LA PRIMERA   * 00001580
      *---------------------------------------------------------------* 00001590
       01  TABLA-JOURNAL.                                               00001600
           02 WK-JRN-CANT   PIC  9(04)   VALUE ZEROS  COMP.             00001610
           02 TABLA-JRN-ENTRADA OCCURS 5000 TIMES.                      00001620
              03 TJ-ACCION      PIC X(01).                              00001630
              03 TJ-IMAGEN      PIC X(100).                             00001640
      ******************************************************************00001650
      *              D E T A L L E      D E     S A L I D A            *00001660
      ******************************************************************00001670
       01  LIN-ENCABEZADO.                                              00001680
           02 FILLER  PIC X(38) VALUE                                   00001690
              'CDOBDB2D - CATALOGO S-CATALOG AL DIA '.                  00001700
           02 LE-PUNTO PIC X(19).                                       00001710
           02 FILLER  PIC X(02) VALUE SPACES.                           00001720
           02 LE-MODO PIC X(30).                                        00001730
       01  LIN-AVISO.                                                   00001740
           02 FILLER  PIC X(55) VALUE                                   00001750
              '*** EL JOURNAL NO TIENE ENTRADAS ANTERIORES A ESA FECHA'.00001760
           02 FILLER  PIC X(40) VALUE                                   00001770
              ' Y HORA: VERIFICAR QUE ESTE COMPLETO ***'.               00001780
       01  LIN-SECCION-1.                                               00001790
           02 FILLER  PIC X(40) VALUE                                   00001800
              'CATALOGO A LA FECHA Y HORA PEDIDA'.                      00001810
       01  LIN-SECCION-2.                                               00001820
           02 FILLER  PIC X(40) VALUE                                   00001830
              'DIFERENCIAS CONTRA EL CATALOGO ACTUAL'.                  00001840
       01  LIN-COLUMNAS.                                                00001850
           02 FILLER  PIC X(10) VALUE 'PROGRAMA'.                       00001860
           02 FILLER  PIC X(25) VALUE 'PLANES'.                         00001870
           02 FILLER  PIC X(16) VALUE 'SUBSISTEMAS'.                    00001880
           02 FILLER  PIC X(40) VALUE 'LIBRERIA'.                       00001890
       01  LIN-IMAGEN.                                                  00001900
           02 LI-ETIQUETA   PIC X(10).                                  00001910
           02 LI-PLAN-1     PIC X(07).                                  00001920
           02 FILLER        PIC X(01) VALUE SPACES.                     00001930
           02 LI-PLAN-2     PIC X(07).                                  00001940
           02 FILLER        PIC X(01) VALUE SPACES.                     00001950
           02 LI-PLAN-3     PIC X(07).                                  00001960
           02 FILLER        PIC X(02) VALUE SPACES.                     00001970
           02 LI-SUBSYS-1   PIC X(04).                                  00001980
           02 FILLER        PIC X(01) VALUE SPACES.                     00001990
           02 LI-SUBSYS-2   PIC X(04).                                  00002000
           02 FILLER        PIC X(01) VALUE SPACES.                     00002010
           02 LI-SUBSYS-3   PIC X(04).                                  00002020
           02 FILLER        PIC X(02) VALUE SPACES.                     00002030
           02 LI-LIBRERIA   PIC X(40).                                  00002040
       01  LIN-DIFERENCIA.                                              00002050
           02 LF-PGM        PIC X(08).                                  00002060
           02 FILLER        PIC X(02) VALUE SPACES.                     00002070
           02 LF-MENSAJE    PIC X(40).                                  00002080
           02 FILLER        PIC X(02) VALUE SPACES.                     00002090
           02 LF-RESULTADO  PIC X(40).                                  00002100
       01  LIN-NINGUNA.                                                 00002110
           02 FILLER        PIC X(10) VALUE '(NINGUNA)'.                00002120
       01  LIN-TOTALES-1.                                               00002130
           02 FILLER        PIC X(26)                                   00002140
                            VALUE 'CAMBIOS DESHECHOS       : '.         00002150
           02 LT-JRN        PIC ZZZZ9.                                  00002160
       01  LIN-TOTALES-2.                                               00002170
           02 FILLER        PIC X(26)                                   00002180
                            VALUE 'PROGRAMAS A LA FECHA    : '.         00002190
           02 LT-ASOF       PIC ZZZZ9.                                  00002200
       01  LIN-TOTALES-3.                                               00002210
           02 FILLER        PIC X(26)                                   00002220
                            VALUE 'PROGRAMAS CON DIFERENCIA: '.         00002230
           02 LT-DIF        PIC ZZZZ9.                                  00002240
       01  LIN-TOTALES-4.                                               00002250
           02 FILLER        PIC X(26)                                   00002260
                            VALUE 'PROGRAMAS RESTAURADOS   : '.         00002270
           02 LT-REST       PIC ZZZZ9.                                  00002280
       01  LIN-TOTALES-5.                                               00002290
           02 FILLER        PIC X(26)                                   00002300
                            VALUE 'RESTAURACIONES FALLIDAS : '.         00002310
           02 LT-FALLA      PIC ZZZZ9.                                  00002320
       01  LIN-BLANCO       PIC X(132) VALUE SPACES.                    00002330
      *---------------------------------------------------------------* 00002340
      *                   DB2 -  PROGRAM INTERFACE                    * 00002350
      *   FECHA, HORA Y MODO          PARA LINKAGE SECTION            * 00002360
      *---------------------------------------------------------------* 00002370
       LINKAGE SECTION.                                                 00002380
      *---------------*                                                 00002390
       01  LK-PARM.                                                     00002400
           02  LL-PARM             PIC S9(4) COMP.                      00002410
           02  LK-BYTE             PIC X(40).                           00002420
      *----------------------------------------------------------------*00002430
       PROCEDURE DIVISION USING LK-PARM.                                00002440
      *******************                                               00002450
                                                                        00002460
       RUTINA-PRINCIPAL.                                                00002470
      *----------------*                                                00002480
           MOVE 16  TO RETURN-CODE.                                     00002490
           PERFORM 110-VALIDA-PARM.                                     00002500
           PERFORM 100-ABRE.                                            00002510
           PERFORM 200-DESHACE                                          00002520
               VARYING WK-JRN-IDX FROM WK-JRN-CANT BY -1                00002530
               UNTIL (WK-JRN-IDX LESS 1).                               00002540
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00002550
           WRITE REG-LISTADO FROM LIN-SECCION-1.                        00002560
           WRITE REG-LISTADO FROM LIN-COLUMNAS.                         00002570
           PERFORM 300-LISTA-CATALOGO                                   00002580
               VARYING WK-CAT-IDX FROM 1 BY 1                           00002590
               UNTIL (WK-CAT-IDX GREATER WK-CAT-CANT).                  00002600
           IF (WK-CONT-ASOF EQUAL ZEROS)                                00002610
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00002620
           END-IF.                                                      00002630
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00002640
           WRITE REG-LISTADO FROM LIN-SECCION-2.                        00002650
           IF (MODO-RESTAURA)                                           00002660
               PERFORM 140-ABRE-RESTAURA                                00002670
           END-IF.                                                      00002680
           PERFORM 320-COMPARA THRU 320-COMPARA-FIN                     00002690
               VARYING WK-CAT-IDX FROM 1 BY 1                           00002700
               UNTIL (WK-CAT-IDX GREATER WK-CAT-CANT).                  00002710
           IF (WK-CONT-DIF EQUAL ZEROS)                                 00002720
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00002730
           END-IF.                                                      00002740
           IF (WK-CONT-FALLA GREATER ZEROS)                             00002750
               MOVE 04 TO RETURN-CODE                                   00002760
           ELSE                                                         00002770
               MOVE 00 TO RETURN-CODE                                   00002780
           END-IF.                                                      00002790
           PERFORM 400-CIERRA.                                          00002800
                                                                        00002810
      ***************                                                   00002820
      *  PRIMER NIVEL                                                   00002830
      ****************                                                  00002840
                                                                        00002850
       100-ABRE.                                                        00002860
      *********                                                         00002870
           DISPLAY 'INICIO DE CDOBDB2D'                    UPON CONSOLE.00002880
           DISPLAY '******************'                    UPON CONSOLE.00002890
           OPEN INPUT CATALOGO.                                         00002900
           IF (FS-CAT NOT EQUAL '00')                                   00002910
               DISPLAY 'ERROR AL OPEN CATALOGO ' FS-CAT     UPON CONSOLE00002920
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00002930
               PERFORM 400-CIERRA                                       00002940
           END-IF.                                                      00002950
           OPEN INPUT JOURNAL.                                          00002960
           IF (FS-JRN NOT EQUAL '00')                                   00002970
               DISPLAY 'ERROR AL OPEN JOURNAL ' FS-JRN      UPON CONSOLE00002980
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00002990
               PERFORM 400-CIERRA                                       00003000
           END-IF.                                                      00003010
           OPEN OUTPUT LISTADO.                                         00003020
           IF (FS-LIS NOT EQUAL '00')                                   00003030
               DISPLAY 'ERROR AL OPEN LISTADO ' FS-LIS      UPON CONSOLE00003040
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003050
               PERFORM 400-CIERRA                                       00003060
           END-IF.                                                      00003070
           MOVE WK-PUNTO-EDIT TO LE-PUNTO.                              00003080
           IF (MODO-RESTAURA)                                           00003090
               MOVE 'MODO RESTAURA' TO LE-MODO                          00003100
           ELSE                                                         00003110
               MOVE 'MODO CONSULTA' TO LE-MODO                          00003120
           END-IF.                                                      00003130
           WRITE REG-LISTADO FROM LIN-ENCABEZADO.                       00003140
           PERFORM 120-CARGA-CATALOGO.                                  00003150
           PERFORM 130-CARGA-JOURNAL.                                   00003160
           IF (NOT JOURNAL-CUBRE)                                       00003170
               WRITE REG-LISTADO FROM LIN-AVISO                         00003180
           END-IF.                                                      00003190
      *---------------------------------------------------------------* 00003200
      *  VALIDA EL PARM FECHA=SSAAMMDD/HORA=HHMMSS/[RESTAURA=Y/]      * 00003210
      *  (POSICIONAL)                                                 * 00003220
      *---------------------------------------------------------------* 00003230
       110-VALIDA-PARM.                                                 00003240
      ****************                                                  00003250
           IF (LK-BYTE (1 : 6)   NOT EQUAL 'FECHA='  OR                 00003260
               LK-BYTE (15 : 1)  NOT EQUAL '/'       OR                 00003270
               LK-BYTE (16 : 5)  NOT EQUAL 'HORA='   OR                 00003280
               LK-BYTE (27 : 1)  NOT EQUAL '/'       OR                 00003290
               LK-BYTE (7 : 8)   NOT NUMERIC         OR                 00003300
               LK-BYTE (21 : 6)  NOT NUMERIC)                           00003310
               DISPLAY 'PARAMETRO FECHA/HORA INCORRECTO'    UPON CONSOLE00003320
               DISPLAY 'DEBE SER FECHA=SSAAMMDD/HORA=HHMMSS/'           00003330
                                                            UPON CONSOLE00003340
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003350
               MOVE 10 TO RETURN-CODE                                   00003360
               PERFORM 400-CIERRA                                       00003370
           END-IF.                                                      00003380
           IF (LK-BYTE (28 : 11) EQUAL 'RESTAURA=Y/')                   00003390
               MOVE 'S' TO SW-RESTAURA                                  00003400
           ELSE                                                         00003410
               IF (LK-BYTE (28 : 13) NOT EQUAL SPACES)                  00003420
                   DISPLAY 'PARAMETRO MODO INCORRECTO'      UPON CONSOLE00003430
                   DISPLAY 'SOLO SE ADMITE RESTAURA=Y/'     UPON CONSOLE00003440
                   DISPLAY 'CANCELA PROCESO ...'            UPON CONSOLE00003450
                   MOVE 10 TO RETURN-CODE                               00003460
                   PERFORM 400-CIERRA                                   00003470
               END-IF                                                   00003480
           END-IF.                                                      00003490
           MOVE LK-BYTE (7 : 8)  TO WK-PUNTO (1 : 8).                   00003500
           MOVE LK-BYTE (21 : 6) TO WK-PUNTO (9 : 6).                   00003510
           MOVE WK-PUNTO (7 : 2)  TO WK-PE-DIA.                         00003520
           MOVE WK-PUNTO (5 : 2)  TO WK-PE-MES.                         00003530
           MOVE WK-PUNTO (1 : 4)  TO WK-PE-ANIO.                        00003540
           MOVE WK-PUNTO (9 : 2)  TO WK-PE-HH.                          00003550
           MOVE WK-PUNTO (11 : 2) TO WK-PE-MM.                          00003560
           MOVE WK-PUNTO (13 : 2) TO WK-PE-SS.                          00003570
      *---------------------------------------------------------------* 00003580
      *  CARGA EL CATALOGO ACTUAL (EN ORDEN DE CLAVE). AL COMIENZO LA * 00003590
      *  IMAGEN A LA FECHA ES LA ACTUAL; 200-DESHACE LA RETROCEDE.    * 00003600
      *---------------------------------------------------------------* 00003610
       120-CARGA-CATALOGO.                                              00003620
      *******************                                               00003630
           PERFORM 125-LEE-CATALOGO.                                    00003640
           PERFORM 127-GUARDA-CATALOGO UNTIL EOF-CATALOGO.              00003650
       125-LEE-CATALOGO.                                                00003660
      *****************                                                 00003670
           READ CATALOGO NEXT RECORD                                    00003680
               AT END                                                   00003690
                   MOVE 'S' TO SW-EOF-CAT                               00003700
           END-READ.                                                    00003710
       127-GUARDA-CATALOGO.                                             00003720
      ********************                                              00003730
           IF (WK-CAT-CANT NOT LESS 1000)                               00003740
               PERFORM 395-TABLA-LLENA                                  00003750
           END-IF.                                                      00003760
           ADD 1 TO WK-CAT-CANT.                                        00003770
           MOVE CAT-PROGRAMA TO TC-PGM        (WK-CAT-CANT).            00003780
           MOVE 'S'          TO TC-EXISTE-ACT (WK-CAT-CANT).            00003790
           MOVE 'S'          TO TC-EXISTE-ANT (WK-CAT-CANT).            00003800
           MOVE REG-CATALOGO TO TC-IMAGEN-ACT (WK-CAT-CANT).            00003810
           MOVE REG-CATALOGO TO TC-IMAGEN-ANT (WK-CAT-CANT).            00003820
           PERFORM 125-LEE-CATALOGO.                                    00003830
      *---------------------------------------------------------------* 00003840
      *  GUARDA LAS ENTRADAS DEL JOURNAL POSTERIORES A LA FECHA Y HORA* 00003850
      *  PEDIDA. SI NINGUNA ES ANTERIOR O IGUAL, EL JOURNAL PUEDE NO  * 00003860
      *  CUBRIR ESE MOMENTO (SE AVISA EN EL LISTADO).                 * 00003870
      *---------------------------------------------------------------* 00003880
       130-CARGA-JOURNAL.                                               00003890
      ******************                                                00003900
           PERFORM 135-LEE-JOURNAL.                                     00003910
           PERFORM 137-GUARDA-JOURNAL UNTIL EOF-JOURNAL.                00003920
           CLOSE JOURNAL.                                               00003930
       135-LEE-JOURNAL.                                                 00003940
      ****************                                                  00003950
           READ JOURNAL                                                 00003960
               AT END                                                   00003970
                   MOVE 'S' TO SW-EOF-JRN                               00003980
           END-READ.                                                    00003990
       137-GUARDA-JOURNAL.                                              00004000
      *******************                                               00004010
           MOVE JRN-FECHA TO WK-MOMENTO (1 : 8).                        00004020
           MOVE JRN-HORA  TO WK-MOMENTO (9 : 6).                        00004030
           IF (WK-MOMENTO NOT GREATER WK-PUNTO)                         00004040
               MOVE 'S' TO SW-CUBIERTO                                  00004050
           ELSE                                                         00004060
               IF (WK-JRN-CANT NOT LESS 5000)                           00004070
                   PERFORM 395-TABLA-LLENA                              00004080
               END-IF                                                   00004090
               ADD 1 TO WK-JRN-CANT                                     00004100
               MOVE JRN-ACCION TO TJ-ACCION (WK-JRN-CANT)               00004110
               MOVE JRN-IMAGEN TO TJ-IMAGEN (WK-JRN-CANT)               00004120
           END-IF.                                                      00004130
           PERFORM 135-LEE-JOURNAL.                                     00004140
      *---------------------------------------------------------------* 00004150
      *  EN MODO RESTAURA SE REABRE EL CATALOGO PARA ACTUALIZAR Y EL  * 00004160
      *  JOURNAL PARA AGREGAR LAS ENTRADAS DE LA RESTAURACION.        * 00004170
      *---------------------------------------------------------------* 00004180
       140-ABRE-RESTAURA.                                               00004190
      ******************                                                00004200
           CLOSE CATALOGO.                                              00004210
           OPEN I-O CATALOGO.                                           00004220
           IF (FS-CAT NOT EQUAL '00')                                   00004230
               DISPLAY 'ERROR AL OPEN I-O CATALOGO ' FS-CAT UPON CONSOLE00004240
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004250
               PERFORM 400-CIERRA                                       00004260
           END-IF.                                                      00004270
           OPEN EXTEND JOURNAL.                                         00004280
           IF (FS-JRN NOT EQUAL '00')                                   00004290
               DISPLAY 'ERROR AL OPEN JOURNAL ' FS-JRN      UPON CONSOLE00004300
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004310
               PERFORM 400-CIERRA                                       00004320
           END-IF.                                                      00004330
      *---------------------------------------------------------------* 00004340
      *  DESHACE UNA ENTRADA DEL JOURNAL SOBRE LA IMAGEN A LA FECHA:  * 00004350
      *  ALTA (A) O RESTAURACION QUE CREO (C): EL PROGRAMA NO EXISTIA.* 00004360
      *  CUALQUIER OTRA: EL PROGRAMA TENIA LA IMAGEN ANTERIOR GRABADA.* 00004370
      *---------------------------------------------------------------* 00004380
       200-DESHACE.                                                     00004390
      ************                                                      00004400
           ADD 1 TO WK-CONT-JRN.                                        00004410
           MOVE TJ-IMAGEN (WK-JRN-IDX) (1 : 8) TO WK-PGM-BUSCA.         00004420
           PERFORM 250-UBICA-PROGRAMA.                                  00004430
           IF (TJ-ACCION (WK-JRN-IDX) EQUAL 'A' OR                      00004440
               TJ-ACCION (WK-JRN-IDX) EQUAL 'C')                        00004450
               MOVE 'N'    TO TC-EXISTE-ANT (WK-CAT-POS)                00004460
               MOVE SPACES TO TC-IMAGEN-ANT (WK-CAT-POS)                00004470
           ELSE                                                         00004480
               MOVE 'S'    TO TC-EXISTE-ANT (WK-CAT-POS)                00004490
               MOVE TJ-IMAGEN (WK-JRN-IDX) TO TC-IMAGEN-ANT (WK-CAT-POS)00004500
           END-IF.                                                      00004510
                                                                        00004520
       400-CIERRA.                                                      00004530
      ***********                                                       00004540
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00004550
           MOVE WK-CONT-JRN   TO LT-JRN.                                00004560
           WRITE REG-LISTADO FROM LIN-TOTALES-1.                        00004570
           MOVE WK-CONT-ASOF  TO LT-ASOF.                               00004580
           WRITE REG-LISTADO FROM LIN-TOTALES-2.                        00004590
           MOVE WK-CONT-DIF   TO LT-DIF.                                00004600
           WRITE REG-LISTADO FROM LIN-TOTALES-3.                        00004610
           IF (MODO-RESTAURA)                                           00004620
               MOVE WK-CONT-REST  TO LT-REST                            00004630
               WRITE REG-LISTADO FROM LIN-TOTALES-4                     00004640
               MOVE WK-CONT-FALLA TO LT-FALLA                           00004650
               WRITE REG-LISTADO FROM LIN-TOTALES-5                     00004660
           END-IF.                                                      00004670
           CLOSE CATALOGO.                                              00004680
           CLOSE JOURNAL.                                               00004690
           CLOSE LISTADO.                                               00004700
           DISPLAY 'PROGRAMAS CON DIFERENCIA : ' WK-CONT-DIF            00004710
                                                           UPON CONSOLE.00004720
           DISPLAY 'FIN DE CDOBDB2D'                       UPON CONSOLE.00004730
           DISPLAY '***************'                       UPON CONSOLE.00004740
           STOP RUN.                                                    00004750
                                                                        00004760
      ****************                                                  00004770
      * SEGUNDO NIVEL                                                   00004780
      ****************                                                  00004790
                                                                        00004800
      *---------------------------------------------------------------* 00004810
      *  UBICA WK-PGM-BUSCA EN LA TABLA (ORDENADA) Y DEJA SU POSICION * 00004820
      *  EN WK-CAT-POS. UN PROGRAMA QUE YA NO EXISTE EN EL CATALOGO   * 00004830
      *  ACTUAL SE INSERTA EN SU LUGAR, CORRIENDO LOS SIGUIENTES.     * 00004840
      *---------------------------------------------------------------* 00004850
       250-UBICA-PROGRAMA.                                              00004860
      *******************                                               00004870
           MOVE 1 TO WK-CAT-POS.                                        00004880
           PERFORM 255-AVANZA-POSICION                                  00004890
               UNTIL (WK-CAT-POS GREATER WK-CAT-CANT OR                 00004900
                      TC-PGM (WK-CAT-POS) NOT LESS WK-PGM-BUSCA).       00004910
           IF (WK-CAT-POS GREATER WK-CAT-CANT OR                        00004920
               TC-PGM (WK-CAT-POS) NOT EQUAL WK-PGM-BUSCA)              00004930
               IF (WK-CAT-CANT NOT LESS 1000)                           00004940
                   PERFORM 395-TABLA-LLENA                              00004950
               END-IF                                                   00004960
               PERFORM 257-CORRE-ENTRADA                                00004970
                   VARYING WK-CAT-J FROM WK-CAT-CANT BY -1              00004980
                   UNTIL (WK-CAT-J LESS WK-CAT-POS)                     00004990
               ADD 1 TO WK-CAT-CANT                                     00005000
               MOVE WK-PGM-BUSCA TO TC-PGM        (WK-CAT-POS)          00005010
               MOVE 'N'          TO TC-EXISTE-ACT (WK-CAT-POS)          00005020
               MOVE 'N'          TO TC-EXISTE-ANT (WK-CAT-POS)          00005030
               MOVE SPACES       TO TC-IMAGEN-ACT (WK-CAT-POS)          00005040
               MOVE SPACES       TO TC-IMAGEN-ANT (WK-CAT-POS)          00005050
           END-IF.                                                      00005060
       255-AVANZA-POSICION.                                             00005070
      ********************                                              00005080
           ADD 1 TO WK-CAT-POS.                                         00005090
       257-CORRE-ENTRADA.                                               00005100
      ******************                                                00005110
           MOVE TABLA-CAT-ENTRADA (WK-CAT-J)                            00005120
             TO TABLA-CAT-ENTRADA (WK-CAT-J + 1).                       00005130
      *---------------------------------------------------------------* 00005140
      *  LISTA UN PROGRAMA TAL COMO ESTABA A LA FECHA Y HORA PEDIDA.  * 00005150
      *---------------------------------------------------------------* 00005160
       300-LISTA-CATALOGO.                                              00005170
      *******************                                               00005180
           IF (TC-EXISTE-ANT (WK-CAT-IDX) EQUAL 'S')                    00005190
               ADD 1 TO WK-CONT-ASOF                                    00005200
               MOVE TC-IMAGEN-ANT (WK-CAT-IDX) TO WK-IMAGEN-ANT         00005210
               MOVE TC-PGM (WK-CAT-IDX) TO LI-ETIQUETA                  00005220
               PERFORM 360-ARMA-IMAGEN                                  00005230
               WRITE REG-LISTADO FROM LIN-IMAGEN                        00005240
           END-IF.                                                      00005250
      *---------------------------------------------------------------* 00005260
      *  COMPARA LA IMAGEN A LA FECHA CONTRA LA ACTUAL Y LISTA LA     * 00005270
      *  DIFERENCIA CON AMBAS IMAGENES; EN MODO RESTAURA LA APLICA.   * 00005280
      *---------------------------------------------------------------* 00005290
       320-COMPARA.                                                     00005300
      ************                                                      00005310
           IF (TC-EXISTE-ANT (WK-CAT-IDX) EQUAL                         00005320
               TC-EXISTE-ACT (WK-CAT-IDX) AND                           00005330
               TC-IMAGEN-ANT (WK-CAT-IDX) EQUAL                         00005340
               TC-IMAGEN-ACT (WK-CAT-IDX))                              00005350
               GO TO 320-COMPARA-FIN                                    00005360
           END-IF.                                                      00005370
           ADD 1 TO WK-CONT-DIF.                                        00005380
           MOVE SPACES TO LIN-DIFERENCIA.                               00005390
           MOVE TC-PGM (WK-CAT-IDX) TO LF-PGM.                          00005400
           IF (TC-EXISTE-ANT (WK-CAT-IDX) EQUAL 'N')                    00005410
               MOVE 'NO EXISTIA: DADO DE ALTA DESPUES' TO LF-MENSAJE    00005420
           ELSE                                                         00005430
               IF (TC-EXISTE-ACT (WK-CAT-IDX) EQUAL 'N')                00005440
                   MOVE 'EXISTIA: DADO DE BAJA DESPUES' TO LF-MENSAJE   00005450
               ELSE                                                     00005460
                   MOVE 'MODIFICADO DESPUES' TO LF-MENSAJE              00005470
               END-IF                                                   00005480
           END-IF.                                                      00005490
           IF (MODO-RESTAURA)                                           00005500
               PERFORM 330-RESTAURA                                     00005510
           END-IF.                                                      00005520
           WRITE REG-LISTADO FROM LIN-DIFERENCIA.                       00005530
           IF (TC-EXISTE-ANT (WK-CAT-IDX) EQUAL 'S')                    00005540
               MOVE TC-IMAGEN-ANT (WK-CAT-IDX) TO WK-IMAGEN-ANT         00005550
               MOVE 'A FECHA : ' TO LI-ETIQUETA                         00005560
               PERFORM 360-ARMA-IMAGEN                                  00005570
               WRITE REG-LISTADO FROM LIN-IMAGEN                        00005580
           END-IF.                                                      00005590
           IF (TC-EXISTE-ACT (WK-CAT-IDX) EQUAL 'S')                    00005600
               MOVE TC-IMAGEN-ACT (WK-CAT-IDX) TO WK-IMAGEN-ANT         00005610
               MOVE 'ACTUAL  : ' TO LI-ETIQUETA                         00005620
               PERFORM 360-ARMA-IMAGEN                                  00005630
               WRITE REG-LISTADO FROM LIN-IMAGEN                        00005640
           END-IF.                                                      00005650
       320-COMPARA-FIN.                                                 00005660
      ****************                                                  00005670
           EXIT.                                                        00005680
      *---------------------------------------------------------------* 00005690
      *  DEJA EL PROGRAMA EN EL KSDS COMO ESTABA A LA FECHA Y GRABA EN* 00005700
      *  EL JOURNAL LA IMAGEN QUE SE REEMPLAZA (LA ACTUAL).           * 00005710
      *---------------------------------------------------------------* 00005720
       330-RESTAURA.                                                    00005730
      *************                                                     00005740
           MOVE TC-IMAGEN-ACT (WK-CAT-IDX) TO WK-IMAGEN-ANT.            00005750
           IF (TC-EXISTE-ANT (WK-CAT-IDX) EQUAL 'N')                    00005760
               MOVE TC-PGM (WK-CAT-IDX) TO CAT-PROGRAMA                 00005770
               DELETE CATALOGO RECORD                                   00005780
                   INVALID KEY                                          00005790
                       MOVE 'FALLO: ERROR AL ELIMINAR' TO LF-RESULTADO  00005800
                   NOT INVALID KEY                                      00005810
                       MOVE 'RESTAURADO: ELIMINADO' TO LF-RESULTADO     00005820
                       MOVE 'E' TO WK-ACCION-JRN                        00005830
                       PERFORM 340-GRABA-JOURNAL                        00005840
               END-DELETE                                               00005850
           ELSE                                                         00005860
               MOVE TC-IMAGEN-ANT (WK-CAT-IDX) TO REG-CATALOGO          00005870
               IF (TC-EXISTE-ACT (WK-CAT-IDX) EQUAL 'N')                00005880
                   WRITE REG-CATALOGO                                   00005890
                       INVALID KEY                                      00005900
                           MOVE 'FALLO: ERROR AL GRABAR' TO LF-RESULTADO00005910
                       NOT INVALID KEY                                  00005920
                           MOVE 'RESTAURADO: CREADO' TO LF-RESULTADO    00005930
                           MOVE 'C' TO WK-ACCION-JRN                    00005940
                           PERFORM 340-GRABA-JOURNAL                    00005950
                   END-WRITE                                            00005960
               ELSE                                                     00005970
                   REWRITE REG-CATALOGO                                 00005980
                       INVALID KEY                                      00005990
                           MOVE 'FALLO: ERROR AL REGRABAR'              00006000
                                                        TO LF-RESULTADO 00006010
                       NOT INVALID KEY                                  00006020
                           MOVE 'RESTAURADO: REGRABADO' TO LF-RESULTADO 00006030
                           MOVE 'R' TO WK-ACCION-JRN                    00006040
                           PERFORM 340-GRABA-JOURNAL                    00006050
                   END-REWRITE                                          00006060
               END-IF                                                   00006070
           END-IF.                                                      00006080
           IF (LF-RESULTADO (1 : 5) EQUAL 'FALLO')                      00006090
               ADD 1 TO WK-CONT-FALLA                                   00006100
           ELSE                                                         00006110
               ADD 1 TO WK-CONT-REST                                    00006120
           END-IF.                                                      00006130
      *---------------------------------------------------------------* 00006140
      *  GRABA LA ENTRADA DE RESTAURACION CON EL MISMO FORMATO QUE    * 00006150
      *  285-GRABA-JOURNAL DE CDOBDB2C (IMAGEN ANTERIOR; SI NO HABIA  * 00006160
      *  REGISTRO, SOLO LA CLAVE EN LAS COLUMNAS 1-8).                * 00006170
      *---------------------------------------------------------------* 00006180
       340-GRABA-JOURNAL.                                               00006190
      ******************                                                00006200
           ACCEPT WK-FEC-SIST FROM DATE YYYYMMDD.                       00006210
           ACCEPT WK-HOR-SIST FROM TIME.                                00006220
           MOVE SPACES            TO REG-JOURNAL.                       00006230
           MOVE WK-FEC-SIST       TO JRN-FECHA.                         00006240
           MOVE WK-HOR-SIST (1:6) TO JRN-HORA.                          00006250
           MOVE WK-ACCION-JRN     TO JRN-ACCION.                        00006260
           MOVE WK-IMAGEN-ANT     TO JRN-IMAGEN.                        00006270
           IF (JRN-IMAGEN EQUAL SPACES)                                 00006280
               MOVE TC-PGM (WK-CAT-IDX) TO JRN-IMAGEN (1 : 8)           00006290
           END-IF.                                                      00006300
           WRITE REG-JOURNAL.                                           00006310
           IF (FS-JRN NOT EQUAL '00')                                   00006320
               DISPLAY 'ERROR AL GRABAR JOURNAL ' FS-JRN    UPON CONSOLE00006330
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00006340
               PERFORM 400-CIERRA                                       00006350
           END-IF.                                                      00006360
       360-ARMA-IMAGEN.                                                 00006370
      ****************                                                  00006380
           MOVE WK-IMAGEN-ANT (09 : 07) TO LI-PLAN-1.                   00006390
           MOVE WK-IMAGEN-ANT (16 : 07) TO LI-PLAN-2.                   00006400
           MOVE WK-IMAGEN-ANT (23 : 07) TO LI-PLAN-3.                   00006410
           MOVE WK-IMAGEN-ANT (30 : 04) TO LI-SUBSYS-1.                 00006420
           MOVE WK-IMAGEN-ANT (34 : 04) TO LI-SUBSYS-2.                 00006430
           MOVE WK-IMAGEN-ANT (38 : 04) TO LI-SUBSYS-3.                 00006440
           MOVE WK-IMAGEN-ANT (42 : 40) TO LI-LIBRERIA.                 00006450
      *---------------------------------------------------------------* 00006460
      *  LA RECONSTRUCCION NO CABE EN LAS TABLAS INTERNAS: SE CANCELA * 00006470
      *  ANTES DE TOCAR EL KSDS.                                      * 00006480
      *---------------------------------------------------------------* 00006490
       395-TABLA-LLENA.                                                 00006500
      ****************                                                  00006510
           DISPLAY 'TABLA INTERNA LLENA (CATALOGO 1000 / JOURNAL 5000)' 00006520
                                                           UPON CONSOLE.00006530
           DISPLAY 'CANCELA PROCESO ...'                   UPON CONSOLE.00006540
           MOVE 12 TO RETURN-CODE.                                      00006550
           PERFORM 400-CIERRA.                                          00006560
