************************************************************************00000010
*     * TC0278 15/10/26 RHM  APROBACION OVERRIDES DB2         REG:13306*00000020
************************************************************************00000030
*IDAPL*CDO                                                              00000040
*OBJET******************************************************************00000050
*OBJET*** REGISTRA, APRUEBA, DENIEGA O REVOCA LAS SOLICITUDES DE      * 00000060
*OBJET*** OVERRIDE FORCE=Y / FERIADO=Y DE CDOBDB2E (DOBLE FIRMA)       *00000070
*OBJET******************************************************************00000080
                                                                        00000090
       IDENTIFICATION DIVISION.                                         00000100
      *-----------------------*                                         00000110
       PROGRAM-ID.            CDOBDB2A.                                 00000120
       AUTHOR.                INTERBANK                                 00000130
       INSTALLATION.          INTERBANK                                 00000140
       DATE-WRITTEN.          15-OCT-26.                                00000150
       REMARKS.                                                         00000160
              -----------------------------------------------           00000170
             |            DB2 -  PROGRAM INTERFACE           |          00000180
             |            ************************           |          00000190
             |                                               |          00000200
             |   OBJETIVO :   MANTENER EL ARCHIVO DE         |          00000210
             |                APROBACIONES S-APROBAC QUE     |          00000220
             |                CONSULTA CDOBDB2E: UN USUARIO  |          00000230
             |                SOLICITA EL OVERRIDE FORCE=Y   |          00000240
             |                O FERIADO=Y PARA UN PGM= Y     |          00000250
             |                DATE=, Y UN SEGUNDO USUARIO    |          00000260
             |                DISTINTO LO APRUEBA O LO       |          00000270
             |                DENIEGA, QUEDANDO REGISTRADO   |          00000280
             |                QUIEN Y CUANDO. UNA APROBACION |          00000290
             |                AUN NO USADA SE PUEDE REVOCAR. |          00000300
             |                CADA CAMBIO QUEDA EN EL        |          00000310
             |                HISTORICO S-APRLOG. LISTA LAS  |          00000320
             |                SOLICITUDES AUN PENDIENTES     |          00000330
             |   LENGUAJE :   COBOL-II                       |          00000340
             |                                               |          00000350
             |   PARM     :   USR=&SYSUID/ USUARIO DEL JOB,  |          00000360
             |                QUE ES QUIEN SOLICITA, DECIDE  |          00000370
             |                O REVOCA (NO SE TOMA DE LA     |          00000380
             |                TARJETA)                       |          00000390
             |                                               |          00000400
             |   ARCHIVOS :   INPUT  TRANSAC    LF --> 80    |          00000410
             |                I-O    APROBAC    KSDS         |          00000420
             |                I-O    APRLOG     KSDS         |          00000430
             |                OUTPUR LISTADO    LF --> 132   |          00000440
             |                                               |          00000450
              -----------------------------------------------           00000460
      *15/10/26  RHM                                                    00000470
      *VERSION INICIAL. FORMATO DE LAS TARJETAS DE TRANSACCION:         00000480
      *  COL 01    ACCION: S=SOLICITA A=APRUEBA D=DENIEGA R=REVOCA      00000490
      *  COL 03-10 PROGRAMA     } CLAVE DEL OVERRIDE, IGUAL QUE LOS     00000500
      *  COL 12-21 DD/MM/SSAA   } TOKENS PGM= Y DATE= DE LA TARJETA     00000510
      *  COL 23-30 SIN USO. EL USUARIO QUE SOLICITA, APRUEBA, DENIEGA   00000520
      *            O REVOCA ES EL DEL JOB: PARM='USR=&SYSUID/' EN EL    00000530
      *            JCL. SIN ESE PARM CANCELA CON RC 10                  00000540
      *  S  : COL 32 'Y' SI SE PIDE FORCE=Y                             00000550
      *       COL 34 'Y' SI SE PIDE FERIADO=Y (AL MENOS UNO DE LOS DOS) 00000560
      *  COL 36-65 MOTIVO (S) U OBSERVACION (A/D/R)                     00000570
      *UNA SOLICITUD NUEVA QUEDA PENDIENTE. UNA CLAVE CON SOLICITUD     00000580
      *PENDIENTE NO SE PUEDE VOLVER A SOLICITAR; EN CUALQUIER OTRO      00000590
      *ESTADO (APROBADA, DENEGADA, REVOCADA O USADA) LA SOLICITUD NUEVA 00000600
      *REEMPLAZA A LA ANTERIOR, QUE YA QUEDO EN EL HISTORICO; ASI SE    00000610
      *AMPLIA UNA APROBACION DE FORCE A FERIADO O SE PIDE OTRO          00000620
      *REPROCESO. LA APROBACION O DENEGACION EXIGE UNA SOLICITUD        00000630
      *PENDIENTE HECHA EN UNA CORRIDA ANTERIOR Y UN USUARIO DE JOB      00000640
      *DISTINTO AL QUE LA SOLICITO. LA                                  00000650
      *REVOCACION VALE SOBRE UNA SOLICITUD PENDIENTE O APROBADA AUN NO  00000660
      *USADA, POR CUALQUIER USUARIO. CDOBDB2E USA CADA APROBACION UNA   00000670
      *SOLA VEZ. CADA CAMBIO GRABA LA IMAGEN DEL REGISTRO EN S-APRLOG   00000680
      *(VER CDOBAPL). TARJETA RECHAZADA SE LISTA CON SU MOTIVO;         00000690
      *RETURN-CODE 04 SI HUBO RECHAZOS                                  00000700
                                                                        00000710
       ENVIRONMENT DIVISION.                                            00000720
      *--------------------*                                            00000730
       CONFIGURATION SECTION.                                           00000740
      *--------------------*                                            00000750
       SOURCE-COMPUTER. IBM-4341.                                       00000760
       OBJECT-COMPUTER. IBM-4341.                                       00000770
       INPUT-OUTPUT SECTION.                                            00000780
      *--------------------*                                            00000790
       FILE-CONTROL.                                                    00000800
      *------------*                                                    00000810
           SELECT  TRANSAC       ASSIGN   TO  S-TRANSAC                 00000820
                                 FILE STATUS   FS-TRJ.                  00000830
           SELECT  APROBAC       ASSIGN   TO  S-APROBAC                 00000840
                                 ORGANIZATION  INDEXED                  00000850
                                 ACCESS MODE   DYNAMIC                  00000860
                                 RECORD KEY    APR-CLAVE                00000870
                                 FILE STATUS   FS-APR.                  00000880
           SELECT  APRLOG        ASSIGN   TO  S-APRLOG                  00000890
                                 ORGANIZATION  INDEXED                  00000900
                                 ACCESS MODE   RANDOM                   00000910
                                 RECORD KEY    APL-CLAVE                00000920
                                 FILE STATUS   FS-APL.                  00000930
           SELECT  LISTADO       ASSIGN   TO  S-LISTADO                 00000940
                                 FILE STATUS   FS-LIS.                  00000950
       DATA DIVISION.                                                   00000960
      *-------------*                                                   00000970
       FILE SECTION.                                                    00000980
      *------------*                                                    00000990
       FD  TRANSAC                                                      00001000
           LABEL  RECORDS   IS  STANDARD                                00001010
           BLOCK  CONTAINS   0  RECORDS                                 00001020
           RECORD CONTAINS  80  CHARACTERS.                             00001030
       01  REG-TRANSAC      PIC X(80).                                  00001040
       FD  APROBAC                                                      00001050
           LABEL  RECORDS   IS  STANDARD.                               00001060
           COPY CDOBAPR.                                                00001070
       FD  APRLOG                                                       00001080
           LABEL  RECORDS   IS  STANDARD.                               00001090
           COPY CDOBAPL.                                                00001100
       FD  LISTADO                                                      00001110
           LABEL  RECORDS   IS  STANDARD                                00001120
           BLOCK  CONTAINS   0  RECORDS                                 00001130
           RECORD CONTAINS 132  CHARACTERS.                             00001140
       01  REG-LISTADO      PIC X(132).                                 00001150
       WORKING-STORAGE SECTION.                                         00001160
      *-----------------------*                                         00001170
       01  VARIABLES.                                                   00001180
           02 FS-TRJ        PIC  X(02)   VALUE SPACES.                  00001190
           02 FS-APR        PIC  X(02)   VALUE SPACES.                  00001200
           02 FS-APL        PIC  X(02)   VALUE SPACES.                  00001210
           02 FS-LIS        PIC  X(02)   VALUE SPACES.                  00001220
           02 SW-EOF-TRJ    PIC  X(01)   VALUE 'N'.                     00001230
              88 EOF-TRANSAC             VALUE 'S'.                     00001240
           02 SW-EOF-APR    PIC  X(01)   VALUE 'N'.                     00001250
              88 EOF-APROBAC             VALUE 'S'.                     00001260
           02 SW-HALLADO    PIC  X(01)   VALUE 'N'.                     00001270
              88 SOLICITUD-HALLADA       VALUE 'S'.                     00001280
           02 SW-FECHA      PIC  X(01)   VALUE 'S'.                     00001290
              88 FECHA-INVALIDA          VALUE 'N'.                     00001300
           02 SW-APL-GRAB   PIC  X(01)   VALUE 'N'.                     00001310
              88 APL-GRABADO             VALUE 'S'.                     00001320
           02 WK-CONT-SOLI  PIC  9(05)   VALUE ZEROS.                   00001330
           02 WK-CONT-APRO  PIC  9(05)   VALUE ZEROS.                   00001340
           02 WK-CONT-DENI  PIC  9(05)   VALUE ZEROS.                   00001350
           02 WK-CONT-REVO  PIC  9(05)   VALUE ZEROS.                   00001360
           02 WK-CONT-RECH  PIC  9(05)   VALUE ZEROS.                   00001370
           02 WK-CONT-PEND  PIC  9(05)   VALUE ZEROS.                   00001380
           02 WK-FEC-SIST   PIC  X(08)   VALUE SPACES.                  00001390
           02 WK-HOR-SIST   PIC  X(08)   VALUE SPACES.                  00001400
           02 WK-DIA        PIC  9(02)   VALUE ZEROS.                   00001410
           02 WK-MES        PIC  9(02)   VALUE ZEROS.                   00001420
           02 WK-APL-SEC    PIC  9(03)   VALUE ZEROS.                   00001430
           02 WK-USR-JOB    PIC  X(08)   VALUE SPACES.                  00001440
           02 WK-PARM-LARGO PIC  9(02)   VALUE ZEROS.                   00001450
           02 SW-SOL-CORRIDA PIC X(01)   VALUE 'N'.                     00001460
              88 SOLICITADA-EN-CORRIDA   VALUE 'S'.                     00001470
           02 WK-SOL-CANT   PIC  9(04)   VALUE ZEROS  COMP.             00001480
           02 WK-SOL-IDX    PIC  9(04)   VALUE ZEROS  COMP.             00001490
      *---------------------------------------------------------------* 00001500
      *  CLAVES SOLICITADAS EN ESTA CORRIDA: NO SE PUEDEN APROBAR NI  * 00001510
      *  DENEGAR EN EL MISMO LOTE QUE LAS PIDIO                       * 00001520
      *---------------------------------------------------------------* 00001530
       01  TABLA-SOLICITADAS.                                           00001540
           02 TABLA-SOL-ENTRADA OCCURS 500 TIMES.                       00001550
              03 TS-PROGRAMA    PIC X(08).                              00001560
              03 TS-FECHA       PIC X(10).                              00001570
      *---------------------------------------------------------------* 00001580
      *  IMAGEN DE LA TARJETA DE TRANSACCION (80 BYTES)               * 00001590
      *---------------------------------------------------------------* 00001600
       01  WK-TARJETA.                                                  00001610
           02 TRJ-ACCION    PIC X(01).                                  00001620
           02 FILLER        PIC X(01).                                  00001630
           02 TRJ-PROGRAMA  PIC X(08).                                  00001640
           02 FILLER        PIC X(01).                                  00001650
           02 TRJ-FECHA     PIC X(10).                                  00001660
           02 FILLER        PIC X(01).                                  00001670
      *    COL 23-30 SIN USO: EL USUARIO ES EL DEL JOB (PARM USR=)      00001680
           02 FILLER        PIC X(08).                                  00001690
           02 FILLER        PIC X(01).                                  00001700
           02 TRJ-FORCE     PIC X(01).                                  00001710
           02 FILLER        PIC X(01).                                  00001720
           02 TRJ-FERIADO   PIC X(01).                                  00001730
           02 FILLER        PIC X(01).                                  00001740
           02 TRJ-TEXTO     PIC X(30).                                  00001750
           02 FILLER        PIC X(15).                                  00001760
      ******************************************************************00001770
      *              D E T A L L E      D E     S A L I D A            *00001780
      ******************************************************************00001790
       01  LIN-ENCABEZADO-1.                                            00001800
           02 FILLER  PIC X(60) VALUE                                   00001810
              'CDOBDB2A - APROBACION DE OVERRIDES FORCE=Y / FERIADO=Y'. 00001820
       01  LIN-ENCABEZADO-2.                                            00001830
           02 FILLER  PIC X(06) VALUE 'ACCION'.                         00001840
           02 FILLER  PIC X(02) VALUE SPACES.                           00001850
           02 FILLER  PIC X(08) VALUE 'PROGRAMA'.                       00001860
           02 FILLER  PIC X(02) VALUE SPACES.                           00001870
           02 FILLER  PIC X(10) VALUE 'FECHA'.                          00001880
           02 FILLER  PIC X(02) VALUE SPACES.                           00001890
           02 FILLER  PIC X(08) VALUE 'USUARIO'.                        00001900
           02 FILLER  PIC X(02) VALUE SPACES.                           00001910
           02 FILLER  PIC X(40) VALUE 'RESULTADO'.                      00001920
       01  LIN-TRANSAC.                                                 00001930
           02 LT-ACCION     PIC X(01).                                  00001940
           02 FILLER        PIC X(07) VALUE SPACES.                     00001950
           02 LT-PROGRAMA   PIC X(08).                                  00001960
           02 FILLER        PIC X(02) VALUE SPACES.                     00001970
           02 LT-FECHA      PIC X(10).                                  00001980
           02 FILLER        PIC X(02) VALUE SPACES.                     00001990
           02 LT-USUARIO    PIC X(08).                                  00002000
           02 FILLER        PIC X(02) VALUE SPACES.                     00002010
           02 LT-MENSAJE    PIC X(50).                                  00002020
       01  LIN-BLANCO       PIC X(132) VALUE SPACES.                    00002030
       01  LIN-SECCION-1.                                               00002040
           02 FILLER  PIC X(60) VALUE                                   00002050
              'SOLICITUDES PENDIENTES DE APROBACION'.                   00002060
       01  LIN-SECCION-2.                                               00002070
           02 FILLER  PIC X(08) VALUE 'PROGRAMA'.                       00002080
           02 FILLER  PIC X(02) VALUE SPACES.                           00002090
           02 FILLER  PIC X(10) VALUE 'FECHA'.                          00002100
           02 FILLER  PIC X(02) VALUE SPACES.                           00002110
           02 FILLER  PIC X(05) VALUE 'FORCE'.                          00002120
           02 FILLER  PIC X(02) VALUE SPACES.                           00002130
           02 FILLER  PIC X(07) VALUE 'FERIADO'.                        00002140
           02 FILLER  PIC X(02) VALUE SPACES.                           00002150
           02 FILLER  PIC X(08) VALUE 'SOLICITA'.                       00002160
           02 FILLER  PIC X(02) VALUE SPACES.                           00002170
           02 FILLER  PIC X(08) VALUE 'FECHA'.                          00002180
           02 FILLER  PIC X(02) VALUE SPACES.                           00002190
           02 FILLER  PIC X(06) VALUE 'HORA'.                           00002200
           02 FILLER  PIC X(02) VALUE SPACES.                           00002210
           02 FILLER  PIC X(30) VALUE 'MOTIVO'.                         00002220
       01  LIN-DETALLE.                                                 00002230
           02 LD-PROGRAMA   PIC X(08).                                  00002240
           02 FILLER        PIC X(02) VALUE SPACES.                     00002250
           02 LD-FECHA      PIC X(10).                                  00002260
           02 FILLER        PIC X(04) VALUE SPACES.                     00002270
           02 LD-FORCE      PIC X(01).                                  00002280
           02 FILLER        PIC X(08) VALUE SPACES.                     00002290
           02 LD-FERIADO    PIC X(01).                                  00002300
           02 FILLER        PIC X(02) VALUE SPACES.                     00002310
           02 LD-USUARIO    PIC X(08).                                  00002320
           02 FILLER        PIC X(02) VALUE SPACES.                     00002330
           02 LD-FEC-SOLI   PIC X(08).                                  00002340
           02 FILLER        PIC X(02) VALUE SPACES.                     00002350
           02 LD-HOR-SOLI   PIC X(06).                                  00002360
           02 FILLER        PIC X(02) VALUE SPACES.                     00002370
           02 LD-MOTIVO     PIC X(30).                                  00002380
       01  LIN-NINGUNA.                                                 00002390
           02 FILLER        PIC X(10) VALUE '(NINGUNA)'.                00002400
       01  LIN-TOTALES-1.                                               00002410
           02 FILLER        PIC X(20) VALUE 'TOTAL SOLICITADAS : '.     00002420
           02 LT-SOLIS      PIC ZZZZ9.                                  00002430
       01  LIN-TOTALES-2.                                               00002440
           02 FILLER        PIC X(20) VALUE 'TOTAL APROBADAS   : '.     00002450
           02 LT-APROS      PIC ZZZZ9.                                  00002460
       01  LIN-TOTALES-3.                                               00002470
           02 FILLER        PIC X(20) VALUE 'TOTAL DENEGADAS   : '.     00002480
           02 LT-DENIS      PIC ZZZZ9.                                  00002490
       01  LIN-TOTALES-6.                                               00002500
           02 FILLER        PIC X(20) VALUE 'TOTAL REVOCADAS   : '.     00002510
           02 LT-REVOS      PIC ZZZZ9.                                  00002520
       01  LIN-TOTALES-4.                                               00002530
           02 FILLER        PIC X(20) VALUE 'TOTAL RECHAZADAS  : '.     00002540
           02 LT-RECHS      PIC ZZZZ9.                                  00002550
       01  LIN-TOTALES-5.                                               00002560
           02 FILLER        PIC X(20) VALUE 'TOTAL PENDIENTES  : '.     00002570
           02 LT-PENDS      PIC ZZZZ9.                                  00002580
      *---------------------------------------------------------------* 00002590
      *                   DB2 -  PROGRAM INTERFACE                    * 00002600
      *   USUARIO DEL JOB             PARA LINKAGE SECTION            * 00002610
      *---------------------------------------------------------------* 00002620
       LINKAGE SECTION.                                                 00002630
      *---------------*                                                 00002640
       01  LK-PARM.                                                     00002650
           02  LL-PARM             PIC S9(4) COMP.                      00002660
           02  LK-BYTE             PIC X(20).                           00002670
      *----------------------------------------------------------------*00002680
       PROCEDURE DIVISION USING LK-PARM.                                00002690
      *******************                                               00002700
                                                                        00002710
       RUTINA-PRINCIPAL.                                                00002720
      *----------------*                                                00002730
           MOVE 16  TO RETURN-CODE.                                     00002740
           PERFORM 110-VALIDA-PARM.                                     00002750
           PERFORM 100-ABRE.                                            00002760
           PERFORM 200-PROCESO THRU 200-PROCESO-EXIT                    00002770
               UNTIL EOF-TRANSAC.                                       00002780
           PERFORM 300-LISTA-PENDIENTES.                                00002790
           PERFORM 350-TOTALES.                                         00002800
           IF (WK-CONT-RECH GREATER ZEROS)                              00002810
               MOVE 04  TO RETURN-CODE                                  00002820
           ELSE                                                         00002830
               MOVE 00  TO RETURN-CODE                                  00002840
           END-IF.                                                      00002850
           PERFORM 400-CIERRA.                                          00002860
                                                                        00002870
      ***************                                                   00002880
      *  PRIMER NIVEL                                                   00002890
      ****************                                                  00002900
                                                                        00002910
       100-ABRE.                                                        00002920
      *********                                                         00002930
           OPEN INPUT TRANSAC.                                          00002940
           IF (FS-TRJ NOT EQUAL '00')                                   00002950
               DISPLAY 'ERROR AL OPEN TRANSAC ' FS-TRJ      UPON CONSOLE00002960
               PERFORM 400-CIERRA                                       00002970
           END-IF.                                                      00002980
      *    EL CLUSTER S-APROBAC DEBE ESTAR DEFINIDO POR IDCAMS; EN LA   00002990
      *    PRIMERA CORRIDA (STATUS 35) SE INICIALIZA CON OPEN OUTPUT    00003000
           OPEN I-O APROBAC.                                            00003010
           IF (FS-APR EQUAL '35')                                       00003020
               OPEN OUTPUT APROBAC                                      00003030
               CLOSE       APROBAC                                      00003040
               OPEN I-O    APROBAC                                      00003050
           END-IF.                                                      00003060
           IF (FS-APR NOT EQUAL '00')                                   00003070
               DISPLAY 'ERROR AL OPEN APROBAC ' FS-APR      UPON CONSOLE00003080
               PERFORM 400-CIERRA                                       00003090
           END-IF.                                                      00003100
           OPEN I-O APRLOG.                                             00003110
           IF (FS-APL EQUAL '35')                                       00003120
               OPEN OUTPUT APRLOG                                       00003130
               CLOSE       APRLOG                                       00003140
               OPEN I-O    APRLOG                                       00003150
           END-IF.                                                      00003160
           IF (FS-APL NOT EQUAL '00')                                   00003170
               DISPLAY 'ERROR AL OPEN APRLOG ' FS-APL       UPON CONSOLE00003180
               PERFORM 400-CIERRA                                       00003190
           END-IF.                                                      00003200
           OPEN OUTPUT LISTADO.                                         00003210
           IF (FS-LIS NOT EQUAL '00')                                   00003220
               DISPLAY 'ERROR AL OPEN LISTADO ' FS-LIS      UPON CONSOLE00003230
               PERFORM 400-CIERRA                                       00003240
           END-IF.                                                      00003250
           WRITE REG-LISTADO FROM LIN-ENCABEZADO-1.                     00003260
           WRITE REG-LISTADO FROM LIN-ENCABEZADO-2.                     00003270
           PERFORM 210-LEE-TRANSAC.                                     00003280
      *---------------------------------------------------------------* 00003290
      *  PARM USR=USUARIO/ OBLIGATORIO, ARMADO EN EL JCL CON &SYSUID: * 00003300
      *  ES EL USUARIO QUE SOLICITA, DECIDE O REVOCA. NO SE TOMA DE   * 00003310
      *  LA TARJETA PARA QUE NADIE PUEDA FIRMAR A NOMBRE DE OTRO.     * 00003320
      *---------------------------------------------------------------* 00003330
       110-VALIDA-PARM.                                                 00003340
      ****************                                                  00003350
           MOVE SPACES TO WK-USR-JOB.                                   00003360
           IF (LL-PARM GREATER 4 AND LL-PARM LESS 15)                   00003370
               MOVE LL-PARM TO WK-PARM-LARGO                            00003380
               IF (LK-BYTE (WK-PARM-LARGO : 1) EQUAL '/')               00003390
                   SUBTRACT 1 FROM WK-PARM-LARGO                        00003400
               END-IF                                                   00003410
               SUBTRACT 4 FROM WK-PARM-LARGO                            00003420
               IF (LK-BYTE (1 : 4) EQUAL 'USR=' AND                     00003430
                   WK-PARM-LARGO GREATER ZEROS   AND                    00003440
                   WK-PARM-LARGO LESS 9)                                00003450
                   MOVE LK-BYTE (5 : WK-PARM-LARGO) TO WK-USR-JOB       00003460
               END-IF                                                   00003470
           END-IF.                                                      00003480
      *    UN '&' ES EL SIMBOLO SIN RESOLVER: EL JCL NO LO SUSTITUYO    00003490
           IF (WK-USR-JOB (1 : 1) EQUAL SPACE OR                        00003500
               WK-USR-JOB (1 : 1) EQUAL '&')                            00003510
               DISPLAY 'PARAMETRO USR INCORRECTO'           UPON CONSOLE00003520
               DISPLAY 'DEBE SER PARM=''USR=&SYSUID/'''     UPON CONSOLE00003530
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003540
               MOVE 10 TO RETURN-CODE                                   00003550
               PERFORM 400-CIERRA                                       00003560
           END-IF.                                                      00003570
           DISPLAY 'USUARIO DEL JOB: ' WK-USR-JOB          UPON CONSOLE.00003580
                                                                        00003590
       200-PROCESO.                                                     00003600
      ************                                                      00003610
           MOVE REG-TRANSAC TO WK-TARJETA.                              00003620
           IF (TRJ-PROGRAMA EQUAL SPACES)                               00003630
               MOVE 'RECHAZADA: FALTA PROGRAMA' TO LT-MENSAJE           00003640
               PERFORM 290-RECHAZA                                      00003650
               GO TO 200-PROCESO-SIGUE                                  00003660
           END-IF.                                                      00003670
           PERFORM 215-VALIDA-FECHA.                                    00003680
           IF (FECHA-INVALIDA)                                          00003690
               MOVE 'RECHAZADA: FECHA NO ES DD/MM/SSAA' TO LT-MENSAJE   00003700
               PERFORM 290-RECHAZA                                      00003710
               GO TO 200-PROCESO-SIGUE                                  00003720
           END-IF.                                                      00003730
           IF (TRJ-ACCION EQUAL 'S')                                    00003740
               PERFORM 220-SOLICITA THRU 220-SOLICITA-FIN               00003750
           ELSE                                                         00003760
               IF (TRJ-ACCION EQUAL 'A' OR                              00003770
                   TRJ-ACCION EQUAL 'D')                                00003780
                   PERFORM 230-DECIDE THRU 230-DECIDE-FIN               00003790
               ELSE                                                     00003800
                   IF (TRJ-ACCION EQUAL 'R')                            00003810
                       PERFORM 240-REVOCA THRU 240-REVOCA-FIN           00003820
                   ELSE                                                 00003830
                       MOVE 'RECHAZADA: ACCION INVALIDA' TO LT-MENSAJE  00003840
                       PERFORM 290-RECHAZA                              00003850
                   END-IF                                               00003860
               END-IF                                                   00003870
           END-IF.                                                      00003880
       200-PROCESO-SIGUE.                                               00003890
      ******************                                                00003900
           PERFORM 210-LEE-TRANSAC.                                     00003910
       200-PROCESO-EXIT.                                                00003920
      *****************                                                 00003930
           EXIT.                                                        00003940
      *---------------------------------------------------------------* 00003950
      *  LISTA TODAS LAS SOLICITUDES QUE QUEDARON PENDIENTES DE LA    * 00003960
      *  SEGUNDA FIRMA, RECORRIENDO EL KSDS DESDE EL PRINCIPIO.       * 00003970
      *---------------------------------------------------------------* 00003980
       300-LISTA-PENDIENTES.                                            00003990
      *********************                                             00004000
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00004010
           WRITE REG-LISTADO FROM LIN-SECCION-1.                        00004020
           WRITE REG-LISTADO FROM LIN-SECCION-2.                        00004030
           MOVE 'N'       TO SW-EOF-APR.                                00004040
           MOVE LOW-VALUES TO APR-CLAVE.                                00004050
           START APROBAC KEY IS NOT LESS THAN APR-CLAVE                 00004060
               INVALID KEY                                              00004070
                   MOVE 'S' TO SW-EOF-APR                               00004080
           END-START.                                                   00004090
           PERFORM 310-LEE-PENDIENTE UNTIL EOF-APROBAC.                 00004100
           IF (WK-CONT-PEND EQUAL ZEROS)                                00004110
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00004120
           END-IF.                                                      00004130
                                                                        00004140
       350-TOTALES.                                                     00004150
      ************                                                      00004160
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00004170
           MOVE WK-CONT-SOLI TO LT-SOLIS.                               00004180
           WRITE REG-LISTADO FROM LIN-TOTALES-1.                        00004190
           MOVE WK-CONT-APRO TO LT-APROS.                               00004200
           WRITE REG-LISTADO FROM LIN-TOTALES-2.                        00004210
           MOVE WK-CONT-DENI TO LT-DENIS.                               00004220
           WRITE REG-LISTADO FROM LIN-TOTALES-3.                        00004230
           MOVE WK-CONT-REVO TO LT-REVOS.                               00004240
           WRITE REG-LISTADO FROM LIN-TOTALES-6.                        00004250
           MOVE WK-CONT-RECH TO LT-RECHS.                               00004260
           WRITE REG-LISTADO FROM LIN-TOTALES-4.                        00004270
           MOVE WK-CONT-PEND TO LT-PENDS.                               00004280
           WRITE REG-LISTADO FROM LIN-TOTALES-5.                        00004290
                                                                        00004300
       400-CIERRA.                                                      00004310
      ***********                                                       00004320
           CLOSE TRANSAC.                                               00004330
           CLOSE APROBAC.                                               00004340
           CLOSE APRLOG.                                                00004350
           CLOSE LISTADO.                                               00004360
           STOP RUN.                                                    00004370
                                                                        00004380
      ****************                                                  00004390
      * SEGUNDO NIVEL                                                   00004400
      ****************                                                  00004410
                                                                        00004420
       210-LEE-TRANSAC.                                                 00004430
      ****************                                                  00004440
           READ TRANSAC                                                 00004450
               AT END                                                   00004460
                   MOVE 'S' TO SW-EOF-TRJ                               00004470
           END-READ.                                                    00004480
      *---------------------------------------------------------------* 00004490
      *  LA FECHA DE LA TARJETA DEBE VENIR COMO DD/MM/SSAA, IGUAL QUE * 00004500
      *  EL TOKEN DATE= QUE VALIDARA CDOBDB2E: DE OTRO MODO LA CLAVE  * 00004510
      *  NUNCA COINCIDIRIA CON LA TARJETA A AUTORIZAR.                * 00004520
      *---------------------------------------------------------------* 00004530
       215-VALIDA-FECHA.                                                00004540
      *****************                                                 00004550
           MOVE 'S' TO SW-FECHA.                                        00004560
           IF (TRJ-FECHA (3 : 1) NOT EQUAL '/' OR                       00004570
               TRJ-FECHA (6 : 1) NOT EQUAL '/')                         00004580
               MOVE 'N' TO SW-FECHA                                     00004590
           END-IF.                                                      00004600
           IF (NOT FECHA-INVALIDA)                                      00004610
               IF (TRJ-FECHA (1 : 2) NUMERIC AND                        00004620
                   TRJ-FECHA (4 : 2) NUMERIC AND                        00004630
                   TRJ-FECHA (7 : 4) NUMERIC)                           00004640
                   MOVE TRJ-FECHA (1 : 2) TO WK-DIA                     00004650
                   MOVE TRJ-FECHA (4 : 2) TO WK-MES                     00004660
               ELSE                                                     00004670
                   MOVE 'N' TO SW-FECHA                                 00004680
               END-IF                                                   00004690
           END-IF.                                                      00004700
           IF (NOT FECHA-INVALIDA)                                      00004710
               IF (WK-DIA LESS 01 OR WK-DIA GREATER 31 OR               00004720
                   WK-MES LESS 01 OR WK-MES GREATER 12)                 00004730
                   MOVE 'N' TO SW-FECHA                                 00004740
               END-IF                                                   00004750
           END-IF.                                                      00004760
      *---------------------------------------------------------------* 00004770
      *  SOLICITUD: PIDE AL MENOS UNO DE LOS DOS OVERRIDES. LA CLAVE  * 00004780
      *  NO DEBE TENER UNA SOLICITUD PENDIENTE; SI YA TIENE UNA       * 00004790
      *  DECIDIDA, REVOCADA O USADA, SE REEMPLAZA POR LA NUEVA        * 00004800
      *  (LA ANTERIOR YA QUEDO EN EL HISTORICO S-APRLOG). LA CLAVE    * 00004810
      *  QUEDA ANOTADA COMO SOLICITADA EN ESTA CORRIDA.               * 00004820
      *---------------------------------------------------------------* 00004830
       220-SOLICITA.                                                    00004840
      *************                                                     00004850
           IF (TRJ-FORCE   NOT EQUAL 'Y' AND                            00004860
               TRJ-FERIADO NOT EQUAL 'Y')                               00004870
               MOVE 'RECHAZADA: NO PIDE FORCE NI FERIADO' TO LT-MENSAJE 00004880
               PERFORM 290-RECHAZA                                      00004890
               GO TO 220-SOLICITA-FIN                                   00004900
           END-IF.                                                      00004910
           PERFORM 255-BUSCA-EN-CORRIDA.                                00004920
           IF (NOT SOLICITADA-EN-CORRIDA AND                            00004930
               WK-SOL-CANT NOT LESS 500)                                00004940
               MOVE 'RECHAZADA: MAS DE 500 CLAVES EN LA CORRIDA'        00004950
                                                        TO LT-MENSAJE   00004960
               PERFORM 290-RECHAZA                                      00004970
               GO TO 220-SOLICITA-FIN                                   00004980
           END-IF.                                                      00004990
           PERFORM 250-BUSCA-SOLICITUD.                                 00005000
           IF (SOLICITUD-HALLADA AND APR-PENDIENTE)                     00005010
               MOVE 'RECHAZADA: YA HAY SOLICITUD PENDIENTE'             00005020
                                                        TO LT-MENSAJE   00005030
               PERFORM 290-RECHAZA                                      00005040
               GO TO 220-SOLICITA-FIN                                   00005050
           END-IF.                                                      00005060
           ACCEPT WK-FEC-SIST FROM DATE YYYYMMDD.                       00005070
           ACCEPT WK-HOR-SIST FROM TIME.                                00005080
           MOVE SPACES            TO REG-APROBACION.                    00005090
           MOVE ZEROS             TO APR-SEC-USO.                       00005100
           MOVE TRJ-PROGRAMA      TO APR-PROGRAMA.                      00005110
           MOVE TRJ-FECHA         TO APR-FECHA-EFECTIVA.                00005120
           MOVE 'N'               TO APR-FORCE.                         00005130
           MOVE 'N'               TO APR-FERIADO.                       00005140
           IF (TRJ-FORCE EQUAL 'Y')                                     00005150
               MOVE 'Y' TO APR-FORCE                                    00005160
           END-IF.                                                      00005170
           IF (TRJ-FERIADO EQUAL 'Y')                                   00005180
               MOVE 'Y' TO APR-FERIADO                                  00005190
           END-IF.                                                      00005200
           MOVE 'P'               TO APR-ESTADO.                        00005210
           MOVE WK-USR-JOB        TO APR-USR-SOLICITA.                  00005220
           MOVE WK-FEC-SIST       TO APR-FEC-SOLICITA.                  00005230
           MOVE WK-HOR-SIST (1:6) TO APR-HOR-SOLICITA.                  00005240
           MOVE TRJ-TEXTO         TO APR-MOTIVO.                        00005250
           IF (SOLICITUD-HALLADA)                                       00005260
               REWRITE REG-APROBACION                                   00005270
                   INVALID KEY                                          00005280
                       MOVE 'RECHAZADA: ERROR AL REGRABAR'              00005290
                                                        TO LT-MENSAJE   00005300
                       PERFORM 290-RECHAZA                              00005310
                   NOT INVALID KEY                                      00005320
                       MOVE 'SOLICITUD REGISTRADA (REEMPLAZA ANTERIOR)' 00005330
                                                        TO LT-MENSAJE   00005340
                       PERFORM 280-LISTA-TRANSAC                        00005350
                       PERFORM 270-GRABA-HISTORIA                       00005360
                       PERFORM 260-GUARDA-SOLICITADA                    00005370
                       ADD 1 TO WK-CONT-SOLI                            00005380
               END-REWRITE                                              00005390
           ELSE                                                         00005400
               WRITE REG-APROBACION                                     00005410
                   INVALID KEY                                          00005420
                       MOVE 'RECHAZADA: ERROR AL GRABAR' TO LT-MENSAJE  00005430
                       PERFORM 290-RECHAZA                              00005440
                   NOT INVALID KEY                                      00005450
                       MOVE 'SOLICITUD REGISTRADA' TO LT-MENSAJE        00005460
                       PERFORM 280-LISTA-TRANSAC                        00005470
                       PERFORM 270-GRABA-HISTORIA                       00005480
                       PERFORM 260-GUARDA-SOLICITADA                    00005490
                       ADD 1 TO WK-CONT-SOLI                            00005500
               END-WRITE                                                00005510
           END-IF.                                                      00005520
       220-SOLICITA-FIN.                                                00005530
      *****************                                                 00005540
           EXIT.                                                        00005550
      *---------------------------------------------------------------* 00005560
      *  APROBACION O DENEGACION: LA SOLICITUD DEBE EXISTIR, ESTAR    * 00005570
      *  PENDIENTE Y VENIR DE UNA CORRIDA ANTERIOR, Y EL USUARIO DEL  * 00005580
      *  JOB QUE DECIDE (PARM USR=) NO PUEDE SER EL DEL JOB QUE LA    * 00005590
      *  SOLICITO. QUEDAN REGISTRADOS EL USUARIO, LA FECHA Y LA HORA. * 00005600
      *---------------------------------------------------------------* 00005610
       230-DECIDE.                                                      00005620
      ***********                                                       00005630
           PERFORM 250-BUSCA-SOLICITUD.                                 00005640
           IF (NOT SOLICITUD-HALLADA)                                   00005650
               MOVE 'RECHAZADA: NO EXISTE LA SOLICITUD' TO LT-MENSAJE   00005660
               PERFORM 290-RECHAZA                                      00005670
               GO TO 230-DECIDE-FIN                                     00005680
           END-IF.                                                      00005690
           IF (NOT APR-PENDIENTE)                                       00005700
               MOVE 'RECHAZADA: LA SOLICITUD NO ESTA PENDIENTE'         00005710
                                                        TO LT-MENSAJE   00005720
               PERFORM 290-RECHAZA                                      00005730
               GO TO 230-DECIDE-FIN                                     00005740
           END-IF.                                                      00005750
           PERFORM 255-BUSCA-EN-CORRIDA.                                00005760
           IF (SOLICITADA-EN-CORRIDA)                                   00005770
               MOVE 'RECHAZADA: SOLICITADA EN ESTA MISMA CORRIDA'       00005780
                                                        TO LT-MENSAJE   00005790
               PERFORM 290-RECHAZA                                      00005800
               GO TO 230-DECIDE-FIN                                     00005810
           END-IF.                                                      00005820
           IF (WK-USR-JOB EQUAL APR-USR-SOLICITA)                       00005830
               MOVE 'RECHAZADA: DEBE DECIDIR OTRO USUARIO'              00005840
                                                        TO LT-MENSAJE   00005850
               PERFORM 290-RECHAZA                                      00005860
               GO TO 230-DECIDE-FIN                                     00005870
           END-IF.                                                      00005880
           ACCEPT WK-FEC-SIST FROM DATE YYYYMMDD.                       00005890
           ACCEPT WK-HOR-SIST FROM TIME.                                00005900
           MOVE TRJ-ACCION        TO APR-ESTADO.                        00005910
           MOVE WK-USR-JOB        TO APR-USR-DECIDE.                    00005920
           MOVE WK-FEC-SIST       TO APR-FEC-DECIDE.                    00005930
           MOVE WK-HOR-SIST (1:6) TO APR-HOR-DECIDE.                    00005940
           MOVE TRJ-TEXTO         TO APR-OBSERVACION.                   00005950
           REWRITE REG-APROBACION                                       00005960
               INVALID KEY                                              00005970
                   MOVE 'RECHAZADA: ERROR AL REGRABAR' TO LT-MENSAJE    00005980
                   PERFORM 290-RECHAZA                                  00005990
               NOT INVALID KEY                                          00006000
                   IF (APR-APROBADA)                                    00006010
                       MOVE 'OVERRIDE APROBADO' TO LT-MENSAJE           00006020
                       ADD 1 TO WK-CONT-APRO                            00006030
                   ELSE                                                 00006040
                       MOVE 'OVERRIDE DENEGADO' TO LT-MENSAJE           00006050
                       ADD 1 TO WK-CONT-DENI                            00006060
                   END-IF                                               00006070
                   PERFORM 280-LISTA-TRANSAC                            00006080
                   PERFORM 270-GRABA-HISTORIA                           00006090
           END-REWRITE.                                                 00006100
       230-DECIDE-FIN.                                                  00006110
      ***************                                                   00006120
           EXIT.                                                        00006130
      *---------------------------------------------------------------* 00006140
      *  REVOCACION: SOLO DE UNA SOLICITUD PENDIENTE O DE UNA         * 00006150
      *  APROBACION QUE CDOBDB2E AUN NO USO. LA PUEDE HACER CUALQUIER * 00006160
      *  USUARIO, INCLUSO EL QUE LA SOLICITO O APROBO.                * 00006170
      *---------------------------------------------------------------* 00006180
       240-REVOCA.                                                      00006190
      ***********                                                       00006200
           PERFORM 250-BUSCA-SOLICITUD.                                 00006210
           IF (NOT SOLICITUD-HALLADA)                                   00006220
               MOVE 'RECHAZADA: NO EXISTE LA SOLICITUD' TO LT-MENSAJE   00006230
               PERFORM 290-RECHAZA                                      00006240
               GO TO 240-REVOCA-FIN                                     00006250
           END-IF.                                                      00006260
           IF (NOT APR-PENDIENTE AND NOT APR-APROBADA)                  00006270
               MOVE 'RECHAZADA: NO HAY APROBACION QUE REVOCAR'          00006280
                                                        TO LT-MENSAJE   00006290
               PERFORM 290-RECHAZA                                      00006300
               GO TO 240-REVOCA-FIN                                     00006310
           END-IF.                                                      00006320
           ACCEPT WK-FEC-SIST FROM DATE YYYYMMDD.                       00006330
           ACCEPT WK-HOR-SIST FROM TIME.                                00006340
           MOVE 'R'               TO APR-ESTADO.                        00006350
           MOVE WK-USR-JOB        TO APR-USR-REVOCA.                    00006360
           MOVE WK-FEC-SIST       TO APR-FEC-REVOCA.                    00006370
           MOVE WK-HOR-SIST (1:6) TO APR-HOR-REVOCA.                    00006380
           MOVE TRJ-TEXTO         TO APR-OBS-REVOCA.                    00006390
           REWRITE REG-APROBACION                                       00006400
               INVALID KEY                                              00006410
                   MOVE 'RECHAZADA: ERROR AL REGRABAR' TO LT-MENSAJE    00006420
                   PERFORM 290-RECHAZA                                  00006430
               NOT INVALID KEY                                          00006440
                   MOVE 'OVERRIDE REVOCADO' TO LT-MENSAJE               00006450
                   ADD 1 TO WK-CONT-REVO                                00006460
                   PERFORM 280-LISTA-TRANSAC                            00006470
                   PERFORM 270-GRABA-HISTORIA                           00006480
           END-REWRITE.                                                 00006490
       240-REVOCA-FIN.                                                  00006500
      ***************                                                   00006510
           EXIT.                                                        00006520
      *---------------------------------------------------------------* 00006530
      *  BUSCA LA CLAVE PROGRAMA + FECHA DE LA TARJETA EN EL KSDS Y   * 00006540
      *  PRENDE EL SWITCH SI EXISTE, DEJANDO SU IMAGEN EN EL REGISTRO.* 00006550
      *---------------------------------------------------------------* 00006560
       250-BUSCA-SOLICITUD.                                             00006570
      ********************                                              00006580
           MOVE 'N'          TO SW-HALLADO.                             00006590
           MOVE TRJ-PROGRAMA TO APR-PROGRAMA.                           00006600
           MOVE TRJ-FECHA    TO APR-FECHA-EFECTIVA.                     00006610
           READ APROBAC                                                 00006620
               INVALID KEY                                              00006630
                   CONTINUE                                             00006640
               NOT INVALID KEY                                          00006650
                   MOVE 'S' TO SW-HALLADO                               00006660
           END-READ.                                                    00006670
      *---------------------------------------------------------------* 00006680
      *  BUSCA LA CLAVE DE LA TARJETA ENTRE LAS SOLICITADAS EN ESTA   * 00006690
      *  CORRIDA, Y LA AGREGA TRAS UNA SOLICITUD GRABADA.             * 00006700
      *---------------------------------------------------------------* 00006710
       255-BUSCA-EN-CORRIDA.                                            00006720
      *********************                                             00006730
           MOVE 'N' TO SW-SOL-CORRIDA.                                  00006740
           PERFORM 256-COMPARA-SOLICITADA                               00006750
               VARYING WK-SOL-IDX FROM 1 BY 1                           00006760
               UNTIL (WK-SOL-IDX GREATER WK-SOL-CANT OR                 00006770
                      SOLICITADA-EN-CORRIDA).                           00006780
       256-COMPARA-SOLICITADA.                                          00006790
      ***********************                                           00006800
           IF (TS-PROGRAMA (WK-SOL-IDX) EQUAL TRJ-PROGRAMA AND          00006810
               TS-FECHA    (WK-SOL-IDX) EQUAL TRJ-FECHA)                00006820
               MOVE 'S' TO SW-SOL-CORRIDA                               00006830
           END-IF.                                                      00006840
       260-GUARDA-SOLICITADA.                                           00006850
      **********************                                            00006860
           PERFORM 255-BUSCA-EN-CORRIDA.                                00006870
           IF (NOT SOLICITADA-EN-CORRIDA)                               00006880
               ADD 1 TO WK-SOL-CANT                                     00006890
               MOVE TRJ-PROGRAMA TO TS-PROGRAMA (WK-SOL-CANT)           00006900
               MOVE TRJ-FECHA    TO TS-FECHA    (WK-SOL-CANT)           00006910
           END-IF.                                                      00006920
      *---------------------------------------------------------------* 00006930
      *  GRABA EN S-APRLOG LA IMAGEN DEL REGISTRO RECIEN GRABADO EN   * 00006940
      *  S-APROBAC, CON LA FECHA Y HORA DE LA TRANSACCION. SI LA      * 00006950
      *  CLAVE YA EXISTE SE AVANZA LA SECUENCIA Y SE REINTENTA.       * 00006960
      *---------------------------------------------------------------* 00006970
       270-GRABA-HISTORIA.                                              00006980
      *******************                                               00006990
           ADD 1                  TO WK-APL-SEC.                        00007000
           MOVE WK-FEC-SIST       TO APL-FECHA.                         00007010
           MOVE WK-HOR-SIST (1:6) TO APL-HORA.                          00007020
           MOVE WK-APL-SEC        TO APL-SECUENCIA.                     00007030
           MOVE 'A'               TO APL-ORIGEN.                        00007040
           MOVE REG-APROBACION    TO APL-APROBACION.                    00007050
           MOVE 'N'               TO SW-APL-GRAB.                       00007060
           PERFORM 275-ESCRIBE-HISTORIA UNTIL APL-GRABADO.              00007070
       275-ESCRIBE-HISTORIA.                                            00007080
      *********************                                             00007090
           WRITE REG-APR-HISTORIA                                       00007100
               INVALID KEY                                              00007110
                   IF (APL-SECUENCIA LESS 999)                          00007120
                       ADD 1 TO APL-SECUENCIA                           00007130
                   ELSE                                                 00007140
                       DISPLAY 'ERROR AL GRABAR APRLOG ' FS-APL         00007150
                                                           UPON CONSOLE 00007160
                       PERFORM 400-CIERRA                               00007170
                   END-IF                                               00007180
               NOT INVALID KEY                                          00007190
                   MOVE APL-SECUENCIA TO WK-APL-SEC                     00007200
                   MOVE 'S' TO SW-APL-GRAB                              00007210
           END-WRITE.                                                   00007220
       280-LISTA-TRANSAC.                                               00007230
      ******************                                                00007240
           MOVE TRJ-ACCION   TO LT-ACCION.                              00007250
           MOVE TRJ-PROGRAMA TO LT-PROGRAMA.                            00007260
           MOVE TRJ-FECHA    TO LT-FECHA.                               00007270
           MOVE WK-USR-JOB   TO LT-USUARIO.                             00007280
           WRITE REG-LISTADO FROM LIN-TRANSAC.                          00007290
       290-RECHAZA.                                                     00007300
      ************                                                      00007310
           PERFORM 280-LISTA-TRANSAC.                                   00007320
           ADD 1 TO WK-CONT-RECH.                                       00007330
       310-LEE-PENDIENTE.                                               00007340
      ******************                                                00007350
           READ APROBAC NEXT RECORD                                     00007360
               AT END                                                   00007370
                   MOVE 'S' TO SW-EOF-APR                               00007380
           END-READ.                                                    00007390
           IF (NOT EOF-APROBAC AND APR-PENDIENTE)                       00007400
               MOVE APR-PROGRAMA       TO LD-PROGRAMA                   00007410
               MOVE APR-FECHA-EFECTIVA TO LD-FECHA                      00007420
               MOVE APR-FORCE          TO LD-FORCE                      00007430
               MOVE APR-FERIADO        TO LD-FERIADO                    00007440
               MOVE APR-USR-SOLICITA   TO LD-USUARIO                    00007450
               MOVE APR-FEC-SOLICITA   TO LD-FEC-SOLI                   00007460
               MOVE APR-HOR-SOLICITA   TO LD-HOR-SOLI                   00007470
               MOVE APR-MOTIVO         TO LD-MOTIVO                     00007480
               WRITE REG-LISTADO FROM LIN-DETALLE                       00007490
               ADD 1 TO WK-CONT-PEND                                    00007500
           END-IF.                                                      00007510
