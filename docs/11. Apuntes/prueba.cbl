      *LOS 'R' DE HOY PARA LA VALIDACION DE DUPLICADO SE CARGAN UNA     00000760
      *SOLA VEZ AL ABRIR LA BITACORA (LAS TARJETAS GENERADAS EN LA      00000761
      *MISMA CORRIDA SE AGREGAN A LA TABLA AL GRABAR SU AUDITORIA)      00000762
                                                                        00000763
      *15/10/26  RHM                                                    00000764
      *DOBLE FIRMA PARA LOS OVERRIDES: UNA TARJETA CON FORCE=Y O        00000764
      *FERIADO=Y SOLO SE ACEPTA SI EN S-APROBAC (KSDS, VER CDOBAPR)     00000764
      *HAY UNA APROBACION VIGENTE PARA SU PGM= Y DATE= QUE CUBRA EL     00000764
      *OVERRIDE PEDIDO, DADA POR UN USUARIO DISTINTO AL QUE LO          00000764
      *SOLICITO; SIN ELLA SE RECHAZA CON RC 33. LAS SOLICITUDES Y       00000764
      *APROBACIONES SE REGISTRAN CON EL PROGRAMA CDOBDB2A. CADA         00000764
      *APROBACION SIRVE PARA UNA SOLA 'R': AL GRABARLA SE MARCA USADA   00000764
      *EN S-APROBAC CON LA CLAVE DE BITACORA DE ESA 'R' Y SU IMAGEN     00000764
      *(QUIEN SOLICITO Y QUIEN APROBO) QUEDA EN S-APRLOG (VER CDOBAPL)  00000764
      *CON ESA MISMA CLAVE. SI S-APROBAC ESTA VACIO (STATUS 35) LA      00000764
      *CORRIDA SIGUE Y TODA TARJETA CON OVERRIDE SE RECHAZA CON RC 33   00000764
                                                                        00000764
      *15/10/26  RHM                                                    00000764
      *TOTALES DE CONTROL EN PARAMETRO: AL CERRAR, TODA CORRIDA QUE     00000764
      *ABRIO PARAMETRO GRABA UN REGISTRO ' CTL ' (COPY CDOBTOT) CON     00000764
      *FECHA Y HORA DE LA CORRIDA, CANTIDAD DE BLOQUES, PRIMER Y        00000764
      *ULTIMO ' END NNN' Y UN HASH SOBRE PROGRAMA Y FECHA DE CADA       00000764
      *BLOQUE. LOS TOTALES SE ACUMULAN DESDE LAS TARJETAS TAL CUAL SE   00000764
      *GRABAN. EN UN RESTART, LOS BLOQUES COMPLETOS QUE LA CORRIDA      00000764
      *INTERRUMPIDA DEJO DESPUES DEL ULTIMO ' CTL ' PASAN AL CONTROL    00000764
      *DE ESTA CORRIDA. CDOBDB2J LOS RECALCULA Y NO ARMA EL JOB SI NO   00000764
      *CUADRAN                                                          00000764
       ENVIRONMENT DIVISION.                                            00000700
      *--------------------*                                            00000710
       CONFIGURATION SECTION.                                           00000720
                                 ACCESS MODE   RANDOM                   00000875
                                 RECORD KEY    CAT-PROGRAMA             00000876
                                 FILE STATUS   FS-CAT.                  00000877
           SELECT  APROBACION    ASSIGN   TO  S-APROBAC                 00000878
                                 ORGANIZATION  INDEXED                  00000878
                                 ACCESS MODE   RANDOM                   00000878
                                 RECORD KEY    APR-CLAVE                00000878
                                 FILE STATUS   FS-APR.                  00000878
           SELECT  APRLOG        ASSIGN   TO  S-APRLOG                  00000878
                                 ORGANIZATION  INDEXED                  00000878
                                 ACCESS MODE   RANDOM                   00000878
                                 RECORD KEY    APL-CLAVE                00000878
                                 FILE STATUS   FS-APL.                  00000878
       DATA DIVISION.                                                   00000890
      *-------------*                                                   00000900
       FILE SECTION.                                                    00000910
       FD  PERFILES                                                     00001051
           LABEL  RECORDS   IS  STANDARD.                               00001052
           COPY CDOBPRF.                                                00001053
       FD  APROBACION                                                   00001054
           LABEL  RECORDS   IS  STANDARD.                               00001054
           COPY CDOBAPR.                                                00001054
       FD  APRLOG                                                       00001054
           LABEL  RECORDS   IS  STANDARD.                               00001054
           COPY CDOBAPL.                                                00001054
       WORKING-STORAGE SECTION.                                         00001050
      *-----------------------*                                         00001060
       01  VARIABLES.                                                   00001070
           02 FS-CAT        PIC  X(02)   VALUE SPACES.                  00001102
           02 FS-PRF        PIC  X(02)   VALUE SPACES.                  00001103
           02 FS-REC        PIC  X(02)   VALUE SPACES.                  00001104
           02 FS-APR        PIC  X(02)   VALUE SPACES.                  00001105
           02 FS-APL        PIC  X(02)   VALUE SPACES.                  00001105
           02 WK-FEC-SIST   PIC  X(08)   VALUE SPACES.                  00001110
           02 WK-HOR-SIST   PIC  X(08)   VALUE SPACES.                  00001120
           02 WK-AUD-SEC    PIC  9(03)   VALUE ZEROS.                   00001130
           02 WK-RECHAZO-CONTADOR PIC 9(03) VALUE ZEROS.                00001166
           02 SW-FORCE      PIC  X(01)   VALUE 'N'.                     00001167
              88 FORZAR-DUPLICADO        VALUE 'S'.                     00001168
           02 SW-SIN-APROBAC PIC X(01)   VALUE 'N'.                     00001168
              88 SIN-APROBAC             VALUE 'S'.                     00001168
           02 SW-USA-APR    PIC  X(01)   VALUE 'N'.                     00001168
              88 USA-APROBACION          VALUE 'S'.                     00001168
           02 SW-EOF-DUP    PIC  X(01)   VALUE 'N'.                     00001169
              88 FIN-BUSCA-DUP           VALUE 'S'.                     00001170
           02 SW-DUPLICADO  PIC  X(01)   VALUE 'N'.                     00001171
           02 SW-EOF-PAR    PIC  X(01)   VALUE 'N'.                     00001220
              88 EOF-PARAMETRO            VALUE 'S'.                    00001230
           02 WK-ULT-REG    PIC  X(80)   VALUE SPACES.                  00001240
      *    TOTALES DE CONTROL DE LOS BLOQUES GRABADOS (REGISTRO ' CTL ' 00001240
      *    DE PARAMETRO, VER CDOBTOT)                                   00001240
           02 SW-PAR-ABIERTO PIC X(01)   VALUE 'N'.                     00001240
              88 PARAMETRO-ABIERTO       VALUE 'S'.                     00001240
           02 SW-TOT-BLOQUE PIC  X(01)   VALUE 'N'.                     00001240
              88 TOT-BLOQUE-ABIERTO      VALUE 'S'.                     00001240
           02 WK-TOT-LINEA  PIC  X(80)   VALUE SPACES.                  00001240
           02 WK-TOT-BLOQUES PIC 9(05)   VALUE ZEROS.                   00001240
           02 WK-TOT-PRIMER PIC  9(03)   VALUE ZEROS.                   00001240
           02 WK-TOT-ULTIMO PIC  9(03)   VALUE ZEROS.                   00001240
           02 WK-TOT-HASH   PIC  9(15)   VALUE ZEROS.                   00001240
           02 WK-TOT-I      PIC  9(03)   VALUE ZEROS.                   00001240
           02 WK-TOT-L      PIC  9(03)   VALUE ZEROS.                   00001240
           02 WK-TOT-K      PIC  9(03)   VALUE ZEROS.                   00001240
           02 WK-TOT-CADENA.                                            00001240
              04 WK-TOT-PGM PIC  X(08)   VALUE SPACES.                  00001240
              04 WK-TOT-FECHA PIC X(10)  VALUE SPACES.                  00001240
           02 FILLER        REDEFINES WK-TOT-CADENA.                    00001240
              04 WK-TOT-CAR PIC  X(01)   OCCURS 18 TIMES.               00001240
           02 REG-PAR       PIC  9(03)   VALUE ZEROS.                   00001250
           02 WK-LONGITUD   PIC  9(03)   VALUE ZEROS.                   00001260
           02 WK-STRING     PIC  X(05)   VALUE SPACES.                  00001270
           02 FILLER PIC X(39) VALUE '030TARJETA DUPLICADA HOY'.        00001950
           02 FILLER PIC X(39) VALUE '031PREDECESOR ERRONEO O AUSENTE'. 00001951
           02 FILLER PIC X(39) VALUE '032CICLO DE DEPENDENCIAS AFTER'.  00001952
           02 FILLER PIC X(39) VALUE '033OVERRIDE SIN APROBACION'.      00001953
       01  TABLA-MOTIVOS-R REDEFINES TABLA-MOTIVOS.                     00001949
           02 MOTIVOS-ENTRADA OCCURS 20 TIMES.                          00001950
              03 MOT-RC        PIC 9(03).                               00001951
              03 MOT-TEXTO     PIC X(36).                               00001952
       01  TABLA-CALENDARIO.                                            00001925
           02 FILLER  PIC X(04) VALUE ' END'.                           00002230
           02 FILLER  PIC X(01) VALUE SPACES.                           00002240
           02 L05-SEQ PIC 9(03) VALUE ZEROS.                            00002250
      *    REGISTRO ' CTL ' DE TOTALES DE CONTROL DE LA CORRIDA         00002250
           COPY CDOBTOT.                                                00002250
                                                                        00002260
      * FORMATO DE LINKAGE (PARM DEL JCL)                               00002270
      *    [CHAIN=Y/][VALIDATE=Y/]DATE=DD/MM/SSAA/PGM=12345678/         00002272
      *    - FORCE=Y/ (DESPUES DE PLAN=) PERMITE REGENERAR UNA          00002291
      *      TARJETA YA GENERADA HOY PARA EL MISMO PGM= Y DATE=         00002292
      *      (REPROCESO INTENCIONAL); SIN EL, SE RECHAZA CON RC 30.     00002293
      *    - FORCE=Y/ Y FERIADO=Y/ EXIGEN UNA APROBACION VIGENTE EN     00002293
      *      S-APROBAC PARA EL PGM= Y DATE= (DOBLE FIRMA, CDOBDB2A);    00002293
      *      SIN ELLA LA TARJETA SE RECHAZA CON RC 33. LA APROBACION    00002293
      *      SIRVE PARA UNA SOLA TARJETA GENERADA; OTRA NECESITA UNA    00002293
      *      SOLICITUD Y APROBACION NUEVAS.                             00002293
      *    - PERFIL= ES OPCIONAL: SU NOMBRE SE BUSCA EN S-PERFILES Y    00002291
      *      APORTA SUBSYS, LIB, PLAN Y PARES FIJOS CLAVE=VALOR POR     00002292
      *      DEFECTO; LOS TOKENS EXPLICITOS DE LA TARJETA GANAN.        00002293
           PERFORM 130-CARGA-CALENDARIO.                                00002971
           PERFORM 140-ABRE-CATALOGO.                                   00002972
           PERFORM 150-ABRE-PERFILES.                                   00002973
           PERFORM 170-ABRE-APROBACION THRU 170-ABRE-APROBACION-FIN.    00002974
           IF (MODO-CADENA AND MODO-CONTINUA)                           00002974
               PERFORM 160-ABRE-RECHAZO                                 00002975
           END-IF.                                                      00002976
                   DISPLAY 'CANCELA PROCESO ...'            UPON CONSOLE00003290
                   PERFORM 400-CIERRA                                   00003300
               END-IF                                                   00003310
               MOVE 'S' TO SW-PAR-ABIERTO                               00003310
           ELSE                                                         00003320
               IF (FS-PAR NOT EQUAL '00')                               00003330
                   DISPLAY 'ERROR AL OPEN INPUT PARAMETRO ' FS-PAR      00003340
                   DISPLAY 'CANCELA PROCESO ...'            UPON CONSOLE00003500
                   PERFORM 400-CIERRA                                   00003510
               END-IF                                                   00003520
               MOVE 'S' TO SW-PAR-ABIERTO                               00003520
               MOVE 'N' TO SW-TOT-BLOQUE                                00003520
               IF (WK-TOT-BLOQUES GREATER ZEROS)                        00003520
                   DISPLAY 'BLOQUES SIN CONTROL DE CORRIDA ANTERIOR: '  00003520
                           WK-TOT-BLOQUES                   UPON CONSOLE00003520
                   DISPLAY 'SE INCLUYEN EN EL CONTROL DE ESTA CORRIDA'  00003520
                                                            UPON CONSOLE00003520
               END-IF                                                   00003520
           END-IF.                                                      00003530
      *---------------------------------------------------------------* 00003540
      *  LEE PARAMETRO SECUENCIALMENTE HASTA EOF. CADA TARJETA ' END'  *00003550
      *  LA CORRIDA ANTERIOR MURIO A MEDIO BLOQUE (SIN SU ' END'), EL  *00003552
      *  ULTIMO REGISTRO FISICO NO ES TRAILER PERO LA NUMERACION       *00003553
      *  DEBE REANUDAR DESDE EL ULTIMO BLOQUE QUE SI CERRO BIEN.       *00003554
      *  CADA TARJETA PASA ADEMAS POR LOS TOTALES DE CONTROL, QUE SE   *00003554
      *  PONEN EN CERO EN CADA REGISTRO ' CTL '.                       *00003554
      *---------------------------------------------------------------* 00003570
       116-LEE-PARAMETRO-PREVIO.                                        00003580
      ************************                                          00003590
                   MOVE 'S' TO SW-EOF-PAR                               00003620
               NOT AT END                                               00003630
                   MOVE REG-PARAMETRO TO WK-ULT-REG                     00003640
                   MOVE REG-PARAMETRO TO WK-TOT-LINEA                   00003640
                   PERFORM 117-ACUMULA-CONTROL                          00003640
                   IF (WK-ULT-REG (1 : 4) EQUAL ' END')                 00003641
                       IF (WK-ULT-REG (6 : 3) IS NUMERIC)               00003642
                           MOVE WK-ULT-REG (6 : 3) TO REG-PAR           00003643
                   END-IF                                               00003645
           END-READ.                                                    00003650
      *---------------------------------------------------------------* 00003660
      *  TOTALES DE CONTROL SOBRE UNA TARJETA DE PARAMETRO: EL BLOQUE * 00003660
      *  ABRE CON ' DSN SYSTEM(', TOMA PROGRAMA DE LA TARJETA RUN Y   * 00003660
      *  FECHA DEL DATE= DE LA TARJETA PARMS (MISMAS POSICIONES QUE   * 00003660
      *  CDOBDB2R) Y CUENTA RECIEN AL VER SU ' END NNN'. UN REGISTRO  * 00003660
      *  ' CTL ' CIERRA LOS TOTALES DE SU CORRIDA. CDOBDB2J APLICA LA * 00003660
      *  MISMA REGLA PARA RECALCULARLOS.                              * 00003660
      *---------------------------------------------------------------* 00003660
       117-ACUMULA-CONTROL.                                             00003660
      ********************                                              00003660
           IF (WK-TOT-LINEA (1 : 5) EQUAL ' CTL ')                      00003660
               MOVE ZEROS TO WK-TOT-BLOQUES                             00003660
               MOVE ZEROS TO WK-TOT-PRIMER                              00003660
               MOVE ZEROS TO WK-TOT-ULTIMO                              00003660
               MOVE ZEROS TO WK-TOT-HASH                                00003660
           END-IF.                                                      00003660
           IF (WK-TOT-LINEA (1 : 12) EQUAL ' DSN SYSTEM(')              00003660
               MOVE 'S'    TO SW-TOT-BLOQUE                             00003660
               MOVE SPACES TO WK-TOT-PGM                                00003660
               MOVE SPACES TO WK-TOT-FECHA                              00003660
           END-IF.                                                      00003660
           IF (WK-TOT-LINEA (1 : 13) EQUAL ' RUN PROGRAM(')             00003660
               MOVE 14 TO WK-TOT-I                                      00003660
               MOVE 00 TO WK-TOT-L                                      00003660
               PERFORM AVANZA-TOT-BYTE                                  00003660
                   UNTIL (WK-TOT-LINEA (WK-TOT-I : 1) EQUAL ')' OR      00003660
                          WK-TOT-L GREATER 07)                          00003660
               IF (WK-TOT-L GREATER ZEROS AND                           00003660
                   WK-TOT-LINEA (WK-TOT-I : 1) EQUAL ')')               00003660
                   MOVE WK-TOT-LINEA (14 : WK-TOT-L) TO WK-TOT-PGM      00003660
               END-IF                                                   00003660
           END-IF.                                                      00003660
           IF (WK-TOT-LINEA (1 : 7) EQUAL ' PARMS(' AND                 00003660
               WK-TOT-LINEA (9 : 5) EQUAL 'DATE=')                      00003660
               MOVE WK-TOT-LINEA (14 : 10) TO WK-TOT-FECHA              00003660
           END-IF.                                                      00003660
           IF (TOT-BLOQUE-ABIERTO AND                                   00003660
               WK-TOT-LINEA (1 : 4) EQUAL ' END' AND                    00003660
               WK-TOT-LINEA (6 : 3) IS NUMERIC)                         00003660
               ADD 1 TO WK-TOT-BLOQUES                                  00003660
               IF (WK-TOT-BLOQUES EQUAL 1)                              00003660
                   MOVE WK-TOT-LINEA (6 : 3) TO WK-TOT-PRIMER           00003660
               END-IF                                                   00003660
               MOVE WK-TOT-LINEA (6 : 3) TO WK-TOT-ULTIMO               00003660
               PERFORM 118-HASH-CARACTER                                00003660
                   VARYING WK-TOT-I FROM 1 BY 1                         00003660
                   UNTIL (WK-TOT-I GREATER 18)                          00003660
               MOVE 'N' TO SW-TOT-BLOQUE                                00003660
           END-IF.                                                      00003660
      *---------------------------------------------------------------* 00003660
      *  HASH: CADA BYTE DE PROGRAMA+FECHA PESA SU POSICION POR SU    * 00003660
      *  ORDEN EN TABLA-HASH-CTL (42 SI NO ESTA).                     * 00003660
      *---------------------------------------------------------------* 00003660
       118-HASH-CARACTER.                                               00003660
      ******************                                                00003660
           MOVE 1 TO WK-TOT-K.                                          00003660
           PERFORM AVANZA-TOT-HASH                                      00003660
               UNTIL (WK-TOT-K GREATER 41 OR                            00003660
                      THC-CARACTER (WK-TOT-K) EQUAL                     00003660
                      WK-TOT-CAR (WK-TOT-I)).                           00003660
           COMPUTE WK-TOT-HASH = WK-TOT-HASH + WK-TOT-I * WK-TOT-K.     00003660
      *---------------------------------------------------------------* 00003660
      *  ABRE EL ARCHIVO DE CONTROL DE MODO ENCADENADO (S-CTLPARM),    *00003670
      *  UNA TARJETA PARM POR CADA PROGRAMA A GENERAR.                 *00003680
      *---------------------------------------------------------------* 00003690
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003857
               PERFORM 400-CIERRA                                       00003858
           END-IF.                                                      00003859
      *---------------------------------------------------------------* 00003860
      *  ABRE EL ARCHIVO DE APROBACIONES DE OVERRIDES (S-APROBAC, KSDS* 00003860
      *  CON CLAVE PROGRAMA + FECHA EFECTIVA) PARA LA CONSULTA POR    * 00003860
      *  CLAVE DE 242-VALIDA-APROBACION Y LA MARCA DE USO DE 412, Y   * 00003860
      *  SU HISTORICO S-APRLOG. LOS MANTIENE CDOBDB2A. UN S-APROBAC   * 00003860
      *  AUN VACIO (STATUS 35) NO CANCELA: SOLO NO HAY APROBACIONES.  * 00003860
      *---------------------------------------------------------------* 00003860
       170-ABRE-APROBACION.                                             00003860
      ********************                                              00003860
           OPEN I-O APROBACION.                                         00003860
           IF (FS-APR EQUAL '35')                                       00003860
               MOVE 'S' TO SW-SIN-APROBAC                               00003860
               DISPLAY 'S-APROBAC VACIO: SE RECHAZAN LOS OVERRIDES'     00003860
                                                            UPON CONSOLE00003860
               GO TO 170-ABRE-APROBACION-FIN                            00003860
           END-IF.                                                      00003860
           IF (FS-APR NOT EQUAL '00')                                   00003860
               DISPLAY 'ERROR AL OPEN APROBACION ' FS-APR   UPON CONSOLE00003860
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003860
               PERFORM 400-CIERRA                                       00003860
           END-IF.                                                      00003860
           OPEN I-O APRLOG.                                             00003860
           IF (FS-APL EQUAL '35')                                       00003860
               OPEN OUTPUT APRLOG                                       00003860
               CLOSE APRLOG                                             00003860
               OPEN I-O APRLOG                                          00003860
           END-IF.                                                      00003860
           IF (FS-APL NOT EQUAL '00')                                   00003860
               DISPLAY 'ERROR AL OPEN APRLOG ' FS-APL       UPON CONSOLE00003860
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00003860
               PERFORM 400-CIERRA                                       00003860
           END-IF.                                                      00003860
       170-ABRE-APROBACION-FIN.                                         00003860
      ************************                                          00003860
           EXIT.                                                        00003860
      *---------------------------------------------------------------* 00003780
      *  PROCESA UNA TARJETA COMPLETA (PARM O LOTE): DATE=RANGO/ SE    *00003781
      *  EXPANDE EN UN BLOQUE POR DIA LABORABLE; CUALQUIER OTRA PASA   *00003782
           IF (TARJETA-RECHAZADA)                                       00004663
               GO TO 200-INICIALIZA-FIN                                 00004664
           END-IF.                                                      00004665
           PERFORM 242-VALIDA-APROBACION                                00004665
               THRU 242-VALIDA-APROBACION-FIN.                          00004665
           IF (TARJETA-RECHAZADA)                                       00004665
               GO TO 200-INICIALIZA-FIN                                 00004665
           END-IF.                                                      00004665
           PERFORM 245-VALIDA-DUPLICADO                                 00004666
               THRU 245-VALIDA-DUPLICADO-FIN.                           00004667
       200-INICIALIZA-FIN.                                              00004663
               MOVE 27 TO RETURN-CODE                                   00006820
               PERFORM 395-CANCELA-TARJETA                              00006821
           END-IF.                                                      00006822
      *---------------------------------------------------------------* 00006822
      *  UNA TARJETA CON FORCE=Y O FERIADO=Y NECESITA UNA APROBACION  * 00006822
      *  VIGENTE EN S-APROBAC PARA SU PGM= Y DATE= (DOBLE FIRMA:      * 00006822
      *  SOLICITA UN USUARIO Y APRUEBA OTRO, VIA CDOBDB2A) QUE CUBRA  * 00006822
      *  CADA OVERRIDE PEDIDO; SI NO, RETURN-CODE 33. LA APROBACION   * 00006822
      *  SOLO VALE SI ESTA APROBADA: USADA, REVOCADA, DENEGADA O AUN  * 00006822
      *  PENDIENTE NO SIRVEN. SI S-APROBAC ESTA VACIO NO SE LEE.      * 00006822
      *---------------------------------------------------------------* 00006822
       242-VALIDA-APROBACION.                                           00006822
      **********************                                            00006822
           MOVE 'N' TO SW-USA-APR.                                      00006822
           IF (NOT FORZAR-DUPLICADO AND NOT PERMITE-FERIADO)            00006822
               GO TO 242-VALIDA-APROBACION-FIN                          00006822
           END-IF.                                                      00006822
           MOVE WK-PROGRAMA TO APR-PROGRAMA.                            00006822
           MOVE WK-FECHA    TO APR-FECHA-EFECTIVA.                      00006822
           IF (SIN-APROBAC)                                             00006822
               MOVE SPACES TO APR-ESTADO                                00006822
           ELSE                                                         00006822
               READ APROBACION                                          00006822
                   INVALID KEY                                          00006822
                       MOVE SPACES TO APR-ESTADO                        00006822
               END-READ                                                 00006822
           END-IF.                                                      00006822
           IF (NOT APR-APROBADA                          OR             00006822
              (FORZAR-DUPLICADO AND NOT APR-CUBRE-FORCE)  OR            00006822
              (PERMITE-FERIADO  AND NOT APR-CUBRE-FERIADO))             00006822
               DISPLAY 'OVERRIDE SIN APROBACION VIGENTE -> '            00006822
                       WK-PROGRAMA ' ' WK-FECHA             UPON CONSOLE00006822
               DISPLAY 'SOLICITE Y APRUEBE EL OVERRIDE CON CDOBDB2A'    00006822
                                                            UPON CONSOLE00006822
               DISPLAY 'CANCELA PROGRAMA ...'               UPON CONSOLE00006822
               MOVE 33 TO RETURN-CODE                                   00006822
               PERFORM 395-CANCELA-TARJETA                              00006822
           ELSE                                                         00006822
               MOVE 'S' TO SW-USA-APR                                   00006822
           END-IF.                                                      00006822
       242-VALIDA-APROBACION-FIN.                                       00006822
      **************************                                        00006822
           EXIT.                                                        00006822
      *---------------------------------------------------------------* 00006823
      *  BUSCA EN LOS 'R' DE HOY DE LA BITACORA UNA TARJETA YA        * 00006824
      *  GENERADA PARA EL MISMO PGM= Y DATE=: SI EXISTE, LA TARJETA   * 00006825
           MOVE WK-APOS     TO  L04-AP2.                                00006970
                                                                        00006980
           IF (NOT MODO-VALIDACION)                                     00006990
               MOVE LINE-01 TO WK-TOT-LINEA                             00007000
               PERFORM 305-GRABA-PARAMETRO                              00007000
           END-IF.                                                      00007010
                                                                        00007020
      *    COMPACTA ESPACIOS EN BLANCO                                  00007030
      *    SE MOVIERA DE VUELTA A LINE-02 SE PISARIAN SUS LITERALES Y   00007102
      *    EN MODO ENCADENADO LAS TARJETAS SIGUIENTES SALDRIAN MAL      00007103
           IF (NOT MODO-VALIDACION)                                     00007120
               MOVE WK-DB2PARM (1 : 80) TO WK-TOT-LINEA                 00007121
               PERFORM 305-GRABA-PARAMETRO                              00007121
           END-IF.                                                      00007140
                                                                        00007150
           MOVE SPACES      TO  WK-DB2PARM.                             00007160
                             UNTIL (I GREATER 80).                      00007220
      *    LIB= ES OPCIONAL: SOLO SE GRABA LA TARJETA LIB SI VINO       00007240
           IF (NOT MODO-VALIDACION AND WK-LIBRERIA NOT EQUAL SPACES)    00007250
               MOVE WK-DB2PARM (1 : 80) TO WK-TOT-LINEA                 00007251
               PERFORM 305-GRABA-PARAMETRO                              00007251
           END-IF.                                                      00007270
                                                                        00007280
           MOVE SPACES      TO  WK-DB2PARM.                             00007290
           IF (NOT MODO-VALIDACION)                                     00007370
               ADD  1 TO REG-PAR                                        00007380
               MOVE REG-PAR TO L05-SEQ                                  00007390
               MOVE WK-DB2PARM (1 : 80) TO WK-TOT-LINEA                 00007391
               PERFORM 305-GRABA-PARAMETRO                              00007391
               MOVE LINE-05 TO WK-TOT-LINEA                             00007410
               PERFORM 305-GRABA-PARAMETRO                              00007410
           END-IF.                                                      00007420
                                                                        00007430
                                                                        00007440
               MOVE 'R' TO AUD-TIPO                                     00007494
           END-IF.                                                      00007495
           PERFORM 410-ESCRIBE-AUDITORIA.                               00007500
      *---------------------------------------------------------------* 00007510
      *  GRABA UNA TARJETA DEL BLOQUE Y LA PASA POR LOS TOTALES DE    * 00007510
      *  CONTROL DE LA CORRIDA.                                       * 00007510
      *---------------------------------------------------------------* 00007510
       305-GRABA-PARAMETRO.                                             00007510
      ********************                                              00007510
           WRITE REG-PARAMETRO FROM WK-TOT-LINEA.                       00007510
           PERFORM 117-ACUMULA-CONTROL.                                 00007510
       400-CIERRA.                                                      00007510
      ***********                                                       00007520
      *    SI SE LLEGA AQUI CON UN RETURN-CODE DE ERROR, LA TARJETA EN  00007530
               MOVE 'E' TO AUD-TIPO                                     00007552
               PERFORM 410-ESCRIBE-AUDITORIA                            00007560
           END-IF.                                                      00007570
           IF (PARAMETRO-ABIERTO)                                       00007580
               PERFORM 420-GRABA-CONTROL                                00007580
           END-IF.                                                      00007580
           IF (NOT MODO-VALIDACION)                                     00007580
               CLOSE PARAMETRO                                          00007590
           END-IF.                                                      00007600
           CLOSE    AUDITORIA.                                          00007610
           CLOSE    CATALOGO.                                           00007611
           CLOSE    PERFILES.                                           00007612
           IF (NOT SIN-APROBAC)                                         00007613
               CLOSE APROBACION                                         00007613
               CLOSE APRLOG                                             00007613
           END-IF.                                                      00007613
           IF (MODO-CADENA)                                             00007620
               CLOSE CTLPARM                                            00007630
           END-IF.                                                      00007640
           IF (AUD-TIPO-REAL)                                           00007875
               PERFORM 114-GUARDA-DUPLICADO                             00007876
           END-IF.                                                      00007877
      *    Y SI SE GENERO CON UN OVERRIDE APROBADO, GASTA LA APROBACION 00007877
           IF (AUD-TIPO-REAL AND USA-APROBACION)                        00007877
               PERFORM 412-USA-APROBACION                               00007877
           END-IF.                                                      00007877
      *---------------------------------------------------------------* 00007873
      *  DOS CORRIDAS EN EL MISMO SEGUNDO PUEDEN GENERAR LA MISMA      *00007874
      *  AUD-CLAVE (FECHA+HORA+SECUENCIA REINICIA POR CORRIDA): SI LA  *00007875
               NOT INVALID KEY                                          00007889
                   MOVE 'S' TO SW-AUD-GRAB                              00007890
           END-WRITE.                                                   00007891
      *---------------------------------------------------------------* 00007891
      *  LA APROBACION DE UN OVERRIDE SE USA UNA SOLA VEZ: SE MARCA   * 00007891
      *  USADA CON LA CLAVE DE BITACORA DE LA 'R' QUE GENERO Y SU     * 00007891
      *  IMAGEN SE AGREGA A S-APRLOG CON ESA MISMA CLAVE, PARA SABER  * 00007891
      *  DESDE LA BITACORA QUIEN SOLICITO Y QUIEN APROBO ESA 'R'.     * 00007891
      *---------------------------------------------------------------* 00007891
       412-USA-APROBACION.                                              00007891
      *******************                                               00007891
           MOVE 'N'         TO SW-USA-APR.                              00007891
           MOVE WK-PROGRAMA TO APR-PROGRAMA.                            00007891
           MOVE WK-FECHA    TO APR-FECHA-EFECTIVA.                      00007891
           READ APROBACION                                              00007891
               INVALID KEY                                              00007891
                   MOVE SPACES TO APR-ESTADO                            00007891
           END-READ.                                                    00007891
           IF (NOT APR-APROBADA)                                        00007891
               DISPLAY 'APROBACION NO VIGENTE AL USARLA -> '            00007891
                       WK-PROGRAMA ' ' WK-FECHA             UPON CONSOLE00007891
           ELSE                                                         00007891
               MOVE 'U'            TO APR-ESTADO                        00007891
               MOVE AUD-CLAVE      TO APR-CLAVE-USO                     00007891
               REWRITE REG-APROBACION                                   00007891
                   INVALID KEY                                          00007891
                       DISPLAY 'ERROR AL REGRABAR APROBACION ' FS-APR   00007891
                                                            UPON CONSOLE00007891
               END-REWRITE                                              00007891
               MOVE AUD-FECHA      TO APL-FECHA                         00007891
               MOVE AUD-HORA       TO APL-HORA                          00007891
               MOVE AUD-SECUENCIA  TO APL-SECUENCIA                     00007891
               MOVE 'E'            TO APL-ORIGEN                        00007891
               MOVE REG-APROBACION TO APL-APROBACION                    00007891
               WRITE REG-APR-HISTORIA                                   00007891
                   INVALID KEY                                          00007891
                       DISPLAY 'APRLOG: CLAVE DUPLICADA, NO GRABA'      00007891
                                                            UPON CONSOLE00007891
               END-WRITE                                                00007891
           END-IF.                                                      00007891
      *---------------------------------------------------------------* 00007892
      *  REGISTRO ' CTL ' DE LA CORRIDA: SE GRABA SIEMPRE QUE SE ABRIO* 00007892
      *  PARAMETRO, AUN SIN BLOQUES O CANCELANDO, PARA QUE CDOBDB2J   * 00007892
      *  PUEDA CUADRAR TODO LO QUE QUEDO GRABADO.                     * 00007892
      *---------------------------------------------------------------* 00007892
       420-GRABA-CONTROL.                                               00007892
      ******************                                                00007892
           MOVE SPACES         TO REG-TOTALES-PAR.                      00007892
           MOVE ' CTL '        TO TOT-MARCA.                            00007892
           ACCEPT TOT-FECHA    FROM DATE YYYYMMDD.                      00007892
           ACCEPT WK-HOR-SIST  FROM TIME.                               00007892
           MOVE WK-HOR-SIST (1 : 6) TO TOT-HORA.                        00007892
           MOVE WK-TOT-BLOQUES TO TOT-BLOQUES.                          00007892
           MOVE WK-TOT-PRIMER  TO TOT-PRIMER-END.                       00007892
           MOVE WK-TOT-ULTIMO  TO TOT-ULTIMO-END.                       00007892
           MOVE WK-TOT-HASH    TO TOT-HASH.                             00007892
           WRITE REG-PARAMETRO FROM REG-TOTALES-PAR.                    00007892
           DISPLAY 'CONTROL PARAMETRO BLOQUES: ' TOT-BLOQUES            00007892
                   ' END ' TOT-PRIMER-END '-' TOT-ULTIMO-END            00007892
                   ' HASH ' TOT-HASH                       UPON CONSOLE.00007892
      *---------------------------------------------------------------* 00007892
      *  RECHAZO DE LA TARJETA EN CURSO: EN MODO ENCADENADO CON       * 00007893
      *  CONTINUE=Y LA TARJETA MALA DEJA SU REGISTRO 'E', SE GRABA    * 00007894
           MOVE 'TARJETA RECHAZADA' TO WK-REC-MOTIVO.                   00007934
           MOVE 1 TO WK-MOT-IDX.                                        00007935
           PERFORM 398-COMPARA-MOTIVO                                   00007936
               UNTIL (WK-MOT-IDX GREATER 20).                           00007937
       398-COMPARA-MOTIVO.                                              00007938
      *******************                                               00007939
           IF (MOT-RC (WK-MOT-IDX) EQUAL WK-REC-RC)                     00007940
      ***********                                                       00008020
           ADD 1  TO I.                                                 00008030
           ADD 1  TO L.                                                 00008040
       AVANZA-TOT-BYTE.                                                 00008050
      ****************                                                  00008050
           ADD 1  TO WK-TOT-I.                                          00008050
           ADD 1  TO WK-TOT-L.                                          00008050
       AVANZA-TOT-HASH.                                                 00008050
      ****************                                                  00008050
           ADD 1  TO WK-TOT-K.                                          00008050
       FREE-BLANCO.                                                     00008050
      ************                                                      00008060
           IF (WK-FREE (I : 1) EQUAL SPACES)                            00008070
