      *SYSTSPRT DE TODOS LOS PASOS SE ACUMULA EN UN TEMPORAL QUE LEE EL 00000420
      *PASO FINAL CDOBDB2X. BLOQUE SIN LIBRERIA RESOLUBLE SE EMITE COMO 00000430
      *COMENTARIO Y EL PROGRAMA TERMINA CON RETURN-CODE 04              00000440
                                                                        00000441
      *15/10/26  RHM                                                    00000442
      *ANTES DE ARMAR EL JOB SE RECORRE S-PARAMETS COMPLETO Y SE        00000443
      *RECALCULAN LOS TOTALES DE CADA REGISTRO ' CTL ' QUE GRABA        00000444
      *CDOBDB2E (COPY CDOBTOT): CANTIDAD DE BLOQUES, PRIMER Y ULTIMO    00000445
      *' END NNN' Y HASH SOBRE PROGRAMA Y FECHA, MAS LA CONTINUIDAD     00000446
      *DE LA NUMERACION ENTRE CORRIDAS. BLOQUES AL FINAL SIN SU ' CTL ' 00000447
      *(ARCHIVO TRUNCADO) O UN ARCHIVO SIN NINGUN ' CTL ' TAMPOCO       00000448
      *CUADRAN. SI ALGO NO CUADRA NO SE EMITE EL JOB: JCLOUT QUEDA      00000449
      *SOLO CON EL DETALLE DE LAS DIFERENCIAS COMO COMENTARIOS, QUE     00000450
      *TAMBIEN SALE POR CONSOLA, Y EL PROGRAMA TERMINA CON RC 20        00000451
                                                                        00000452
       ENVIRONMENT DIVISION.                                            00000460
      *--------------------*                                            00000470
       CONFIGURATION SECTION.                                           00000480
           02 J             PIC  9(03)   VALUE ZEROS.                   00001040
           02 L             PIC  9(03)   VALUE ZEROS.                   00001050
           02 WK-I          PIC  9(03)   VALUE ZEROS  COMP.             00001060
      *    VERIFICACION DE LOS TOTALES DE CONTROL ' CTL ' DE            00001061
      *    S-PARAMETS (VER CDOBTOT) ANTES DE ARMAR EL JOB               00001062
           02 SW-TOT-BLOQUE PIC  X(01)   VALUE 'N'.                     00001063
              88 TOT-BLOQUE-ABIERTO      VALUE 'S'.                     00001064
           02 SW-END-ANT    PIC  X(01)   VALUE 'N'.                     00001065
              88 HAY-END-ANTERIOR        VALUE 'S'.                     00001066
           02 SW-CORRIDA-INF PIC X(01)   VALUE 'N'.                     00001067
              88 CORRIDA-INFORMADA       VALUE 'S'.                     00001068
           02 WK-TOT-LINEA  PIC  X(80)   VALUE SPACES.                  00001069
           02 WK-TOT-REGS   PIC  9(07)   VALUE ZEROS.                   00001070
           02 WK-TOT-BLOQUES PIC 9(05)   VALUE ZEROS.                   00001071
           02 WK-TOT-PRIMER PIC  9(03)   VALUE ZEROS.                   00001072
           02 WK-TOT-ULTIMO PIC  9(03)   VALUE ZEROS.                   00001073
           02 WK-TOT-HASH   PIC  9(15)   VALUE ZEROS.                   00001074
           02 WK-TOT-I      PIC  9(03)   VALUE ZEROS.                   00001075
           02 WK-TOT-L      PIC  9(03)   VALUE ZEROS.                   00001076
           02 WK-TOT-K      PIC  9(03)   VALUE ZEROS.                   00001077
           02 WK-TOT-CADENA.                                            00001078
              04 WK-TOT-PGM PIC  X(08)   VALUE SPACES.                  00001079
              04 WK-TOT-FECHA PIC X(10)  VALUE SPACES.                  00001080
           02 FILLER        REDEFINES WK-TOT-CADENA.                    00001081
              04 WK-TOT-CAR PIC  X(01)   OCCURS 18 TIMES.               00001082
           02 WK-CTL-LEIDOS PIC  9(05)   VALUE ZEROS.                   00001083
           02 WK-CTL-DIFER  PIC  9(05)   VALUE ZEROS.                   00001084
           02 WK-END-ANTERIOR PIC 9(03)  VALUE ZEROS.                   00001085
           02 WK-END-ESPERADO PIC 9(03)  VALUE ZEROS.                   00001086
      *---------------------------------------------------------------* 00001087
      *  TARJETAS DEL BLOQUE EN CURSO, RETENIDAS HASTA VER SU ' END'   *00001088
      *  PARA EMITIRLAS COMO SYSTSIN EN LINEA DEL PASO                 *00001090
      *---------------------------------------------------------------* 00001100
       01  TABLA-BLOQUE.                                                00001110
           02 FILLER        PIC X(03) VALUE '//*'.                      00001570
           02 JC-TEXTO      PIC X(60).                                  00001580
      *---------------------------------------------------------------* 00001590
      *  DETALLE DE DIFERENCIAS DE LOS TOTALES DE CONTROL (VAN COMO   * 00001591
      *  COMENTARIO EN JC-TEXTO Y POR CONSOLA)                        * 00001592
      *---------------------------------------------------------------* 00001593
       01  LIN-CORRIDA.                                                 00001594
           02 FILLER        PIC X(26) VALUE                             00001595
              'NO CUADRA CONTROL CORRIDA '.                             00001596
           02 LC-FECHA      PIC X(08).                                  00001597
           02 FILLER        PIC X(01) VALUE SPACES.                     00001598
           02 LC-HORA       PIC X(06).                                  00001599
       01  LIN-DIFERENCIA.                                              00001600
           02 FILLER        PIC X(02) VALUE SPACES.                     00001601
           02 LD-CONCEPTO   PIC X(11).                                  00001602
           02 FILLER        PIC X(05) VALUE 'CTL: '.                    00001603
           02 LD-CONTROL    PIC Z(14)9.                                 00001604
           02 FILLER        PIC X(12) VALUE ' RECALCULO: '.             00001605
           02 LD-RECALC     PIC Z(14)9.                                 00001606
      *---------------------------------------------------------------* 00001607
      *  REGISTRO ' CTL ' DE TOTALES DE CONTROL DE CDOBDB2E           * 00001608
      *---------------------------------------------------------------* 00001609
           COPY CDOBTOT.                                                00001610
      *---------------------------------------------------------------* 00001611
      *                   DB2 -  PROGRAM INTERFACE                    * 00001612
      *   NOMBRE DEL JOB Y DSN BITACORA  PARA LINKAGE SECTION         * 00001613
      *---------------------------------------------------------------* 00001620
       LINKAGE SECTION.                                                 00001630
      *---------------*                                                 00001640
           MOVE 16  TO RETURN-CODE.                                     00001740
           PERFORM 110-VALIDA-PARM.                                     00001750
           PERFORM 100-ABRE.                                            00001760
           PERFORM 500-VERIFICA-CONTROL.                                00001761
           PERFORM 150-EMITE-JOBCARD.                                   00001770
           PERFORM 200-PROCESO THRU 200-PROCESO-EXIT                    00001780
               UNTIL EOF-PARAMETRO.                                     00001790
           WRITE REG-JCLOUT FROM JCL-CAPTURA-3.                         00004620
           MOVE SPACES TO REG-JCLOUT.                                   00004630
           WRITE REG-JCLOUT FROM JCL-CAPTURA-4.                         00004640
      *---------------------------------------------------------------* 00004641
      *  VERIFICA LOS TOTALES DE CONTROL DE S-PARAMETS ANTES DE EMITIR* 00004642
      *  NADA: SE RECORRE EL ARCHIVO COMPLETO, SE COMPARA CADA ' CTL '* 00004643
      *  CON LO RECALCULADO DESDE EL ' CTL ' ANTERIOR Y, SI TODO      * 00004644
      *  CUADRA, SE REABRE PARA ARMAR EL JOB. SI NO, RC 20 SIN JOB.   * 00004645
      *---------------------------------------------------------------* 00004646
       500-VERIFICA-CONTROL.                                            00004647
      *********************                                             00004648
           PERFORM 510-VERIFICA-TARJETA UNTIL EOF-PARAMETRO.            00004649
           IF (WK-TOT-BLOQUES GREATER ZEROS)                            00004650
               MOVE SPACES TO JC-TEXTO                                  00004651
               STRING WK-TOT-BLOQUES            DELIMITED BY SIZE       00004652
                      ' BLOQUE(S) AL FINAL SIN REGISTRO DE CONTROL'     00004653
                                                DELIMITED BY SIZE       00004654
                   INTO JC-TEXTO                                        00004655
               PERFORM 540-INFORMA-LINEA                                00004656
               ADD 1 TO WK-CTL-DIFER                                    00004657
           END-IF.                                                      00004658
           IF (WK-CTL-LEIDOS EQUAL ZEROS AND                            00004659
               WK-TOT-REGS GREATER ZEROS)                               00004660
               MOVE 'S-PARAMETS SIN REGISTRO DE CONTROL DE CDOBDB2E'    00004661
                 TO JC-TEXTO                                            00004662
               PERFORM 540-INFORMA-LINEA                                00004663
               ADD 1 TO WK-CTL-DIFER                                    00004664
           END-IF.                                                      00004665
           IF (WK-CTL-DIFER GREATER ZEROS)                              00004666
               DISPLAY 'TOTALES DE CONTROL NO CUADRAN: ' WK-CTL-DIFER   00004667
                                                           UPON CONSOLE 00004668
               DISPLAY 'NO SE ARMA EL JOB DE EJECUCION'    UPON CONSOLE 00004669
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004670
               MOVE 20 TO RETURN-CODE                                   00004671
               PERFORM 400-CIERRA                                       00004672
           END-IF.                                                      00004673
           DISPLAY 'TOTALES DE CONTROL OK, CORRIDAS: ' WK-CTL-LEIDOS    00004674
                                                           UPON CONSOLE.00004675
           CLOSE PARAMETRO.                                             00004676
           OPEN INPUT PARAMETRO.                                        00004677
           IF (FS-PAR NOT EQUAL '00')                                   00004678
               DISPLAY 'ERROR AL OPEN PARAMETRO ' FS-PAR    UPON CONSOLE00004679
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004680
               PERFORM 400-CIERRA                                       00004681
           END-IF.                                                      00004682
           MOVE 'N' TO SW-EOF-PAR.                                      00004683
           PERFORM 210-LEE-PARAMETRO.                                   00004684
       510-VERIFICA-TARJETA.                                            00004685
      *********************                                             00004686
           ADD 1 TO WK-TOT-REGS.                                        00004687
           MOVE REG-PARAMETRO TO WK-TOT-LINEA.                          00004688
           IF (WK-TOT-LINEA (1 : 5) EQUAL ' CTL ')                      00004689
               PERFORM 520-COMPARA-CONTROL                              00004690
           ELSE                                                         00004691
               PERFORM 515-ACUMULA-CONTROL                              00004692
           END-IF.                                                      00004693
           PERFORM 210-LEE-PARAMETRO.                                   00004694
      *---------------------------------------------------------------* 00004695
      *  MISMA REGLA QUE CDOBDB2E: EL BLOQUE ABRE CON ' DSN SYSTEM(', * 00004696
      *  TOMA PROGRAMA DE LA TARJETA RUN Y FECHA DEL DATE= DE LA      * 00004697
      *  TARJETA PARMS Y CUENTA RECIEN AL VER SU ' END NNN'.          * 00004698
      *---------------------------------------------------------------* 00004699
       515-ACUMULA-CONTROL.                                             00004700
      ********************                                              00004701
           IF (WK-TOT-LINEA (1 : 12) EQUAL ' DSN SYSTEM(')              00004702
               MOVE 'S'    TO SW-TOT-BLOQUE                             00004703
               MOVE SPACES TO WK-TOT-PGM                                00004704
               MOVE SPACES TO WK-TOT-FECHA                              00004705
           END-IF.                                                      00004706
           IF (WK-TOT-LINEA (1 : 13) EQUAL ' RUN PROGRAM(')             00004707
               MOVE 14 TO WK-TOT-I                                      00004708
               MOVE 00 TO WK-TOT-L                                      00004709
               PERFORM AVANZA-TOT-BYTE                                  00004710
                   UNTIL (WK-TOT-LINEA (WK-TOT-I : 1) EQUAL ')' OR      00004711
                          WK-TOT-L GREATER 07)                          00004712
               IF (WK-TOT-L GREATER ZEROS AND                           00004713
                   WK-TOT-LINEA (WK-TOT-I : 1) EQUAL ')')               00004714
                   MOVE WK-TOT-LINEA (14 : WK-TOT-L) TO WK-TOT-PGM      00004715
               END-IF                                                   00004716
           END-IF.                                                      00004717
           IF (WK-TOT-LINEA (1 : 7) EQUAL ' PARMS(' AND                 00004718
               WK-TOT-LINEA (9 : 5) EQUAL 'DATE=')                      00004719
               MOVE WK-TOT-LINEA (14 : 10) TO WK-TOT-FECHA              00004720
           END-IF.                                                      00004721
           IF (TOT-BLOQUE-ABIERTO AND                                   00004722
               WK-TOT-LINEA (1 : 4) EQUAL ' END' AND                    00004723
               WK-TOT-LINEA (6 : 3) IS NUMERIC)                         00004724
               ADD 1 TO WK-TOT-BLOQUES                                  00004725
               IF (WK-TOT-BLOQUES EQUAL 1)                              00004726
                   MOVE WK-TOT-LINEA (6 : 3) TO WK-TOT-PRIMER           00004727
               END-IF                                                   00004728
               MOVE WK-TOT-LINEA (6 : 3) TO WK-TOT-ULTIMO               00004729
               PERFORM 518-HASH-CARACTER                                00004730
                   VARYING WK-TOT-I FROM 1 BY 1                         00004731
                   UNTIL (WK-TOT-I GREATER 18)                          00004732
               MOVE 'N' TO SW-TOT-BLOQUE                                00004733
           END-IF.                                                      00004734
       518-HASH-CARACTER.                                               00004735
      ******************                                                00004736
           MOVE 1 TO WK-TOT-K.                                          00004737
           PERFORM AVANZA-TOT-HASH                                      00004738
               UNTIL (WK-TOT-K GREATER 41 OR                            00004739
                      THC-CARACTER (WK-TOT-K) EQUAL                     00004740
                      WK-TOT-CAR (WK-TOT-I)).                           00004741
           COMPUTE WK-TOT-HASH = WK-TOT-HASH + WK-TOT-I * WK-TOT-K.     00004742
      *---------------------------------------------------------------* 00004743
      *  COMPARA UN ' CTL ' CON LO RECALCULADO DESDE EL ANTERIOR Y    * 00004744
      *  CONTROLA QUE SU PRIMER ' END' SIGA AL ULTIMO DE LA CORRIDA   * 00004745
      *  PREVIA. LOS TOTALES VUELVEN A CERO PARA LA CORRIDA SIGUIENTE.* 00004746
      *---------------------------------------------------------------* 00004747
       520-COMPARA-CONTROL.                                             00004748
      ********************                                              00004749
           ADD 1 TO WK-CTL-LEIDOS.                                      00004750
           MOVE WK-TOT-LINEA TO REG-TOTALES-PAR.                        00004751
           MOVE 'N' TO SW-CORRIDA-INF.                                  00004752
           IF (TOT-BLOQUES    NOT NUMERIC OR                            00004753
               TOT-PRIMER-END NOT NUMERIC OR                            00004754
               TOT-ULTIMO-END NOT NUMERIC OR                            00004755
               TOT-HASH       NOT NUMERIC)                              00004756
               PERFORM 530-INFORMA-CORRIDA                              00004757
               MOVE '  REGISTRO DE CONTROL ALTERADO (NO NUMERICO)'      00004758
                 TO JC-TEXTO                                            00004759
               PERFORM 540-INFORMA-LINEA                                00004760
               ADD 1 TO WK-CTL-DIFER                                    00004761
           ELSE                                                         00004762
               IF (TOT-BLOQUES NOT EQUAL WK-TOT-BLOQUES)                00004763
                   MOVE 'BLOQUES'      TO LD-CONCEPTO                   00004764
                   MOVE TOT-BLOQUES    TO LD-CONTROL                    00004765
                   MOVE WK-TOT-BLOQUES TO LD-RECALC                     00004766
                   PERFORM 525-INFORMA-CAMPO                            00004767
               END-IF                                                   00004768
               IF (TOT-PRIMER-END NOT EQUAL WK-TOT-PRIMER)              00004769
                   MOVE 'PRIMER END'   TO LD-CONCEPTO                   00004770
                   MOVE TOT-PRIMER-END TO LD-CONTROL                    00004771
                   MOVE WK-TOT-PRIMER  TO LD-RECALC                     00004772
                   PERFORM 525-INFORMA-CAMPO                            00004773
               END-IF                                                   00004774
               IF (TOT-ULTIMO-END NOT EQUAL WK-TOT-ULTIMO)              00004775
                   MOVE 'ULTIMO END'   TO LD-CONCEPTO                   00004776
                   MOVE TOT-ULTIMO-END TO LD-CONTROL                    00004777
                   MOVE WK-TOT-ULTIMO  TO LD-RECALC                     00004778
                   PERFORM 525-INFORMA-CAMPO                            00004779
               END-IF                                                   00004780
               IF (TOT-HASH NOT EQUAL WK-TOT-HASH)                      00004781
                   MOVE 'HASH'         TO LD-CONCEPTO                   00004782
                   MOVE TOT-HASH       TO LD-CONTROL                    00004783
                   MOVE WK-TOT-HASH    TO LD-RECALC                     00004784
                   PERFORM 525-INFORMA-CAMPO                            00004785
               END-IF                                                   00004786
           END-IF.                                                      00004787
           IF (WK-TOT-BLOQUES GREATER ZEROS)                            00004788
               IF (HAY-END-ANTERIOR)                                    00004789
                   MOVE WK-END-ANTERIOR TO WK-END-ESPERADO              00004790
                   ADD 1 TO WK-END-ESPERADO                             00004791
                   IF (WK-TOT-PRIMER NOT EQUAL WK-END-ESPERADO)         00004792
                       PERFORM 530-INFORMA-CORRIDA                      00004793
                       MOVE SPACES TO JC-TEXTO                          00004794
                       STRING '  PRIMER END ' DELIMITED BY SIZE         00004795
                              WK-TOT-PRIMER   DELIMITED BY SIZE         00004796
                              ' NO SIGUE AL ULTIMO END ANTERIOR '       00004797
                                              DELIMITED BY SIZE         00004798
                              WK-END-ANTERIOR DELIMITED BY SIZE         00004799
                          INTO JC-TEXTO                                 00004800
                       PERFORM 540-INFORMA-LINEA                        00004801
                       ADD 1 TO WK-CTL-DIFER                            00004802
                   END-IF                                               00004803
               END-IF                                                   00004804
               MOVE WK-TOT-ULTIMO TO WK-END-ANTERIOR                    00004805
               MOVE 'S'           TO SW-END-ANT                         00004806
           END-IF.                                                      00004807
           MOVE ZEROS TO WK-TOT-BLOQUES.                                00004808
           MOVE ZEROS TO WK-TOT-PRIMER.                                 00004809
           MOVE ZEROS TO WK-TOT-ULTIMO.                                 00004810
           MOVE ZEROS TO WK-TOT-HASH.                                   00004811
       525-INFORMA-CAMPO.                                               00004812
      ******************                                                00004813
           PERFORM 530-INFORMA-CORRIDA.                                 00004814
           MOVE LIN-DIFERENCIA TO JC-TEXTO.                             00004815
           PERFORM 540-INFORMA-LINEA.                                   00004816
           ADD 1 TO WK-CTL-DIFER.                                       00004817
       530-INFORMA-CORRIDA.                                             00004818
      ********************                                              00004819
           IF (NOT CORRIDA-INFORMADA)                                   00004820
               MOVE 'S'       TO SW-CORRIDA-INF                         00004821
               MOVE TOT-FECHA TO LC-FECHA                               00004822
               MOVE TOT-HORA  TO LC-HORA                                00004823
               MOVE LIN-CORRIDA TO JC-TEXTO                             00004824
               PERFORM 540-INFORMA-LINEA                                00004825
           END-IF.                                                      00004826
       540-INFORMA-LINEA.                                               00004827
      ******************                                                00004828
           MOVE SPACES TO REG-JCLOUT.                                   00004829
           WRITE REG-JCLOUT FROM JCL-COMENTA.                           00004830
           DISPLAY JC-TEXTO                                UPON CONSOLE.00004831
       BUSCA-BYTE.                                                      00004832
      ***********                                                       00004833
           ADD 1  TO I.                                                 00004834
           ADD 1  TO L.                                                 00004835
       AVANZA-TOT-BYTE.                                                 00004836
      ****************                                                  00004837
           ADD 1  TO WK-TOT-I.                                          00004838
           ADD 1  TO WK-TOT-L.                                          00004839
       AVANZA-TOT-HASH.                                                 00004840
      ****************                                                  00004841
           ADD 1  TO WK-TOT-K.                                          00004842
