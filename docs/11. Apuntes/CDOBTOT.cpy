      *---------------------------------------------------------------* 00000010
      *    CDOBTOT    LAYOUT DEL REGISTRO DE TOTALES DE CONTROL QUE   * 00000020
      *               CDOBDB2E GRABA AL FINAL DE CADA CORRIDA EN      * 00000030
      *               S-PARAMETS Y QUE CDOBDB2J RECALCULA ANTES DE    * 00000040
      *               ARMAR EL JOB DE EJECUCION                       * 00000050
      *---------------------------------------------------------------* 00000060
      *15/10/26  RHM                                                    00000070
      *SE CREA PARA CERTIFICAR QUE LO QUE CORRE EN DB2 ES LO MISMO QUE  00000080
      *SE VALIDO Y SE AUDITO. EL REGISTRO SE RECONOCE POR ' CTL ' EN    00000090
      *LAS COLUMNAS 1-5 Y CUBRE LOS BLOQUES COMPLETOS (' DSN SYSTEM('   00000100
      *HASTA ' END NNN') GRABADOS DESDE EL REGISTRO ' CTL ' ANTERIOR.   00000110
      *EL HASH SUMA, POR CADA BLOQUE, LOS 18 BYTES PROGRAMA (8, DE LA   00000120
      *TARJETA RUN PROGRAM) Y FECHA (10, DEL DATE= DE LA TARJETA        00000130
      *PARMS) PONDERANDO CADA BYTE POR SU POSICION (1 A 18) Y POR SU    00000140
      *ORDEN EN TABLA-HASH-CTL (42 SI NO ESTA EN LA TABLA)              00000150
      *---------------------------------------------------------------* 00000160
       01  REG-TOTALES-PAR.                                             00000170
           02  TOT-MARCA               PIC X(05).                       00000180
               88  TOT-ES-CONTROL            VALUE ' CTL '.             00000190
           02  TOT-FECHA               PIC X(08).                       00000200
           02  FILLER                  PIC X(01).                       00000210
           02  TOT-HORA                PIC X(06).                       00000220
           02  FILLER                  PIC X(01).                       00000230
           02  TOT-BLOQUES             PIC 9(05).                       00000240
           02  FILLER                  PIC X(01).                       00000250
           02  TOT-PRIMER-END          PIC 9(03).                       00000260
           02  FILLER                  PIC X(01).                       00000270
           02  TOT-ULTIMO-END          PIC 9(03).                       00000280
           02  FILLER                  PIC X(01).                       00000290
           02  TOT-HASH                PIC 9(15).                       00000300
           02  FILLER                  PIC X(30).                       00000310
       01  TABLA-HASH-CTL.                                              00000320
           02  FILLER                  PIC X(41) VALUE                  00000330
               ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789/#@$'.             00000340
       01  TABLA-HASH-CTL-R REDEFINES TABLA-HASH-CTL.                   00000350
           02  THC-CARACTER            PIC X(01) OCCURS 41 TIMES.       00000360
