      *---------------------------------------------------------------* 00000010
      *    CDOBAGE    LAYOUT DE LA TARJETA DE LA AGENDA NOCTURNA DE   * 00000020
      *               PROGRAMAS (ARCHIVO S-AGENDA, UNA TARJETA DE 80  * 00000030
      *               BYTES POR PROGRAMA)                             * 00000040
      *---------------------------------------------------------------* 00000050
      *15/10/26  RHM                                                    00000060
      *SE CREA PARA EL ARMADO AUTOMATICO DEL LOTE S-CTLPARM DE CADA     00000070
      *NOCHE (PROGRAMA CDOBDB2B): CADA PROGRAMA LLEVA SU REGLA DE       00000080
      *FRECUENCIA, SU PERFIL=, SU PREDECESOR AFTER= Y SUS PARES FIJOS   00000090
      *CLAVE=VALOR. EL ARCHIVO SE MANTIENE POR EDICION, COMO S-VENTANA  00000100
      *---------------------------------------------------------------* 00000110
       01  REG-AGENDA.                                                  00000120
      *    COL 01-08 PROGRAMA (UNA SOLA TARJETA POR PROGRAMA)           00000130
           02  AGE-PROGRAMA            PIC X(08).                       00000140
           02  FILLER                  PIC X(01).                       00000150
      *    COL 10 FRECUENCIA:  D = CADA DIA HABIL                       00000160
      *                        L = SOLO LUNES HABIL                     00000170
      *                        F = ULTIMO DIA HABIL DEL MES             00000180
      *                        P = PRIMER DIA HABIL DEL MES             00000190
      *                        T = ULTIMO DIA HABIL DEL TRIMESTRE       00000200
           02  AGE-FRECUENCIA          PIC X(01).                       00000210
               88  AGE-DIARIO                VALUE 'D'.                 00000220
               88  AGE-LUNES                 VALUE 'L'.                 00000230
               88  AGE-FIN-MES               VALUE 'F'.                 00000240
               88  AGE-PRIMER-HABIL          VALUE 'P'.                 00000250
               88  AGE-FIN-TRIMESTRE         VALUE 'T'.                 00000260
           02  FILLER                  PIC X(01).                       00000270
      *    COL 12-19 PERFIL= (OPCIONAL, VER CDOBPRF)                    00000280
           02  AGE-PERFIL              PIC X(08).                       00000290
           02  FILLER                  PIC X(01).                       00000300
      *    COL 21-28 PREDECESOR AFTER= (OPCIONAL)                       00000310
           02  AGE-AFTER               PIC X(08).                       00000320
           02  FILLER                  PIC X(01).                       00000330
      *    COL 30-69 PARES FIJOS CLAVE=VALOR,... (SEGMENTO LIBRE)       00000340
           02  AGE-PARMS               PIC X(40).                       00000350
           02  FILLER                  PIC X(11).                       00000360
