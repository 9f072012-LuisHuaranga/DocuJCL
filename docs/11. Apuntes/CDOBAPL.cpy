      *---------------------------------------------------------------* 00000010
      *    CDOBAPL    LAYOUT DEL REGISTRO DEL HISTORICO DE            * 00000020
      *               APROBACIONES DE OVERRIDES (ARCHIVO S-APRLOG,    * 00000030
      *               KSDS CON CLAVE APL-CLAVE; SOLO SE AGREGAN       * 00000040
      *               REGISTROS, NUNCA SE REGRABAN)                   * 00000050
      *---------------------------------------------------------------* 00000060
      *15/10/26  RHM                                                    00000070
      *SE CREA PARA QUE QUEDE CONSTANCIA DURABLE DE QUIEN AUTORIZO CADA 00000080
      *OVERRIDE. CDOBDB2A GRABA LA IMAGEN DE S-APROBAC DESPUES DE CADA  00000090
      *SOLICITUD, APROBACION, DENEGACION O REVOCACION (ORIGEN 'A',      00000100
      *CLAVE = FECHA Y HORA DE LA TRANSACCION + SECUENCIA DE LA         00000110
      *CORRIDA). CDOBDB2E GRABA LA IMAGEN DE LA APROBACION YA USADA     00000120
      *(ORIGEN 'E', CLAVE = AUD-CLAVE DE LA 'R' GENERADA CON EL         00000130
      *OVERRIDE): LEYENDO S-APRLOG CON LA CLAVE DE UNA 'R' DE LA        00000140
      *BITACORA MAS 'E' SE OBTIENE QUIEN LA SOLICITO Y QUIEN LA APROBO  00000150
      *---------------------------------------------------------------* 00000160
       01  REG-APR-HISTORIA.                                            00000170
           02  APL-CLAVE.                                               00000180
               03  APL-FECHA           PIC X(08).                       00000190
               03  APL-HORA            PIC X(06).                       00000200
               03  APL-SECUENCIA       PIC 9(03).                       00000210
      *        A = GRABADO POR CDOBDB2A   E = GRABADO POR CDOBDB2E      00000220
               03  APL-ORIGEN          PIC X(01).                       00000230
                   88  APL-DE-CDOBDB2A       VALUE 'A'.                 00000240
                   88  APL-DE-CDOBDB2E       VALUE 'E'.                 00000250
      *    IMAGEN DEL REGISTRO DE S-APROBAC (COPY CDOBAPR) TRAS EL      00000260
      *    CAMBIO; APR-ESTADO INDICA LA ACCION                          00000270
           02  APL-APROBACION          PIC X(200).                      00000280
           02  FILLER                  PIC X(12).                       00000290
