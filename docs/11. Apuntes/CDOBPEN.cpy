      *---------------------------------------------------------------* 00000010
      *    CDOBPEN    LAYOUT DEL REGISTRO DEL ARCHIVO DE RECHAZOS     * 00000020
      *               PENDIENTES (ARCHIVO S-PENDREC, KSDS CON CLAVE   * 00000030
      *               PEN-CLAVE = PROGRAMA + FECHA EFECTIVA)          * 00000040
      *---------------------------------------------------------------* 00000050
      *15/10/26  RHM                                                    00000060
      *SE CREA PARA SEGUIR DE UNA NOCHE A OTRA LAS TARJETAS QUE         00000070
      *CDOBDB2E RECHAZA (S-RECHAZO SE REGRABA CADA NOCHE). LO ALIMENTA  00000080
      *Y LO CIERRA EL PROGRAMA CDOBDB2U DESDE LOS REGISTROS 'E' DE LA   00000090
      *BITACORA S-AUDITOR, CON EL MOTIVO DE LAS COLUMNAS 161-200 DE     00000100
      *S-RECHAZO; UNA ENTRADA SE CIERRA AL APARECER EN LA BITACORA UNA  00000110
      *'R' POSTERIOR EJECUTADA CON COND 0 PARA EL MISMO PROGRAMA Y      00000120
      *FECHA.                                                           00000130
      *EL REGISTRO CON CLAVE LOW-VALUES ES EL DE CONTROL (ULTIMA        00000140
      *CLAVE DE BITACORA YA INCORPORADA), CON EL LAYOUT REG-PEN-CONTROL 00000150
      *---------------------------------------------------------------* 00000160
       01  REG-PENDIENTE.                                               00000170
           02  PEN-CLAVE.                                               00000180
               03  PEN-PROGRAMA        PIC X(08).                       00000190
      *        FECHA EFECTIVA DD/MM/SSAA, IGUAL QUE EL TOKEN DATE=      00000200
               03  PEN-FECHA-EFECTIVA  PIC X(10).                       00000210
      *    FECHA DE BITACORA (SSAAMMDD) DEL PRIMER RECHAZO              00000220
           02  PEN-FEC-PRIMER-RCH      PIC X(08).                       00000230
      *    CLAVE DE BITACORA DEL ULTIMO REGISTRO 'E' INCORPORADO        00000240
           02  PEN-ULTIMO-RCH.                                          00000250
               03  PEN-FEC-ULTIMO-RCH  PIC X(08).                       00000260
               03  PEN-HOR-ULTIMO-RCH  PIC X(06).                       00000270
               03  PEN-SEC-ULTIMO-RCH  PIC 9(03).                       00000280
           02  PEN-INTENTOS            PIC 9(05).                       00000290
      *    RC Y MOTIVO DEL ULTIMO RECHAZO (COL 161-200 DE S-RECHAZO)    00000300
           02  PEN-ULTIMO-RECHAZO.                                      00000310
               03  PEN-ULTIMO-RC       PIC 9(03).                       00000320
               03  FILLER              PIC X(01).                       00000330
               03  PEN-ULTIMO-MOTIVO   PIC X(36).                       00000340
      *    A = ABIERTO   C = CERRADO POR UNA 'R' EJECUTADA CON COND 0   00000350
           02  PEN-ESTADO              PIC X(01).                       00000360
               88  PEN-ABIERTO               VALUE 'A'.                 00000370
               88  PEN-CERRADO               VALUE 'C'.                 00000380
      *    CLAVE DE BITACORA DE LA 'R' QUE LO CERRO Y FECHA DE PROCESO  00000390
           02  PEN-CIERRE.                                              00000400
               03  PEN-FEC-CIERRE      PIC X(08).                       00000410
               03  PEN-HOR-CIERRE      PIC X(06).                       00000420
               03  PEN-SEC-CIERRE      PIC 9(03).                       00000430
           02  PEN-FEC-PROC-CIERRE     PIC X(08).                       00000440
           02  FILLER                  PIC X(16).                       00000450
       01  REG-PEN-CONTROL.                                             00000460
           02  PNC-CLAVE               PIC X(18).                       00000470
      *    ULTIMA CLAVE DE BITACORA LEIDA POR LA ALIMENTACION           00000480
           02  PNC-ULTIMA-AUD.                                          00000490
               03  PNC-FEC-ULTIMA-AUD  PIC X(08).                       00000500
               03  PNC-HOR-ULTIMA-AUD  PIC X(06).                       00000510
               03  PNC-SEC-ULTIMA-AUD  PIC 9(03).                       00000520
           02  PNC-FEC-PROCESO         PIC X(08).                       00000530
           02  PNC-HOR-PROCESO         PIC X(06).                       00000540
           02  FILLER                  PIC X(81).                       00000550
