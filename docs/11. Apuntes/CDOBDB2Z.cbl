      *EN NOCHE CON CONTINUE=Y UN MISMO RECHAZO APARECE COMO RCH Y      00000470
      *COMO ERR: EL CAMPO ORIGEN PERMITE AL MONITOREO DISTINGUIRLOS.    00000480
      *TERMINA CON RC 04 SI EMITIO EXCEPCIONES Y RC 00 SI NO HUBO       00000490
                                                                        00000491
      *15/10/26  RHM                                                    00000492
      *TABLA-MOTIVOS AL DIA CON CDOBDB2E: RC 33 OVERRIDE SIN APROBACION 00000493
                                                                        00000500
       ENVIRONMENT DIVISION.                                            00000510
      *--------------------*                                            00000520
           02 FILLER PIC X(39) VALUE '030TARJETA DUPLICADA HOY'.        00001440
           02 FILLER PIC X(39) VALUE '031PREDECESOR ERRONEO O AUSENTE'. 00001450
           02 FILLER PIC X(39) VALUE '032CICLO DE DEPENDENCIAS AFTER'.  00001460
           02 FILLER PIC X(39) VALUE '033OVERRIDE SIN APROBACION'.      00001461
       01  TABLA-MOTIVOS-R REDEFINES TABLA-MOTIVOS.                     00001470
           02 MOTIVOS-ENTRADA OCCURS 20 TIMES.                          00001480
              03 MOT-RC        PIC 9(03).                               00001490
              03 MOT-TEXTO     PIC X(36).                               00001500
      ******************************************************************00001510
           MOVE 'TARJETA RECHAZADA' TO WK-MOTIVO.                       00004700
           MOVE 1 TO WK-MOT-IDX.                                        00004710
           PERFORM 540-COMPARA-MOTIVO                                   00004720
               UNTIL (WK-MOT-IDX GREATER 20).                           00004730
       540-COMPARA-MOTIVO.                                              00004740
      *******************                                               00004750
           IF (MOT-RC (WK-MOT-IDX) EQUAL WK-RC-BUSCA)                   00004760
