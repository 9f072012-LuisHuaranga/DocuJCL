      *Y LA IMAGEN ANTERIOR DEL REGISTRO (EN BLANCO PARA UNA ALTA).     00000470
      *TARJETA RECHAZADA SE LISTA CON SU MOTIVO; RETURN-CODE 04 SI      00000480
      *HUBO RECHAZOS                                                    00000490
                                                                        00000491
      *15/10/26  RHM                                                    00000492
      *EL JOURNAL LO LEE CDOBDB2D PARA RECONSTRUIR EL CATALOGO A UNA    00000493
      *FECHA Y HORA; SUS RESTAURACIONES AGREGAN LAS ACCIONES C, R Y E   00000494
      *CON EL MISMO FORMATO DE IMAGEN ANTERIOR                          00000495
                                                                        00000500
       ENVIRONMENT DIVISION.                                            00000510
      *--------------------*                                            00000520
       01  REG-JOURNAL.                                                 00000930
           02 JRN-FECHA     PIC X(08).                                  00000940
           02 JRN-HORA      PIC X(06).                                  00000950
      *    A/M/L/B DE CDOBDB2C; C/R/E DE LAS RESTAURACIONES CDOBDB2D    00000955
           02 JRN-ACCION    PIC X(01).                                  00000960
           02 JRN-IMAGEN    PIC X(100).                                 00000970
           02 FILLER        PIC X(05).                                  00000980
