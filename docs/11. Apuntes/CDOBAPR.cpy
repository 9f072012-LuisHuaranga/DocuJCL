      *---------------------------------------------------------------* 00000010
      *    CDOBAPR    LAYOUT DEL REGISTRO DEL ARCHIVO DE APROBACIONES * 00000020
      *               DE OVERRIDES DE CDOBDB2E (ARCHIVO S-APROBAC,    * 00000030
      *               KSDS CON CLAVE APR-CLAVE = PROGRAMA + FECHA)    * 00000040
      *---------------------------------------------------------------* 00000050
      *15/10/26  RHM                                                    00000060
      *SE CREA PARA EL CONTROL DE DOBLE FIRMA DE LOS TOKENS FORCE=Y Y   00000070
      *FERIADO=Y: UN USUARIO SOLICITA EL OVERRIDE PARA UN PGM= Y        00000080
      *DATE= Y OTRO USUARIO DISTINTO LO APRUEBA O DENIEGA. LO MANTIENE  00000090
      *EL PROGRAMA CDOBDB2A DESDE TARJETAS DE 80 BYTES Y LO CONSULTA    00000100
      *CDOBDB2E ANTES DE ACEPTAR UNA TARJETA CON OVERRIDE (RC 33).      00000110
      *LA APROBACION ES DE UN SOLO USO: CDOBDB2E LA MARCA USADA CON LA  00000120
      *CLAVE DE BITACORA DE LA 'R' QUE GENERO. CDOBDB2A LA PUEDE        00000130
      *REVOCAR MIENTRAS NO SE USE. CADA ESTADO QUEDA ADEMAS EN EL       00000140
      *HISTORICO S-APRLOG (VER CDOBAPL), PORQUE UNA SOLICITUD NUEVA     00000150
      *PARA LA MISMA CLAVE REEMPLAZA ESTE REGISTRO                      00000160
      *---------------------------------------------------------------* 00000170
       01  REG-APROBACION.                                              00000180
           02  APR-CLAVE.                                               00000190
               03  APR-PROGRAMA        PIC X(08).                       00000200
      *        FECHA EFECTIVA DD/MM/SSAA, IGUAL QUE EL TOKEN DATE=      00000210
               03  APR-FECHA-EFECTIVA  PIC X(10).                       00000220
      *    OVERRIDES CUBIERTOS POR LA SOLICITUD ('Y' = SOLICITADO)      00000230
           02  APR-FORCE               PIC X(01).                       00000240
               88  APR-CUBRE-FORCE           VALUE 'Y'.                 00000250
           02  APR-FERIADO             PIC X(01).                       00000260
               88  APR-CUBRE-FERIADO         VALUE 'Y'.                 00000270
      *    P = PENDIENTE   A = APROBADA   D = DENEGADA                  00000280
      *    R = REVOCADA    U = USADA POR CDOBDB2E                       00000290
           02  APR-ESTADO              PIC X(01).                       00000300
               88  APR-PENDIENTE             VALUE 'P'.                 00000310
               88  APR-APROBADA              VALUE 'A'.                 00000320
               88  APR-DENEGADA              VALUE 'D'.                 00000330
               88  APR-REVOCADA              VALUE 'R'.                 00000340
               88  APR-USADA                 VALUE 'U'.                 00000350
      *    QUIEN Y CUANDO SOLICITO EL OVERRIDE                          00000360
           02  APR-USR-SOLICITA        PIC X(08).                       00000370
           02  APR-FEC-SOLICITA        PIC X(08).                       00000380
           02  APR-HOR-SOLICITA        PIC X(06).                       00000390
           02  APR-MOTIVO              PIC X(30).                       00000400
      *    QUIEN Y CUANDO LO APROBO O DENEGO (SEGUNDA FIRMA)            00000410
           02  APR-USR-DECIDE          PIC X(08).                       00000420
           02  APR-FEC-DECIDE          PIC X(08).                       00000430
           02  APR-HOR-DECIDE          PIC X(06).                       00000440
           02  APR-OBSERVACION         PIC X(30).                       00000450
      *    CLAVE DE BITACORA (S-AUDITOR) DE LA 'R' QUE LA USO           00000460
           02  APR-CLAVE-USO.                                           00000470
               03  APR-FEC-USO         PIC X(08).                       00000480
               03  APR-HOR-USO         PIC X(06).                       00000490
               03  APR-SEC-USO         PIC 9(03).                       00000500
      *    QUIEN Y CUANDO LA REVOCO                                     00000510
           02  APR-USR-REVOCA          PIC X(08).                       00000520
           02  APR-FEC-REVOCA          PIC X(08).                       00000530
           02  APR-HOR-REVOCA          PIC X(06).                       00000540
           02  APR-OBS-REVOCA          PIC X(30).                       00000550
           02  FILLER                  PIC X(06).                       00000560
