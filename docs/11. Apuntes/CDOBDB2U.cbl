************************************************************************00000010
*     * TC0278 15/10/26 RHM  RECHAZOS PENDIENTES Y ANTIGUEDAD REG:13306*00000020
************************************************************************00000030
*IDAPL*CDO                                                              00000040
*OBJET******************************************************************00000050
*OBJET*** MANTIENE DE UNA NOCHE A OTRA LOS RECHAZOS DE CDOBDB2E HASTA  *00000060
*OBJET*** QUE SE EJECUTAN OK Y LISTA LOS ABIERTOS POR ANTIGUEDAD       *00000070
*OBJET******************************************************************00000080
                                                                        00000090
       IDENTIFICATION DIVISION.                                         00000100
      *-----------------------*                                         00000110
       PROGRAM-ID.            CDOBDB2U.                                 00000120
       AUTHOR.                INTERBANK                                 00000130
       INSTALLATION.          INTERBANK                                 00000140
       DATE-WRITTEN.          15-OCT-26.                                00000150
       REMARKS.                                                         00000160
              -----------------------------------------------           00000170
             |            DB2 -  PROGRAM INTERFACE           |          00000180
             |            ************************           |          00000190
             |                                               |          00000200
             |   OBJETIVO :   INCORPORAR AL KSDS S-PENDREC,  |          00000210
             |                POR PROGRAMA Y FECHA EFECTIVA, |          00000220
             |                LOS REGISTROS 'E' NUEVOS DE LA |          00000230
             |                BITACORA S-AUDITOR CON EL RC Y |          00000240
             |                MOTIVO DE LAS COLUMNAS 161-200 |          00000250
             |                DE S-RECHAZO; CERRAR LOS QUE   |          00000260
             |                TIENEN UNA 'R' POSTERIOR       |          00000270
             |                EJECUTADA CON COND 0 Y LISTAR  |          00000280
             |                LOS ABIERTOS POR TRAMO DE      |          00000290
             |                ANTIGUEDAD (1, 2-3, 4-7 Y MAS  |          00000300
             |                DE 7 DIAS)                     |          00000310
             |   LENGUAJE :   COBOL-II                       |          00000320
             |                                               |          00000330
             |   ARCHIVOS :   INPUT  RECHAZO    LF --> 200   |          00000340
             |                INPUT  AUDITORIA  KSDS         |          00000350
             |                I-O    PENDIENTE  KSDS         |          00000360
             |                OUTPUR LISTADO    LF --> 132   |          00000370
             |                                               |          00000380
              -----------------------------------------------           00000390
      *15/10/26  RHM                                                    00000400
      *VERSION INICIAL. PARM OPCIONAL: FECHA=SSAAMMDD/ (DEFAULT LA      00000410
      *FECHA DEL SISTEMA), FECHA DE PROCESO PARA LA ANTIGUEDAD. CORRE   00000420
      *CADA NOCHE DESPUES DE CDOBDB2X, CON EL S-RECHAZO DE LA NOCHE.    00000430
      *ALIMENTACION: LOS REGISTROS DE BITACORA POSTERIORES A LA ULTIMA  00000440
      *CLAVE YA LEIDA (REGISTRO DE CONTROL DE S-PENDREC; EN LA PRIMERA  00000450
      *CORRIDA, DESDE LA FECHA DE PROCESO). CADA 'E' SE CRUZA CON LA    00000460
      *PRIMERA TARJETA DE S-RECHAZO AUN NO USADA DEL MISMO PGM= Y RC    00000470
      *(FECHA SIMBOLICA EN LA TARJETA: VALE LA RESUELTA DEL 'E') PARA   00000480
      *TOMAR EL RC Y MOTIVO DE LAS COLUMNAS 161-200; SIN TARJETA EL     00000490
      *MOTIVO SALE DE TABLA-MOTIVOS. UN 'E' SIN PROGRAMA, SIN FECHA     00000500
      *EFECTIVA O CON FECHA ERRONEA (RC 12) NO TIENE CLAVE: SE LISTA    00000510
      *COMO NO INCORPORADO. UN 'E' YA CONTADO EN LA ENTRADA (CLAVE NO   00000520
      *POSTERIOR A LA DEL ULTIMO RECHAZO) NO SE VUELVE A CONTAR.        00000530
      *UNA ENTRADA CERRADA QUE VUELVE A RECHAZARSE SE REABRE COMO       00000540
      *RECHAZO NUEVO, SALVO RC 30 (TARJETA DUPLICADA DE UNA QUE YA      00000550
      *CORRIO), QUE SOLO SUMA EL INTENTO.                               00000560
      *CIERRE: 'R' EJECUTADA CON COND 0 (AUD-EJEC-OK Y AUD-COND-CODE    00000570
      *CERO, IGUAL QUE CDOBDB2Z) DEL MISMO PROGRAMA Y FECHA CON CLAVE   00000580
      *POSTERIOR AL ULTIMO RECHAZO; SI ESTE FUE RC 30 VALE CUALQUIER    00000590
      *'R' EJECUTADA CON COND 0 DEL MISMO DIA DE BITACORA.              00000600
      *ANTIGUEDAD EN DIAS CORRIDOS DESDE EL PRIMER RECHAZO (ESE DIA     00000610
      *CUENTA 1). RC 04 SI QUEDAN ABIERTOS O HUBO NO INCORPORADOS,      00000620
      *RC 10 PARM INCORRECTO, RC 12 TABLA INTERNA LLENA                 00000630
                                                                        00000640
       ENVIRONMENT DIVISION.                                            00000650
      *--------------------*                                            00000660
       CONFIGURATION SECTION.                                           00000670
      *--------------------*                                            00000680
       SOURCE-COMPUTER. IBM-4341.                                       00000690
       OBJECT-COMPUTER. IBM-4341.                                       00000700
       INPUT-OUTPUT SECTION.                                            00000710
      *--------------------*                                            00000720
       FILE-CONTROL.                                                    00000730
      *------------*                                                    00000740
           SELECT  RECHAZO       ASSIGN   TO  S-RECHAZO                 00000750
                                 FILE STATUS   FS-REC.                  00000760
           SELECT  AUDITORIA     ASSIGN   TO  S-AUDITOR                 00000770
                                 ORGANIZATION  INDEXED                  00000780
                                 ACCESS MODE   DYNAMIC                  00000790
                                 RECORD KEY    AUD-CLAVE                00000800
                                 FILE STATUS   FS-AUD.                  00000810
           SELECT  PENDIENTE     ASSIGN   TO  S-PENDREC                 00000820
                                 ORGANIZATION  INDEXED                  00000830
                                 ACCESS MODE   DYNAMIC                  00000840
                                 RECORD KEY    PEN-CLAVE                00000850
                                 FILE STATUS   FS-PEN.                  00000860
           SELECT  LISTADO       ASSIGN   TO  S-LISTADO                 00000870
                                 FILE STATUS   FS-LIS.                  00000880
       DATA DIVISION.                                                   00000890
      *-------------*                                                   00000900
       FILE SECTION.                                                    00000910
      *------------*                                                    00000920
       FD  RECHAZO                                                      00000930
           LABEL  RECORDS   IS  STANDARD                                00000940
           BLOCK  CONTAINS   0  RECORDS                                 00000950
           RECORD CONTAINS 200  CHARACTERS.                             00000960
       01  REG-RECHAZO      PIC X(200).                                 00000970
       FD  AUDITORIA                                                    00000980
           LABEL  RECORDS   IS  STANDARD.                               00000990
           COPY CDOBAUD.                                                00001000
       FD  PENDIENTE                                                    00001010
           LABEL  RECORDS   IS  STANDARD.                               00001020
           COPY CDOBPEN.                                                00001030
       FD  LISTADO                                                      00001040
           LABEL  RECORDS   IS  STANDARD                                00001050
           BLOCK  CONTAINS   0  RECORDS                                 00001060
           RECORD CONTAINS 132  CHARACTERS.                             00001070
       01  REG-LISTADO      PIC X(132).                                 00001080
       WORKING-STORAGE SECTION.                                         00001090
      *-----------------------*                                         00001100
       01  VARIABLES.                                                   00001110
           02 FS-REC        PIC  X(02)   VALUE SPACES.                  00001120
           02 FS-AUD        PIC  X(02)   VALUE SPACES.                  00001130
           02 FS-PEN        PIC  X(02)   VALUE SPACES.                  00001140
           02 FS-LIS        PIC  X(02)   VALUE SPACES.                  00001150
           02 SW-EOF-REC    PIC  X(01)   VALUE 'N'.                     00001160
              88 EOF-RECHAZO             VALUE 'S'.                     00001170
           02 SW-EOF-AUD    PIC  X(01)   VALUE 'N'.                     00001180
              88 EOF-AUDITORIA           VALUE 'S'.                     00001190
           02 SW-EOF-PEN    PIC  X(01)   VALUE 'N'.                     00001200
              88 EOF-PENDIENTE           VALUE 'S'.                     00001210
           02 SW-CONTROL    PIC  X(01)   VALUE 'N'.                     00001220
              88 HAY-CONTROL             VALUE 'S'.                     00001230
           02 SW-PEN-HALLADO PIC X(01)   VALUE 'N'.                     00001240
              88 PEN-HALLADO             VALUE 'S'.                     00001250
           02 SW-REC-HALLADO PIC X(01)   VALUE 'N'.                     00001260
              88 REC-HALLADO             VALUE 'S'.                     00001270
           02 SW-ABI-HALLADO PIC X(01)   VALUE 'N'.                     00001280
              88 ABI-HALLADO             VALUE 'S'.                     00001290
           02 SW-FEC-EXPL   PIC  X(01)   VALUE 'N'.                     00001300
              88 FECHA-EXPLICITA         VALUE 'S'.                     00001310
           02 WK-FECHA-PROC PIC  X(08)   VALUE SPACES.                  00001320
           02 WK-FECHA-MIN  PIC  X(08)   VALUE SPACES.                  00001330
           02 WK-FEC-SIST   PIC  X(08)   VALUE SPACES.                  00001340
           02 WK-HOR-SIST   PIC  X(08)   VALUE SPACES.                  00001350
           02 WK-LINEA      PIC  X(200)  VALUE SPACES.                  00001360
           02 WK-POS        PIC  9(03)   VALUE ZEROS.                   00001370
           02 WK-MOT-IDX    PIC  9(03)   VALUE ZEROS  COMP.             00001380
           02 WK-RC-BUSCA   PIC  9(03)   VALUE ZEROS.                   00001390
           02 WK-MOTIVO     PIC  X(36)   VALUE SPACES.                  00001400
           02 WK-PGM-RCH    PIC  X(08)   VALUE SPACES.                  00001410
           02 WK-ORIGEN     PIC  X(30)   VALUE SPACES.                  00001420
           02 WK-REC-CANT   PIC  9(04)   VALUE ZEROS  COMP.             00001430
           02 WK-REC-IDX    PIC  9(04)   VALUE ZEROS  COMP.             00001440
           02 WK-REC-POS    PIC  9(04)   VALUE ZEROS  COMP.             00001450
           02 WK-ABI-CANT   PIC  9(04)   VALUE ZEROS  COMP.             00001460
           02 WK-ABI-IDX    PIC  9(04)   VALUE ZEROS  COMP.             00001470
           02 WK-ABI-POS    PIC  9(04)   VALUE ZEROS  COMP.             00001480
           02 WK-ABI-BAJO   PIC  9(04)   VALUE ZEROS  COMP.             00001490
           02 WK-ABI-ALTO   PIC  9(04)   VALUE ZEROS  COMP.             00001500
           02 WK-ABI-MED    PIC  9(04)   VALUE ZEROS  COMP.             00001510
           02 WK-TRAMO      PIC  9(01)   VALUE ZEROS.                   00001520
           02 WK-DIAS       PIC  9(05)   VALUE ZEROS.                   00001530
           02 WK-CONT-ERR   PIC  9(05)   VALUE ZEROS.                   00001540
           02 WK-CONT-NUEVO PIC  9(05)   VALUE ZEROS.                   00001550
           02 WK-CONT-REAB  PIC  9(05)   VALUE ZEROS.                   00001560
           02 WK-CONT-ACT   PIC  9(05)   VALUE ZEROS.                   00001570
           02 WK-CONT-YA    PIC  9(05)   VALUE ZEROS.                   00001580
           02 WK-CONT-NOINC PIC  9(05)   VALUE ZEROS.                   00001590
           02 WK-CONT-SIN-E PIC  9(05)   VALUE ZEROS.                   00001600
           02 WK-CONT-CERR  PIC  9(05)   VALUE ZEROS.                   00001610
           02 WK-CONT-ABIE  PIC  9(05)   VALUE ZEROS.                   00001620
           02 WK-CONT-LIN   PIC  9(05)   VALUE ZEROS.                   00001630
           02 WK-DN         PIC  9(07)   VALUE ZEROS.                   00001640
           02 WK-DN-PROC    PIC  9(07)   VALUE ZEROS.                   00001650
           02 WK-DN-ANIO    PIC  9(04)   VALUE ZEROS.                   00001660
           02 WK-DN-AUX     PIC  9(05)   VALUE ZEROS.                   00001670
           02 I             PIC  9(03)   VALUE ZEROS.                   00001680
           02 J             PIC  9(03)   VALUE ZEROS.                   00001690
           02 L             PIC  9(03)   VALUE ZEROS.                   00001700
      *---------------------------------------------------------------* 00001710
      *  RECHAZO EN CURSO: CLAVE DEL REGISTRO 'E', FECHA EFECTIVA Y   * 00001720
      *  COLA RC + MOTIVO CON EL FORMATO DE LAS COLUMNAS 161-200      * 00001730
      *---------------------------------------------------------------* 00001740
       01  WK-CLAVE-RCH.                                                00001750
           02 WK-CR-FECHA   PIC  X(08)   VALUE SPACES.                  00001760
           02 WK-CR-HORA    PIC  X(06)   VALUE SPACES.                  00001770
           02 WK-CR-SECUENCIA PIC 9(03)  VALUE ZEROS.                   00001780
       01  WK-FEC-RCH.                                                  00001790
           02 WK-FR-DIA     PIC  X(02).                                 00001800
           02 WK-FR-BARRA-1 PIC  X(01).                                 00001810
           02 WK-FR-MES     PIC  X(02).                                 00001820
           02 WK-FR-BARRA-2 PIC  X(01).                                 00001830
           02 WK-FR-ANIO    PIC  X(04).                                 00001840
       01  WK-COLA.                                                     00001850
           02 WK-COLA-RC    PIC  9(03)   VALUE ZEROS.                   00001860
           02 FILLER        PIC  X(01)   VALUE SPACES.                  00001870
           02 WK-COLA-MOTIVO PIC X(36)   VALUE SPACES.                  00001880
      *    ULTIMA CLAVE DE BITACORA LEIDA (REGISTRO DE CONTROL)         00001890
       01  WK-ULTIMA-AUD.                                               00001900
           02 WKU-FECHA     PIC  X(08)   VALUE SPACES.                  00001910
           02 WKU-HORA      PIC  X(06)   VALUE SPACES.                  00001920
           02 WKU-SECUENCIA PIC  9(03)   VALUE ZEROS.                   00001930
       01  WK-CLAVE-BUSCA.                                              00001940
           02 WKB-FECHA     PIC  X(08)   VALUE SPACES.                  00001950
           02 WKB-HORA      PIC  X(06)   VALUE ZEROS.                   00001960
           02 WKB-SECUENCIA PIC  9(03)   VALUE ZEROS.                   00001970
       01  WK-CLAVE-ABI.                                                00001980
           02 WKA-PROGRAMA  PIC  X(08)   VALUE SPACES.                  00001990
           02 WKA-FECHA     PIC  X(10)   VALUE SPACES.                  00002000
       01  WK-FEC-AUX.                                                  00002010
           02 WK-FA-ANIO    PIC  9(04).                                 00002020
           02 WK-FA-MES     PIC  9(02).                                 00002030
           02 WK-FA-DIA     PIC  9(02).                                 00002040
       01  TABLA-DIAS-ACUM.                                             00002050
           02 FILLER        PIC  9(03)   VALUE 000.                     00002060
           02 FILLER        PIC  9(03)   VALUE 031.                     00002070
           02 FILLER        PIC  9(03)   VALUE 059.                     00002080
           02 FILLER        PIC  9(03)   VALUE 090.                     00002090
           02 FILLER        PIC  9(03)   VALUE 120.                     00002100
           02 FILLER        PIC  9(03)   VALUE 151.                     00002110
           02 FILLER        PIC  9(03)   VALUE 181.                     00002120
           02 FILLER        PIC  9(03)   VALUE 212.                     00002130
           02 FILLER        PIC  9(03)   VALUE 243.                     00002140
           02 FILLER        PIC  9(03)   VALUE 273.                     00002150
           02 FILLER        PIC  9(03)   VALUE 304.                     00002160
           02 FILLER        PIC  9(03)   VALUE 334.                     00002170
       01  TABLA-DIAS-ACUM-R REDEFINES TABLA-DIAS-ACUM.                 00002180
           02 DIAS-ACUM     PIC  9(03)   OCCURS 12 TIMES.               00002190
      *---------------------------------------------------------------* 00002200
      *  FECHAS SSAAMMDD Y HORAS HHMMSS EDITADAS PARA EL LISTADO      * 00002210
      *---------------------------------------------------------------* 00002220
       01  WK-FEC-ENTRA.                                                00002230
           02 WK-FN-ANIO    PIC  X(04).                                 00002240
           02 WK-FN-MES     PIC  X(02).                                 00002250
           02 WK-FN-DIA     PIC  X(02).                                 00002260
       01  WK-FEC-EDIT.                                                 00002270
           02 WK-FE-DIA     PIC  X(02).                                 00002280
           02 FILLER        PIC  X(01)   VALUE '/'.                     00002290
           02 WK-FE-MES     PIC  X(02).                                 00002300
           02 FILLER        PIC  X(01)   VALUE '/'.                     00002310
           02 WK-FE-ANIO    PIC  X(04).                                 00002320
       01  WK-CIERRE-EDIT.                                              00002330
           02 WK-CE-FECHA   PIC  X(10).                                 00002340
           02 FILLER        PIC  X(01)   VALUE SPACES.                  00002350
           02 WK-CE-HH      PIC  X(02).                                 00002360
           02 FILLER        PIC  X(01)   VALUE ':'.                     00002370
           02 WK-CE-MM      PIC  X(02).                                 00002380
      *---------------------------------------------------------------* 00002390
      *  MOTIVOS DE RECHAZO POR RETURN-CODE: MISMO TEXTO QUE LA       * 00002400
      *  TABLA-MOTIVOS DE CDOBDB2E, PARA EL 'E' SIN TARJETA EN        * 00002410
      *  S-RECHAZO (CORRIDAS SUELTAS O SIN CONTINUE=Y)                * 00002420
      *---------------------------------------------------------------* 00002430
       01  TABLA-MOTIVOS.                                               00002440
           02 FILLER PIC X(39) VALUE '010DELIMITADOR FINAL / AUSENTE'.  00002450
           02 FILLER PIC X(39) VALUE '012FECHA ERRONEA O INEXISTENTE'.  00002460
           02 FILLER PIC X(39) VALUE '014LABEL PGM= AUSENTE'.           00002470
           02 FILLER PIC X(39) VALUE '015DELIMITADOR PROGRAMA ERRONEO'. 00002480
           02 FILLER PIC X(39) VALUE '017DELIMITADOR SUBSYS ERRONEO'.   00002490
           02 FILLER PIC X(39) VALUE '018PARES CLAVE=VALOR ERRONEOS'.   00002500
           02 FILLER PIC X(39) VALUE '019DELIMITADOR LIBRERIA ERRONEO'. 00002510
           02 FILLER PIC X(39) VALUE '020DELIMITADOR PLAN ERRONEO'.     00002520
           02 FILLER PIC X(39) VALUE '022FECHA NO LABORABLE'.           00002530
           02 FILLER PIC X(39) VALUE '023TOKEN FERIADO ERRONEO'.        00002540
           02 FILLER PIC X(39) VALUE '024FECHA SIMBOLICA NO RESUELTA'.  00002550
           02 FILLER PIC X(39) VALUE '025PROGRAMA NO AUTORIZADO'.       00002560
           02 FILLER PIC X(39) VALUE '026PLAN NO AUTORIZADO'.           00002570
           02 FILLER PIC X(39) VALUE '027SUBSISTEMA NO AUTORIZADO'.     00002580
           02 FILLER PIC X(39) VALUE '028PERFIL ERRONEO O INEXISTENTE'. 00002590
           02 FILLER PIC X(39) VALUE '029TOKEN FORCE ERRONEO'.          00002600
           02 FILLER PIC X(39) VALUE '030TARJETA DUPLICADA HOY'.        00002610
           02 FILLER PIC X(39) VALUE '031PREDECESOR ERRONEO O AUSENTE'. 00002620
           02 FILLER PIC X(39) VALUE '032CICLO DE DEPENDENCIAS AFTER'.  00002630
           02 FILLER PIC X(39) VALUE '033OVERRIDE SIN APROBACION'.      00002640
       01  TABLA-MOTIVOS-R REDEFINES TABLA-MOTIVOS.                     00002650
           02 MOTIVOS-ENTRADA OCCURS 20 TIMES.                          00002660
              03 MOT-RC        PIC 9(03).                               00002670
              03 MOT-TEXTO     PIC X(36).                               00002680
      *---------------------------------------------------------------* 00002690
      *  TRAMOS DE ANTIGUEDAD: TITULO DE SECCION Y ROTULO DE TOTALES  * 00002700
      *---------------------------------------------------------------* 00002710
       01  TABLA-TRAMOS.                                                00002720
           02 FILLER PIC X(44) VALUE                                    00002730
              'PENDIENTES CON 1 DIA DE ANTIGUEDAD'.                     00002740
           02 FILLER PIC X(44) VALUE                                    00002750
              'PENDIENTES CON 2 A 3 DIAS DE ANTIGUEDAD'.                00002760
           02 FILLER PIC X(44) VALUE                                    00002770
              'PENDIENTES CON 4 A 7 DIAS DE ANTIGUEDAD'.                00002780
           02 FILLER PIC X(44) VALUE                                    00002790
              'PENDIENTES CON MAS DE 7 DIAS DE ANTIGUEDAD'.             00002800
       01  TABLA-TRAMOS-R REDEFINES TABLA-TRAMOS.                       00002810
           02 TRAMO-TITULO  PIC X(44)  OCCURS 4 TIMES.                  00002820
       01  TABLA-ROTULOS.                                               00002830
           02 FILLER PIC X(30) VALUE 'ABIERTOS CON 1 DIA'.              00002840
           02 FILLER PIC X(30) VALUE 'ABIERTOS CON 2 A 3 DIAS'.         00002850
           02 FILLER PIC X(30) VALUE 'ABIERTOS CON 4 A 7 DIAS'.         00002860
           02 FILLER PIC X(30) VALUE 'ABIERTOS CON MAS DE 7 DIAS'.      00002870
       01  TABLA-ROTULOS-R REDEFINES TABLA-ROTULOS.                     00002880
           02 TRAMO-ROTULO  PIC X(30)  OCCURS 4 TIMES.                  00002890
       01  TABLA-CONT-TRAMO.                                            00002900
           02 FILLER        PIC  9(05)   VALUE ZEROS.                   00002910
           02 FILLER        PIC  9(05)   VALUE ZEROS.                   00002920
           02 FILLER        PIC  9(05)   VALUE ZEROS.                   00002930
           02 FILLER        PIC  9(05)   VALUE ZEROS.                   00002940
       01  TABLA-CONT-TRAMO-R REDEFINES TABLA-CONT-TRAMO.               00002950
           02 WK-CONT-TRAMO PIC  9(05)   OCCURS 4 TIMES.                00002960
      *---------------------------------------------------------------* 00002970
      *  TARJETAS DE S-RECHAZO DE LA NOCHE: PGM=, DATE= (TAL CUAL     * 00002980
      *  VINO EN LA TARJETA) Y COLA RC + MOTIVO DE LAS COL 161-200    * 00002990
      *---------------------------------------------------------------* 00003000
       01  TABLA-RECHAZO.                                               00003010
           02 TABLA-REC-ENTRADA OCCURS 1000 TIMES.                      00003020
              03 TR-PROGRAMA    PIC X(08).                              00003030
              03 TR-FECHA       PIC X(10).                              00003040
              03 TR-EXPLICITA   PIC X(01).                              00003050
              03 TR-CON-COLA    PIC X(01).                              00003060
              03 TR-COLA.                                               00003070
                 04 TR-RC       PIC 9(03).                              00003080
                 04 FILLER      PIC X(01).                              00003090
                 04 TR-MOTIVO   PIC X(36).                              00003100
              03 TR-USADO       PIC X(01).                              00003110
      *---------------------------------------------------------------* 00003120
      *  ENTRADAS ABIERTAS DE S-PENDREC EN ORDEN DE CLAVE: CLAVE DE   * 00003130
      *  BITACORA DESDE LA CUAL UNA 'R' OK LAS CIERRA, MARCA DE CIERRE* 00003140
      *  CON LA CLAVE DE ESA 'R', ANTIGUEDAD E IMAGEN DEL REGISTRO    * 00003150
      *---------------------------------------------------------------* 00003160
       01  TABLA-ABIERTOS.                                              00003170
           02 TABLA-ABI-ENTRADA OCCURS 2000 TIMES.                      00003180
              03 TA-CLAVE       PIC X(18).                              00003190
              03 TA-DESDE       PIC X(17).                              00003200
              03 TA-CERRAR      PIC X(01).                              00003210
              03 TA-CIERRE      PIC X(17).                              00003220
              03 TA-DIAS        PIC 9(05).                              00003230
              03 TA-TRAMO       PIC 9(01).                              00003240
              03 TA-IMAGEN      PIC X(130).                             00003250
      ******************************************************************00003260
      *              D E T A L L E      D E     S A L I D A            *00003270
      ******************************************************************00003280
       01  LIN-ENCABEZADO.                                              00003290
           02 FILLER  PIC X(48) VALUE                                   00003300
              'CDOBDB2U - RECHAZOS PENDIENTES S-PENDREC AL DIA '.       00003310
           02 LE-FECHA PIC X(10).                                       00003320
       01  LIN-SECCION-1.                                               00003330
           02 FILLER  PIC X(60) VALUE                                   00003340
              'RECHAZOS NO INCORPORADOS (SIN PROGRAMA O FECHA)'.        00003350
       01  LIN-SECCION-2.                                               00003360
           02 FILLER  PIC X(60) VALUE                                   00003370
              'PENDIENTES CERRADOS POR UNA R EJECUTADA CON COND 0'.     00003380
       01  LIN-TRAMO.                                                   00003390
           02 LTR-TITULO    PIC X(44).                                  00003400
       01  LIN-COLUMNAS-1.                                              00003410
           02 FILLER  PIC X(10) VALUE 'PROGRAMA'.                       00003420
           02 FILLER  PIC X(12) VALUE 'FECHA EFEC.'.                    00003430
           02 FILLER  PIC X(05) VALUE 'RC'.                             00003440
           02 FILLER  PIC X(38) VALUE 'MOTIVO'.                         00003450
           02 FILLER  PIC X(30) VALUE 'ORIGEN'.                         00003460
       01  LIN-COLUMNAS-2.                                              00003470
           02 FILLER  PIC X(10) VALUE 'PROGRAMA'.                       00003480
           02 FILLER  PIC X(12) VALUE 'FECHA EFEC.'.                    00003490
           02 FILLER  PIC X(12) VALUE 'PRIMER RCH.'.                    00003500
           02 FILLER  PIC X(12) VALUE 'ULTIMO RCH.'.                    00003510
           02 FILLER  PIC X(08) VALUE 'INTENT.'.                        00003520
           02 FILLER  PIC X(07) VALUE 'DIAS'.                           00003530
           02 FILLER  PIC X(05) VALUE 'RC'.                             00003540
           02 FILLER  PIC X(38) VALUE 'MOTIVO'.                         00003550
           02 FILLER  PIC X(16) VALUE 'R CON COND 0'.                   00003560
       01  LIN-NO-INCORPORADO.                                          00003570
           02 LN-PROGRAMA   PIC X(08).                                  00003580
           02 FILLER        PIC X(02) VALUE SPACES.                     00003590
           02 LN-FECHA      PIC X(10).                                  00003600
           02 FILLER        PIC X(02) VALUE SPACES.                     00003610
           02 LN-RC         PIC 9(03).                                  00003620
           02 FILLER        PIC X(02) VALUE SPACES.                     00003630
           02 LN-MOTIVO     PIC X(36).                                  00003640
           02 FILLER        PIC X(02) VALUE SPACES.                     00003650
           02 LN-ORIGEN     PIC X(30).                                  00003660
       01  LIN-PENDIENTE.                                               00003670
           02 LP-PROGRAMA   PIC X(08).                                  00003680
           02 FILLER        PIC X(02) VALUE SPACES.                     00003690
           02 LP-FECHA      PIC X(10).                                  00003700
           02 FILLER        PIC X(02) VALUE SPACES.                     00003710
           02 LP-PRIMER     PIC X(10).                                  00003720
           02 FILLER        PIC X(02) VALUE SPACES.                     00003730
           02 LP-ULTIMO     PIC X(10).                                  00003740
           02 FILLER        PIC X(02) VALUE SPACES.                     00003750
           02 LP-INTENTOS   PIC ZZZZ9.                                  00003760
           02 FILLER        PIC X(03) VALUE SPACES.                     00003770
           02 LP-DIAS       PIC ZZZZ9.                                  00003780
           02 FILLER        PIC X(02) VALUE SPACES.                     00003790
           02 LP-RC         PIC 9(03).                                  00003800
           02 FILLER        PIC X(02) VALUE SPACES.                     00003810
           02 LP-MOTIVO     PIC X(36).                                  00003820
           02 FILLER        PIC X(02) VALUE SPACES.                     00003830
           02 LP-CIERRE     PIC X(16).                                  00003840
       01  LIN-NINGUNA.                                                 00003850
           02 FILLER        PIC X(10) VALUE '(NINGUNA)'.                00003860
       01  LIN-TOTAL.                                                   00003870
           02 LT-TEXTO      PIC X(30).                                  00003880
           02 FILLER        PIC X(02) VALUE ': '.                       00003890
           02 LT-VALOR      PIC ZZZZ9.                                  00003900
       01  LIN-BLANCO       PIC X(132) VALUE SPACES.                    00003910
      *---------------------------------------------------------------* 00003920
      *                   DB2 -  PROGRAM INTERFACE                    * 00003930
      *   FECHA DE PROCESO            PARA LINKAGE SECTION            * 00003940
      *---------------------------------------------------------------* 00003950
       LINKAGE SECTION.                                                 00003960
      *---------------*                                                 00003970
       01  LK-PARM.                                                     00003980
           02  LL-PARM             PIC S9(4) COMP.                      00003990
           02  LK-BYTE             PIC X(20).                           00004000
      *----------------------------------------------------------------*00004010
       PROCEDURE DIVISION USING LK-PARM.                                00004020
      *******************                                               00004030
                                                                        00004040
       RUTINA-PRINCIPAL.                                                00004050
      *----------------*                                                00004060
           MOVE 16  TO RETURN-CODE.                                     00004070
           PERFORM 110-VALIDA-PARM.                                     00004080
           PERFORM 100-ABRE.                                            00004090
           PERFORM 150-POSICIONA-BITACORA.                              00004100
           PERFORM 200-PROCESA-BITACORA THRU 200-BITACORA-FIN           00004110
               UNTIL EOF-AUDITORIA.                                     00004120
           IF (WK-CONT-NOINC EQUAL ZEROS)                               00004130
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00004140
           END-IF.                                                      00004150
           PERFORM 250-CUENTA-SIN-E                                     00004160
               VARYING WK-REC-IDX FROM 1 BY 1                           00004170
               UNTIL (WK-REC-IDX GREATER WK-REC-CANT).                  00004180
           PERFORM 260-GRABA-CONTROL.                                   00004190
           PERFORM 300-CARGA-ABIERTOS.                                  00004200
           PERFORM 320-BUSCA-EJECUCIONES.                               00004210
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00004220
           WRITE REG-LISTADO FROM LIN-SECCION-2.                        00004230
           WRITE REG-LISTADO FROM LIN-COLUMNAS-2.                       00004240
           PERFORM 340-CIERRA-PENDIENTE THRU 340-CIERRA-FIN             00004250
               VARYING WK-ABI-IDX FROM 1 BY 1                           00004260
               UNTIL (WK-ABI-IDX GREATER WK-ABI-CANT).                  00004270
           IF (WK-CONT-CERR EQUAL ZEROS)                                00004280
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00004290
           END-IF.                                                      00004300
           PERFORM 360-LISTA-TRAMO                                      00004310
               VARYING WK-TRAMO FROM 1 BY 1                             00004320
               UNTIL (WK-TRAMO GREATER 4).                              00004330
           PERFORM 370-TOTALES.                                         00004340
           IF (WK-CONT-ABIE GREATER ZEROS OR                            00004350
               WK-CONT-NOINC GREATER ZEROS)                             00004360
               MOVE 04 TO RETURN-CODE                                   00004370
           ELSE                                                         00004380
               MOVE 00 TO RETURN-CODE                                   00004390
           END-IF.                                                      00004400
           PERFORM 400-CIERRA.                                          00004410
                                                                        00004420
      ***************                                                   00004430
      *  PRIMER NIVEL                                                   00004440
      ****************                                                  00004450
                                                                        00004460
       100-ABRE.                                                        00004470
      *********                                                         00004480
           DISPLAY 'INICIO DE CDOBDB2U'                    UPON CONSOLE.00004490
           DISPLAY '******************'                    UPON CONSOLE.00004500
           OPEN INPUT RECHAZO.                                          00004510
           IF (FS-REC NOT EQUAL '00')                                   00004520
               DISPLAY 'ERROR AL OPEN RECHAZO ' FS-REC      UPON CONSOLE00004530
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004540
               PERFORM 400-CIERRA                                       00004550
           END-IF.                                                      00004560
           OPEN INPUT AUDITORIA.                                        00004570
           IF (FS-AUD NOT EQUAL '00')                                   00004580
               DISPLAY 'ERROR AL OPEN AUDITORIA ' FS-AUD    UPON CONSOLE00004590
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004600
               PERFORM 400-CIERRA                                       00004610
           END-IF.                                                      00004620
      *    EL CLUSTER S-PENDREC DEBE ESTAR DEFINIDO POR IDCAMS; EN LA   00004630
      *    PRIMERA CORRIDA (STATUS 35) SE INICIALIZA CON OPEN OUTPUT    00004640
           OPEN I-O PENDIENTE.                                          00004650
           IF (FS-PEN EQUAL '35')                                       00004660
               OPEN OUTPUT PENDIENTE                                    00004670
               CLOSE       PENDIENTE                                    00004680
               OPEN I-O    PENDIENTE                                    00004690
           END-IF.                                                      00004700
           IF (FS-PEN NOT EQUAL '00')                                   00004710
               DISPLAY 'ERROR AL OPEN PENDREC ' FS-PEN      UPON CONSOLE00004720
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004730
               PERFORM 400-CIERRA                                       00004740
           END-IF.                                                      00004750
           OPEN OUTPUT LISTADO.                                         00004760
           IF (FS-LIS NOT EQUAL '00')                                   00004770
               DISPLAY 'ERROR AL OPEN LISTADO ' FS-LIS      UPON CONSOLE00004780
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00004790
               PERFORM 400-CIERRA                                       00004800
           END-IF.                                                      00004810
           MOVE WK-FECHA-PROC TO WK-FEC-ENTRA.                          00004820
           PERFORM EDITA-FECHA.                                         00004830
           MOVE WK-FEC-EDIT TO LE-FECHA.                                00004840
           WRITE REG-LISTADO FROM LIN-ENCABEZADO.                       00004850
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00004860
           WRITE REG-LISTADO FROM LIN-SECCION-1.                        00004870
           WRITE REG-LISTADO FROM LIN-COLUMNAS-1.                       00004880
           PERFORM 120-CARGA-RECHAZO.                                   00004890
           PERFORM 130-LEE-CONTROL.                                     00004900
      *---------------------------------------------------------------* 00004910
      *  PARM OPCIONAL FECHA=SSAAMMDD/ : FECHA DE PROCESO (DEFAULT LA * 00004920
      *  FECHA DEL SISTEMA), DESDE LA QUE SE MIDE LA ANTIGUEDAD.      * 00004930
      *---------------------------------------------------------------* 00004940
       110-VALIDA-PARM.                                                 00004950
      ****************                                                  00004960
           IF (LL-PARM GREATER ZEROS AND                                00004970
               LK-BYTE (1 : 6) EQUAL 'FECHA=')                          00004980
               IF (LK-BYTE (7 : 8) IS NUMERIC AND                       00004990
                   LK-BYTE (15 : 1) EQUAL '/')                          00005000
                   MOVE LK-BYTE (7 : 8) TO WK-FECHA-PROC                00005010
               ELSE                                                     00005020
                   MOVE SPACES TO WK-FECHA-PROC                         00005030
               END-IF                                                   00005040
           ELSE                                                         00005050
               ACCEPT WK-FECHA-PROC FROM DATE YYYYMMDD                  00005060
           END-IF.                                                      00005070
           IF (WK-FECHA-PROC NOT EQUAL SPACES)                          00005080
               MOVE WK-FECHA-PROC TO WK-FEC-AUX                         00005090
               IF (WK-FA-MES LESS 01 OR WK-FA-MES GREATER 12 OR         00005100
                   WK-FA-DIA LESS 01 OR WK-FA-DIA GREATER 31)           00005110
                   MOVE SPACES TO WK-FECHA-PROC                         00005120
               END-IF                                                   00005130
           END-IF.                                                      00005140
           IF (WK-FECHA-PROC EQUAL SPACES)                              00005150
               DISPLAY 'PARAMETRO FECHA INCORRECTO'         UPON CONSOLE00005160
               DISPLAY 'DEBE SER FECHA=SSAAMMDD/'           UPON CONSOLE00005170
               DISPLAY 'CANCELA PROCESO ...'                UPON CONSOLE00005180
               MOVE 10 TO RETURN-CODE                                   00005190
               PERFORM 400-CIERRA                                       00005200
           END-IF.                                                      00005210
           PERFORM CALCULA-NUMERO-DIA.                                  00005220
           MOVE WK-DN TO WK-DN-PROC.                                    00005230
      *---------------------------------------------------------------* 00005240
      *  CARGA LAS TARJETAS DE S-RECHAZO DE LA NOCHE. UNA TARJETA     * 00005250
      *  LARGA GRABADA SIN COLA (COL 161-200 OCUPADAS) NO APORTA RC.  * 00005260
      *---------------------------------------------------------------* 00005270
       120-CARGA-RECHAZO.                                               00005280
      *******************                                               00005290
           PERFORM 125-LEE-RECHAZO.                                     00005300
           PERFORM 127-GUARDA-RECHAZO UNTIL EOF-RECHAZO.                00005310
       125-LEE-RECHAZO.                                                 00005320
      ****************                                                  00005330
           READ RECHAZO                                                 00005340
               AT END                                                   00005350
                   MOVE 'S' TO SW-EOF-REC                               00005360
           END-READ.                                                    00005370
       127-GUARDA-RECHAZO.                                              00005380
      *******************                                               00005390
           IF (WK-REC-CANT NOT LESS 1000)                               00005400
               PERFORM 395-TABLA-LLENA                                  00005410
           END-IF.                                                      00005420
           ADD 1 TO WK-REC-CANT.                                        00005430
           MOVE REG-RECHAZO TO WK-LINEA.                                00005440
           PERFORM 510-EXTRAE-PGM-TARJETA.                              00005450
           MOVE WK-PGM-RCH TO TR-PROGRAMA (WK-REC-CANT).                00005460
           MOVE SPACES     TO WK-FEC-RCH.                               00005470
           IF (WK-LINEA (1 : 5) EQUAL 'DATE=')                          00005480
               MOVE WK-LINEA (6 : 10) TO WK-FEC-RCH                     00005490
           END-IF.                                                      00005500
           PERFORM VERIFICA-FECHA-RCH.                                  00005510
           MOVE WK-FEC-RCH TO TR-FECHA (WK-REC-CANT).                   00005520
           MOVE SW-FEC-EXPL TO TR-EXPLICITA (WK-REC-CANT).              00005530
           IF (WK-LINEA (161 : 3) IS NUMERIC)                           00005540
               MOVE 'S' TO TR-CON-COLA (WK-REC-CANT)                    00005550
               MOVE WK-LINEA (161 : 40) TO TR-COLA (WK-REC-CANT)        00005560
           ELSE                                                         00005570
               MOVE 'N' TO TR-CON-COLA (WK-REC-CANT)                    00005580
               MOVE SPACES TO TR-COLA (WK-REC-CANT)                     00005590
               MOVE ZEROS  TO TR-RC (WK-REC-CANT)                       00005600
           END-IF.                                                      00005610
           MOVE 'N' TO TR-USADO (WK-REC-CANT).                          00005620
           PERFORM 125-LEE-RECHAZO.                                     00005630
      *---------------------------------------------------------------* 00005640
      *  REGISTRO DE CONTROL (CLAVE LOW-VALUES): ULTIMA CLAVE DE      * 00005650
      *  BITACORA LEIDA POR LA CORRIDA ANTERIOR.                      * 00005660
      *---------------------------------------------------------------* 00005670
       130-LEE-CONTROL.                                                 00005680
      ****************                                                  00005690
           MOVE LOW-VALUES TO PEN-CLAVE.                                00005700
           READ PENDIENTE                                               00005710
               INVALID KEY                                              00005720
                   MOVE 'N' TO SW-CONTROL                               00005730
               NOT INVALID KEY                                          00005740
                   MOVE 'S' TO SW-CONTROL                               00005750
                   MOVE PNC-ULTIMA-AUD TO WK-ULTIMA-AUD                 00005760
           END-READ.                                                    00005770
      *---------------------------------------------------------------* 00005780
      *  LA ALIMENTACION SIGUE DESPUES DE LA ULTIMA CLAVE LEIDA; EN LA* 00005790
      *  PRIMERA CORRIDA ARRANCA EN LA FECHA DE PROCESO.              * 00005800
      *---------------------------------------------------------------* 00005810
       150-POSICIONA-BITACORA.                                          00005820
      ***********************                                           00005830
           IF (HAY-CONTROL)                                             00005840
               MOVE WK-ULTIMA-AUD TO AUD-CLAVE                          00005850
               START AUDITORIA KEY IS GREATER THAN AUD-CLAVE            00005860
                   INVALID KEY                                          00005870
                       MOVE 'S' TO SW-EOF-AUD                           00005880
               END-START                                                00005890
           ELSE                                                         00005900
               MOVE WK-FECHA-PROC TO WKB-FECHA                          00005910
               MOVE ZEROS         TO WKB-HORA                           00005920
               MOVE ZEROS         TO WKB-SECUENCIA                      00005930
               MOVE WK-CLAVE-BUSCA TO AUD-CLAVE                         00005940
               START AUDITORIA KEY IS NOT LESS THAN AUD-CLAVE           00005950
                   INVALID KEY                                          00005960
                       MOVE 'S' TO SW-EOF-AUD                           00005970
               END-START                                                00005980
           END-IF.                                                      00005990
           IF (NOT EOF-AUDITORIA)                                       00006000
               PERFORM 270-LEE-AUDITORIA                                00006010
           END-IF.                                                      00006020
      *---------------------------------------------------------------* 00006030
      *  CADA REGISTRO 'E' NUEVO SE CRUZA CON S-RECHAZO Y SE SUMA A SU* 00006040
      *  ENTRADA DE S-PENDREC (PROGRAMA + FECHA EFECTIVA).            * 00006050
      *---------------------------------------------------------------* 00006060
       200-PROCESA-BITACORA.                                            00006070
      *********************                                             00006080
           MOVE AUD-CLAVE TO WK-ULTIMA-AUD.                             00006090
           IF (NOT AUD-TIPO-ERROR)                                      00006100
               GO TO 200-BITACORA-SIGUE                                 00006110
           END-IF.                                                      00006120
           ADD 1 TO WK-CONT-ERR.                                        00006130
           MOVE AUD-CLAVE          TO WK-CLAVE-RCH.                     00006140
           MOVE AUD-PROGRAMA       TO WK-PGM-RCH.                       00006150
           MOVE AUD-FECHA-EFECTIVA TO WK-FEC-RCH.                       00006160
           PERFORM VERIFICA-FECHA-RCH.                                  00006170
           MOVE AUD-RETURN-CODE    TO WK-RC-BUSCA.                      00006180
           PERFORM 530-BUSCA-MOTIVO.                                    00006190
           MOVE AUD-RETURN-CODE    TO WK-COLA-RC.                       00006200
           MOVE WK-MOTIVO          TO WK-COLA-MOTIVO.                   00006210
           PERFORM 220-BUSCA-RECHAZO.                                   00006220
           IF (REC-HALLADO)                                             00006230
               MOVE 'S' TO TR-USADO (WK-REC-POS)                        00006240
               IF (TR-CON-COLA (WK-REC-POS) EQUAL 'S')                  00006250
                   MOVE TR-COLA (WK-REC-POS) TO WK-COLA                 00006260
               END-IF                                                   00006270
               IF (WK-PGM-RCH EQUAL SPACES)                             00006280
                   MOVE TR-PROGRAMA (WK-REC-POS) TO WK-PGM-RCH          00006290
               END-IF                                                   00006300
               IF (NOT FECHA-EXPLICITA AND                              00006310
                   TR-EXPLICITA (WK-REC-POS) EQUAL 'S')                 00006320
                   MOVE TR-FECHA (WK-REC-POS) TO WK-FEC-RCH             00006330
                   MOVE 'S' TO SW-FEC-EXPL                              00006340
               END-IF                                                   00006350
           END-IF.                                                      00006360
           MOVE SPACES TO WK-ORIGEN.                                    00006370
           IF (NOT FECHA-EXPLICITA)                                     00006380
               MOVE 'REGISTRO E SIN FECHA EFECTIVA' TO WK-ORIGEN        00006390
           END-IF.                                                      00006400
           IF (AUD-RETURN-CODE EQUAL 012)                               00006410
               MOVE 'REGISTRO E CON FECHA ERRONEA' TO WK-ORIGEN         00006420
           END-IF.                                                      00006430
           IF (WK-PGM-RCH EQUAL SPACES)                                 00006440
               MOVE 'REGISTRO E SIN PROGRAMA' TO WK-ORIGEN              00006450
           END-IF.                                                      00006460
           IF (WK-ORIGEN NOT EQUAL SPACES)                              00006470
               PERFORM 230-NO-INCORPORADO                               00006480
               GO TO 200-BITACORA-SIGUE                                 00006490
           END-IF.                                                      00006500
           PERFORM 210-APLICA-RECHAZO THRU 210-APLICA-FIN.              00006510
       200-BITACORA-SIGUE.                                              00006520
      *******************                                               00006530
           PERFORM 270-LEE-AUDITORIA.                                   00006540
       200-BITACORA-FIN.                                                00006550
      *****************                                                 00006560
           EXIT.                                                        00006570
                                                                        00006580
      *---------------------------------------------------------------* 00006590
      *  CARGA LAS ENTRADAS ABIERTAS (SALTEANDO EL REGISTRO DE        * 00006600
      *  CONTROL) Y LA FECHA DEL ULTIMO RECHAZO MAS VIEJO, DESDE LA   * 00006610
      *  QUE HAY QUE BUSCAR SUS EJECUCIONES EN LA BITACORA.           * 00006620
      *---------------------------------------------------------------* 00006630
       300-CARGA-ABIERTOS.                                              00006640
      *******************                                               00006650
           MOVE LOW-VALUES TO PEN-CLAVE.                                00006660
           START PENDIENTE KEY IS GREATER THAN PEN-CLAVE                00006670
               INVALID KEY                                              00006680
                   MOVE 'S' TO SW-EOF-PEN                               00006690
           END-START.                                                   00006700
           IF (NOT EOF-PENDIENTE)                                       00006710
               PERFORM 305-LEE-PENDIENTE                                00006720
           END-IF.                                                      00006730
           PERFORM 307-GUARDA-ABIERTO UNTIL EOF-PENDIENTE.              00006740
      *---------------------------------------------------------------* 00006750
      *  RECORRE LA BITACORA DESDE ESA FECHA BUSCANDO 'R' EJECUTADAS  * 00006760
      *  CON COND 0 DE LAS ENTRADAS ABIERTAS. UNA 'R' QUE TERMINO CON * 00006770
      *  COND MAYOR A CERO NO RESUELVE EL RECHAZO (CDOBDB2Z LA INFORMA* 00006780
      *  COMO EXCEPCION 'CCN').                                       * 00006790
      *---------------------------------------------------------------* 00006800
       320-BUSCA-EJECUCIONES.                                           00006810
      **********************                                            00006820
           IF (WK-ABI-CANT GREATER ZEROS)                               00006830
               MOVE 'N'           TO SW-EOF-AUD                         00006840
               MOVE WK-FECHA-MIN  TO WKB-FECHA                          00006850
               MOVE ZEROS         TO WKB-HORA                           00006860
               MOVE ZEROS         TO WKB-SECUENCIA                      00006870
               MOVE WK-CLAVE-BUSCA TO AUD-CLAVE                         00006880
               START AUDITORIA KEY IS NOT LESS THAN AUD-CLAVE           00006890
                   INVALID KEY                                          00006900
                       MOVE 'S' TO SW-EOF-AUD                           00006910
               END-START                                                00006920
               IF (NOT EOF-AUDITORIA)                                   00006930
                   PERFORM 270-LEE-AUDITORIA                            00006940
               END-IF                                                   00006950
               PERFORM 325-REVISA-EJECUCION UNTIL EOF-AUDITORIA         00006960
           END-IF.                                                      00006970
      *---------------------------------------------------------------* 00006980
      *  CIERRA EN S-PENDREC LAS ENTRADAS CON 'R' OK Y LAS LISTA; A   * 00006990
      *  LAS QUE SIGUEN ABIERTAS LES CALCULA ANTIGUEDAD Y TRAMO.      * 00007000
      *---------------------------------------------------------------* 00007010
       340-CIERRA-PENDIENTE.                                            00007020
      *********************                                             00007030
           MOVE TA-IMAGEN (WK-ABI-IDX) TO REG-PENDIENTE.                00007040
           PERFORM 520-CALCULA-ANTIGUEDAD.                              00007050
           MOVE WK-DIAS  TO TA-DIAS  (WK-ABI-IDX).                      00007060
           MOVE WK-TRAMO TO TA-TRAMO (WK-ABI-IDX).                      00007070
           IF (TA-CERRAR (WK-ABI-IDX) EQUAL 'N')                        00007080
               ADD 1 TO WK-CONT-ABIE                                    00007090
               ADD 1 TO WK-CONT-TRAMO (WK-TRAMO)                        00007100
               GO TO 340-CIERRA-FIN                                     00007110
           END-IF.                                                      00007120
           MOVE TA-CLAVE (WK-ABI-IDX) TO PEN-CLAVE.                     00007130
           READ PENDIENTE                                               00007140
               INVALID KEY                                              00007150
                   PERFORM 390-ERROR-PENDIENTE                          00007160
           END-READ.                                                    00007170
           MOVE 'C'                    TO PEN-ESTADO.                   00007180
           MOVE TA-CIERRE (WK-ABI-IDX) TO PEN-CIERRE.                   00007190
           MOVE WK-FECHA-PROC          TO PEN-FEC-PROC-CIERRE.          00007200
           REWRITE REG-PENDIENTE                                        00007210
               INVALID KEY                                              00007220
                   PERFORM 390-ERROR-PENDIENTE                          00007230
           END-REWRITE.                                                 00007240
           ADD 1 TO WK-CONT-CERR.                                       00007250
           PERFORM 500-ARMA-PENDIENTE.                                  00007260
           MOVE PEN-FEC-CIERRE TO WK-FEC-ENTRA.                         00007270
           PERFORM EDITA-FECHA.                                         00007280
           MOVE WK-FEC-EDIT              TO WK-CE-FECHA.                00007290
           MOVE PEN-HOR-CIERRE (1 : 2)   TO WK-CE-HH.                   00007300
           MOVE PEN-HOR-CIERRE (3 : 2)   TO WK-CE-MM.                   00007310
           MOVE WK-CIERRE-EDIT           TO LP-CIERRE.                  00007320
           WRITE REG-LISTADO FROM LIN-PENDIENTE.                        00007330
       340-CIERRA-FIN.                                                  00007340
      ***************                                                   00007350
           EXIT.                                                        00007360
      *---------------------------------------------------------------* 00007370
      *  UNA SECCION DEL LISTADO POR TRAMO DE ANTIGUEDAD, CON LAS     * 00007380
      *  ENTRADAS QUE SIGUEN ABIERTAS EN ORDEN DE PROGRAMA Y FECHA.   * 00007390
      *---------------------------------------------------------------* 00007400
       360-LISTA-TRAMO.                                                 00007410
      ****************                                                  00007420
           MOVE ZEROS TO WK-CONT-LIN.                                   00007430
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00007440
           MOVE TRAMO-TITULO (WK-TRAMO) TO LTR-TITULO.                  00007450
           WRITE REG-LISTADO FROM LIN-TRAMO.                            00007460
           WRITE REG-LISTADO FROM LIN-COLUMNAS-2.                       00007470
           PERFORM 365-LISTA-ABIERTO                                    00007480
               VARYING WK-ABI-IDX FROM 1 BY 1                           00007490
               UNTIL (WK-ABI-IDX GREATER WK-ABI-CANT).                  00007500
           IF (WK-CONT-LIN EQUAL ZEROS)                                 00007510
               WRITE REG-LISTADO FROM LIN-NINGUNA                       00007520
           END-IF.                                                      00007530
                                                                        00007540
       370-TOTALES.                                                     00007550
      ************                                                      00007560
           WRITE REG-LISTADO FROM LIN-BLANCO.                           00007570
           MOVE 'REGISTROS E NUEVOS EN BITACORA' TO LT-TEXTO.           00007580
           MOVE WK-CONT-ERR   TO LT-VALOR.                              00007590
           WRITE REG-LISTADO FROM LIN-TOTAL.                            00007600
           MOVE 'PENDIENTES NUEVOS'        TO LT-TEXTO.                 00007610
           MOVE WK-CONT-NUEVO TO LT-VALOR.                              00007620
           WRITE REG-LISTADO FROM LIN-TOTAL.                            00007630
           MOVE 'PENDIENTES REABIERTOS'    TO LT-TEXTO.                 00007640
           MOVE WK-CONT-REAB  TO LT-VALOR.                              00007650
           WRITE REG-LISTADO FROM LIN-TOTAL.                            00007660
           MOVE 'PENDIENTES CON NUEVO INTENTO' TO LT-TEXTO.             00007670
           MOVE WK-CONT-ACT   TO LT-VALOR.                              00007680
           WRITE REG-LISTADO FROM LIN-TOTAL.                            00007690
           MOVE 'RECHAZOS YA INCORPORADOS'  TO LT-TEXTO.                00007700
           MOVE WK-CONT-YA    TO LT-VALOR.                              00007710
           WRITE REG-LISTADO FROM LIN-TOTAL.                            00007720
           MOVE 'RECHAZOS NO INCORPORADOS'  TO LT-TEXTO.                00007730
           MOVE WK-CONT-NOINC TO LT-VALOR.                              00007740
           WRITE REG-LISTADO FROM LIN-TOTAL.                            00007750
           MOVE 'PENDIENTES CERRADOS'      TO LT-TEXTO.                 00007760
           MOVE WK-CONT-CERR  TO LT-VALOR.                              00007770
           WRITE REG-LISTADO FROM LIN-TOTAL.                            00007780
           PERFORM 410-TOTAL-TRAMO                                      00007790
               VARYING WK-TRAMO FROM 1 BY 1                             00007800
               UNTIL (WK-TRAMO GREATER 4).                              00007810
           MOVE 'TOTAL PENDIENTES ABIERTOS' TO LT-TEXTO.                00007820
           MOVE WK-CONT-ABIE  TO LT-VALOR.                              00007830
           WRITE REG-LISTADO FROM LIN-TOTAL.                            00007840
                                                                        00007850
       400-CIERRA.                                                      00007860
      ***********                                                       00007870
           CLOSE RECHAZO.                                               00007880
           CLOSE AUDITORIA.                                             00007890
           CLOSE PENDIENTE.                                             00007900
           CLOSE LISTADO.                                               00007910
           DISPLAY 'PENDIENTES NUEVOS        : ' WK-CONT-NUEVO          00007920
                                                           UPON CONSOLE.00007930
           DISPLAY 'PENDIENTES CERRADOS      : ' WK-CONT-CERR           00007940
                                                           UPON CONSOLE.00007950
           DISPLAY 'PENDIENTES ABIERTOS      : ' WK-CONT-ABIE           00007960
                                                           UPON CONSOLE.00007970
           DISPLAY 'RECHAZOS NO INCORPORADOS : ' WK-CONT-NOINC          00007980
                                                           UPON CONSOLE.00007990
      *    TARJETAS DE S-RECHAZO SIN 'E' NUEVO: NORMAL AL REPETIR LA    00008000
      *    CORRIDA; SI NO, EL 'E' NO SE GRABO EN LA BITACORA            00008010
           DISPLAY 'S-RECHAZO SIN REGISTRO E : ' WK-CONT-SIN-E          00008020
                                                           UPON CONSOLE.00008030
           DISPLAY 'FIN DE CDOBDB2U'                       UPON CONSOLE.00008040
           DISPLAY '***************'                       UPON CONSOLE.00008050
           STOP RUN.                                                    00008060
                                                                        00008070
      ****************                                                  00008080
      * SEGUNDO NIVEL                                                   00008090
      ****************                                                  00008100
                                                                        00008110
      *---------------------------------------------------------------* 00008120
      *  SUMA EL RECHAZO EN CURSO A SU ENTRADA, O LA CREA.            * 00008130
      *---------------------------------------------------------------* 00008140
       210-APLICA-RECHAZO.                                              00008150
      *******************                                               00008160
           MOVE WK-PGM-RCH TO PEN-PROGRAMA.                             00008170
           MOVE WK-FEC-RCH TO PEN-FECHA-EFECTIVA.                       00008180
           READ PENDIENTE                                               00008190
               INVALID KEY                                              00008200
                   MOVE 'N' TO SW-PEN-HALLADO                           00008210
               NOT INVALID KEY                                          00008220
                   MOVE 'S' TO SW-PEN-HALLADO                           00008230
           END-READ.                                                    00008240
           IF (NOT PEN-HALLADO)                                         00008250
               PERFORM 215-ALTA-PENDIENTE                               00008260
               GO TO 210-APLICA-FIN                                     00008270
           END-IF.                                                      00008280
      *    UNA CORRIDA REPETIDA NO VUELVE A CONTAR EL MISMO RECHAZO     00008290
           IF (WK-CLAVE-RCH NOT GREATER PEN-ULTIMO-RCH)                 00008300
               ADD 1 TO WK-CONT-YA                                      00008310
               GO TO 210-APLICA-FIN                                     00008320
           END-IF.                                                      00008330
      *    UNA ENTRADA CERRADA SE REABRE COMO RECHAZO NUEVO, SALVO LA   00008340
      *    TARJETA DUPLICADA (RC 30) DE UNA QUE YA SE EJECUTO           00008350
           IF (PEN-CERRADO AND WK-COLA-RC NOT EQUAL 030)                00008360
               MOVE 'A'          TO PEN-ESTADO                          00008370
               MOVE WK-CR-FECHA  TO PEN-FEC-PRIMER-RCH                  00008380
               MOVE ZEROS        TO PEN-INTENTOS                        00008390
               MOVE SPACES       TO PEN-CIERRE                          00008400
               MOVE ZEROS        TO PEN-SEC-CIERRE                      00008410
               MOVE SPACES       TO PEN-FEC-PROC-CIERRE                 00008420
               ADD 1 TO WK-CONT-REAB                                    00008430
           ELSE                                                         00008440
               ADD 1 TO WK-CONT-ACT                                     00008450
           END-IF.                                                      00008460
           ADD 1 TO PEN-INTENTOS.                                       00008470
           MOVE WK-CLAVE-RCH TO PEN-ULTIMO-RCH.                         00008480
           MOVE WK-COLA      TO PEN-ULTIMO-RECHAZO.                     00008490
           REWRITE REG-PENDIENTE                                        00008500
               INVALID KEY                                              00008510
                   PERFORM 390-ERROR-PENDIENTE                          00008520
           END-REWRITE.                                                 00008530
       210-APLICA-FIN.                                                  00008540
      ***************                                                   00008550
           EXIT.                                                        00008560
       215-ALTA-PENDIENTE.                                              00008570
      *******************                                               00008580
           MOVE SPACES        TO REG-PENDIENTE.                         00008590
           MOVE WK-PGM-RCH    TO PEN-PROGRAMA.                          00008600
           MOVE WK-FEC-RCH    TO PEN-FECHA-EFECTIVA.                    00008610
           MOVE WK-CR-FECHA   TO PEN-FEC-PRIMER-RCH.                    00008620
           MOVE WK-CLAVE-RCH  TO PEN-ULTIMO-RCH.                        00008630
           MOVE 1             TO PEN-INTENTOS.                          00008640
           MOVE WK-COLA       TO PEN-ULTIMO-RECHAZO.                    00008650
           MOVE 'A'           TO PEN-ESTADO.                            00008660
           MOVE ZEROS         TO PEN-SEC-CIERRE.                        00008670
           WRITE REG-PENDIENTE                                          00008680
               INVALID KEY                                              00008690
                   PERFORM 390-ERROR-PENDIENTE                          00008700
           END-WRITE.                                                   00008710
           ADD 1 TO WK-CONT-NUEVO.                                      00008720
      *---------------------------------------------------------------* 00008730
      *  PRIMERA TARJETA DE S-RECHAZO AUN NO USADA DEL REGISTRO 'E':  * 00008740
      *  MISMO PGM= (SI EL 'E' LO TIENE), MISMO RC (SI LA TARJETA     * 00008750
      *  TIENE COLA) Y MISMA FECHA (SI AMBOS LA TIENEN EXPLICITA).    * 00008760
      *---------------------------------------------------------------* 00008770
       220-BUSCA-RECHAZO.                                               00008780
      ******************                                                00008790
           MOVE 'N' TO SW-REC-HALLADO.                                  00008800
           PERFORM 225-COMPARA-RECHAZO                                  00008810
               VARYING WK-REC-IDX FROM 1 BY 1                           00008820
               UNTIL (WK-REC-IDX GREATER WK-REC-CANT OR REC-HALLADO).   00008830
       225-COMPARA-RECHAZO.                                             00008840
      ********************                                              00008850
           IF (TR-USADO (WK-REC-IDX) EQUAL 'N')                     AND 00008860
              (TR-PROGRAMA (WK-REC-IDX) EQUAL WK-PGM-RCH OR             00008870
               WK-PGM-RCH EQUAL SPACES)                             AND 00008880
              (TR-RC (WK-REC-IDX) EQUAL AUD-RETURN-CODE OR              00008890
               TR-CON-COLA (WK-REC-IDX) EQUAL 'N')                  AND 00008900
              (TR-FECHA (WK-REC-IDX) EQUAL WK-FEC-RCH OR                00008910
               TR-EXPLICITA (WK-REC-IDX) EQUAL 'N' OR                   00008920
               NOT FECHA-EXPLICITA)                                     00008930
               MOVE WK-REC-IDX TO WK-REC-POS                            00008940
               MOVE 'S' TO SW-REC-HALLADO                               00008950
           END-IF.                                                      00008960
       230-NO-INCORPORADO.                                              00008970
      *******************                                               00008980
           MOVE WK-PGM-RCH     TO LN-PROGRAMA.                          00008990
           MOVE WK-FEC-RCH     TO LN-FECHA.                             00009000
           MOVE WK-COLA-RC     TO LN-RC.                                00009010
           MOVE WK-COLA-MOTIVO TO LN-MOTIVO.                            00009020
           MOVE WK-ORIGEN      TO LN-ORIGEN.                            00009030
           WRITE REG-LISTADO FROM LIN-NO-INCORPORADO.                   00009040
           ADD 1 TO WK-CONT-NOINC.                                      00009050
       250-CUENTA-SIN-E.                                                00009060
      *****************                                                 00009070
           IF (TR-USADO (WK-REC-IDX) EQUAL 'N')                         00009080
               ADD 1 TO WK-CONT-SIN-E                                   00009090
           END-IF.                                                      00009100
      *---------------------------------------------------------------* 00009110
      *  GRABA LA ULTIMA CLAVE DE BITACORA LEIDA; SI NUNCA SE LEYO    * 00009120
      *  NADA NO HAY CONTROL QUE GRABAR.                              * 00009130
      *---------------------------------------------------------------* 00009140
       260-GRABA-CONTROL.                                               00009150
      ******************                                                00009160
           IF (WKU-FECHA NOT EQUAL SPACES)                              00009170
               MOVE SPACES         TO REG-PEN-CONTROL                   00009180
               MOVE LOW-VALUES     TO PNC-CLAVE                         00009190
               MOVE WK-ULTIMA-AUD  TO PNC-ULTIMA-AUD                    00009200
               ACCEPT WK-FEC-SIST  FROM DATE YYYYMMDD                   00009210
               ACCEPT WK-HOR-SIST  FROM TIME                            00009220
               MOVE WK-FEC-SIST    TO PNC-FEC-PROCESO                   00009230
               MOVE WK-HOR-SIST (1 : 6) TO PNC-HOR-PROCESO              00009240
               IF (HAY-CONTROL)                                         00009250
                   REWRITE REG-PEN-CONTROL                              00009260
                       INVALID KEY                                      00009270
                           PERFORM 390-ERROR-PENDIENTE                  00009280
                   END-REWRITE                                          00009290
               ELSE                                                     00009300
                   WRITE REG-PEN-CONTROL                                00009310
                       INVALID KEY                                      00009320
                           PERFORM 390-ERROR-PENDIENTE                  00009330
                   END-WRITE                                            00009340
               END-IF                                                   00009350
           END-IF.                                                      00009360
       270-LEE-AUDITORIA.                                               00009370
      ******************                                                00009380
           READ AUDITORIA NEXT RECORD                                   00009390
               AT END                                                   00009400
                   MOVE 'S' TO SW-EOF-AUD                               00009410
           END-READ.                                                    00009420
       305-LEE-PENDIENTE.                                               00009430
      ******************                                                00009440
           READ PENDIENTE NEXT RECORD                                   00009450
               AT END                                                   00009460
                   MOVE 'S' TO SW-EOF-PEN                               00009470
           END-READ.                                                    00009480
      *---------------------------------------------------------------* 00009490
      *  UNA 'R' OK CIERRA SI ES POSTERIOR AL ULTIMO RECHAZO; TRAS UN * 00009500
      *  RC 30 (DUPLICADA) VALE DESDE EL COMIENZO DE ESE DIA, PORQUE  * 00009510
      *  LA 'R' QUE LA HIZO DUPLICADA ES ANTERIOR A ELLA.             * 00009520
      *---------------------------------------------------------------* 00009530
       307-GUARDA-ABIERTO.                                              00009540
      *******************                                               00009550
           IF (PEN-ABIERTO)                                             00009560
               IF (WK-ABI-CANT NOT LESS 2000)                           00009570
                   PERFORM 395-TABLA-LLENA                              00009580
               END-IF                                                   00009590
               ADD 1 TO WK-ABI-CANT                                     00009600
               MOVE PEN-CLAVE      TO TA-CLAVE  (WK-ABI-CANT)           00009610
               MOVE PEN-ULTIMO-RCH TO TA-DESDE  (WK-ABI-CANT)           00009620
               IF (PEN-ULTIMO-RC EQUAL 030)                             00009630
                   MOVE ZEROS TO TA-DESDE (WK-ABI-CANT) (9 : 9)         00009640
               END-IF                                                   00009650
               MOVE 'N'            TO TA-CERRAR (WK-ABI-CANT)           00009660
               MOVE SPACES         TO TA-CIERRE (WK-ABI-CANT)           00009670
               MOVE REG-PENDIENTE  TO TA-IMAGEN (WK-ABI-CANT)           00009680
               IF (WK-FECHA-MIN EQUAL SPACES OR                         00009690
                   PEN-FEC-ULTIMO-RCH LESS WK-FECHA-MIN)                00009700
                   MOVE PEN-FEC-ULTIMO-RCH TO WK-FECHA-MIN              00009710
               END-IF                                                   00009720
           END-IF.                                                      00009730
           PERFORM 305-LEE-PENDIENTE.                                   00009740
       325-REVISA-EJECUCION.                                            00009750
      *********************                                             00009760
           IF (AUD-TIPO-REAL AND AUD-EJEC-OK AND                        00009770
               AUD-COND-CODE EQUAL ZEROS)                               00009780
               MOVE AUD-PROGRAMA       TO WKA-PROGRAMA                  00009790
               MOVE AUD-FECHA-EFECTIVA TO WKA-FECHA                     00009800
               PERFORM BUSCA-ABIERTO                                    00009810
               IF (ABI-HALLADO)                                         00009820
                   IF (TA-CERRAR (WK-ABI-POS) EQUAL 'N' AND             00009830
                       AUD-CLAVE GREATER TA-DESDE (WK-ABI-POS))         00009840
                       MOVE 'S'       TO TA-CERRAR (WK-ABI-POS)         00009850
                       MOVE AUD-CLAVE TO TA-CIERRE (WK-ABI-POS)         00009860
                   END-IF                                               00009870
               END-IF                                                   00009880
           END-IF.                                                      00009890
           PERFORM 270-LEE-AUDITORIA.                                   00009900
       365-LISTA-ABIERTO.                                               00009910
      ******************                                                00009920
           IF (TA-CERRAR (WK-ABI-IDX) EQUAL 'N' AND                     00009930
               TA-TRAMO (WK-ABI-IDX) EQUAL WK-TRAMO)                    00009940
               MOVE TA-IMAGEN (WK-ABI-IDX) TO REG-PENDIENTE             00009950
               MOVE TA-DIAS (WK-ABI-IDX)   TO WK-DIAS                   00009960
               PERFORM 500-ARMA-PENDIENTE                               00009970
               WRITE REG-LISTADO FROM LIN-PENDIENTE                     00009980
               ADD 1 TO WK-CONT-LIN                                     00009990
           END-IF.                                                      00010000
      *---------------------------------------------------------------* 00010010
      *  ERROR DE ACCESO AL KSDS: SE CANCELA. LO YA GRABADO QUEDA Y   * 00010020
      *  UNA NUEVA CORRIDA NO LO VUELVE A CONTAR.                     * 00010030
      *---------------------------------------------------------------* 00010040
       390-ERROR-PENDIENTE.                                             00010050
      ********************                                              00010060
           DISPLAY 'ERROR AL GRABAR PENDREC ' FS-PEN       UPON CONSOLE.00010070
           DISPLAY 'CANCELA PROCESO ...'                   UPON CONSOLE.00010080
           PERFORM 400-CIERRA.                                          00010090
       395-TABLA-LLENA.                                                 00010100
      ****************                                                  00010110
           DISPLAY 'TABLA INTERNA LLENA (RECHAZO 1000 / ABIERTOS 2000)' 00010120
                                                           UPON CONSOLE.00010130
           DISPLAY 'CANCELA PROCESO ...'                   UPON CONSOLE.00010140
           MOVE 12 TO RETURN-CODE.                                      00010150
           PERFORM 400-CIERRA.                                          00010160
       410-TOTAL-TRAMO.                                                 00010170
      ****************                                                  00010180
           MOVE TRAMO-ROTULO (WK-TRAMO)  TO LT-TEXTO.                   00010190
           MOVE WK-CONT-TRAMO (WK-TRAMO) TO LT-VALOR.                   00010200
           WRITE REG-LISTADO FROM LIN-TOTAL.                            00010210
       500-ARMA-PENDIENTE.                                              00010220
      *******************                                               00010230
           MOVE SPACES             TO LIN-PENDIENTE.                    00010240
           MOVE PEN-PROGRAMA       TO LP-PROGRAMA.                      00010250
           MOVE PEN-FECHA-EFECTIVA TO LP-FECHA.                         00010260
           MOVE PEN-FEC-PRIMER-RCH TO WK-FEC-ENTRA.                     00010270
           PERFORM EDITA-FECHA.                                         00010280
           MOVE WK-FEC-EDIT        TO LP-PRIMER.                        00010290
           MOVE PEN-FEC-ULTIMO-RCH TO WK-FEC-ENTRA.                     00010300
           PERFORM EDITA-FECHA.                                         00010310
           MOVE WK-FEC-EDIT        TO LP-ULTIMO.                        00010320
           MOVE PEN-INTENTOS       TO LP-INTENTOS.                      00010330
           MOVE WK-DIAS            TO LP-DIAS.                          00010340
           MOVE PEN-ULTIMO-RC      TO LP-RC.                            00010350
           MOVE PEN-ULTIMO-MOTIVO  TO LP-MOTIVO.                        00010360
      *---------------------------------------------------------------* 00010370
      *  EXTRAE EL PGM= DE UNA TARJETA RECHAZADA EN WK-LINEA.         * 00010380
      *---------------------------------------------------------------* 00010390
       510-EXTRAE-PGM-TARJETA.                                          00010400
      ***********************                                           00010410
           MOVE SPACES TO WK-PGM-RCH.                                   00010420
           MOVE ZEROS TO WK-POS.                                        00010430
           INSPECT WK-LINEA TALLYING WK-POS                             00010440
                   FOR CHARACTERS BEFORE INITIAL 'PGM='.                00010450
      *    TOPE 188: EL RASTREO DEL NOMBRE PUEDE SONDEAR HASTA LA       00010460
      *    POSICION DEL LABEL MAS 13 Y NO DEBE PASAR DEL BYTE 200       00010470
           IF (WK-POS LESS 188)                                         00010480
               COMPUTE I = WK-POS + 5                                   00010490
               MOVE I  TO J                                             00010500
               MOVE 00 TO L                                             00010510
               PERFORM BUSCA-BYTE                                       00010520
                   UNTIL (WK-LINEA (I : 1) EQUAL '/' OR L GREATER 07)   00010530
               IF (L GREATER ZEROS AND WK-LINEA (I : 1) EQUAL '/')      00010540
                   MOVE WK-LINEA (J : L) TO WK-PGM-RCH                  00010550
               END-IF                                                   00010560
           END-IF.                                                      00010570
      *---------------------------------------------------------------* 00010580
      *  DIAS CORRIDOS DESDE EL PRIMER RECHAZO HASTA LA FECHA DE      * 00010590
      *  PROCESO (EL MISMO DIA CUENTA 1) Y SU TRAMO: 1 = 1 DIA,       * 00010600
      *  2 = 2 A 3, 3 = 4 A 7, 4 = MAS DE 7.                          * 00010610
      *---------------------------------------------------------------* 00010620
       520-CALCULA-ANTIGUEDAD.                                          00010630
      ***********************                                           00010640
           MOVE 1 TO WK-DIAS.                                           00010650
           IF (PEN-FEC-PRIMER-RCH IS NUMERIC)                           00010660
               MOVE PEN-FEC-PRIMER-RCH TO WK-FEC-AUX                    00010670
               PERFORM CALCULA-NUMERO-DIA                               00010680
               IF (WK-DN LESS WK-DN-PROC)                               00010690
                   COMPUTE WK-DIAS = WK-DN-PROC - WK-DN + 1             00010700
               END-IF                                                   00010710
           END-IF.                                                      00010720
           MOVE 4 TO WK-TRAMO.                                          00010730
           IF (WK-DIAS NOT GREATER 7)                                   00010740
               MOVE 3 TO WK-TRAMO                                       00010750
           END-IF.                                                      00010760
           IF (WK-DIAS NOT GREATER 3)                                   00010770
               MOVE 2 TO WK-TRAMO                                       00010780
           END-IF.                                                      00010790
           IF (WK-DIAS EQUAL 1)                                         00010800
               MOVE 1 TO WK-TRAMO                                       00010810
           END-IF.                                                      00010820
       530-BUSCA-MOTIVO.                                                00010830
      *****************                                                 00010840
           MOVE 'TARJETA RECHAZADA' TO WK-MOTIVO.                       00010850
           MOVE 1 TO WK-MOT-IDX.                                        00010860
           PERFORM 540-COMPARA-MOTIVO                                   00010870
               UNTIL (WK-MOT-IDX GREATER 20).                           00010880
       540-COMPARA-MOTIVO.                                              00010890
      *******************                                               00010900
           IF (MOT-RC (WK-MOT-IDX) EQUAL WK-RC-BUSCA)                   00010910
               MOVE MOT-TEXTO (WK-MOT-IDX) TO WK-MOTIVO                 00010920
           END-IF.                                                      00010930
           ADD 1 TO WK-MOT-IDX.                                         00010940
       BUSCA-BYTE.                                                      00010950
      ***********                                                       00010960
           ADD 1  TO I.                                                 00010970
           ADD 1  TO L.                                                 00010980
      *---------------------------------------------------------------* 00010990
      *  FECHA EFECTIVA DD/MM/SSAA EXPLICITA EN WK-FEC-RCH (NO        * 00011000
      *  SIMBOLICA, NO EN BLANCO NI SIN RESOLVER).                    * 00011010
      *---------------------------------------------------------------* 00011020
       VERIFICA-FECHA-RCH.                                              00011030
      *******************                                               00011040
           IF (WK-FR-DIA     IS NUMERIC AND                             00011050
               WK-FR-MES     IS NUMERIC AND                             00011060
               WK-FR-ANIO    IS NUMERIC AND                             00011070
               WK-FR-BARRA-1 EQUAL '/'  AND                             00011080
               WK-FR-BARRA-2 EQUAL '/')                                 00011090
               MOVE 'S' TO SW-FEC-EXPL                                  00011100
           ELSE                                                         00011110
               MOVE 'N' TO SW-FEC-EXPL                                  00011120
           END-IF.                                                      00011130
      *---------------------------------------------------------------* 00011140
      *  BUSCA WK-CLAVE-ABI EN LA TABLA DE ABIERTOS POR BUSQUEDA      * 00011150
      *  BINARIA; DEJA ABI-HALLADO Y LA POSICION EN WK-ABI-POS.       * 00011160
      *---------------------------------------------------------------* 00011170
       BUSCA-ABIERTO.                                                   00011180
      **************                                                    00011190
           MOVE 'N' TO SW-ABI-HALLADO.                                  00011200
           MOVE 1   TO WK-ABI-BAJO.                                     00011210
           MOVE WK-ABI-CANT TO WK-ABI-ALTO.                             00011220
           PERFORM BISECA-ABIERTO                                       00011230
               UNTIL (ABI-HALLADO OR WK-ABI-BAJO GREATER WK-ABI-ALTO).  00011240
       BISECA-ABIERTO.                                                  00011250
      ***************                                                   00011260
           COMPUTE WK-ABI-MED = (WK-ABI-BAJO + WK-ABI-ALTO) / 2.        00011270
           IF (TA-CLAVE (WK-ABI-MED) EQUAL WK-CLAVE-ABI)                00011280
               MOVE WK-ABI-MED TO WK-ABI-POS                            00011290
               MOVE 'S' TO SW-ABI-HALLADO                               00011300
           ELSE                                                         00011310
               IF (TA-CLAVE (WK-ABI-MED) LESS WK-CLAVE-ABI)             00011320
                   COMPUTE WK-ABI-BAJO = WK-ABI-MED + 1                 00011330
               ELSE                                                     00011340
                   IF (WK-ABI-MED EQUAL 1)                              00011350
                       MOVE ZEROS TO WK-ABI-ALTO                        00011360
                   ELSE                                                 00011370
                       COMPUTE WK-ABI-ALTO = WK-ABI-MED - 1             00011380
                   END-IF                                               00011390
               END-IF                                                   00011400
           END-IF.                                                      00011410
      *---------------------------------------------------------------* 00011420
      *  PASA WK-FEC-ENTRA (SSAAMMDD) A DD/MM/SSAA EN WK-FEC-EDIT.    * 00011430
      *---------------------------------------------------------------* 00011440
       EDITA-FECHA.                                                     00011450
      ************                                                      00011460
           MOVE WK-FN-DIA  TO WK-FE-DIA.                                00011470
           MOVE WK-FN-MES  TO WK-FE-MES.                                00011480
           MOVE WK-FN-ANIO TO WK-FE-ANIO.                               00011490
      *---------------------------------------------------------------* 00011500
      *  NUMERO DE DIA CORRELATIVO DE WK-FEC-AUX (SSAAMMDD), PARA     * 00011510
      *  COMPARAR FECHAS POR DISTANCIA EN DIAS.                       * 00011520
      *---------------------------------------------------------------* 00011530
       CALCULA-NUMERO-DIA.                                              00011540
      *******************                                               00011550
           MOVE WK-FA-ANIO TO WK-DN-ANIO.                               00011560
           IF (WK-FA-MES LESS 03)                                       00011570
               SUBTRACT 1 FROM WK-DN-ANIO                               00011580
           END-IF.                                                      00011590
           COMPUTE WK-DN = (WK-FA-ANIO * 365) + DIAS-ACUM (WK-FA-MES)   00011600
                         + WK-FA-DIA.                                   00011610
           DIVIDE WK-DN-ANIO BY 4   GIVING WK-DN-AUX.                   00011620
           ADD WK-DN-AUX TO WK-DN.                                      00011630
           DIVIDE WK-DN-ANIO BY 100 GIVING WK-DN-AUX.                   00011640
           SUBTRACT WK-DN-AUX FROM WK-DN.                               00011650
           DIVIDE WK-DN-ANIO BY 400 GIVING WK-DN-AUX.                   00011660
           ADD WK-DN-AUX TO WK-DN.                                      00011670
