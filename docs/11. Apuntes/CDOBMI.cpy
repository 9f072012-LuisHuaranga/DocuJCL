      *---------------------------------------------------------------* 00000010
      *    CDOBMI     MAPA SIMBOLICO DEL MAPSET CDOBMI (CDOBMI.BMS)   * 00000020
      *               DE LA CONSULTA EN LINEA CDOBDB2I: CDOBMI1 LISTA * 00000030
      *               DE LA BITACORA, CDOBMI2 DETALLE DE UN REGISTRO  * 00000040
      *---------------------------------------------------------------* 00000050
      *15/10/26  RHM                                                    00000060
      *SE CREA CON EL MAPSET. AL FINAL, CDOBMI1T REDEFINE LAS 12        00000070
      *FILAS DE LA LISTA (SELNN/LINNN) COMO TABLA PARA RECORRERLAS      00000080
      *CON SUBINDICE; CUALQUIER CAMBIO EN EL MAPSET SE REFLEJA AQUI     00000090
      *---------------------------------------------------------------* 00000100
       01  CDOBMI1I.                                                    00000110
           02  FILLER                  PIC X(12).                       00000120
           02  FECSISL                 PIC S9(4) COMP.                  00000130
           02  FECSISF                 PIC X(01).                       00000140
           02  FILLER REDEFINES FECSISF.                                00000150
               03  FECSISA             PIC X(01).                       00000160
           02  FECSISI                 PIC X(16).                       00000170
           02  FFECHAL                 PIC S9(4) COMP.                  00000180
           02  FFECHAF                 PIC X(01).                       00000190
           02  FILLER REDEFINES FFECHAF.                                00000200
               03  FFECHAA             PIC X(01).                       00000210
           02  FFECHAI                 PIC X(08).                       00000220
           02  FPGML                   PIC S9(4) COMP.                  00000230
           02  FPGMF                   PIC X(01).                       00000240
           02  FILLER REDEFINES FPGMF.                                  00000250
               03  FPGMA               PIC X(01).                       00000260
           02  FPGMI                   PIC X(08).                       00000270
           02  FSUBSL                  PIC S9(4) COMP.                  00000280
           02  FSUBSF                  PIC X(01).                       00000290
           02  FILLER REDEFINES FSUBSF.                                 00000300
               03  FSUBSA              PIC X(01).                       00000310
           02  FSUBSI                  PIC X(04).                       00000320
           02  FTIPOL                  PIC S9(4) COMP.                  00000330
           02  FTIPOF                  PIC X(01).                       00000340
           02  FILLER REDEFINES FTIPOF.                                 00000350
               03  FTIPOA              PIC X(01).                       00000360
           02  FTIPOI                  PIC X(01).                       00000370
           02  RESUML                  PIC S9(4) COMP.                  00000380
           02  RESUMF                  PIC X(01).                       00000390
           02  FILLER REDEFINES RESUMF.                                 00000400
               03  RESUMA              PIC X(01).                       00000410
           02  RESUMI                  PIC X(78).                       00000420
           02  SEL01L                  PIC S9(4) COMP.                  00000430
           02  SEL01F                  PIC X(01).                       00000440
           02  FILLER REDEFINES SEL01F.                                 00000450
               03  SEL01A              PIC X(01).                       00000460
           02  SEL01I                  PIC X(01).                       00000470
           02  LIN01L                  PIC S9(4) COMP.                  00000480
           02  LIN01F                  PIC X(01).                       00000490
           02  FILLER REDEFINES LIN01F.                                 00000500
               03  LIN01A              PIC X(01).                       00000510
           02  LIN01I                  PIC X(75).                       00000520
           02  SEL02L                  PIC S9(4) COMP.                  00000530
           02  SEL02F                  PIC X(01).                       00000540
           02  FILLER REDEFINES SEL02F.                                 00000550
               03  SEL02A              PIC X(01).                       00000560
           02  SEL02I                  PIC X(01).                       00000570
           02  LIN02L                  PIC S9(4) COMP.                  00000580
           02  LIN02F                  PIC X(01).                       00000590
           02  FILLER REDEFINES LIN02F.                                 00000600
               03  LIN02A              PIC X(01).                       00000610
           02  LIN02I                  PIC X(75).                       00000620
           02  SEL03L                  PIC S9(4) COMP.                  00000630
           02  SEL03F                  PIC X(01).                       00000640
           02  FILLER REDEFINES SEL03F.                                 00000650
               03  SEL03A              PIC X(01).                       00000660
           02  SEL03I                  PIC X(01).                       00000670
           02  LIN03L                  PIC S9(4) COMP.                  00000680
           02  LIN03F                  PIC X(01).                       00000690
           02  FILLER REDEFINES LIN03F.                                 00000700
               03  LIN03A              PIC X(01).                       00000710
           02  LIN03I                  PIC X(75).                       00000720
           02  SEL04L                  PIC S9(4) COMP.                  00000730
           02  SEL04F                  PIC X(01).                       00000740
           02  FILLER REDEFINES SEL04F.                                 00000750
               03  SEL04A              PIC X(01).                       00000760
           02  SEL04I                  PIC X(01).                       00000770
           02  LIN04L                  PIC S9(4) COMP.                  00000780
           02  LIN04F                  PIC X(01).                       00000790
           02  FILLER REDEFINES LIN04F.                                 00000800
               03  LIN04A              PIC X(01).                       00000810
           02  LIN04I                  PIC X(75).                       00000820
           02  SEL05L                  PIC S9(4) COMP.                  00000830
           02  SEL05F                  PIC X(01).                       00000840
           02  FILLER REDEFINES SEL05F.                                 00000850
               03  SEL05A              PIC X(01).                       00000860
           02  SEL05I                  PIC X(01).                       00000870
           02  LIN05L                  PIC S9(4) COMP.                  00000880
           02  LIN05F                  PIC X(01).                       00000890
           02  FILLER REDEFINES LIN05F.                                 00000900
               03  LIN05A              PIC X(01).                       00000910
           02  LIN05I                  PIC X(75).                       00000920
           02  SEL06L                  PIC S9(4) COMP.                  00000930
           02  SEL06F                  PIC X(01).                       00000940
           02  FILLER REDEFINES SEL06F.                                 00000950
               03  SEL06A              PIC X(01).                       00000960
           02  SEL06I                  PIC X(01).                       00000970
           02  LIN06L                  PIC S9(4) COMP.                  00000980
           02  LIN06F                  PIC X(01).                       00000990
           02  FILLER REDEFINES LIN06F.                                 00001000
               03  LIN06A              PIC X(01).                       00001010
           02  LIN06I                  PIC X(75).                       00001020
           02  SEL07L                  PIC S9(4) COMP.                  00001030
           02  SEL07F                  PIC X(01).                       00001040
           02  FILLER REDEFINES SEL07F.                                 00001050
               03  SEL07A              PIC X(01).                       00001060
           02  SEL07I                  PIC X(01).                       00001070
           02  LIN07L                  PIC S9(4) COMP.                  00001080
           02  LIN07F                  PIC X(01).                       00001090
           02  FILLER REDEFINES LIN07F.                                 00001100
               03  LIN07A              PIC X(01).                       00001110
           02  LIN07I                  PIC X(75).                       00001120
           02  SEL08L                  PIC S9(4) COMP.                  00001130
           02  SEL08F                  PIC X(01).                       00001140
           02  FILLER REDEFINES SEL08F.                                 00001150
               03  SEL08A              PIC X(01).                       00001160
           02  SEL08I                  PIC X(01).                       00001170
           02  LIN08L                  PIC S9(4) COMP.                  00001180
           02  LIN08F                  PIC X(01).                       00001190
           02  FILLER REDEFINES LIN08F.                                 00001200
               03  LIN08A              PIC X(01).                       00001210
           02  LIN08I                  PIC X(75).                       00001220
           02  SEL09L                  PIC S9(4) COMP.                  00001230
           02  SEL09F                  PIC X(01).                       00001240
           02  FILLER REDEFINES SEL09F.                                 00001250
               03  SEL09A              PIC X(01).                       00001260
           02  SEL09I                  PIC X(01).                       00001270
           02  LIN09L                  PIC S9(4) COMP.                  00001280
           02  LIN09F                  PIC X(01).                       00001290
           02  FILLER REDEFINES LIN09F.                                 00001300
               03  LIN09A              PIC X(01).                       00001310
           02  LIN09I                  PIC X(75).                       00001320
           02  SEL10L                  PIC S9(4) COMP.                  00001330
           02  SEL10F                  PIC X(01).                       00001340
           02  FILLER REDEFINES SEL10F.                                 00001350
               03  SEL10A              PIC X(01).                       00001360
           02  SEL10I                  PIC X(01).                       00001370
           02  LIN10L                  PIC S9(4) COMP.                  00001380
           02  LIN10F                  PIC X(01).                       00001390
           02  FILLER REDEFINES LIN10F.                                 00001400
               03  LIN10A              PIC X(01).                       00001410
           02  LIN10I                  PIC X(75).                       00001420
           02  SEL11L                  PIC S9(4) COMP.                  00001430
           02  SEL11F                  PIC X(01).                       00001440
           02  FILLER REDEFINES SEL11F.                                 00001450
               03  SEL11A              PIC X(01).                       00001460
           02  SEL11I                  PIC X(01).                       00001470
           02  LIN11L                  PIC S9(4) COMP.                  00001480
           02  LIN11F                  PIC X(01).                       00001490
           02  FILLER REDEFINES LIN11F.                                 00001500
               03  LIN11A              PIC X(01).                       00001510
           02  LIN11I                  PIC X(75).                       00001520
           02  SEL12L                  PIC S9(4) COMP.                  00001530
           02  SEL12F                  PIC X(01).                       00001540
           02  FILLER REDEFINES SEL12F.                                 00001550
               03  SEL12A              PIC X(01).                       00001560
           02  SEL12I                  PIC X(01).                       00001570
           02  LIN12L                  PIC S9(4) COMP.                  00001580
           02  LIN12F                  PIC X(01).                       00001590
           02  FILLER REDEFINES LIN12F.                                 00001600
               03  LIN12A              PIC X(01).                       00001610
           02  LIN12I                  PIC X(75).                       00001620
           02  MSGL                    PIC S9(4) COMP.                  00001630
           02  MSGF                    PIC X(01).                       00001640
           02  FILLER REDEFINES MSGF.                                   00001650
               03  MSGA                PIC X(01).                       00001660
           02  MSGI                    PIC X(78).                       00001670
       01  CDOBMI1O REDEFINES CDOBMI1I.                                 00001680
           02  FILLER                  PIC X(12).                       00001690
           02  FILLER                  PIC X(03).                       00001700
           02  FECSISO                 PIC X(16).                       00001710
           02  FILLER                  PIC X(03).                       00001720
           02  FFECHAO                 PIC X(08).                       00001730
           02  FILLER                  PIC X(03).                       00001740
           02  FPGMO                   PIC X(08).                       00001750
           02  FILLER                  PIC X(03).                       00001760
           02  FSUBSO                  PIC X(04).                       00001770
           02  FILLER                  PIC X(03).                       00001780
           02  FTIPOO                  PIC X(01).                       00001790
           02  FILLER                  PIC X(03).                       00001800
           02  RESUMO                  PIC X(78).                       00001810
           02  FILLER                  PIC X(03).                       00001820
           02  SEL01O                  PIC X(01).                       00001830
           02  FILLER                  PIC X(03).                       00001840
           02  LIN01O                  PIC X(75).                       00001850
           02  FILLER                  PIC X(03).                       00001860
           02  SEL02O                  PIC X(01).                       00001870
           02  FILLER                  PIC X(03).                       00001880
           02  LIN02O                  PIC X(75).                       00001890
           02  FILLER                  PIC X(03).                       00001900
           02  SEL03O                  PIC X(01).                       00001910
           02  FILLER                  PIC X(03).                       00001920
           02  LIN03O                  PIC X(75).                       00001930
           02  FILLER                  PIC X(03).                       00001940
           02  SEL04O                  PIC X(01).                       00001950
           02  FILLER                  PIC X(03).                       00001960
           02  LIN04O                  PIC X(75).                       00001970
           02  FILLER                  PIC X(03).                       00001980
           02  SEL05O                  PIC X(01).                       00001990
           02  FILLER                  PIC X(03).                       00002000
           02  LIN05O                  PIC X(75).                       00002010
           02  FILLER                  PIC X(03).                       00002020
           02  SEL06O                  PIC X(01).                       00002030
           02  FILLER                  PIC X(03).                       00002040
           02  LIN06O                  PIC X(75).                       00002050
           02  FILLER                  PIC X(03).                       00002060
           02  SEL07O                  PIC X(01).                       00002070
           02  FILLER                  PIC X(03).                       00002080
           02  LIN07O                  PIC X(75).                       00002090
           02  FILLER                  PIC X(03).                       00002100
           02  SEL08O                  PIC X(01).                       00002110
           02  FILLER                  PIC X(03).                       00002120
           02  LIN08O                  PIC X(75).                       00002130
           02  FILLER                  PIC X(03).                       00002140
           02  SEL09O                  PIC X(01).                       00002150
           02  FILLER                  PIC X(03).                       00002160
           02  LIN09O                  PIC X(75).                       00002170
           02  FILLER                  PIC X(03).                       00002180
           02  SEL10O                  PIC X(01).                       00002190
           02  FILLER                  PIC X(03).                       00002200
           02  LIN10O                  PIC X(75).                       00002210
           02  FILLER                  PIC X(03).                       00002220
           02  SEL11O                  PIC X(01).                       00002230
           02  FILLER                  PIC X(03).                       00002240
           02  LIN11O                  PIC X(75).                       00002250
           02  FILLER                  PIC X(03).                       00002260
           02  SEL12O                  PIC X(01).                       00002270
           02  FILLER                  PIC X(03).                       00002280
           02  LIN12O                  PIC X(75).                       00002290
           02  FILLER                  PIC X(03).                       00002300
           02  MSGO                    PIC X(78).                       00002310
       01  CDOBMI1T REDEFINES CDOBMI1I.                                 00002320
           02  FILLER                  PIC X(145).                      00002330
           02  MI1-FILA OCCURS 12 TIMES.                                00002340
               03  MI1-SELL            PIC S9(4) COMP.                  00002350
               03  MI1-SELA            PIC X(01).                       00002360
               03  MI1-SELI            PIC X(01).                       00002370
               03  MI1-LINL            PIC S9(4) COMP.                  00002380
               03  MI1-LINA            PIC X(01).                       00002390
               03  MI1-LINO            PIC X(75).                       00002400
           02  FILLER                  PIC X(81).                       00002410
       01  CDOBMI2I.                                                    00002420
           02  FILLER                  PIC X(12).                       00002430
           02  DFECSIL                 PIC S9(4) COMP.                  00002440
           02  DFECSIF                 PIC X(01).                       00002450
           02  FILLER REDEFINES DFECSIF.                                00002460
               03  DFECSIA             PIC X(01).                       00002470
           02  DFECSII                 PIC X(16).                       00002480
           02  DCLAVEL                 PIC S9(4) COMP.                  00002490
           02  DCLAVEF                 PIC X(01).                       00002500
           02  FILLER REDEFINES DCLAVEF.                                00002510
               03  DCLAVEA             PIC X(01).                       00002520
           02  DCLAVEI                 PIC X(27).                       00002530
           02  DPGML                   PIC S9(4) COMP.                  00002540
           02  DPGMF                   PIC X(01).                       00002550
           02  FILLER REDEFINES DPGMF.                                  00002560
               03  DPGMA               PIC X(01).                       00002570
           02  DPGMI                   PIC X(08).                       00002580
           02  DLIBL                   PIC S9(4) COMP.                  00002590
           02  DLIBF                   PIC X(01).                       00002600
           02  FILLER REDEFINES DLIBF.                                  00002610
               03  DLIBA               PIC X(01).                       00002620
           02  DLIBI                   PIC X(40).                       00002630
           02  DSUBSL                  PIC S9(4) COMP.                  00002640
           02  DSUBSF                  PIC X(01).                       00002650
           02  FILLER REDEFINES DSUBSF.                                 00002660
               03  DSUBSA              PIC X(01).                       00002670
           02  DSUBSI                  PIC X(04).                       00002680
           02  DPLANL                  PIC S9(4) COMP.                  00002690
           02  DPLANF                  PIC X(01).                       00002700
           02  FILLER REDEFINES DPLANF.                                 00002710
               03  DPLANA              PIC X(01).                       00002720
           02  DPLANI                  PIC X(07).                       00002730
           02  DFEFEL                  PIC S9(4) COMP.                  00002740
           02  DFEFEF                  PIC X(01).                       00002750
           02  FILLER REDEFINES DFEFEF.                                 00002760
               03  DFEFEA              PIC X(01).                       00002770
           02  DFEFEI                  PIC X(10).                       00002780
           02  DFREEL                  PIC S9(4) COMP.                  00002790
           02  DFREEF                  PIC X(01).                       00002800
           02  FILLER REDEFINES DFREEF.                                 00002810
               03  DFREEA              PIC X(01).                       00002820
           02  DFREEI                  PIC X(40).                       00002830
           02  DTIPOL                  PIC S9(4) COMP.                  00002840
           02  DTIPOF                  PIC X(01).                       00002850
           02  FILLER REDEFINES DTIPOF.                                 00002860
               03  DTIPOA              PIC X(01).                       00002870
           02  DTIPOI                  PIC X(20).                       00002880
           02  DRCL                    PIC S9(4) COMP.                  00002890
           02  DRCF                    PIC X(01).                       00002900
           02  FILLER REDEFINES DRCF.                                   00002910
               03  DRCA                PIC X(01).                       00002920
           02  DRCI                    PIC X(03).                       00002930
           02  DMOTIL                  PIC S9(4) COMP.                  00002940
           02  DMOTIF                  PIC X(01).                       00002950
           02  FILLER REDEFINES DMOTIF.                                 00002960
               03  DMOTIA              PIC X(01).                       00002970
           02  DMOTII                  PIC X(36).                       00002980
           02  DESTAL                  PIC S9(4) COMP.                  00002990
           02  DESTAF                  PIC X(01).                       00003000
           02  FILLER REDEFINES DESTAF.                                 00003010
               03  DESTAA              PIC X(01).                       00003020
           02  DESTAI                  PIC X(20).                       00003030
           02  DCONDL                  PIC S9(4) COMP.                  00003040
           02  DCONDF                  PIC X(01).                       00003050
           02  FILLER REDEFINES DCONDF.                                 00003060
               03  DCONDA              PIC X(01).                       00003070
           02  DCONDI                  PIC X(04).                       00003080
           02  DHINIL                  PIC S9(4) COMP.                  00003090
           02  DHINIF                  PIC X(01).                       00003100
           02  FILLER REDEFINES DHINIF.                                 00003110
               03  DHINIA              PIC X(01).                       00003120
           02  DHINII                  PIC X(08).                       00003130
           02  DHFINL                  PIC S9(4) COMP.                  00003140
           02  DHFINF                  PIC X(01).                       00003150
           02  FILLER REDEFINES DHFINF.                                 00003160
               03  DHFINA              PIC X(01).                       00003170
           02  DHFINI                  PIC X(08).                       00003180
           02  DMSGL                   PIC S9(4) COMP.                  00003190
           02  DMSGF                   PIC X(01).                       00003200
           02  FILLER REDEFINES DMSGF.                                  00003210
               03  DMSGA               PIC X(01).                       00003220
           02  DMSGI                   PIC X(78).                       00003230
       01  CDOBMI2O REDEFINES CDOBMI2I.                                 00003240
           02  FILLER                  PIC X(12).                       00003250
           02  FILLER                  PIC X(03).                       00003260
           02  DFECSIO                 PIC X(16).                       00003270
           02  FILLER                  PIC X(03).                       00003280
           02  DCLAVEO                 PIC X(27).                       00003290
           02  FILLER                  PIC X(03).                       00003300
           02  DPGMO                   PIC X(08).                       00003310
           02  FILLER                  PIC X(03).                       00003320
           02  DLIBO                   PIC X(40).                       00003330
           02  FILLER                  PIC X(03).                       00003340
           02  DSUBSO                  PIC X(04).                       00003350
           02  FILLER                  PIC X(03).                       00003360
           02  DPLANO                  PIC X(07).                       00003370
           02  FILLER                  PIC X(03).                       00003380
           02  DFEFEO                  PIC X(10).                       00003390
           02  FILLER                  PIC X(03).                       00003400
           02  DFREEO                  PIC X(40).                       00003410
           02  FILLER                  PIC X(03).                       00003420
           02  DTIPOO                  PIC X(20).                       00003430
           02  FILLER                  PIC X(03).                       00003440
           02  DRCO                    PIC X(03).                       00003450
           02  FILLER                  PIC X(03).                       00003460
           02  DMOTIO                  PIC X(36).                       00003470
           02  FILLER                  PIC X(03).                       00003480
           02  DESTAO                  PIC X(20).                       00003490
           02  FILLER                  PIC X(03).                       00003500
           02  DCONDO                  PIC X(04).                       00003510
           02  FILLER                  PIC X(03).                       00003520
           02  DHINIO                  PIC X(08).                       00003530
           02  FILLER                  PIC X(03).                       00003540
           02  DHFINO                  PIC X(08).                       00003550
           02  FILLER                  PIC X(03).                       00003560
           02  DMSGO                   PIC X(78).                       00003570
