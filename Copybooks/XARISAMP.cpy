      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *                XARISAMP - Symbolic Map for XARISA1            * 00000040
      *                                                               * 00000050
      ***************************************************************** 00000060
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000070
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000080
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000090
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000100
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000110
      *                                                               * 00000120
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000130
      * ALL RIGHTS RESERVED.                                          * 00000140
      ***************************************************************** 00000150
      * Symbolic map generated from mapset XARISAS, map XARISA1.      * 00000160
      * DOB correction approval screen used by XARISAPV, with         * 00000170
      * L/F/I triads for all 15 named fields in BMS field order so    * 00000180
      * Xarisa1i and Xarisa1o describe the same byte range.           * 00000190
      * COPY this member under an 01 level in Working-Storage.        * 00000200
      ***************************************************************** 00000210
      *                          Maintenance Log                        00000220
      *---------------------------------------------------------------- 00000230
      *              Description                       |   Date   | Who 00000240
      *---------------------------------------------------------------- 00000250
      * Initial DOB correction approval map             | 10/15/26 | AGT00000260
      ***************************************************************** 00000270
                                                                        00000280
       01  Xarisa1i.                                                    00000290
           05 filler                pic x(12).                          00000300
           05 Custidl                pic s9(4) comp.                    00000310
           05 Custidf                pic x.                             00000320
           05 filler redefines Custidf pic x.                           00000330
           05 Custidi                pic x(10).                         00000340
           05 Namel                  pic s9(4) comp.                    00000350
           05 Namef                  pic x.                             00000360
           05 filler redefines Namef pic x.                             00000370
           05 Namei                  pic x(30).                         00000380
           05 Rqdatel                pic s9(4) comp.                    00000390
           05 Rqdatef                pic x.                             00000400
           05 filler redefines Rqdatef pic x.                           00000410
           05 Rqdatei                pic x(08).                         00000420
           05 Rqtimel                pic s9(4) comp.                    00000430
           05 Rqtimef                pic x.                             00000440
           05 filler redefines Rqtimef pic x.                           00000450
           05 Rqtimei                pic x(06).                         00000460
           05 Olddobl                pic s9(4) comp.                    00000470
           05 Olddobf                pic x.                             00000480
           05 filler redefines Olddobf pic x.                           00000490
           05 Olddobi                pic x(08).                         00000500
           05 Oldagel                pic s9(4) comp.                    00000510
           05 Oldagef                pic x.                             00000520
           05 filler redefines Oldagef pic x.                           00000530
           05 Oldagei                pic x(03).                         00000540
           05 Newdobl                pic s9(4) comp.                    00000550
           05 Newdobf                pic x.                             00000560
           05 filler redefines Newdobf pic x.                           00000570
           05 Newdobi                pic x(08).                         00000580
           05 Newagel                pic s9(4) comp.                    00000590
           05 Newagef                pic x.                             00000600
           05 filler redefines Newagef pic x.                           00000610
           05 Newagei                pic x(03).                         00000620
           05 Reasonl                pic s9(4) comp.                    00000630
           05 Reasonf                pic x.                             00000640
           05 filler redefines Reasonf pic x.                           00000650
           05 Reasoni                pic x(04).                         00000660
           05 Makerl                 pic s9(4) comp.                    00000670
           05 Makerf                 pic x.                             00000680
           05 filler redefines Makerf pic x.                            00000690
           05 Makeri                 pic x(08).                         00000700
           05 Recalcl                pic s9(4) comp.                    00000710
           05 Recalcf                pic x.                             00000720
           05 filler redefines Recalcf pic x.                           00000730
           05 Recalci                pic x(01).                         00000740
           05 Statusl                pic s9(4) comp.                    00000750
           05 Statusf                pic x.                             00000760
           05 filler redefines Statusf pic x.                           00000770
           05 Statusi                pic x(01).                         00000780
           05 Checkrl                pic s9(4) comp.                    00000790
           05 Checkrf                pic x.                             00000800
           05 filler redefines Checkrf pic x.                           00000810
           05 Checkri                pic x(08).                         00000820
           05 Riscl                  pic s9(4) comp.                    00000830
           05 Riscf                  pic x.                             00000840
           05 filler redefines Riscf pic x.                             00000850
           05 Risci                  pic x(05).                         00000860
           05 Msgl                   pic s9(4) comp.                    00000870
           05 Msgf                   pic x.                             00000880
           05 filler redefines Msgf pic x.                              00000890
           05 Msgi                   pic x(60).                         00000900
                                                                        00000910
       01  Xarisa1o redefines Xarisa1i.                                 00000920
           05 filler                pic x(12).                          00000930
           05 filler                pic x(03).                          00000940
           05 Custido                pic x(10).                         00000950
           05 filler                pic x(03).                          00000960
           05 Nameo                  pic x(30).                         00000970
           05 filler                pic x(03).                          00000980
           05 Rqdateo                pic x(08).                         00000990
           05 filler                pic x(03).                          00001000
           05 Rqtimeo                pic x(06).                         00001010
           05 filler                pic x(03).                          00001020
           05 Olddobo                pic x(08).                         00001030
           05 filler                pic x(03).                          00001040
           05 Oldageo                pic x(03).                         00001050
           05 filler                pic x(03).                          00001060
           05 Newdobo                pic x(08).                         00001070
           05 filler                pic x(03).                          00001080
           05 Newageo                pic x(03).                         00001090
           05 filler                pic x(03).                          00001100
           05 Reasono                pic x(04).                         00001110
           05 filler                pic x(03).                          00001120
           05 Makero                 pic x(08).                         00001130
           05 filler                pic x(03).                          00001140
           05 Recalco                pic x(01).                         00001150
           05 filler                pic x(03).                          00001160
           05 Statuso                pic x(01).                         00001170
           05 filler                pic x(03).                          00001180
           05 Checkro                pic x(08).                         00001190
           05 filler                pic x(03).                          00001200
           05 Risco                  pic x(05).                         00001210
           05 filler                pic x(03).                          00001220
           05 Msgo                   pic x(60).                         00001230
