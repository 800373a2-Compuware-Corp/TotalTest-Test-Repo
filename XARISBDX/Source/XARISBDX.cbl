       Identification division.                                         00000010
       Program-id.   XaRisBdx.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISBDX                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Monthly reinsurance bordereau for the high-risk treaty.  The  * 00000120
      * treaty takes every ACTIVE POLMAST policy whose customer ended * 00000130
      * the month in bracket 03, or above the treaty attachment Risc. * 00000140
      * Month-end score is the customer's last RISKHIST row dated in  * 00000150
      * the bordereau month; the ceded premium is the policy's last   * 00000160
      * priced PREMHIST premium at month end times the ceded          * 00000170
      * percentage.  Each ceded policy is flagged new or continuing   * 00000180
      * against last month's CESSLOG rows, and last month's cessions  * 00000190
      * no longer qualifying go out flagged exited, so the reinsurer  * 00000200
      * sees every policy come on and go off the treaty.              * 00000210
      *                                                               * 00000220
      * BORDX carries a header (month, run date, treaty terms) and a  * 00000230
      * trailer (count, Risc hash, ceded premium total) like RISKEXT. * 00000240
      * Once written, the file is read back and recounted the way     * 00000250
      * XARISACK reconciles the pricing extract, and both its trailer * 00000260
      * and its contents are matched against this run's control       * 00000270
      * report; any mismatch ends the step with RC 8 so the file is   * 00000280
      * not sent.                                                     * 00000290
      *                                                               * 00000300
      * Run parameters ATTACH=nnnnn (attachment Risc) and CEDE=nnn.nn * 00000310
      * (ceded percentage) are required: the job refuses to run       * 00000320
      * rather than guess treaty terms, the discipline XARISARC and   * 00000330
      * XARISCYC apply to their parameters.  MONTH=yyyymm is          * 00000340
      * optional and defaults to the calendar month before the run.   * 00000350
      *                                                               * 00000360
      ***************************************************************** 00000370
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000380
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000390
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000400
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000410
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000420
      *                                                               * 00000430
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000440
      * ALL RIGHTS RESERVED.                                          * 00000450
      ***************************************************************** 00000460
      *                          Maintenance Log                        00000470
      *---------------------------------------------------------------- 00000480
      *              Description                       |   Date   | Who 00000490
      *---------------------------------------------------------------- 00000500
      * Initial monthly reinsurance bordereau           | 10/15/26 | AGT00000510
      * Month-end Risc takes a customer-level override  | 10/15/26 | AGT00000515
      ***************************************************************** 00000520
                                                                        00000530
       environment division.                                            00000540
       Input-Output section.                                            00000550
       File-control.                                                    00000560
                                                                        00000570
      * Browsed on the Pol-Cust-Id alternate index so a customer's      00000580
      * policies come together and its month-end score is looked up     00000590
      * once.                                                           00000600
           select Policy-Master-File assign to "POLMAST"                00000610
              organization is indexed                                   00000620
              access mode is dynamic                                    00000630
              record key is Pol-Policy-No                               00000640
              alternate record key is Pol-Cust-Id                       00000650
                 with duplicates                                        00000660
              file status is Ws-Polmast-Status.                         00000670
                                                                        00000680
           select Risk-History-File assign to "RISKHIST"                00000690
              organization is indexed                                   00000700
              access mode is dynamic                                    00000710
              record key is Rh-Key                                      00000720
              file status is Ws-Riskhist-Status.                        00000730
                                                                        00000740
           select Premium-History-File assign to "PREMHIST"             00000750
              organization is indexed                                   00000760
              access mode is dynamic                                    00000770
              record key is Ph-Key                                      00000780
              file status is Ws-Premhist-Status.                        00000790
                                                                        00000800
      * Every month's cessions are retained; a missing file is          00000810
      * created on first use and means every cession is new.            00000820
           select Cession-Log-File assign to "CESSLOG"                  00000830
              organization is indexed                                   00000840
              access mode is dynamic                                    00000850
              record key is Cs-Key                                      00000860
              file status is Ws-Cesslog-Status.                         00000870
                                                                        00000880
           select Bordereau-File assign to "BORDX"                      00000890
              organization is line sequential                           00000900
              file status is Ws-Bordx-Status.                           00000910
                                                                        00000920
           select Bordereau-Report-File assign to "BDXRPT"              00000930
              organization is line sequential                           00000940
              file status is Ws-Bdxrpt-Status.                          00000950
                                                                        00000960
       Data Division.                                                   00000970
       File Section.                                                    00000980
                                                                        00000990
       FD  Policy-Master-File.                                          00001000
       01  Policy-Master-Record.                                        00001010
           COPY POLREC.                                                 00001020
                                                                        00001030
       FD  Risk-History-File.                                           00001040
       01  Risk-History-Record.                                         00001050
           COPY RISKHIST.                                               00001060
                                                                        00001070
       FD  Premium-History-File.                                        00001080
       01  Premium-History-Record.                                      00001090
           COPY PREMHIST.                                               00001100
                                                                        00001110
       FD  Cession-Log-File.                                            00001120
       01  Cession-Log-Record.                                          00001130
           COPY CESSLOG.                                                00001140
                                                                        00001150
       FD  Bordereau-File.                                              00001160
       01  Bordereau-Record.                                            00001170
           COPY BORDREC.                                                00001180
                                                                        00001190
       FD  Bordereau-Report-File.                                       00001200
       01  Bordereau-Report-Line      pic X(80).                        00001210
                                                                        00001220
       Working-Storage Section.                                         00001230
                                                                        00001240
      * "02" is a successful read whose alternate key has more          00001250
      * duplicates to come - still a good record.                       00001260
       01 Ws-Polmast-Status          pic X(02).                         00001270
          88 Polmast-Ok              value "00".                        00001280
          88 Polmast-Read-Ok         value "00" "02".                   00001290
                                                                        00001300
       01 Ws-Riskhist-Status         pic X(02).                         00001310
          88 Riskhist-Ok             value "00".                        00001320
                                                                        00001330
       01 Ws-Premhist-Status         pic X(02).                         00001340
          88 Premhist-Ok             value "00".                        00001350
                                                                        00001360
       01 Ws-Cesslog-Status          pic X(02).                         00001370
          88 Cesslog-Ok              value "00".                        00001380
                                                                        00001390
       01 Ws-Bordx-Status            pic X(02).                         00001400
          88 Bordx-Ok                value "00".                        00001410
                                                                        00001420
       01 Ws-Bdxrpt-Status           pic X(02).                         00001430
          88 Bdxrpt-Ok               value "00".                        00001440
                                                                        00001450
      * File status 88s above double as each verb's current status, so  00001460
      * Finalize-Run guards its closes on these open-succeeded latches  00001470
      * instead, set once when a file's OPEN (including the first-use   00001480
      * fallback) succeeds and reset only when the file is closed       00001490
      * early, as BORDX is before it is read back.                      00001500
       01 Ws-Open-Switches.                                             00001510
          05 Ws-Polmast-Open-Ok      pic X(01) value "N".               00001520
             88 Polmast-Open-Ok      value "Y".                         00001530
          05 Ws-Riskhist-Open-Ok     pic X(01) value "N".               00001540
             88 Riskhist-Open-Ok     value "Y".                         00001550
          05 Ws-Premhist-Open-Ok     pic X(01) value "N".               00001560
             88 Premhist-Open-Ok     value "Y".                         00001570
          05 Ws-Cesslog-Open-Ok      pic X(01) value "N".               00001580
             88 Cesslog-Open-Ok      value "Y".                         00001590
          05 Ws-Bordx-Open-Ok        pic X(01) value "N".               00001600
             88 Bordx-Open-Ok        value "Y".                         00001610
          05 Ws-Bdxrpt-Open-Ok       pic X(01) value "N".               00001620
             88 Bdxrpt-Open-Ok       value "Y".                         00001630
                                                                        00001640
       01 Ws-Eof-Switch              pic X(01) value "N".               00001650
          88 No-More-Policies        value "Y".                         00001660
                                                                        00001670
      * Set once every file is open and the parameters are good:        00001680
      * only then is there a bordereau to finish and reconcile.         00001690
       01 Ws-Build-Switch            pic X(01) value "N".               00001700
          88 Bordereau-Started       value "Y".                         00001710
                                                                        00001720
       01 Ws-Scan-Eof-Switch         pic X(01) value "N".               00001730
          88 No-More-Rows            value "Y".                         00001740
                                                                        00001750
       01 Ws-Parm                    pic X(45) value spaces.            00001760
       01 Ws-Parm-Tok1               pic X(15) value spaces.            00001770
       01 Ws-Parm-Tok2               pic X(15) value spaces.            00001780
       01 Ws-Parm-Tok3               pic X(15) value spaces.            00001790
       01 Ws-Parm-Token              pic X(15) value spaces.            00001800
                                                                        00001810
       01 Ws-Attach-In               pic X(08) value spaces.            00001820
       01 Ws-Cede-In                 pic X(10) value spaces.            00001830
       01 Ws-Month-In                pic X(09) value spaces.            00001840
       01 Ws-Digit-Group.                                               00001850
          05 Ws-Digit-X              pic X(01).                         00001860
       01 Ws-Digit-Parts redefines Ws-Digit-Group.                      00001870
          05 Ws-Digit-9              pic 9(01).                         00001880
       01 Ws-Digit-Ix                pic 9(02) comp.                    00001890
       01 Ws-Decimals                pic 9(01) comp.                    00001900
                                                                        00001910
       01 Ws-Attach-Risc             pic 9(05) value zeros.             00001920
       01 Ws-Attach-Switch           pic X(01) value "N".               00001930
          88 Attach-Parm-Ok          value "Y".                         00001940
       01 Ws-Cede-Pct                pic 9(03)v99 value zeros.          00001950
       01 Ws-Cede-Switch             pic X(01) value "N".               00001960
          88 Cede-Parm-Ok            value "Y".                         00001970
       01 Ws-Month-Switch            pic X(01) value "Y".               00001980
          88 Month-Parm-Ok           value "Y".                         00001990
                                                                        00002000
       01 Ws-Run-Date-Group.                                            00002010
          05 Ws-Run-Date             pic 9(08).                         00002020
       01 Ws-Run-Date-Parts redefines Ws-Run-Date-Group.                00002030
          05 Ws-Run-Yyyy             pic 9(04).                         00002040
          05 Ws-Run-Mm               pic 9(02).                         00002050
          05 Ws-Run-Dd               pic 9(02).                         00002060
                                                                        00002070
       01 Ws-Bdx-Month-Group.                                           00002080
          05 Ws-Bdx-Month            pic 9(06) value zeros.             00002090
       01 Ws-Bdx-Month-Parts redefines Ws-Bdx-Month-Group.              00002100
          05 Ws-Bdx-Yyyy             pic 9(04).                         00002110
          05 Ws-Bdx-Mm               pic 9(02).                         00002120
                                                                        00002130
       01 Ws-Work-Months             pic S9(07) comp-3.                 00002140
       01 Ws-Calc-Yyyy               pic 9(04).                         00002150
       01 Ws-Calc-Mm0                pic 9(02).                         00002160
       01 Ws-Prior-Month             pic 9(06) value zeros.             00002170
       01 Ws-Next-Month              pic 9(06) value zeros.             00002180
       01 Ws-Month-Start             pic 9(08) value zeros.             00002190
       01 Ws-Next-Month-Start        pic 9(08) value zeros.             00002200
                                                                        00002210
      * Month-end score of the customer whose policies are being read.  00002220
       01 Ws-Score-Cust-Id           pic X(10) value spaces.            00002230
       01 Ws-Score-Switch            pic X(01) value "N".               00002240
          88 Month-End-Score-Found   value "Y".                         00002250
       01 Ws-Me-Risc                 pic 9(05).                         00002260
       01 Ws-Me-Bracket              pic X(02).                         00002270
          88 Ws-Me-Bracket-50-Up     value "03".                        00002280
                                                                        00002290
       01 Ws-Premium-Switch          pic X(01) value "N".               00002300
          88 Priced-Premium-Found    value "Y".                         00002310
       01 Ws-Gross-Premium           pic 9(07)v99.                      00002320
       01 Ws-Ceded-Premium           pic 9(07)v99.                      00002330
       01 Ws-Cession-Flag            pic X(01).                         00002340
                                                                        00002350
      * Last month's row held while this month's is looked up, then     00002360
      * put back so the next START carries on past it.                  00002370
       01 Ws-Cession-Save            pic X(61).                         00002380
                                                                        00002390
       01 Ws-Counters.                                                  00002400
          05 Ws-Policies-Read        pic 9(07) value zero.              00002410
          05 Ws-Policies-Active      pic 9(07) value zero.              00002420
          05 Ws-Not-Scored           pic 9(07) value zero.              00002430
          05 Ws-Ceded-Bracket        pic 9(07) value zero.              00002440
          05 Ws-Ceded-Attach         pic 9(07) value zero.              00002450
          05 Ws-No-Premium           pic 9(07) value zero.              00002460
          05 Ws-New-Cessions         pic 9(07) value zero.              00002470
          05 Ws-Continuing           pic 9(07) value zero.              00002480
          05 Ws-Exited               pic 9(07) value zero.              00002490
          05 Ws-Prior-Cessions       pic 9(07) value zero.              00002500
          05 Ws-Rows-Replaced        pic 9(07) value zero.              00002510
          05 Ws-Cesslog-Errors       pic 9(07) value zero.              00002520
                                                                        00002530
      * Control totals kept from the source values as each policy is    00002540
      * decided, independent of what was written to BORDX.              00002550
       01 Ws-Control-Data.                                              00002560
          05 Ws-Ctl-Detail-Count     pic 9(07) value zeros.             00002565
          05 Ws-Ctl-Risc-Total       pic 9(11) value zeros.             00002570
          05 Ws-Ctl-Ceded-Total      pic 9(11)v99 value zeros.          00002580
                                                                        00002590
      * Totals carried into the trailer as each record is written.      00002600
       01 Ws-Sent-Data.                                                 00002610
          05 Ws-Bdx-Count            pic 9(07) value zeros.             00002620
          05 Ws-Bdx-Risc-Hash        pic 9(11) value zeros.             00002630
          05 Ws-Bdx-Ceded-Total      pic 9(11)v99 value zeros.          00002640
                                                                        00002650
      * What the read-back of BORDX actually found.                     00002660
       01 Ws-Extract-Switches.                                          00002670
          05 Ws-Header-Switch        pic X(01) value "N".               00002680
             88 Header-Seen          value "Y".                         00002690
          05 Ws-Trailer-Switch       pic X(01) value "N".               00002700
             88 Trailer-Seen         value "Y".                         00002710
          05 Ws-First-Switch         pic X(01) value "Y".               00002720
             88 First-Record         value "Y".                         00002730
          05 Ws-Recount-Eof-Switch   pic X(01) value "N".               00002740
             88 No-More-Bordereau    value "Y".                         00002750
                                                                        00002760
       01 Ws-Counted-Data.                                              00002770
          05 Ws-Hdr-Month            pic 9(06) value zeros.             00002780
          05 Ws-Detail-Count         pic 9(07) value zeros.             00002790
          05 Ws-Detail-Risc-Hash     pic 9(11) value zeros.             00002800
          05 Ws-Detail-Ceded-Total   pic 9(11)v99 value zeros.          00002810
          05 Ws-Stray-Records        pic 9(07) value zeros.             00002820
          05 Ws-Trl-Record-Count     pic 9(07) value zeros.             00002830
          05 Ws-Trl-Risc-Hash        pic 9(11) value zeros.             00002840
          05 Ws-Trl-Ceded-Total      pic 9(11)v99 value zeros.          00002850
                                                                        00002860
       01 Ws-Mismatch-Switch         pic X(01) value "N".               00002870
          88 Mismatch-Found          value "Y".                         00002880
                                                                        00002890
       01 Ws-Report-Lines.                                              00002900
          05 Ws-Heading-Line-1       pic X(80)                          00002910
             value "REINSURANCE BORDEREAU CONTROL REPORT".              00002920
          05 Ws-Parms-Line.                                             00002930
             10 filler               pic X(01) value space.             00002940
             10 filler               pic X(08) value "MONTH = ".        00002950
             10 Ws-Rpt-Month         pic 9(06).                         00002960
             10 filler               pic X(13) value "  RUN DATE = ".   00002970
             10 Ws-Rpt-Run-Date      pic 9(08).                         00002980
             10 filler               pic X(11) value "  ATTACH = ".     00002990
             10 Ws-Rpt-Attach        pic ZZZZ9.                         00003000
             10 filler               pic X(09) value "  CEDE = ".       00003010
             10 Ws-Rpt-Cede          pic ZZ9.99.                        00003020
             10 filler               pic X(02) value " %".              00003030
             10 filler               pic X(11) value spaces.            00003040
          05 Ws-Read-Line.                                              00003050
             10 filler               pic X(01) value space.             00003060
             10 filler               pic X(20)                          00003070
                value "POLICIES READ ......".                           00003080
             10 Ws-Tot-Read          pic ZZZ,ZZ9.                       00003090
          05 Ws-Active-Line.                                            00003100
             10 filler               pic X(01) value space.             00003110
             10 filler               pic X(20)                          00003120
                value "ACTIVE POLICIES ....".                           00003130
             10 Ws-Tot-Active        pic ZZZ,ZZ9.                       00003140
          05 Ws-Not-Scored-Line.                                        00003150
             10 filler               pic X(01) value space.             00003160
             10 filler               pic X(20)                          00003170
                value "NOT SCORED IN MONTH ".                           00003180
             10 Ws-Tot-Not-Scored    pic ZZZ,ZZ9.                       00003190
          05 Ws-Bracket-Line.                                           00003200
             10 filler               pic X(01) value space.             00003210
             10 filler               pic X(20)                          00003220
                value "CEDED - BRACKET 03 .".                           00003230
             10 Ws-Tot-Bracket       pic ZZZ,ZZ9.                       00003240
          05 Ws-Attach-Line.                                            00003250
             10 filler               pic X(01) value space.             00003260
             10 filler               pic X(20)                          00003270
                value "CEDED - OVER ATTACH ".                           00003280
             10 Ws-Tot-Attach        pic ZZZ,ZZ9.                       00003290
          05 Ws-No-Premium-Line.                                        00003300
             10 filler               pic X(01) value space.             00003310
             10 filler               pic X(20)                          00003320
                value "NO PRICED PREMIUM ..".                           00003330
             10 Ws-Tot-No-Premium    pic ZZZ,ZZ9.                       00003340
          05 Ws-New-Line.                                               00003350
             10 filler               pic X(01) value space.             00003360
             10 filler               pic X(20)                          00003370
                value "NEW CESSIONS .......".                           00003380
             10 Ws-Tot-New           pic ZZZ,ZZ9.                       00003390
          05 Ws-Continuing-Line.                                        00003400
             10 filler               pic X(01) value space.             00003410
             10 filler               pic X(20)                          00003420
                value "CONTINUING .........".                           00003430
             10 Ws-Tot-Continuing    pic ZZZ,ZZ9.                       00003440
          05 Ws-Exited-Line.                                            00003450
             10 filler               pic X(01) value space.             00003460
             10 filler               pic X(20)                          00003470
                value "EXITED .............".                           00003480
             10 Ws-Tot-Exited        pic ZZZ,ZZ9.                       00003490
          05 Ws-Prior-Line.                                             00003500
             10 filler               pic X(01) value space.             00003510
             10 filler               pic X(20)                          00003520
                value "LAST MONTH CEDED ...".                           00003530
             10 Ws-Tot-Prior         pic ZZZ,ZZ9.                       00003540
          05 Ws-Replaced-Line.                                          00003550
             10 filler               pic X(01) value space.             00003560
             10 filler               pic X(20)                          00003570
                value "RERUN ROWS REPLACED ".                           00003580
             10 Ws-Tot-Replaced      pic ZZZ,ZZ9.                       00003590
          05 Ws-Compare-Heading      pic X(80)                          00003600
             value "                                CONTROL     BORDX F 00003610
      -            "ILE".                                               00003620
          05 Ws-Compare-Line.                                           00003630
             10 filler               pic X(01) value space.             00003640
             10 Ws-Cmp-Label         pic X(24).                         00003650
             10 Ws-Cmp-Control       pic ZZZ,ZZZ,ZZZ,ZZ9.               00003660
             10 Ws-Cmp-File          pic ZZZ,ZZZ,ZZZ,ZZ9.               00003670
             10 filler               pic X(02) value spaces.            00003680
             10 Ws-Cmp-Result        pic X(08).                         00003690
             10 filler               pic X(15) value spaces.            00003700
          05 Ws-Money-Line.                                             00003710
             10 filler               pic X(01) value space.             00003720
             10 Ws-Mny-Label         pic X(24).                         00003730
             10 Ws-Mny-Control       pic ZZZ,ZZZ,ZZ9.99.                00003740
             10 filler               pic X(01) value space.             00003750
             10 Ws-Mny-File          pic ZZZ,ZZZ,ZZ9.99.                00003760
             10 filler               pic X(02) value spaces.            00003770
             10 Ws-Mny-Result        pic X(08).                         00003780
             10 filler               pic X(16) value spaces.            00003790
          05 Ws-Error-Line.                                             00003800
             10 filler               pic X(01) value space.             00003810
             10 filler               pic X(04) value "*** ".            00003820
             10 Ws-Err-Text          pic X(50).                         00003830
             10 filler               pic X(25) value spaces.            00003840
          05 Ws-Status-Line-Good     pic X(80)                          00003850
             value " BORDEREAU RECONCILED".                             00003860
          05 Ws-Status-Line-Bad      pic X(80)                          00003870
             value " BORDEREAU MISMATCH - DO NOT SEND".                 00003880
          05 Ws-Blank-Line           pic X(80) value spaces.            00003890
                                                                        00003900
       Procedure division.                                              00003910
                                                                        00003920
       Main Section.                                                    00003930
                                                                        00003940
           Perform Initialize-Run.                                      00003950
           Perform Process-Policies until No-More-Policies.             00003960
           Perform Finalize-Run.                                        00003970
                                                                        00003980
           Goback.                                                      00003990
                                                                        00004000
       Initialize-Run Section.                                          00004010
                                                                        00004020
           Accept Ws-Run-Date from date yyyymmdd.                       00004030
           Accept Ws-Parm from command-line.                            00004040
           Unstring Ws-Parm delimited by ","                            00004050
              into Ws-Parm-Tok1 Ws-Parm-Tok2 Ws-Parm-Tok3               00004060
           end-unstring.                                                00004070
                                                                        00004080
      * ATTACH=, CEDE= and MONTH= may come in any order.                00004090
           move Ws-Parm-Tok1 to Ws-Parm-Token.                          00004100
           Perform Classify-Parm-Token.                                 00004110
           move Ws-Parm-Tok2 to Ws-Parm-Token.                          00004120
           Perform Classify-Parm-Token.                                 00004130
           move Ws-Parm-Tok3 to Ws-Parm-Token.                          00004140
           Perform Classify-Parm-Token.                                 00004150
                                                                        00004160
           Perform Edit-Attach-Parm.                                    00004170
           Perform Edit-Cede-Parm.                                      00004180
           Perform Edit-Month-Parm.                                     00004190
                                                                        00004200
           if not Attach-Parm-Ok                                        00004210
              display "XARISBDX: ATTACH=NNNNN (RISC) PARAMETER "        00004220
                 "MISSING OR INVALID - NO BORDEREAU"                    00004230
              move "Y" to Ws-Eof-Switch                                 00004240
              move 8 to Return-Code                                     00004250
           end-if.                                                      00004260
           if not Cede-Parm-Ok                                          00004270
              display "XARISBDX: CEDE=NNN.NN (PERCENT) PARAMETER "      00004280
                 "MISSING OR INVALID - NO BORDEREAU"                    00004290
              move "Y" to Ws-Eof-Switch                                 00004300
              move 8 to Return-Code                                     00004310
           end-if.                                                      00004320
           if not Month-Parm-Ok                                         00004330
              display "XARISBDX: MONTH=YYYYMM PARAMETER INVALID"        00004340
                 " - NO BORDEREAU"                                      00004350
              move "Y" to Ws-Eof-Switch                                 00004360
              move 8 to Return-Code                                     00004370
           end-if.                                                      00004380
                                                                        00004390
           if not No-More-Policies                                      00004400
              Perform Compute-Month-Window                              00004410
           end-if.                                                      00004420
                                                                        00004430
           if not No-More-Policies                                      00004440
              Open input Policy-Master-File                             00004450
              if not Polmast-Ok                                         00004460
                 display "XARISBDX: UNABLE TO OPEN POLMAST, STATUS="    00004470
                    Ws-Polmast-Status                                   00004480
                 move "Y" to Ws-Eof-Switch                              00004490
                 move 12 to Return-Code                                 00004500
              else                                                      00004510
                 move "Y" to Ws-Polmast-Open-Ok                         00004520
              end-if                                                    00004530
           end-if.                                                      00004540
                                                                        00004550
           if not No-More-Policies                                      00004560
              Open input Risk-History-File                              00004570
              if not Riskhist-Ok                                        00004580
                 display "XARISBDX: UNABLE TO OPEN RISKHIST, STATUS="   00004590
                    Ws-Riskhist-Status                                  00004600
                 move "Y" to Ws-Eof-Switch                              00004610
                 move 12 to Return-Code                                 00004620
              else                                                      00004630
                 move "Y" to Ws-Riskhist-Open-Ok                        00004640
              end-if                                                    00004650
           end-if.                                                      00004660
                                                                        00004670
           if not No-More-Policies                                      00004680
              Open input Premium-History-File                           00004690
              if not Premhist-Ok                                        00004700
                 display "XARISBDX: UNABLE TO OPEN PREMHIST, STATUS="   00004710
                    Ws-Premhist-Status                                  00004720
                 move "Y" to Ws-Eof-Switch                              00004730
                 move 12 to Return-Code                                 00004740
              else                                                      00004750
                 move "Y" to Ws-Premhist-Open-Ok                        00004760
              end-if                                                    00004770
           end-if.                                                      00004780
                                                                        00004790
      * First-use fallback: create-then-reopen on status 35 the same    00004800
      * way XARISBAT opens CYCLCTL.                                     00004810
           if not No-More-Policies                                      00004820
              Open i-o Cession-Log-File                                 00004830
              if Ws-Cesslog-Status = "35"                               00004840
                 Open output Cession-Log-File                           00004850
                 Close Cession-Log-File                                 00004860
                 Open i-o Cession-Log-File                              00004870
              end-if                                                    00004880
              if not Cesslog-Ok                                         00004890
                 display "XARISBDX: UNABLE TO OPEN CESSLOG, STATUS="    00004900
                    Ws-Cesslog-Status                                   00004910
                 move "Y" to Ws-Eof-Switch                              00004920
                 move 12 to Return-Code                                 00004930
              else                                                      00004940
                 move "Y" to Ws-Cesslog-Open-Ok                         00004950
              end-if                                                    00004960
           end-if.                                                      00004970
                                                                        00004980
           if not No-More-Policies                                      00004990
              Open output Bordereau-Report-File                         00005000
              if not Bdxrpt-Ok                                          00005010
                 display "XARISBDX: UNABLE TO OPEN BDXRPT, STATUS="     00005020
                    Ws-Bdxrpt-Status                                    00005030
                 move "Y" to Ws-Eof-Switch                              00005040
                 move 12 to Return-Code                                 00005050
              else                                                      00005060
                 move "Y" to Ws-Bdxrpt-Open-Ok                          00005070
              end-if                                                    00005080
           end-if.                                                      00005090
                                                                        00005100
           if not No-More-Policies                                      00005110
              Open output Bordereau-File                                00005120
              if not Bordx-Ok                                           00005130
                 display "XARISBDX: UNABLE TO OPEN BORDX, STATUS="      00005140
                    Ws-Bordx-Status                                     00005150
                 move "Y" to Ws-Eof-Switch                              00005160
                 move 12 to Return-Code                                 00005170
              else                                                      00005180
                 move "Y" to Ws-Bordx-Open-Ok                           00005190
              end-if                                                    00005200
           end-if.                                                      00005210
                                                                        00005220
           if not No-More-Policies                                      00005230
              move "Y" to Ws-Build-Switch                               00005240
              Perform Clear-Month-Cessions                              00005250
              Perform Write-Bordereau-Header                            00005260
              move low-values to Pol-Cust-Id                            00005270
              Start Policy-Master-File                                  00005280
                 key is not less than Pol-Cust-Id                       00005290
                 invalid key                                            00005300
                    move "Y" to Ws-Eof-Switch                           00005310
              end-start                                                 00005320
           end-if.                                                      00005330
                                                                        00005340
           if not No-More-Policies                                      00005350
              Perform Read-Next-Policy                                  00005360
           end-if.                                                      00005370
                                                                        00005380
       Classify-Parm-Token Section.                                     00005390
                                                                        00005400
           evaluate true                                                00005410
              when Ws-Parm-Token(1:7) = "ATTACH="                       00005420
                 move Ws-Parm-Token(8:8) to Ws-Attach-In                00005430
              when Ws-Parm-Token(1:5) = "CEDE="                         00005440
                 move Ws-Parm-Token(6:10) to Ws-Cede-In                 00005450
              when Ws-Parm-Token(1:6) = "MONTH="                        00005460
                 move Ws-Parm-Token(7:9) to Ws-Month-In                 00005470
              when other                                                00005480
                 continue                                               00005490
           end-evaluate.                                                00005500
                                                                        00005510
       Edit-Attach-Parm Section.                                        00005520
                                                                        00005530
           move zeros to Ws-Attach-Risc.                                00005540
           if Ws-Attach-In not = spaces                                 00005550
              move "Y" to Ws-Attach-Switch                              00005560
           end-if.                                                      00005570
                                                                        00005580
           perform varying Ws-Digit-Ix from 1 by 1                      00005590
              until Ws-Digit-Ix > 8                                     00005600
              or Ws-Attach-In(Ws-Digit-Ix:1) = space                    00005610
              move Ws-Attach-In(Ws-Digit-Ix:1) to Ws-Digit-X            00005620
              if Ws-Digit-X numeric and Ws-Digit-Ix <= 5                00005630
                 compute Ws-Attach-Risc =                               00005640
                    Ws-Attach-Risc * 10 + Ws-Digit-9                    00005650
              else                                                      00005660
                 move "N" to Ws-Attach-Switch                           00005670
              end-if                                                    00005680
           end-perform.                                                 00005690
                                                                        00005700
           if Ws-Attach-Risc = zero                                     00005710
              move "N" to Ws-Attach-Switch                              00005720
           end-if.                                                      00005730
                                                                        00005740
       Edit-Cede-Parm Section.                                          00005750
                                                                        00005760
      * Up to three whole digits and two decimals, e.g. CEDE=50 or      00005770
      * CEDE=37.5; nothing over 100 percent can be ceded.               00005780
           move zeros to Ws-Cede-Pct.                                   00005790
           move zero to Ws-Decimals.                                    00005800
           if Ws-Cede-In not = spaces                                   00005810
              move "Y" to Ws-Cede-Switch                                00005820
           end-if.                                                      00005830
                                                                        00005840
           perform varying Ws-Digit-Ix from 1 by 1                      00005850
              until Ws-Digit-Ix > 10                                    00005860
              or Ws-Cede-In(Ws-Digit-Ix:1) = space                      00005870
              move Ws-Cede-In(Ws-Digit-Ix:1) to Ws-Digit-X              00005880
              evaluate true                                             00005890
                 when Ws-Digit-X = "." and Ws-Decimals = zero           00005900
                    move 1 to Ws-Decimals                               00005910
                 when Ws-Digit-X not numeric                            00005920
                    move "N" to Ws-Cede-Switch                          00005930
                 when Ws-Decimals = zero                                00005940
                    if Ws-Cede-Pct < 100                                00005950
                       compute Ws-Cede-Pct =                            00005960
                          Ws-Cede-Pct * 10 + Ws-Digit-9                 00005970
                    else                                                00005980
                       move "N" to Ws-Cede-Switch                       00005990
                    end-if                                              00006000
                 when Ws-Decimals = 1                                   00006010
                    compute Ws-Cede-Pct =                               00006020
                       Ws-Cede-Pct + Ws-Digit-9 / 10                    00006030
                    move 2 to Ws-Decimals                               00006040
                 when Ws-Decimals = 2                                   00006050
                    compute Ws-Cede-Pct =                               00006060
                       Ws-Cede-Pct + Ws-Digit-9 / 100                   00006070
                    move 3 to Ws-Decimals                               00006080
                 when other                                             00006090
                    move "N" to Ws-Cede-Switch                          00006100
              end-evaluate                                              00006110
           end-perform.                                                 00006120
                                                                        00006130
           if Ws-Cede-Pct = zero or Ws-Cede-Pct > 100                   00006140
              move "N" to Ws-Cede-Switch                                00006150
           end-if.                                                      00006160
                                                                        00006170
       Edit-Month-Parm Section.                                         00006180
                                                                        00006190
      * No MONTH= means last month: the job runs once the month it      00006200
      * reports on has closed.                                          00006210
           if Ws-Month-In = spaces                                      00006220
              compute Ws-Work-Months =                                  00006230
                 Ws-Run-Yyyy * 12 + Ws-Run-Mm - 1 - 1                   00006240
              divide Ws-Work-Months by 12                               00006250
                 giving Ws-Calc-Yyyy remainder Ws-Calc-Mm0              00006260
              compute Ws-Bdx-Month =                                    00006270
                 Ws-Calc-Yyyy * 100 + Ws-Calc-Mm0 + 1                   00006280
           else                                                         00006290
              if Ws-Month-In(1:6) numeric                               00006300
                 and Ws-Month-In(7:3) = spaces                          00006310
                 move Ws-Month-In(1:6) to Ws-Bdx-Month                  00006320
                 if Ws-Bdx-Mm < 1 or Ws-Bdx-Mm > 12                     00006330
                    move "N" to Ws-Month-Switch                         00006340
                 end-if                                                 00006350
              else                                                      00006360
                 move "N" to Ws-Month-Switch                            00006370
              end-if                                                    00006380
           end-if.                                                      00006390
                                                                        00006400
       Compute-Month-Window Section.                                    00006410
                                                                        00006420
      * A month-end score is the last RISKHIST row dated on or after    00006430
      * the first of the month and before the first of the next; the    00006440
      * month-end premium is the last one priced before that date.      00006450
           compute Ws-Month-Start = Ws-Bdx-Month * 100 + 1.             00006460
                                                                        00006470
           compute Ws-Work-Months =                                     00006480
              Ws-Bdx-Yyyy * 12 + Ws-Bdx-Mm - 1 - 1.                     00006490
           divide Ws-Work-Months by 12                                  00006500
              giving Ws-Calc-Yyyy remainder Ws-Calc-Mm0.                00006510
           compute Ws-Prior-Month =                                     00006520
              Ws-Calc-Yyyy * 100 + Ws-Calc-Mm0 + 1.                     00006530
                                                                        00006540
           compute Ws-Work-Months =                                     00006550
              Ws-Bdx-Yyyy * 12 + Ws-Bdx-Mm - 1 + 1.                     00006560
           divide Ws-Work-Months by 12                                  00006570
              giving Ws-Calc-Yyyy remainder Ws-Calc-Mm0.                00006580
           compute Ws-Next-Month =                                      00006590
              Ws-Calc-Yyyy * 100 + Ws-Calc-Mm0 + 1.                     00006600
           compute Ws-Next-Month-Start = Ws-Next-Month * 100 + 1.       00006610
                                                                        00006620
       Clear-Month-Cessions Section.                                    00006630
                                                                        00006640
      * A rerun of a month replaces that month's cessions.  Each pass   00006650
      * STARTs past the last key handled, since the rows are being      00006660
      * deleted under the browse.                                       00006670
           move "N" to Ws-Scan-Eof-Switch.                              00006680
           move low-values to Cs-Key.                                   00006690
           move Ws-Bdx-Month to Cs-Month.                               00006700
           perform until No-More-Rows                                   00006710
              Start Cession-Log-File                                    00006720
                 key is greater than Cs-Key                             00006730
                 invalid key                                            00006740
                    move "Y" to Ws-Scan-Eof-Switch                      00006750
              end-start                                                 00006760
              if not No-More-Rows                                       00006770
                 Read Cession-Log-File next record                      00006780
                    at end                                              00006790
                       move "Y" to Ws-Scan-Eof-Switch                   00006800
                 end-read                                               00006810
              end-if                                                    00006820
              if not No-More-Rows                                       00006830
                 if Cs-Month not = Ws-Bdx-Month                         00006840
                    move "Y" to Ws-Scan-Eof-Switch                      00006850
                 else                                                   00006860
                    Delete Cession-Log-File record                      00006870
                       invalid key                                      00006880
                          add 1 to Ws-Cesslog-Errors                    00006890
                          display "XARISBDX: CESSLOG DELETE FAILED,"    00006900
                             " STATUS=" Ws-Cesslog-Status               00006910
                             " FOR POLICY " Cs-Policy-No                00006920
                       not invalid key                                  00006930
                          add 1 to Ws-Rows-Replaced                     00006940
                    end-delete                                          00006950
                 end-if                                                 00006960
              end-if                                                    00006970
           end-perform.                                                 00006980
                                                                        00006990
       Write-Bordereau-Header Section.                                  00007000
                                                                        00007010
           move "H"            to Bd-Rec-Type.                          00007020
           move spaces         to Bd-Header-Data.                       00007030
           move Ws-Bdx-Month   to Bd-Hdr-Month.                         00007040
           move Ws-Run-Date    to Bd-Hdr-Run-Date.                      00007050
           move Ws-Attach-Risc to Bd-Hdr-Attach-Risc.                   00007060
           move Ws-Cede-Pct    to Bd-Hdr-Cede-Pct.                      00007070
           Write Bordereau-Record.                                      00007080
                                                                        00007090
       Process-Policies Section.                                        00007100
                                                                        00007110
           add 1 to Ws-Policies-Read.                                   00007120
                                                                        00007130
           if Pol-Active                                                00007140
              add 1 to Ws-Policies-Active                               00007150
              if Pol-Cust-Id not = Ws-Score-Cust-Id                     00007160
                 Perform Find-Month-End-Score                           00007170
              end-if                                                    00007180
              evaluate true                                             00007190
                 when not Month-End-Score-Found                         00007200
                    add 1 to Ws-Not-Scored                              00007210
                 when Ws-Me-Bracket-50-Up                               00007220
                    add 1 to Ws-Ceded-Bracket                           00007230
                    Perform Cede-Policy                                 00007240
                 when Ws-Me-Risc > Ws-Attach-Risc                       00007250
                    add 1 to Ws-Ceded-Attach                            00007260
                    Perform Cede-Policy                                 00007270
                 when other                                             00007280
                    continue                                            00007290
              end-evaluate                                              00007300
           end-if.                                                      00007310
                                                                        00007320
           Perform Read-Next-Policy.                                    00007330
                                                                        00007340
       Find-Month-End-Score Section.                                    00007350
                                                                        00007360
           move Pol-Cust-Id to Ws-Score-Cust-Id.                        00007370
           move "N" to Ws-Score-Switch.                                 00007380
           move "N" to Ws-Scan-Eof-Switch.                              00007390
           move Pol-Cust-Id    to Rh-Cust-Id.                           00007400
           move Ws-Month-Start to Rh-Run-Date.                          00007410
           Start Risk-History-File                                      00007420
              key is not less than Rh-Key                               00007430
              invalid key                                               00007440
                 move "Y" to Ws-Scan-Eof-Switch                         00007450
           end-start.                                                   00007460
                                                                        00007470
           perform until No-More-Rows                                   00007480
              Read Risk-History-File next record                        00007490
                 at end                                                 00007500
                    move "Y" to Ws-Scan-Eof-Switch                      00007510
                 not at end                                             00007520
                    if Rh-Cust-Id not = Ws-Score-Cust-Id                00007530
                       or Rh-Run-Date not < Ws-Next-Month-Start         00007540
                       move "Y" to Ws-Scan-Eof-Switch                   00007550
                    else                                                00007560
                       move "Y"        to Ws-Score-Switch               00007570
      * A customer-level override is the Risc XARISBAT sent to          00007572
      * pricing, so it is the one the ceded premium was priced on;      00007574
      * single-policy overrides are not on RISKHIST.                    00007576
                       if Rh-Customer-Override                          00007578
                          move Rh-Override-Risc to Ws-Me-Risc           00007580
                       else                                             00007582
                          move Rh-Risc to Ws-Me-Risc                    00007584
                       end-if                                           00007586
                       move Rh-Bracket to Ws-Me-Bracket                 00007590
                    end-if                                              00007600
              end-read                                                  00007610
           end-perform.                                                 00007620
                                                                        00007630
       Cede-Policy Section.                                             00007640
                                                                        00007650
           Perform Find-Ceded-Premium.                                  00007660
           if not Priced-Premium-Found                                  00007670
              add 1 to Ws-No-Premium                                    00007680
           end-if.                                                      00007690
           compute Ws-Ceded-Premium rounded =                           00007700
              Ws-Gross-Premium * Ws-Cede-Pct / 100.                     00007710
                                                                        00007720
      * Ceded last month too = continuing, else a new cession.          00007730
           move Ws-Prior-Month to Cs-Month.                             00007740
           move Pol-Policy-No  to Cs-Policy-No.                         00007750
           Read Cession-Log-File                                        00007760
              invalid key                                               00007770
                 move "N" to Ws-Cession-Flag                            00007780
                 add 1 to Ws-New-Cessions                               00007790
              not invalid key                                           00007800
                 move "C" to Ws-Cession-Flag                            00007810
                 add 1 to Ws-Continuing                                 00007820
           end-read.                                                    00007830
                                                                        00007840
           add Ws-Me-Risc       to Ws-Ctl-Risc-Total.                   00007850
           add Ws-Ceded-Premium to Ws-Ctl-Ceded-Total.                  00007860
                                                                        00007870
           move "D"                to Bd-Rec-Type.                      00007880
           move Pol-Policy-No      to Bd-Policy-No.                     00007890
           move Pol-Type           to Bd-Pol-Type.                      00007900
           move Pol-Inception-Date to Bd-Inception-Date.                00007910
           move Ws-Me-Risc         to Bd-Risc.                          00007920
           move Ws-Me-Bracket      to Bd-Bracket.                       00007930
           move Ws-Ceded-Premium   to Bd-Ceded-Premium.                 00007940
           move Ws-Cession-Flag    to Bd-Cession-Flag.                  00007950
           Perform Write-Bordereau-Detail.                              00007960
                                                                        00007970
           move Ws-Bdx-Month       to Cs-Month.                         00007980
           move Pol-Policy-No      to Cs-Policy-No.                     00007990
           move Pol-Cust-Id        to Cs-Cust-Id.                       00008000
           move Pol-Type           to Cs-Pol-Type.                      00008010
           move Pol-Inception-Date to Cs-Inception-Date.                00008020
           move Ws-Me-Risc         to Cs-Risc.                          00008030
           move Ws-Me-Bracket      to Cs-Bracket.                       00008040
           move Ws-Ceded-Premium   to Cs-Ceded-Premium.                 00008050
           move Ws-Cession-Flag    to Cs-Cession-Flag.                  00008060
           move Ws-Run-Date        to Cs-Run-Date.                      00008070
           Write Cession-Log-Record                                     00008080
              invalid key                                               00008090
                 add 1 to Ws-Cesslog-Errors                             00008100
                 display "XARISBDX: CESSLOG WRITE FAILED, STATUS="      00008110
                    Ws-Cesslog-Status " FOR POLICY " Pol-Policy-No      00008120
           end-write.                                                   00008130
                                                                        00008140
       Find-Ceded-Premium Section.                                      00008150
                                                                        00008160
      * Only a priced row counts: an unmatched PREMHIST row is an       00008170
      * extract detail the pricing side never priced.                   00008180
           move zeros to Ws-Gross-Premium.                              00008190
           move "N" to Ws-Premium-Switch.                               00008200
           move "N" to Ws-Scan-Eof-Switch.                              00008210
           move Pol-Policy-No to Ph-Policy-No.                          00008220
           move zeros         to Ph-Cycle-Date.                         00008230
           Start Premium-History-File                                   00008240
              key is not less than Ph-Key                               00008250
              invalid key                                               00008260
                 move "Y" to Ws-Scan-Eof-Switch                         00008270
           end-start.                                                   00008280
                                                                        00008290
           perform until No-More-Rows                                   00008300
              Read Premium-History-File next record                     00008310
                 at end                                                 00008320
                    move "Y" to Ws-Scan-Eof-Switch                      00008330
                 not at end                                             00008340
                    if Ph-Policy-No not = Pol-Policy-No                 00008350
                       or Ph-Cycle-Date not < Ws-Next-Month-Start       00008360
                       move "Y" to Ws-Scan-Eof-Switch                   00008370
                    else                                                00008380
                       if Ph-Premium-Matched                            00008390
                          move "Y" to Ws-Premium-Switch                 00008400
                          move Ph-Premium to Ws-Gross-Premium           00008410
                       end-if                                           00008420
                    end-if                                              00008430
              end-read                                                  00008440
           end-perform.                                                 00008450
                                                                        00008460
       Write-Bordereau-Detail Section.                                  00008470
                                                                        00008480
           Write Bordereau-Record.                                      00008490
           add 1                to Ws-Bdx-Count.                        00008500
           add Bd-Risc          to Ws-Bdx-Risc-Hash.                    00008510
           add Bd-Ceded-Premium to Ws-Bdx-Ceded-Total.                  00008520
                                                                        00008530
       Read-Next-Policy Section.                                        00008540
                                                                        00008550
           Read Policy-Master-File next record                          00008560
              at end move "Y" to Ws-Eof-Switch                          00008570
           end-read.                                                    00008580
                                                                        00008590
       Report-Exited-Cessions Section.                                  00008600
                                                                        00008610
      * Last month's cessions with no row this month have left the      00008620
      * treaty: sent once more flagged exited, with last month's score  00008630
      * and no ceded premium, and not carried into this month's log.    00008640
           move "N" to Ws-Scan-Eof-Switch.                              00008650
           move low-values to Cs-Key.                                   00008660
           move Ws-Prior-Month to Cs-Month.                             00008670
           perform until No-More-Rows                                   00008680
              Start Cession-Log-File                                    00008690
                 key is greater than Cs-Key                             00008700
                 invalid key                                            00008710
                    move "Y" to Ws-Scan-Eof-Switch                      00008720
              end-start                                                 00008730
              if not No-More-Rows                                       00008740
                 Read Cession-Log-File next record                      00008750
                    at end                                              00008760
                       move "Y" to Ws-Scan-Eof-Switch                   00008770
                 end-read                                               00008780
              end-if                                                    00008790
              if not No-More-Rows                                       00008800
                 if Cs-Month not = Ws-Prior-Month                       00008810
                    move "Y" to Ws-Scan-Eof-Switch                      00008820
                 else                                                   00008830
                    Perform Check-Exited-Cession                        00008840
                 end-if                                                 00008850
              end-if                                                    00008860
           end-perform.                                                 00008870
                                                                        00008880
       Check-Exited-Cession Section.                                    00008890
                                                                        00008900
           add 1 to Ws-Prior-Cessions.                                  00008910
           move Cession-Log-Record to Ws-Cession-Save.                  00008920
           move Ws-Bdx-Month to Cs-Month.                               00008930
           Read Cession-Log-File                                        00008940
              invalid key                                               00008950
                 move Ws-Cession-Save to Cession-Log-Record             00008960
                 add 1 to Ws-Exited                                     00008970
                 add Cs-Risc to Ws-Ctl-Risc-Total                       00008980
                 move "D"               to Bd-Rec-Type                  00008990
                 move Cs-Policy-No      to Bd-Policy-No                 00009000
                 move Cs-Pol-Type       to Bd-Pol-Type                  00009010
                 move Cs-Inception-Date to Bd-Inception-Date            00009020
                 move Cs-Risc           to Bd-Risc                      00009030
                 move Cs-Bracket        to Bd-Bracket                   00009040
                 move zeros             to Bd-Ceded-Premium             00009050
                 move "X"               to Bd-Cession-Flag              00009060
                 Perform Write-Bordereau-Detail                         00009070
           end-read.                                                    00009080
           move Ws-Cession-Save to Cession-Log-Record.                  00009090
                                                                        00009100
       Write-Bordereau-Trailer Section.                                 00009110
                                                                        00009120
           move "T"                to Bd-Rec-Type.                      00009130
           move spaces             to Bd-Trailer-Data.                  00009140
           move Ws-Bdx-Count       to Bd-Trl-Record-Count.              00009150
           move Ws-Bdx-Risc-Hash   to Bd-Trl-Risc-Hash.                 00009160
           move Ws-Bdx-Ceded-Total to Bd-Trl-Ceded-Total.               00009170
           Write Bordereau-Record.                                      00009180
                                                                        00009190
       Recount-Bordereau Section.                                       00009200
                                                                        00009210
      * Read the file back as the reinsurer will receive it - header,   00009220
      * details, trailer - the same tally XARISACK makes of RISKEXT.    00009230
           Open input Bordereau-File.                                   00009240
           if not Bordx-Ok                                              00009250
              Perform Flag-Mismatch                                     00009260
              move "UNABLE TO REOPEN BORDX TO RECONCILE" to Ws-Err-Text 00009270
              Perform Write-Error-Line                                  00009280
           else                                                         00009290
              move "Y" to Ws-Bordx-Open-Ok                              00009300
              perform until No-More-Bordereau                           00009310
                 Read Bordereau-File                                    00009320
                    at end                                              00009330
                       move "Y" to Ws-Recount-Eof-Switch                00009340
                    not at end                                          00009350
                       Perform Tally-Bordereau-Record                   00009360
                 end-read                                               00009370
              end-perform                                               00009380
           end-if.                                                      00009390
                                                                        00009400
       Tally-Bordereau-Record Section.                                  00009410
                                                                        00009420
           evaluate true                                                00009430
              when Bd-Header-Rec                                        00009440
                 if First-Record and not Header-Seen                    00009450
                    move "Y" to Ws-Header-Switch                        00009460
                    move Bd-Hdr-Month to Ws-Hdr-Month                   00009470
                 else                                                   00009480
                    add 1 to Ws-Stray-Records                           00009490
                 end-if                                                 00009500
              when Bd-Detail-Rec                                        00009510
                 if Trailer-Seen                                        00009520
                    add 1 to Ws-Stray-Records                           00009530
                 else                                                   00009540
                    add 1 to Ws-Detail-Count                            00009550
                    add Bd-Risc to Ws-Detail-Risc-Hash                  00009560
                    add Bd-Ceded-Premium to Ws-Detail-Ceded-Total       00009570
                 end-if                                                 00009580
              when Bd-Trailer-Rec                                       00009590
                 if Trailer-Seen                                        00009600
                    add 1 to Ws-Stray-Records                           00009610
                 else                                                   00009620
                    move "Y" to Ws-Trailer-Switch                       00009630
                    move Bd-Trl-Record-Count to Ws-Trl-Record-Count     00009640
                    move Bd-Trl-Risc-Hash    to Ws-Trl-Risc-Hash        00009650
                    move Bd-Trl-Ceded-Total  to Ws-Trl-Ceded-Total      00009660
                 end-if                                                 00009670
              when other                                                00009680
                 add 1 to Ws-Stray-Records                              00009690
           end-evaluate.                                                00009700
                                                                        00009710
           move "N" to Ws-First-Switch.                                 00009720
                                                                        00009730
       Reconcile-Bordereau Section.                                     00009740
                                                                        00009750
           if Bordx-Open-Ok and not Header-Seen                         00009760
              Perform Flag-Mismatch                                     00009770
              move "BORDEREAU HEADER MISSING" to Ws-Err-Text            00009780
              Perform Write-Error-Line                                  00009790
           end-if.                                                      00009800
                                                                        00009810
           if Header-Seen and Ws-Hdr-Month not = Ws-Bdx-Month           00009820
              Perform Flag-Mismatch                                     00009830
              move "BORDEREAU HEADER MONTH WRONG" to Ws-Err-Text        00009840
              Perform Write-Error-Line                                  00009850
           end-if.                                                      00009860
                                                                        00009870
           if Bordx-Open-Ok and not Trailer-Seen                        00009880
              Perform Flag-Mismatch                                     00009890
              move "BORDEREAU TRAILER MISSING - FILE TRUNCATED"         00009900
                 to Ws-Err-Text                                         00009910
              Perform Write-Error-Line                                  00009920
           end-if.                                                      00009930
                                                                        00009940
           if Ws-Stray-Records > zero                                   00009950
              Perform Flag-Mismatch                                     00009960
              move "RECORDS OUT OF PLACE IN BORDEREAU" to Ws-Err-Text   00009970
              Perform Write-Error-Line                                  00009980
           end-if.                                                      00009990
                                                                        00010000
      * A cession not logged would turn up as new again next month.     00010010
           if Ws-Cesslog-Errors > zero                                  00010020
              Perform Flag-Mismatch                                     00010030
              move "CESSLOG NOT FULLY UPDATED - SEE JOB LOG"            00010040
                 to Ws-Err-Text                                         00010050
              Perform Write-Error-Line                                  00010060
           end-if.                                                      00010070
                                                                        00010080
           if Bdxrpt-Open-Ok                                            00010090
              Write Bordereau-Report-Line from Ws-Blank-Line            00010100
              Write Bordereau-Report-Line from Ws-Compare-Heading       00010110
           end-if.                                                      00010120
                                                                        00010130
           move "DETAILS VS CONTROL ....." to Ws-Cmp-Label.             00010140
           move Ws-New-Cessions to Ws-Ctl-Detail-Count.                 00010150
           add Ws-Continuing Ws-Exited to Ws-Ctl-Detail-Count.          00010160
           move Ws-Ctl-Detail-Count to Ws-Cmp-Control.                  00010170
           move Ws-Detail-Count to Ws-Cmp-File.                         00010180
           if Ws-Detail-Count = Ws-Ctl-Detail-Count                     00010190
              move "MATCH"    to Ws-Cmp-Result                          00010200
           else                                                         00010210
              Perform Flag-Mismatch                                     00010220
              move "MISMATCH" to Ws-Cmp-Result                          00010230
           end-if.                                                      00010240
           Perform Write-Compare-Line.                                  00010250
                                                                        00010260
           move "DETAILS VS TRAILER ....." to Ws-Cmp-Label.             00010270
           move Ws-Trl-Record-Count to Ws-Cmp-Control.                  00010280
           move Ws-Detail-Count     to Ws-Cmp-File.                     00010290
           if Ws-Detail-Count = Ws-Trl-Record-Count                     00010300
              move "MATCH"    to Ws-Cmp-Result                          00010310
           else                                                         00010320
              Perform Flag-Mismatch                                     00010330
              move "MISMATCH" to Ws-Cmp-Result                          00010340
           end-if.                                                      00010350
           Perform Write-Compare-Line.                                  00010360
                                                                        00010370
           move "RISC HASH VS CONTROL ..." to Ws-Cmp-Label.             00010380
           move Ws-Ctl-Risc-Total   to Ws-Cmp-Control.                  00010390
           move Ws-Detail-Risc-Hash to Ws-Cmp-File.                     00010400
           if Ws-Detail-Risc-Hash = Ws-Ctl-Risc-Total                   00010410
              move "MATCH"    to Ws-Cmp-Result                          00010420
           else                                                         00010430
              Perform Flag-Mismatch                                     00010440
              move "MISMATCH" to Ws-Cmp-Result                          00010450
           end-if.                                                      00010460
           Perform Write-Compare-Line.                                  00010470
                                                                        00010480
           move "RISC HASH VS TRAILER ..." to Ws-Cmp-Label.             00010490
           move Ws-Trl-Risc-Hash    to Ws-Cmp-Control.                  00010500
           move Ws-Detail-Risc-Hash to Ws-Cmp-File.                     00010510
           if Ws-Detail-Risc-Hash = Ws-Trl-Risc-Hash                    00010520
              move "MATCH"    to Ws-Cmp-Result                          00010530
           else                                                         00010540
              Perform Flag-Mismatch                                     00010550
              move "MISMATCH" to Ws-Cmp-Result                          00010560
           end-if.                                                      00010570
           Perform Write-Compare-Line.                                  00010580
                                                                        00010590
           move "CEDED PREM VS CONTROL .." to Ws-Mny-Label.             00010600
           move Ws-Ctl-Ceded-Total    to Ws-Mny-Control.                00010610
           move Ws-Detail-Ceded-Total to Ws-Mny-File.                   00010620
           if Ws-Detail-Ceded-Total = Ws-Ctl-Ceded-Total                00010630
              move "MATCH"    to Ws-Mny-Result                          00010640
           else                                                         00010650
              Perform Flag-Mismatch                                     00010660
              move "MISMATCH" to Ws-Mny-Result                          00010670
           end-if.                                                      00010680
           Perform Write-Money-Line.                                    00010690
                                                                        00010700
           move "CEDED PREM VS TRAILER ." to Ws-Mny-Label.              00010710
           move Ws-Trl-Ceded-Total    to Ws-Mny-Control.                00010720
           move Ws-Detail-Ceded-Total to Ws-Mny-File.                   00010730
           if Ws-Detail-Ceded-Total = Ws-Trl-Ceded-Total                00010740
              move "MATCH"    to Ws-Mny-Result                          00010750
           else                                                         00010760
              Perform Flag-Mismatch                                     00010770
              move "MISMATCH" to Ws-Mny-Result                          00010780
           end-if.                                                      00010790
           Perform Write-Money-Line.                                    00010800
                                                                        00010810
           if Bdxrpt-Open-Ok                                            00010820
              Write Bordereau-Report-Line from Ws-Blank-Line            00010830
              if Mismatch-Found                                         00010840
                 Write Bordereau-Report-Line from Ws-Status-Line-Bad    00010850
              else                                                      00010860
                 Write Bordereau-Report-Line from Ws-Status-Line-Good   00010870
              end-if                                                    00010880
           end-if.                                                      00010890
                                                                        00010900
           if Mismatch-Found and Return-Code = zero                     00010910
              move 8 to Return-Code                                     00010920
           end-if.                                                      00010930
                                                                        00010940
       Flag-Mismatch Section.                                           00010950
                                                                        00010960
           move "Y" to Ws-Mismatch-Switch.                              00010970
                                                                        00010980
       Write-Error-Line Section.                                        00010990
                                                                        00011000
           if Bdxrpt-Open-Ok                                            00011010
              Write Bordereau-Report-Line from Ws-Error-Line            00011020
           end-if.                                                      00011030
                                                                        00011040
       Write-Compare-Line Section.                                      00011050
                                                                        00011060
           if Bdxrpt-Open-Ok                                            00011070
              Write Bordereau-Report-Line from Ws-Compare-Line          00011080
           end-if.                                                      00011090
                                                                        00011100
       Write-Money-Line Section.                                        00011110
                                                                        00011120
           if Bdxrpt-Open-Ok                                            00011130
              Write Bordereau-Report-Line from Ws-Money-Line            00011140
           end-if.                                                      00011150
                                                                        00011160
       Write-Control-Counts Section.                                    00011170
                                                                        00011180
           move Ws-Bdx-Month       to Ws-Rpt-Month.                     00011190
           move Ws-Run-Date        to Ws-Rpt-Run-Date.                  00011200
           move Ws-Attach-Risc     to Ws-Rpt-Attach.                    00011210
           move Ws-Cede-Pct        to Ws-Rpt-Cede.                      00011220
           move Ws-Policies-Read   to Ws-Tot-Read.                      00011230
           move Ws-Policies-Active to Ws-Tot-Active.                    00011240
           move Ws-Not-Scored      to Ws-Tot-Not-Scored.                00011250
           move Ws-Ceded-Bracket   to Ws-Tot-Bracket.                   00011260
           move Ws-Ceded-Attach    to Ws-Tot-Attach.                    00011270
           move Ws-No-Premium      to Ws-Tot-No-Premium.                00011280
           move Ws-New-Cessions    to Ws-Tot-New.                       00011290
           move Ws-Continuing      to Ws-Tot-Continuing.                00011300
           move Ws-Exited          to Ws-Tot-Exited.                    00011310
           move Ws-Prior-Cessions  to Ws-Tot-Prior.                     00011320
           move Ws-Rows-Replaced   to Ws-Tot-Replaced.                  00011330
                                                                        00011340
           if Bdxrpt-Open-Ok                                            00011350
              Write Bordereau-Report-Line from Ws-Heading-Line-1        00011360
              Write Bordereau-Report-Line from Ws-Parms-Line            00011370
              Write Bordereau-Report-Line from Ws-Blank-Line            00011380
              Write Bordereau-Report-Line from Ws-Read-Line             00011390
              Write Bordereau-Report-Line from Ws-Active-Line           00011400
              Write Bordereau-Report-Line from Ws-Not-Scored-Line       00011410
              Write Bordereau-Report-Line from Ws-Bracket-Line          00011420
              Write Bordereau-Report-Line from Ws-Attach-Line           00011430
              Write Bordereau-Report-Line from Ws-No-Premium-Line       00011440
              Write Bordereau-Report-Line from Ws-New-Line              00011450
              Write Bordereau-Report-Line from Ws-Continuing-Line       00011460
              Write Bordereau-Report-Line from Ws-Exited-Line           00011470
              Write Bordereau-Report-Line from Ws-Prior-Line            00011480
              Write Bordereau-Report-Line from Ws-Replaced-Line         00011490
           end-if.                                                      00011500
                                                                        00011510
       Finalize-Run Section.                                            00011520
                                                                        00011530
      * The exited cessions and the trailer finish the file; it is      00011540
      * closed and read back before anything is declared sendable.      00011550
           if Bordereau-Started                                         00011560
              Perform Report-Exited-Cessions                            00011570
              Perform Write-Bordereau-Trailer                           00011580
              Close Bordereau-File                                      00011590
              move "N" to Ws-Bordx-Open-Ok                              00011600
              Perform Write-Control-Counts                              00011610
              Perform Recount-Bordereau                                 00011620
              Perform Reconcile-Bordereau                               00011630
           end-if.                                                      00011640
                                                                        00011650
           if Polmast-Open-Ok                                           00011660
              Close Policy-Master-File                                  00011670
           end-if.                                                      00011680
           if Riskhist-Open-Ok                                          00011690
              Close Risk-History-File                                   00011700
           end-if.                                                      00011710
           if Premhist-Open-Ok                                          00011720
              Close Premium-History-File                                00011730
           end-if.                                                      00011740
           if Cesslog-Open-Ok                                           00011750
              Close Cession-Log-File                                    00011760
           end-if.                                                      00011770
           if Bordx-Open-Ok                                             00011780
              Close Bordereau-File                                      00011790
           end-if.                                                      00011800
           if Bdxrpt-Open-Ok                                            00011810
              Close Bordereau-Report-File                               00011820
           end-if.                                                      00011830
