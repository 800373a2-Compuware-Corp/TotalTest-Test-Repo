       Identification division.                                         00000010
       Program-id.   XaRisLtr.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISLTR                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Policyholder premium-increase notification letters, run after * 00000120
      * XARISPRE has stored tonight's premiums on PREMHIST.  Reads    * 00000130
      * CURRSCOR the way XARISREC does and, for every customer whose  * 00000140
      * last run is tonight's cycle and whose bracket is higher than  * 00000150
      * on the run before it, looks at each of the customer's         * 00000156
      * policies (POLMAST, or the single CUSTMAST policy              * 00000162
      * for a customer not yet converted): a policy whose priced      * 00000170
      * premium tonight is higher than its last priced premium on     * 00000180
      * PREMHIST goes on the letter with the old and new premium and  * 00000190
      * a reason category.  One print-ready letter per customer goes  * 00000200
      * to LETTERS, addressed from CUSTADDR.                          * 00000210
      *                                                               * 00000220
      * A customer with no usable mailing address gets no letter and  * 00000230
      * is listed on the LTRRPT exception list instead.  Every letter * 00000240
      * written is logged on LTRLOG by customer and cycle date, and a * 00000250
      * customer already on the log for this cycle is skipped, so a   * 00000260
      * rerun never sends the same notice twice.  The cycle date      * 00000270
      * comes from CYCLCTL, as in XARISREC.                           * 00000280
      *                                                               * 00000290
      ***************************************************************** 00000300
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000310
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000320
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000330
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000340
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000350
      *                                                               * 00000360
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000370
      * ALL RIGHTS RESERVED.                                          * 00000380
      ***************************************************************** 00000390
      *                          Maintenance Log                        00000400
      *---------------------------------------------------------------- 00000410
      *              Description                       |   Date   | Who 00000420
      *---------------------------------------------------------------- 00000430
      * Initial premium-increase letter run             | 10/15/26 | AGT00000440
      * Bracket increases read off CURRSCOR             | 10/15/26 | AGT00000445
      ***************************************************************** 00000450
                                                                        00000460
       environment division.                                            00000470
       Input-Output section.                                            00000480
       File-control.                                                    00000490
                                                                        00000500
      * Keyed with one retained row per cycle date; the highest         00000510
      * completed key is the cycle being notified.                      00000520
           select Cycle-Control-File assign to "CYCLCTL"                00000530
              organization is indexed                                   00000540
              access mode is dynamic                                    00000550
              record key is Cy-Cycle-Date                               00000560
              file status is Ws-Cyclctl-Status.                         00000570
                                                                        00000580
      * One row per customer holding its last two runs, so a bracket    00000587
      * move is a compare within the row.                               00000594
           select Current-Score-File assign to "CURRSCOR"               00000601
              organization is indexed                                   00000608
              access mode is sequential                                 00000615
              record key is Sc-Cust-Id                                  00000622
              file status is Ws-Currscor-Status.                        00000629
                                                                        00000640
           select Policy-Master-File assign to "POLMAST"                00000650
              organization is indexed                                   00000660
              access mode is dynamic                                    00000670
              record key is Pol-Policy-No                               00000680
              alternate record key is Pol-Cust-Id                       00000690
                 with duplicates                                        00000700
              file status is Ws-Polmast-Status.                         00000710
                                                                        00000720
           select Premium-History-File assign to "PREMHIST"             00000730
              organization is indexed                                   00000740
              access mode is dynamic                                    00000750
              record key is Ph-Key                                      00000760
              file status is Ws-Premhist-Status.                        00000770
                                                                        00000780
           select Cust-Master-File assign to "CUSTMAST"                 00000790
              organization is indexed                                   00000800
              access mode is random                                     00000810
              record key is Cust-Id of Cust-Master-Record               00000820
              file status is Ws-Custmast-Status.                        00000830
                                                                        00000840
           select Cust-Address-File assign to "CUSTADDR"                00000850
              organization is indexed                                   00000860
              access mode is random                                     00000870
              record key is Ad-Cust-Id                                  00000880
              file status is Ws-Custaddr-Status.                        00000890
                                                                        00000900
           select Letter-Log-File assign to "LTRLOG"                    00000910
              organization is indexed                                   00000920
              access mode is random                                     00000930
              record key is Lt-Key                                      00000940
              file status is Ws-Ltrlog-Status.                          00000950
                                                                        00000960
           select Letter-File assign to "LETTERS"                       00000970
              organization is line sequential                           00000980
              file status is Ws-Letters-Status.                         00000990
                                                                        00001000
           select Letter-Report-File assign to "LTRRPT"                 00001010
              organization is line sequential                           00001020
              file status is Ws-Ltrrpt-Status.                          00001030
                                                                        00001040
       Data Division.                                                   00001050
       File Section.                                                    00001060
                                                                        00001070
       FD  Cycle-Control-File.                                          00001080
       01  Cycle-Control-Record.                                        00001090
           COPY CYCLCTL.                                                00001100
                                                                        00001110
       FD  Current-Score-File.                                          00001120
       01  Current-Score-Record.                                        00001130
           COPY CURRSCOR.                                               00001140
                                                                        00001150
       FD  Policy-Master-File.                                          00001160
       01  Policy-Master-Record.                                        00001170
           COPY POLREC.                                                 00001180
                                                                        00001190
       FD  Premium-History-File.                                        00001200
       01  Premium-History-Record.                                      00001210
           COPY PREMHIST.                                               00001220
                                                                        00001230
       FD  Cust-Master-File.                                            00001240
       01  Cust-Master-Record.                                          00001250
           COPY CUSTREC.                                                00001260
                                                                        00001270
       FD  Cust-Address-File.                                           00001280
       01  Cust-Address-Record.                                         00001290
           COPY CUSTADDR.                                               00001300
                                                                        00001310
       FD  Letter-Log-File.                                             00001320
       01  Letter-Log-Record.                                           00001330
           COPY LTRLOG.                                                 00001340
                                                                        00001350
       FD  Letter-File.                                                 00001360
       01  Letter-Line                pic X(80).                        00001370
                                                                        00001380
       FD  Letter-Report-File.                                          00001390
       01  Letter-Report-Line         pic X(80).                        00001400
                                                                        00001410
       Working-Storage Section.                                         00001420
                                                                        00001430
       01 Ws-Cyclctl-Status          pic X(02).                         00001440
          88 Cyclctl-Ok              value "00".                        00001450
                                                                        00001460
       01 Ws-Currscor-Status         pic X(02).                         00001470
          88 Currscor-Ok             value "00".                        00001480
                                                                        00001490
       01 Ws-Polmast-Status          pic X(02).                         00001500
          88 Polmast-Read-Ok         value "00" "02".                   00001510
                                                                        00001520
       01 Ws-Premhist-Status         pic X(02).                         00001530
          88 Premhist-Ok             value "00".                        00001540
                                                                        00001550
       01 Ws-Custmast-Status         pic X(02).                         00001560
          88 Custmast-Ok             value "00".                        00001570
                                                                        00001580
       01 Ws-Custaddr-Status         pic X(02).                         00001590
          88 Custaddr-Ok             value "00".                        00001600
                                                                        00001610
       01 Ws-Ltrlog-Status           pic X(02).                         00001620
          88 Ltrlog-Ok               value "00".                        00001630
                                                                        00001640
       01 Ws-Letters-Status          pic X(02).                         00001650
          88 Letters-Ok              value "00".                        00001660
                                                                        00001670
       01 Ws-Ltrrpt-Status           pic X(02).                         00001680
          88 Ltrrpt-Ok               value "00".                        00001690
                                                                        00001700
      * File status 88s above double as each verb's current status, so  00001710
      * Finalize-Run guards its closes on these open-succeeded latches  00001720
      * instead, set once when a file's OPEN succeeds and never reset   00001730
      * afterwards.                                                     00001740
       01 Ws-Open-Switches.                                             00001750
          05 Ws-Currscor-Open-Ok     pic X(01) value "N".               00001760
             88 Currscor-Open-Ok     value "Y".                         00001770
          05 Ws-Polmast-Open-Ok      pic X(01) value "N".               00001780
             88 Polmast-Open-Ok      value "Y".                         00001790
          05 Ws-Premhist-Open-Ok     pic X(01) value "N".               00001800
             88 Premhist-Open-Ok     value "Y".                         00001810
          05 Ws-Custmast-Open-Ok     pic X(01) value "N".               00001820
             88 Custmast-Open-Ok     value "Y".                         00001830
          05 Ws-Custaddr-Open-Ok     pic X(01) value "N".               00001840
             88 Custaddr-Open-Ok     value "Y".                         00001850
          05 Ws-Ltrlog-Open-Ok       pic X(01) value "N".               00001860
             88 Ltrlog-Open-Ok       value "Y".                         00001870
          05 Ws-Letters-Open-Ok      pic X(01) value "N".               00001880
             88 Letters-Open-Ok      value "Y".                         00001890
          05 Ws-Ltrrpt-Open-Ok       pic X(01) value "N".               00001900
             88 Ltrrpt-Open-Ok       value "Y".                         00001910
                                                                        00001920
       01 Ws-Eof-Switch              pic X(01) value "N".               00001930
          88 No-More-Scores          value "Y".                         00001940
                                                                        00001950
       01 Ws-Prem-Eof-Switch         pic X(01) value "N".               00001960
          88 No-More-Premiums        value "Y".                         00001970
                                                                        00001980
       01 Ws-Run-Date-Group.                                            00001990
          05 Ws-Run-Date             pic 9(08) value zeros.             00002000
       01 Ws-Run-Date-Parts redefines Ws-Run-Date-Group.                00002010
          05 Ws-Run-Yyyy             pic 9(04).                         00002020
          05 Ws-Run-Mm               pic 9(02).                         00002030
          05 Ws-Run-Dd               pic 9(02).                         00002040
                                                                        00002050
       01 Ws-Group-Cust-Id           pic X(10) value spaces.            00002130
                                                                        00002140
       01 Ws-Group-Values.                                              00002180
          05 Ws-Prior-Bracket        pic X(02).                         00002220
          05 Ws-Today-Bracket        pic X(02).                         00002230
                                                                        00002240
       01 Ws-Customer-Switch         pic X(01) value "N".               00002250
          88 Customer-On-File        value "Y".                         00002260
                                                                        00002270
       01 Ws-Address-Switch          pic X(01) value "N".               00002280
          88 Address-Usable          value "Y".                         00002290
                                                                        00002300
       01 Ws-Logged-Switch           pic X(01) value "N".               00002310
          88 Letter-Already-Sent     value "Y".                         00002320
                                                                        00002330
       01 Ws-Prior-Prem-Switch       pic X(01) value "N".               00002340
          88 Prior-Premium-Found     value "Y".                         00002350
                                                                        00002360
      * One letter lists every policy whose premium went up; no         00002370
      * customer carries more policies than this.                       00002380
       01 Ws-Letter-Policies.                                           00002390
          05 Ws-Lp-Entry             occurs 20 times.                   00002400
             10 Ws-Lp-Policy-No      pic X(10).                         00002410
             10 Ws-Lp-Old-Premium    pic 9(07)v99.                      00002420
             10 Ws-Lp-New-Premium    pic 9(07)v99.                      00002430
             10 Ws-Lp-Reason         pic X(20).                         00002440
       01 Ws-Lp-Count                pic 9(02) comp.                    00002450
       01 Ws-Lp-Ix                   pic 9(02) comp.                    00002460
       01 Ws-Lp-Max                  pic 9(02) comp value 20.           00002470
                                                                        00002480
       01 Ws-Check-Policy-No         pic X(10).                         00002490
       01 Ws-Cust-Policy-Rows        pic 9(05).                         00002500
                                                                        00002510
       01 Ws-New-Premium-Values.                                        00002520
          05 Ws-New-Premium          pic 9(07)v99.                      00002530
          05 Ws-New-Ph-Risc          pic 9(05).                         00002540
          05 Ws-New-Ph-Bracket       pic X(02).                         00002550
       01 Ws-Old-Premium-Values.                                        00002560
          05 Ws-Old-Premium          pic 9(07)v99.                      00002570
          05 Ws-Old-Ph-Risc          pic 9(05).                         00002580
          05 Ws-Old-Ph-Bracket       pic X(02).                         00002590
                                                                        00002600
       01 Ws-Exception-Reason        pic X(25).                         00002610
                                                                        00002620
       01 Ws-Counters.                                                  00002630
          05 Ws-Score-Rows           pic 9(07) value zero.              00002640
          05 Ws-Increases-Found      pic 9(07) value zero.              00002650
          05 Ws-Letters-Written      pic 9(07) value zero.              00002660
          05 Ws-Policies-Notified    pic 9(07) value zero.              00002670
          05 Ws-Already-Sent         pic 9(07) value zero.              00002680
          05 Ws-No-Address-Count     pic 9(07) value zero.              00002690
          05 Ws-No-Rise-Count        pic 9(07) value zero.              00002700
          05 Ws-Unpriced-Count       pic 9(07) value zero.              00002710
                                                                        00002720
      * Letter body.  Every letter starts on a new page.                00002730
       01 Ws-Letter-Lines.                                              00002740
          05 Ws-Ltr-Blank            pic X(80) value spaces.            00002750
          05 Ws-Ltr-Addr-Line.                                          00002760
             10 filler               pic X(05) value spaces.            00002770
             10 Ws-Ltr-Addr-Text     pic X(30).                         00002780
             10 filler               pic X(45) value spaces.            00002790
          05 Ws-Ltr-Town-Line.                                          00002800
             10 filler               pic X(05) value spaces.            00002810
             10 Ws-Ltr-Town          pic X(25).                         00002820
             10 filler               pic X(02) value spaces.            00002830
             10 Ws-Ltr-Postcode      pic X(10).                         00002840
             10 filler               pic X(38) value spaces.            00002850
          05 Ws-Ltr-Ref-Line.                                           00002860
             10 filler               pic X(05) value spaces.            00002870
             10 filler               pic X(09) value "OUR REF: ".       00002880
             10 Ws-Ltr-Ref-Cust      pic X(10).                         00002890
             10 filler               pic X(24) value spaces.            00002900
             10 filler               pic X(06) value "DATE: ".          00002910
             10 Ws-Ltr-Dd            pic 9(02).                         00002920
             10 filler               pic X(01) value "/".               00002930
             10 Ws-Ltr-Mm            pic 9(02).                         00002940
             10 filler               pic X(01) value "/".               00002950
             10 Ws-Ltr-Yyyy          pic 9(04).                         00002960
             10 filler               pic X(16) value spaces.            00002970
          05 Ws-Ltr-Title-Line.                                         00002980
             10 filler               pic X(05) value spaces.            00002990
             10 filler               pic X(75)                          00003000
                value "YOUR RENEWAL PREMIUM IS CHANGING".               00003010
          05 Ws-Ltr-Dear-Line.                                          00003020
             10 filler               pic X(05) value spaces.            00003030
             10 filler               pic X(05) value "DEAR ".           00003040
             10 Ws-Ltr-Dear-Name     pic X(30).                         00003050
             10 filler               pic X(40) value spaces.            00003060
          05 Ws-Ltr-Text-1.                                             00003070
             10 filler               pic X(05) value spaces.            00003080
             10 filler               pic X(75) value                    00003090
                "AS PART OF YOUR RENEWAL WE HAVE REVIEWED THE RISK".    00003100
          05 Ws-Ltr-Text-2.                                             00003110
             10 filler               pic X(05) value spaces.            00003120
             10 filler               pic X(75) value                    00003130
                "INFORMATION WE HOLD FOR YOU.  AS A RESULT THE".        00003140
          05 Ws-Ltr-Text-3.                                             00003150
             10 filler               pic X(05) value spaces.            00003160
             10 filler               pic X(75) value                    00003170
                "RENEWAL PREMIUM ON THE POLICIES LISTED BELOW WILL".    00003180
          05 Ws-Ltr-Text-4.                                             00003190
             10 filler               pic X(05) value spaces.            00003200
             10 filler               pic X(75) value                    00003210
                "INCREASE, FOR THE REASON SHOWN AGAINST EACH POLICY.".  00003220
          05 Ws-Ltr-Col-Heading.                                        00003230
             10 filler               pic X(40) value                    00003240
                "     POLICY NO    OLD PREMIUM    NEW PRE".             00003250
             10 filler               pic X(40) value                    00003260
                "MIUM   REASON".                                        00003270
          05 Ws-Ltr-Detail.                                             00003280
             10 filler               pic X(05) value spaces.            00003290
             10 Ws-Ltr-Policy-No     pic X(10).                         00003300
             10 filler               pic X(02) value spaces.            00003310
             10 Ws-Ltr-Old-Premium   pic Z,ZZZ,ZZ9.99.                  00003320
             10 filler               pic X(03) value spaces.            00003330
             10 Ws-Ltr-New-Premium   pic Z,ZZZ,ZZ9.99.                  00003340
             10 filler               pic X(03) value spaces.            00003350
             10 Ws-Ltr-Reason        pic X(20).                         00003360
             10 filler               pic X(13) value spaces.            00003370
          05 Ws-Ltr-Text-5.                                             00003380
             10 filler               pic X(05) value spaces.            00003390
             10 filler               pic X(75) value                    00003400
                "IF ANY OF THE INFORMATION WE HOLD ABOUT YOU IS".       00003410
          05 Ws-Ltr-Text-6.                                             00003420
             10 filler               pic X(05) value spaces.            00003430
             10 filler               pic X(75) value                    00003440
                "WRONG, OR YOU HAVE ANY QUESTIONS ABOUT THIS CHANGE,".  00003450
          05 Ws-Ltr-Text-7.                                             00003460
             10 filler               pic X(05) value spaces.            00003470
             10 filler               pic X(75) value                    00003480
                "PLEASE CONTACT US BEFORE YOUR RENEWAL DATE.".          00003490
          05 Ws-Ltr-Close-1.                                            00003500
             10 filler               pic X(05) value spaces.            00003510
             10 filler               pic X(75)                          00003520
                value "YOURS SINCERELY,".                               00003530
          05 Ws-Ltr-Close-2.                                            00003540
             10 filler               pic X(05) value spaces.            00003550
             10 filler               pic X(75)                          00003560
                value "CUSTOMER SERVICES".                              00003570
                                                                        00003580
       01 Ws-Report-Lines.                                              00003590
          05 Ws-Heading-Line-1.                                         00003600
             10 filler               pic X(30)                          00003610
                value "PREMIUM INCREASE LETTER RUN".                    00003620
             10 filler               pic X(08) value "CYCLE = ".        00003630
             10 Ws-Hdr-Cycle         pic 9(08).                         00003640
             10 filler               pic X(34) value spaces.            00003650
          05 Ws-Heading-Line-2.                                         00003660
             10 filler               pic X(40) value                    00003670
                " CUST ID     NAME                       ".             00003680
             10 filler               pic X(40) value                    00003690
                "       POLICIES EXCEPTION".                            00003700
          05 Ws-Exception-Line.                                         00003710
             10 filler               pic X(01) value space.             00003720
             10 Ws-Exc-Cust-Id       pic X(10).                         00003730
             10 filler               pic X(02) value spaces.            00003740
             10 Ws-Exc-Name          pic X(30).                         00003750
             10 filler               pic X(02) value spaces.            00003760
             10 Ws-Exc-Policies      pic ZZZZZZ9.                       00003770
             10 filler               pic X(01) value space.             00003780
             10 Ws-Exc-Reason        pic X(25).                         00003790
             10 filler               pic X(02) value spaces.            00003800
          05 Ws-Increases-Line.                                         00003810
             10 filler               pic X(01) value space.             00003820
             10 filler               pic X(20)                          00003830
                value "BRACKET INCREASES ..".                           00003840
             10 Ws-Tot-Increases     pic ZZZ,ZZ9.                       00003850
          05 Ws-Letters-Line.                                           00003860
             10 filler               pic X(01) value space.             00003870
             10 filler               pic X(20)                          00003880
                value "LETTERS WRITTEN ....".                           00003890
             10 Ws-Tot-Letters       pic ZZZ,ZZ9.                       00003900
          05 Ws-Policies-Line.                                          00003910
             10 filler               pic X(01) value space.             00003920
             10 filler               pic X(20)                          00003930
                value "POLICIES NOTIFIED ..".                           00003940
             10 Ws-Tot-Policies      pic ZZZ,ZZ9.                       00003950
          05 Ws-Already-Line.                                           00003960
             10 filler               pic X(01) value space.             00003970
             10 filler               pic X(20)                          00003980
                value "ALREADY SENT .......".                           00003990
             10 Ws-Tot-Already       pic ZZZ,ZZ9.                       00004000
          05 Ws-No-Address-Line.                                        00004010
             10 filler               pic X(01) value space.             00004020
             10 filler               pic X(20)                          00004030
                value "NO MAILING ADDRESS .".                           00004040
             10 Ws-Tot-No-Address    pic ZZZ,ZZ9.                       00004050
          05 Ws-No-Rise-Line.                                           00004060
             10 filler               pic X(01) value space.             00004070
             10 filler               pic X(20)                          00004080
                value "NO PREMIUM RISE ....".                           00004090
             10 Ws-Tot-No-Rise       pic ZZZ,ZZ9.                       00004100
          05 Ws-Unpriced-Line.                                          00004110
             10 filler               pic X(01) value space.             00004120
             10 filler               pic X(20)                          00004130
                value "POLICIES UNPRICED ..".                           00004140
             10 Ws-Tot-Unpriced      pic ZZZ,ZZ9.                       00004150
          05 Ws-Blank-Line           pic X(80) value spaces.            00004160
                                                                        00004170
       Procedure division.                                              00004180
                                                                        00004190
       Main Section.                                                    00004200
                                                                        00004210
           Perform Initialize-Run.                                      00004220
           Perform Process-Scores until No-More-Scores.                 00004230
           Perform Finalize-Run.                                        00004240
                                                                        00004250
           Goback.                                                      00004260
                                                                        00004270
       Initialize-Run Section.                                          00004280
                                                                        00004290
           Perform Read-Cycle-Record.                                   00004300
                                                                        00004310
           if not No-More-Scores                                        00004320
              Open input Current-Score-File                             00004330
              if not Currscor-Ok                                        00004340
                 display "XARISLTR: UNABLE TO OPEN CURRSCOR, STATUS="   00004350
                    Ws-Currscor-Status                                  00004360
                 move "Y" to Ws-Eof-Switch                              00004370
                 move 12 to Return-Code                                 00004380
              else                                                      00004390
                 move "Y" to Ws-Currscor-Open-Ok                        00004400
              end-if                                                    00004410
           end-if.                                                      00004420
                                                                        00004430
      * POLMAST is optional during the multi-policy transition, as in   00004440
      * XARISBAT: without it each customer's single CUSTMAST policy is  00004450
      * the one checked.                                                00004460
           if not No-More-Scores                                        00004470
              Open input Policy-Master-File                             00004480
              if Polmast-Read-Ok                                        00004490
                 move "Y" to Ws-Polmast-Open-Ok                         00004500
              else                                                      00004510
                 display "XARISLTR: POLMAST NOT AVAILABLE, STATUS="     00004520
                    Ws-Polmast-Status " - USING CUSTMAST POLICY NO"     00004530
              end-if                                                    00004540
           end-if.                                                      00004550
                                                                        00004560
           if not No-More-Scores                                        00004570
              Open input Premium-History-File                           00004580
              if not Premhist-Ok                                        00004590
                 display "XARISLTR: UNABLE TO OPEN PREMHIST, STATUS="   00004600
                    Ws-Premhist-Status                                  00004610
                 move "Y" to Ws-Eof-Switch                              00004620
                 move 12 to Return-Code                                 00004630
              else                                                      00004640
                 move "Y" to Ws-Premhist-Open-Ok                        00004650
              end-if                                                    00004660
           end-if.                                                      00004670
                                                                        00004680
           if not No-More-Scores                                        00004690
              Open input Cust-Master-File                               00004700
              if not Custmast-Ok                                        00004710
                 display "XARISLTR: UNABLE TO OPEN CUSTMAST, STATUS="   00004720
                    Ws-Custmast-Status                                  00004730
                 move "Y" to Ws-Eof-Switch                              00004740
                 move 12 to Return-Code                                 00004750
              else                                                      00004760
                 move "Y" to Ws-Custmast-Open-Ok                        00004770
              end-if                                                    00004780
           end-if.                                                      00004790
                                                                        00004800
      * No CUSTADDR yet means no customer has an address on file:       00004810
      * every increase goes to the exception list.                      00004820
           if not No-More-Scores                                        00004830
              Open input Cust-Address-File                              00004840
              evaluate true                                             00004850
                 when Custaddr-Ok                                       00004860
                    move "Y" to Ws-Custaddr-Open-Ok                     00004870
                 when Ws-Custaddr-Status = "35"                         00004880
                    display "XARISLTR: NO CUSTADDR FILE - NO"           00004890
                       " ADDRESSES ON FILE"                             00004900
                 when other                                             00004910
                    display "XARISLTR: UNABLE TO OPEN CUSTADDR, STATUS="00004920
                       Ws-Custaddr-Status                               00004930
                    move "Y" to Ws-Eof-Switch                           00004940
                    move 12 to Return-Code                              00004950
              end-evaluate                                              00004960
           end-if.                                                      00004970
                                                                        00004980
           if not No-More-Scores                                        00004990
              Open i-o Letter-Log-File                                  00005000
      * First-use fallback: create-then-reopen on status 35 the same    00005010
      * way XARISBAT does for RISKHIST.                                 00005020
              if Ws-Ltrlog-Status = "35"                                00005030
                 Open output Letter-Log-File                            00005040
                 Close Letter-Log-File                                  00005050
                 Open i-o Letter-Log-File                               00005060
              end-if                                                    00005070
              if not Ltrlog-Ok                                          00005080
                 display "XARISLTR: UNABLE TO OPEN LTRLOG, STATUS="     00005090
                    Ws-Ltrlog-Status                                    00005100
                 move "Y" to Ws-Eof-Switch                              00005110
                 move 12 to Return-Code                                 00005120
              else                                                      00005130
                 move "Y" to Ws-Ltrlog-Open-Ok                          00005140
              end-if                                                    00005150
           end-if.                                                      00005160
                                                                        00005170
           if not No-More-Scores                                        00005180
              Open output Letter-File                                   00005190
              if not Letters-Ok                                         00005200
                 display "XARISLTR: UNABLE TO OPEN LETTERS, STATUS="    00005210
                    Ws-Letters-Status                                   00005220
                 move "Y" to Ws-Eof-Switch                              00005230
                 move 12 to Return-Code                                 00005240
              else                                                      00005250
                 move "Y" to Ws-Letters-Open-Ok                         00005260
              end-if                                                    00005270
           end-if.                                                      00005280
                                                                        00005290
           Open output Letter-Report-File.                              00005300
           if not Ltrrpt-Ok                                             00005310
              display "XARISLTR: UNABLE TO OPEN LTRRPT, STATUS="        00005320
                 Ws-Ltrrpt-Status                                       00005330
              move "Y" to Ws-Eof-Switch                                 00005340
              move 12 to Return-Code                                    00005350
           else                                                         00005360
              move "Y" to Ws-Ltrrpt-Open-Ok                             00005370
              move Ws-Run-Date to Ws-Hdr-Cycle                          00005380
              Write Letter-Report-Line from Ws-Heading-Line-1           00005390
              Write Letter-Report-Line from Ws-Heading-Line-2           00005400
           end-if.                                                      00005410
                                                                        00005420
           if not No-More-Scores                                        00005430
              Perform Read-Next-Score                                   00005440
           end-if.                                                      00005450
                                                                        00005510
       Read-Cycle-Record Section.                                       00005520
                                                                        00005530
      * The cycle XARISBAT stamped is the night the increases were      00005540
      * scored and XARISPRE priced; no completed row means the          00005550
      * scoring run did not finish - hold.                              00005560
           Open input Cycle-Control-File.                               00005570
           if not Cyclctl-Ok                                            00005580
              display "XARISLTR: NO CYCLE CONTROL RECORD, STATUS="      00005590
                 Ws-Cyclctl-Status " - RUN HELD"                        00005600
              move "Y" to Ws-Eof-Switch                                 00005610
              move 8 to Return-Code                                     00005620
           else                                                         00005630
              move 99999999 to Cy-Cycle-Date                            00005640
              Start Cycle-Control-File                                  00005650
                 key is less than or equal Cy-Cycle-Date                00005660
                 invalid key                                            00005670
                    move "23" to Ws-Cyclctl-Status                      00005680
              end-start                                                 00005690
              if Cyclctl-Ok                                             00005700
                 Read Cycle-Control-File next record                    00005710
                    at end move "10" to Ws-Cyclctl-Status               00005720
                 end-read                                               00005730
              end-if                                                    00005740
              if not Cyclctl-Ok                                         00005750
                 display "XARISLTR: CYCLE CONTROL FILE EMPTY"           00005760
                    " - RUN HELD"                                       00005770
                 move "Y" to Ws-Eof-Switch                              00005780
                 move 8 to Return-Code                                  00005790
              else                                                      00005800
                 if Cy-Cycle-Complete                                   00005810
                    move Cy-Cycle-Date to Ws-Run-Date                   00005820
                 else                                                   00005830
                    display "XARISLTR: CYCLE NOT COMPLETE, STATUS="     00005840
                       Cy-Status " - RUN HELD"                          00005850
                    move "Y" to Ws-Eof-Switch                           00005860
                    move 8 to Return-Code                               00005870
                 end-if                                                 00005880
              end-if                                                    00005890
              Close Cycle-Control-File                                  00005900
           end-if.                                                      00005910
                                                                        00005920
       Process-Scores Section.                                          00005944
                                                                        00005968
           add 1 to Ws-Score-Rows.                                      00005992
                                                                        00006016
      * A customer scored on tonight's cycle with a run on file before  00006040
      * it.  Bracket codes run 01, 02, 03 from youngest to oldest, so   00006064
      * a higher code tonight than last run is an increase.             00006088
           if Sc-Run-Date = Ws-Run-Date                                 00006112
              and Sc-Prior-Run-Date > zero                              00006136
              and Sc-Bracket > Sc-Prior-Bracket                         00006160
              move Sc-Cust-Id       to Ws-Group-Cust-Id                 00006184
              move Sc-Prior-Bracket to Ws-Prior-Bracket                 00006208
              move Sc-Bracket       to Ws-Today-Bracket                 00006232
              Perform Process-Bracket-Increase                          00006256
           end-if.                                                      00006280
                                                                        00006304
           Perform Read-Next-Score.                                     00006328
                                                                        00006360
       Process-Bracket-Increase Section.                                00006370
                                                                        00006380
           add 1 to Ws-Increases-Found.                                 00006390
                                                                        00006400
           Perform Check-Letter-Log.                                    00006410
                                                                        00006420
           if Letter-Already-Sent                                       00006430
              add 1 to Ws-Already-Sent                                  00006440
           else                                                         00006450
              Perform Read-Customer                                     00006460
              Perform Collect-Policies                                  00006470
              if Ws-Lp-Count = zero                                     00006480
                 add 1 to Ws-No-Rise-Count                              00006490
              else                                                      00006500
                 Perform Read-Address                                   00006510
                 if Address-Usable                                      00006520
                    Perform Write-Letter                                00006530
                    Perform Log-Letter                                  00006540
                 else                                                   00006550
                    add 1 to Ws-No-Address-Count                        00006560
                    move "NO MAILING ADDRESS" to Ws-Exception-Reason    00006570
                    Perform Write-Exception-Line                        00006580
                 end-if                                                 00006590
              end-if                                                    00006600
           end-if.                                                      00006610
                                                                        00006620
       Check-Letter-Log Section.                                        00006630
                                                                        00006640
           move "N" to Ws-Logged-Switch.                                00006650
           move Ws-Group-Cust-Id to Lt-Cust-Id.                         00006660
           move Ws-Run-Date      to Lt-Cycle-Date.                      00006670
           Read Letter-Log-File                                         00006680
              invalid key                                               00006690
                 continue                                               00006700
              not invalid key                                           00006710
                 move "Y" to Ws-Logged-Switch                           00006720
           end-read.                                                    00006730
                                                                        00006740
       Read-Customer Section.                                           00006750
                                                                        00006760
           move "N" to Ws-Customer-Switch.                              00006770
           move Ws-Group-Cust-Id to Cust-Id of Cust-Master-Record.      00006780
           Read Cust-Master-File                                        00006790
              invalid key                                               00006800
                 move spaces to Cust-Name of Cust-Master-Record         00006810
                 move spaces to Cust-Policy-No of Cust-Master-Record    00006820
              not invalid key                                           00006830
                 move "Y" to Ws-Customer-Switch                         00006840
           end-read.                                                    00006850
                                                                        00006860
       Collect-Policies Section.                                        00006870
                                                                        00006880
      * Every policy of the customer's, as XARISBAT extracts them: the  00006890
      * POLMAST rows, or the single CUSTMAST policy for a customer      00006900
      * not converted yet.                                              00006910
           move zero to Ws-Lp-Count.                                    00006920
           move zero to Ws-Cust-Policy-Rows.                            00006930
                                                                        00006940
           if Polmast-Open-Ok                                           00006950
              move Ws-Group-Cust-Id to Pol-Cust-Id                      00006960
              Start Policy-Master-File                                  00006970
                 key is equal to Pol-Cust-Id                            00006980
                 invalid key continue                                   00006990
              end-start                                                 00007000
              if Polmast-Read-Ok                                        00007010
                 Perform Read-Next-Policy                               00007020
                 perform until not Polmast-Read-Ok                      00007030
                    or Pol-Cust-Id not = Ws-Group-Cust-Id               00007040
                    add 1 to Ws-Cust-Policy-Rows                        00007050
                    move Pol-Policy-No to Ws-Check-Policy-No            00007060
                    Perform Check-Policy-Premium                        00007070
                    Perform Read-Next-Policy                            00007080
                 end-perform                                            00007090
              end-if                                                    00007100
           end-if.                                                      00007110
                                                                        00007120
           if Ws-Cust-Policy-Rows = zero and Customer-On-File           00007130
              move Cust-Policy-No of Cust-Master-Record                 00007140
                 to Ws-Check-Policy-No                                  00007150
              Perform Check-Policy-Premium                              00007160
           end-if.                                                      00007170
                                                                        00007180
       Read-Next-Policy Section.                                        00007190
                                                                        00007200
           Read Policy-Master-File next record                          00007210
              at end move "10" to Ws-Polmast-Status                     00007220
           end-read.                                                    00007230
                                                                        00007240
       Check-Policy-Premium Section.                                    00007250
                                                                        00007260
      * Tonight's PREMHIST row must carry a priced premium; the old     00007270
      * premium is the last priced row before tonight.  Only a policy   00007280
      * whose premium actually went up is listed.                       00007290
           move Ws-Check-Policy-No to Ph-Policy-No.                     00007300
           move Ws-Run-Date        to Ph-Cycle-Date.                    00007310
           Read Premium-History-File                                    00007320
              invalid key                                               00007330
                 move "23" to Ws-Premhist-Status                        00007340
           end-read.                                                    00007350
                                                                        00007360
           if Premhist-Ok                                               00007370
              if Ph-Premium-Missing                                     00007380
                 add 1 to Ws-Unpriced-Count                             00007390
              else                                                      00007400
                 move Ph-Premium to Ws-New-Premium                      00007410
                 move Ph-Risc    to Ws-New-Ph-Risc                      00007420
                 move Ph-Bracket to Ws-New-Ph-Bracket                   00007430
                 Perform Find-Prior-Premium                             00007440
                 if Prior-Premium-Found                                 00007450
                    and Ws-New-Premium > Ws-Old-Premium                 00007460
                    Perform Add-Letter-Policy                           00007470
                 end-if                                                 00007480
              end-if                                                    00007490
           end-if.                                                      00007500
                                                                        00007510
       Find-Prior-Premium Section.                                      00007520
                                                                        00007530
           move "N" to Ws-Prior-Prem-Switch.                            00007540
           move "N" to Ws-Prem-Eof-Switch.                              00007550
           move Ws-Check-Policy-No to Ph-Policy-No.                     00007560
           move zeros              to Ph-Cycle-Date.                    00007570
                                                                        00007580
           Start Premium-History-File                                   00007590
              key is greater than or equal Ph-Key                       00007600
              invalid key                                               00007610
                 move "Y" to Ws-Prem-Eof-Switch                         00007620
           end-start.                                                   00007630
                                                                        00007640
           perform until No-More-Premiums                               00007650
              Read Premium-History-File next record                     00007660
                 at end                                                 00007670
                    move "Y" to Ws-Prem-Eof-Switch                      00007680
                 not at end                                             00007690
                    if Ph-Policy-No not = Ws-Check-Policy-No            00007700
                       or Ph-Cycle-Date not < Ws-Run-Date               00007710
                       move "Y" to Ws-Prem-Eof-Switch                   00007720
                    else                                                00007730
                       if Ph-Premium-Matched                            00007740
                          move "Y"        to Ws-Prior-Prem-Switch       00007750
                          move Ph-Premium to Ws-Old-Premium             00007760
                          move Ph-Risc    to Ws-Old-Ph-Risc             00007770
                          move Ph-Bracket to Ws-Old-Ph-Bracket          00007780
                       end-if                                           00007790
                    end-if                                              00007800
              end-read                                                  00007810
           end-perform.                                                 00007820
                                                                        00007830
       Add-Letter-Policy Section.                                       00007840
                                                                        00007850
           if Ws-Lp-Count < Ws-Lp-Max                                   00007860
              add 1 to Ws-Lp-Count                                      00007870
              move Ws-Check-Policy-No to Ws-Lp-Policy-No(Ws-Lp-Count)   00007880
              move Ws-Old-Premium to Ws-Lp-Old-Premium(Ws-Lp-Count)     00007890
              move Ws-New-Premium to Ws-Lp-New-Premium(Ws-Lp-Count)     00007900
      * Reason category, most specific first: the policy moved up an    00007910
      * age band, else its Risc rose, else the rate itself moved.       00007920
              evaluate true                                             00007930
                 when Ws-New-Ph-Bracket > Ws-Old-Ph-Bracket             00007940
                    move "AGE BAND INCREASE"                            00007950
                       to Ws-Lp-Reason(Ws-Lp-Count)                     00007960
                 when Ws-New-Ph-Risc > Ws-Old-Ph-Risc                   00007970
                    move "RISK SCORE INCREASE"                          00007980
                       to Ws-Lp-Reason(Ws-Lp-Count)                     00007990
                 when other                                             00008000
                    move "PREMIUM REVIEW"                               00008010
                       to Ws-Lp-Reason(Ws-Lp-Count)                     00008020
              end-evaluate                                              00008030
           else                                                         00008040
              display "XARISLTR: MORE THAN 20 POLICIES FOR CUST "       00008050
                 Ws-Group-Cust-Id " - POLICY " Ws-Check-Policy-No       00008060
                 " NOT LISTED"                                          00008070
           end-if.                                                      00008080
                                                                        00008090
       Read-Address Section.                                            00008100
                                                                        00008110
           move "N" to Ws-Address-Switch.                               00008120
           if Custaddr-Open-Ok                                          00008130
              move Ws-Group-Cust-Id to Ad-Cust-Id                       00008140
              Read Cust-Address-File                                    00008150
                 invalid key                                            00008160
                    continue                                            00008170
                 not invalid key                                        00008180
                    if Ad-Line-1 not = spaces                           00008190
                       and Ad-Postcode not = spaces                     00008200
                       move "Y" to Ws-Address-Switch                    00008210
                    end-if                                              00008220
              end-read                                                  00008230
           end-if.                                                      00008240
                                                                        00008250
       Write-Letter Section.                                            00008260
                                                                        00008270
           add 1 to Ws-Letters-Written.                                 00008280
           add Ws-Lp-Count to Ws-Policies-Notified.                     00008290
                                                                        00008300
           move Cust-Name of Cust-Master-Record to Ws-Ltr-Addr-Text.    00008310
           Write Letter-Line from Ws-Ltr-Addr-Line                      00008320
              after advancing page.                                     00008330
           move Ad-Line-1 to Ws-Ltr-Addr-Text.                          00008340
           Write Letter-Line from Ws-Ltr-Addr-Line.                     00008350
           if Ad-Line-2 not = spaces                                    00008360
              move Ad-Line-2 to Ws-Ltr-Addr-Text                        00008370
              Write Letter-Line from Ws-Ltr-Addr-Line                   00008380
           end-if.                                                      00008390
           move Ad-Town     to Ws-Ltr-Town.                             00008400
           move Ad-Postcode to Ws-Ltr-Postcode.                         00008410
           Write Letter-Line from Ws-Ltr-Town-Line.                     00008420
           Write Letter-Line from Ws-Ltr-Blank.                         00008430
           Write Letter-Line from Ws-Ltr-Blank.                         00008440
                                                                        00008450
           move Ws-Group-Cust-Id to Ws-Ltr-Ref-Cust.                    00008460
           move Ws-Run-Dd        to Ws-Ltr-Dd.                          00008470
           move Ws-Run-Mm        to Ws-Ltr-Mm.                          00008480
           move Ws-Run-Yyyy      to Ws-Ltr-Yyyy.                        00008490
           Write Letter-Line from Ws-Ltr-Ref-Line.                      00008500
           Write Letter-Line from Ws-Ltr-Blank.                         00008510
           Write Letter-Line from Ws-Ltr-Title-Line.                    00008520
           Write Letter-Line from Ws-Ltr-Blank.                         00008530
                                                                        00008540
           move Cust-Name of Cust-Master-Record to Ws-Ltr-Dear-Name.    00008550
           Write Letter-Line from Ws-Ltr-Dear-Line.                     00008560
           Write Letter-Line from Ws-Ltr-Blank.                         00008570
           Write Letter-Line from Ws-Ltr-Text-1.                        00008580
           Write Letter-Line from Ws-Ltr-Text-2.                        00008590
           Write Letter-Line from Ws-Ltr-Text-3.                        00008600
           Write Letter-Line from Ws-Ltr-Text-4.                        00008610
           Write Letter-Line from Ws-Ltr-Blank.                         00008620
           Write Letter-Line from Ws-Ltr-Col-Heading.                   00008630
                                                                        00008640
           perform varying Ws-Lp-Ix from 1 by 1                         00008650
              until Ws-Lp-Ix > Ws-Lp-Count                              00008660
              move Ws-Lp-Policy-No(Ws-Lp-Ix)   to Ws-Ltr-Policy-No      00008670
              move Ws-Lp-Old-Premium(Ws-Lp-Ix) to Ws-Ltr-Old-Premium    00008680
              move Ws-Lp-New-Premium(Ws-Lp-Ix) to Ws-Ltr-New-Premium    00008690
              move Ws-Lp-Reason(Ws-Lp-Ix)      to Ws-Ltr-Reason         00008700
              Write Letter-Line from Ws-Ltr-Detail                      00008710
           end-perform.                                                 00008720
                                                                        00008730
           Write Letter-Line from Ws-Ltr-Blank.                         00008740
           Write Letter-Line from Ws-Ltr-Text-5.                        00008750
           Write Letter-Line from Ws-Ltr-Text-6.                        00008760
           Write Letter-Line from Ws-Ltr-Text-7.                        00008770
           Write Letter-Line from Ws-Ltr-Blank.                         00008780
           Write Letter-Line from Ws-Ltr-Close-1.                       00008790
           Write Letter-Line from Ws-Ltr-Blank.                         00008800
           Write Letter-Line from Ws-Ltr-Close-2.                       00008810
                                                                        00008820
       Log-Letter Section.                                              00008830
                                                                        00008840
      * Logged only once the letter is on LETTERS, so a customer        00008850
      * sent to the exception list still gets a letter on a rerun       00008860
      * after an address has been added.                                00008870
           move Ws-Group-Cust-Id to Lt-Cust-Id.                         00008880
           move Ws-Run-Date      to Lt-Cycle-Date.                      00008890
           move Ws-Run-Date      to Lt-Sent-Date.                       00008900
           move Ws-Prior-Bracket to Lt-Prior-Bracket.                   00008910
           move Ws-Today-Bracket to Lt-New-Bracket.                     00008920
           move Ws-Lp-Count      to Lt-Policy-Count.                    00008930
           Write Letter-Log-Record                                      00008940
              invalid key                                               00008950
                 display "XARISLTR: LTRLOG WRITE FAILED, STATUS="       00008960
                    Ws-Ltrlog-Status " FOR CUST " Ws-Group-Cust-Id      00008970
           end-write.                                                   00008980
                                                                        00008990
       Write-Exception-Line Section.                                    00009000
                                                                        00009010
           move Ws-Group-Cust-Id to Ws-Exc-Cust-Id.                     00009020
           move Cust-Name of Cust-Master-Record to Ws-Exc-Name.         00009030
           move Ws-Lp-Count      to Ws-Exc-Policies.                    00009040
           move Ws-Exception-Reason to Ws-Exc-Reason.                   00009050
                                                                        00009060
           if Ltrrpt-Open-Ok                                            00009070
              Write Letter-Report-Line from Ws-Exception-Line           00009080
           end-if.                                                      00009090
                                                                        00009100
       Read-Next-Score Section.                                         00009121
                                                                        00009142
           Read Current-Score-File next record                          00009163
              at end move "Y" to Ws-Eof-Switch                          00009184
           end-read.                                                    00009205
                                                                        00009230
       Finalize-Run Section.                                            00009240
                                                                        00009250
           move Ws-Increases-Found   to Ws-Tot-Increases.               00009260
           move Ws-Letters-Written   to Ws-Tot-Letters.                 00009270
           move Ws-Policies-Notified to Ws-Tot-Policies.                00009280
           move Ws-Already-Sent      to Ws-Tot-Already.                 00009290
           move Ws-No-Address-Count  to Ws-Tot-No-Address.              00009300
           move Ws-No-Rise-Count     to Ws-Tot-No-Rise.                 00009310
           move Ws-Unpriced-Count    to Ws-Tot-Unpriced.                00009320
                                                                        00009330
           if Ltrrpt-Open-Ok                                            00009340
              Write Letter-Report-Line from Ws-Blank-Line               00009350
              Write Letter-Report-Line from Ws-Increases-Line           00009360
              Write Letter-Report-Line from Ws-Letters-Line             00009370
              Write Letter-Report-Line from Ws-Policies-Line            00009380
              Write Letter-Report-Line from Ws-Already-Line             00009390
              Write Letter-Report-Line from Ws-No-Address-Line          00009400
              Write Letter-Report-Line from Ws-No-Rise-Line             00009410
              Write Letter-Report-Line from Ws-Unpriced-Line            00009420
           end-if.                                                      00009430
                                                                        00009440
      * A customer who is owed a notice but could not be sent one is    00009450
      * the exception the run exists to surface.                        00009460
           if Ws-No-Address-Count > zero and Return-Code = zero         00009470
              move 4 to Return-Code                                     00009480
           end-if.                                                      00009490
                                                                        00009500
           if Currscor-Open-Ok                                          00009510
              Close Current-Score-File                                  00009520
           end-if.                                                      00009530
           if Polmast-Open-Ok                                           00009540
              Close Policy-Master-File                                  00009550
           end-if.                                                      00009560
           if Premhist-Open-Ok                                          00009570
              Close Premium-History-File                                00009580
           end-if.                                                      00009590
           if Custmast-Open-Ok                                          00009600
              Close Cust-Master-File                                    00009610
           end-if.                                                      00009620
           if Custaddr-Open-Ok                                          00009630
              Close Cust-Address-File                                   00009640
           end-if.                                                      00009650
           if Ltrlog-Open-Ok                                            00009660
              Close Letter-Log-File                                     00009670
           end-if.                                                      00009680
           if Letters-Open-Ok                                           00009690
              Close Letter-File                                         00009700
           end-if.                                                      00009710
           if Ltrrpt-Open-Ok                                            00009720
              Close Letter-Report-File                                  00009730
           end-if.                                                      00009740
