       Identification division.                                         00000010
       Program-id.   XaRisOvr.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISOVR                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Nightly underwriter override report, run after XARISBAT.      * 00000120
      * Part one walks tonight's RISKEXT and lists every detail that  * 00000130
      * went out at a RISKOVR override instead of the calculated      * 00000140
      * Risc: the policy, the override the underwriter set, the       * 00000150
      * calculated Risc from RISKHIST and the Risc actually sent.     * 00000160
      * Part two walks RISKOVR and lists every override due to expire * 00000170
      * within the warning window, so underwriting can renew or let   * 00000180
      * it lapse before pricing quietly falls back to the calculated  * 00000190
      * score.  The window defaults to 14 days; WARN=nnn changes it.  * 00000200
      * The cycle date comes from CYCLCTL, as in XARISREC.            * 00000210
      *                                                               * 00000220
      ***************************************************************** 00000230
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000240
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000250
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000260
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000270
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000280
      *                                                               * 00000290
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000300
      * ALL RIGHTS RESERVED.                                          * 00000310
      ***************************************************************** 00000320
      *                          Maintenance Log                        00000330
      *---------------------------------------------------------------- 00000340
      *              Description                       |   Date   | Who 00000350
      *---------------------------------------------------------------- 00000360
      * Initial underwriter override report             | 10/15/26 | AGT00000370
      ***************************************************************** 00000380
                                                                        00000390
       environment division.                                            00000400
       Input-Output section.                                            00000410
       File-control.                                                    00000420
                                                                        00000430
      * Keyed with one retained row per cycle date; the highest         00000440
      * completed key is the cycle being reported.                      00000450
           select Cycle-Control-File assign to "CYCLCTL"                00000460
              organization is indexed                                   00000470
              access mode is dynamic                                    00000480
              record key is Cy-Cycle-Date                               00000490
              file status is Ws-Cyclctl-Status.                         00000500
                                                                        00000510
           select Risk-Extract-File assign to "RISKEXT"                 00000520
              organization is line sequential                           00000530
              file status is Ws-Riskext-Status.                         00000540
                                                                        00000550
      * Random reads behind each extract detail, then one sequential    00000560
      * pass for the expiry listing.                                    00000570
           select Override-File assign to "RISKOVR"                     00000580
              organization is indexed                                   00000590
              access mode is dynamic                                    00000600
              record key is Ro-Key                                      00000610
              file status is Ws-Riskovr-Status.                         00000620
                                                                        00000630
           select Risk-History-File assign to "RISKHIST"                00000640
              organization is indexed                                   00000650
              access mode is random                                     00000660
              record key is Rh-Key                                      00000670
              file status is Ws-Riskhist-Status.                        00000680
                                                                        00000690
           select Override-Report-File assign to "OVRRPT"               00000700
              organization is line sequential                           00000710
              file status is Ws-Ovrrpt-Status.                          00000720
                                                                        00000730
       Data Division.                                                   00000740
       File Section.                                                    00000750
                                                                        00000760
       FD  Cycle-Control-File.                                          00000770
       01  Cycle-Control-Record.                                        00000780
           COPY CYCLCTL.                                                00000790
                                                                        00000800
       FD  Risk-Extract-File.                                           00000810
       01  Risk-Extract-Record.                                         00000820
           COPY RISKEXT.                                                00000830
                                                                        00000840
       FD  Override-File.                                               00000850
       01  Override-Record.                                             00000860
           COPY RISKOVR.                                                00000870
                                                                        00000880
       FD  Risk-History-File.                                           00000890
       01  Risk-History-Record.                                         00000900
           COPY RISKHIST.                                               00000910
                                                                        00000920
       FD  Override-Report-File.                                        00000930
       01  Override-Report-Line       pic X(80).                        00000940
                                                                        00000950
       Working-Storage Section.                                         00000960
                                                                        00000970
       01 Ws-Cyclctl-Status          pic X(02).                         00000980
          88 Cyclctl-Ok              value "00".                        00000990
                                                                        00001000
       01 Ws-Riskext-Status          pic X(02).                         00001010
          88 Riskext-Ok              value "00".                        00001020
                                                                        00001030
       01 Ws-Riskovr-Status          pic X(02).                         00001040
          88 Riskovr-Ok              value "00".                        00001050
                                                                        00001060
       01 Ws-Riskhist-Status         pic X(02).                         00001070
          88 Riskhist-Ok             value "00".                        00001080
                                                                        00001090
       01 Ws-Ovrrpt-Status           pic X(02).                         00001100
          88 Ovrrpt-Ok               value "00".                        00001110
                                                                        00001120
      * File status 88s above double as each verb's current status, so  00001130
      * Finalize-Run guards its closes on these open-succeeded latches  00001140
      * instead, set once when a file's OPEN succeeds and never reset   00001150
      * afterwards.                                                     00001160
       01 Ws-Open-Switches.                                             00001170
          05 Ws-Riskext-Open-Ok      pic X(01) value "N".               00001180
             88 Riskext-Open-Ok      value "Y".                         00001190
          05 Ws-Riskovr-Open-Ok      pic X(01) value "N".               00001200
             88 Riskovr-Open-Ok      value "Y".                         00001210
          05 Ws-Riskhist-Open-Ok     pic X(01) value "N".               00001220
             88 Riskhist-Open-Ok     value "Y".                         00001230
          05 Ws-Ovrrpt-Open-Ok       pic X(01) value "N".               00001240
             88 Ovrrpt-Open-Ok       value "Y".                         00001250
                                                                        00001260
       01 Ws-Eof-Switch              pic X(01) value "N".               00001270
          88 No-More-Extract         value "Y".                         00001280
                                                                        00001290
       01 Ws-Ovr-Eof-Switch          pic X(01) value "N".               00001300
          88 No-More-Overrides       value "Y".                         00001310
                                                                        00001320
       01 Ws-Override-Switch         pic X(01) value "N".               00001330
          88 Override-Found          value "Y".                         00001340
                                                                        00001350
      * WARN=nnn on the run parameter: an override expiring within      00001360
      * this many days of the cycle date is listed in part two.         00001370
       01 Ws-Parm                    pic X(30) value spaces.            00001380
       01 Ws-Warn-In                 pic X(03) value spaces.            00001390
       01 Ws-Digit-Group.                                               00001400
          05 Ws-Digit-X              pic X(01).                         00001410
       01 Ws-Digit-Parts redefines Ws-Digit-Group.                      00001420
          05 Ws-Digit-9              pic 9(01).                         00001430
       01 Ws-Digit-Ix                pic 9(02) comp.                    00001440
       01 Ws-Warn-Work               pic 9(03) value zeros.             00001450
       01 Ws-Warn-Switch             pic X(01) value "N".               00001460
          88 Warn-Parm-Seen          value "Y".                         00001470
       01 Ws-Warn-Valid-Switch       pic X(01) value "Y".               00001480
          88 Warn-Parm-Valid         value "Y".                         00001490
       01 Ws-Warn-Days               pic 9(03) value 14.                00001500
                                                                        00001510
       01 Ws-Cycle-Date-Group.                                          00001520
          05 Ws-Cycle-Date           pic 9(08) value zeros.             00001530
       01 Ws-Cycle-Date-Parts redefines Ws-Cycle-Date-Group.            00001540
          05 Ws-Cyc-Yyyy             pic 9(04).                         00001550
          05 Ws-Cyc-Mm               pic 9(02).                         00001560
          05 Ws-Cyc-Dd               pic 9(02).                         00001570
                                                                        00001580
       01 Ws-Expiry-Group.                                              00001590
          05 Ws-Expiry-Date          pic 9(08).                         00001600
       01 Ws-Expiry-Parts redefines Ws-Expiry-Group.                    00001610
          05 Ws-Exp-Yyyy             pic 9(04).                         00001620
          05 Ws-Exp-Mm               pic 9(02).                         00001630
          05 Ws-Exp-Dd               pic 9(02).                         00001640
                                                                        00001650
      * Calendar-approximate day numbers (year*372 + month*31 + day),   00001660
      * the same approximation XARISRFA ages referrals with.            00001670
       01 Ws-Cycle-Day-No            pic 9(07).                         00001680
       01 Ws-Exp-Day-No              pic 9(07).                         00001690
       01 Ws-Days-Left               pic S9(05).                        00001700
                                                                        00001710
       01 Ws-Counters.                                                  00001720
          05 Ws-Details-Read         pic 9(07) value zero.              00001730
          05 Ws-Applied-Count        pic 9(07) value zero.              00001740
          05 Ws-Overrides-Read       pic 9(07) value zero.              00001750
          05 Ws-In-Force-Count       pic 9(07) value zero.              00001760
          05 Ws-Expiring-Count       pic 9(07) value zero.              00001770
          05 Ws-Expired-Count        pic 9(07) value zero.              00001780
                                                                        00001790
       01 Ws-Report-Lines.                                              00001800
          05 Ws-Heading-Line-1.                                         00001810
             10 filler               pic X(30)                          00001820
                value "UNDERWRITER OVERRIDE REPORT".                    00001830
             10 filler               pic X(08) value "CYCLE = ".        00001840
             10 Ws-Hdr-Cycle         pic 9(08).                         00001850
             10 filler               pic X(34) value spaces.            00001860
          05 Ws-Applied-Title        pic X(80)                          00001870
             value "OVERRIDES APPLIED TO TONIGHT'S EXTRACT".            00001880
          05 Ws-Applied-Heading.                                        00001890
             10 filler               pic X(40) value                    00001900
                " POLICY NO  CUST ID    T VALUE  CALC  SE".             00001910
             10 filler               pic X(40) value                    00001920
                "NT EXPIRES  USER     REASON".                          00001930
          05 Ws-Applied-Line.                                           00001940
             10 filler               pic X(01) value space.             00001950
             10 Ws-App-Policy-No     pic X(10).                         00001960
             10 filler               pic X(01) value space.             00001970
             10 Ws-App-Cust-Id       pic X(10).                         00001980
             10 filler               pic X(01) value space.             00001990
             10 Ws-App-Type          pic X(01).                         00002000
             10 filler               pic X(01) value space.             00002010
             10 Ws-App-Value         pic ZZZZ9.                         00002020
             10 filler               pic X(01) value space.             00002030
             10 Ws-App-Calc-Risc     pic ZZZZ9.                         00002040
             10 filler               pic X(01) value space.             00002050
             10 Ws-App-Sent-Risc     pic ZZZZ9.                         00002060
             10 filler               pic X(01) value space.             00002070
             10 Ws-App-Expiry        pic 9(08).                         00002080
             10 filler               pic X(01) value space.             00002090
             10 Ws-App-User-Id       pic X(08).                         00002100
             10 filler               pic X(01) value space.             00002110
             10 Ws-App-Reason        pic X(19).                         00002120
          05 Ws-Expiring-Title.                                         00002130
             10 filler               pic X(27)                          00002140
                value "OVERRIDES EXPIRING WITHIN ".                     00002150
             10 Ws-Exp-Title-Days    pic ZZ9.                           00002160
             10 filler               pic X(50) value " DAYS".           00002170
          05 Ws-Expiring-Heading.                                       00002180
             10 filler               pic X(40) value                    00002190
                " CUST ID    POLICY NO  T VALUE EXPIRES  ".             00002200
             10 filler               pic X(40) value                    00002210
                "DAYS USER     REASON".                                 00002220
          05 Ws-Expiring-Line.                                          00002230
             10 filler               pic X(01) value space.             00002240
             10 Ws-Xpg-Cust-Id       pic X(10).                         00002250
             10 filler               pic X(01) value space.             00002260
             10 Ws-Xpg-Policy-No     pic X(10).                         00002270
             10 filler               pic X(01) value space.             00002280
             10 Ws-Xpg-Type          pic X(01).                         00002290
             10 filler               pic X(01) value space.             00002300
             10 Ws-Xpg-Value         pic ZZZZ9.                         00002310
             10 filler               pic X(01) value space.             00002320
             10 Ws-Xpg-Expiry        pic 9(08).                         00002330
             10 filler               pic X(01) value space.             00002340
             10 Ws-Xpg-Days-Left     pic ZZZ9.                          00002350
             10 filler               pic X(01) value space.             00002360
             10 Ws-Xpg-User-Id       pic X(08).                         00002370
             10 filler               pic X(01) value space.             00002380
             10 Ws-Xpg-Reason        pic X(26).                         00002390
          05 Ws-Applied-Total-Line.                                     00002400
             10 filler               pic X(01) value space.             00002410
             10 filler               pic X(20)                          00002420
                value "OVERRIDES APPLIED ..".                           00002430
             10 Ws-Tot-Applied       pic ZZZ,ZZ9.                       00002440
          05 Ws-In-Force-Line.                                          00002450
             10 filler               pic X(01) value space.             00002460
             10 filler               pic X(20)                          00002470
                value "IN FORCE ON FILE ...".                           00002480
             10 Ws-Tot-In-Force      pic ZZZ,ZZ9.                       00002490
          05 Ws-Expiring-Total-Line.                                    00002500
             10 filler               pic X(01) value space.             00002510
             10 filler               pic X(20)                          00002520
                value "EXPIRING SOON ......".                           00002530
             10 Ws-Tot-Expiring      pic ZZZ,ZZ9.                       00002540
          05 Ws-Expired-Line.                                           00002550
             10 filler               pic X(01) value space.             00002560
             10 filler               pic X(20)                          00002570
                value "EXPIRED ON FILE ....".                           00002580
             10 Ws-Tot-Expired       pic ZZZ,ZZ9.                       00002590
          05 Ws-Blank-Line           pic X(80) value spaces.            00002600
                                                                        00002610
       Procedure division.                                              00002620
                                                                        00002630
       Main Section.                                                    00002640
                                                                        00002650
           Perform Initialize-Run.                                      00002660
           Perform Process-Extract until No-More-Extract.               00002670
           Perform List-Expiring-Overrides.                             00002680
           Perform Finalize-Run.                                        00002690
                                                                        00002700
           Goback.                                                      00002710
                                                                        00002720
       Initialize-Run Section.                                          00002730
                                                                        00002740
           Accept Ws-Parm from command-line.                            00002750
           Perform Edit-Warn-Parm.                                      00002760
                                                                        00002770
           Perform Read-Cycle-Record.                                   00002780
                                                                        00002790
           if not No-More-Extract                                       00002800
              Open input Risk-Extract-File                              00002810
              if not Riskext-Ok                                         00002820
                 display "XARISOVR: UNABLE TO OPEN RISKEXT, STATUS="    00002830
                    Ws-Riskext-Status                                   00002840
                 move "Y" to Ws-Eof-Switch                              00002850
                 move 12 to Return-Code                                 00002860
              else                                                      00002870
                 move "Y" to Ws-Riskext-Open-Ok                         00002880
              end-if                                                    00002890
           end-if.                                                      00002900
                                                                        00002910
           if not No-More-Extract                                       00002920
              Open input Risk-History-File                              00002930
              if not Riskhist-Ok                                        00002940
                 display "XARISOVR: UNABLE TO OPEN RISKHIST, STATUS="   00002950
                    Ws-Riskhist-Status                                  00002960
                 move "Y" to Ws-Eof-Switch                              00002970
                 move 12 to Return-Code                                 00002980
              else                                                      00002990
                 move "Y" to Ws-Riskhist-Open-Ok                        00003000
              end-if                                                    00003010
           end-if.                                                      00003020
                                                                        00003030
      * No RISKOVR yet means no underwriter has set an override: the    00003040
      * report still runs and shows empty sections.                     00003050
           if not No-More-Extract                                       00003060
              Open input Override-File                                  00003070
              evaluate true                                             00003080
                 when Riskovr-Ok                                        00003090
                    move "Y" to Ws-Riskovr-Open-Ok                      00003100
                 when Ws-Riskovr-Status = "35"                          00003110
                    display "XARISOVR: NO RISKOVR FILE - NO OVERRIDES"  00003120
                       " ON FILE"                                       00003130
                 when other                                             00003140
                    display "XARISOVR: UNABLE TO OPEN RISKOVR, STATUS=" 00003150
                       Ws-Riskovr-Status                                00003160
                    move "Y" to Ws-Eof-Switch                           00003170
                    move 12 to Return-Code                              00003180
              end-evaluate                                              00003190
           end-if.                                                      00003200
                                                                        00003210
           if not No-More-Extract                                       00003220
              Open output Override-Report-File                          00003230
              if not Ovrrpt-Ok                                          00003240
                 display "XARISOVR: UNABLE TO OPEN OVRRPT, STATUS="     00003250
                    Ws-Ovrrpt-Status                                    00003260
                 move "Y" to Ws-Eof-Switch                              00003270
                 move 12 to Return-Code                                 00003280
              else                                                      00003290
                 move "Y" to Ws-Ovrrpt-Open-Ok                          00003300
                 move Ws-Cycle-Date to Ws-Hdr-Cycle                     00003310
                 Write Override-Report-Line from Ws-Heading-Line-1      00003320
                 Write Override-Report-Line from Ws-Blank-Line          00003330
                 Write Override-Report-Line from Ws-Applied-Title       00003340
                 Write Override-Report-Line from Ws-Applied-Heading     00003350
              end-if                                                    00003360
           end-if.                                                      00003370
                                                                        00003380
           if not No-More-Extract                                       00003390
              Perform Read-Next-Extract                                 00003400
           end-if.                                                      00003410
                                                                        00003420
       Edit-Warn-Parm Section.                                          00003430
                                                                        00003440
      * WARN= is optional - the default window stands when it is        00003450
      * absent - but a keyed value must be numeric, the same digit      00003460
      * edit XARISREC applies to THRESH=.                               00003470
           if Ws-Parm(1:5) = "WARN="                                    00003480
              move "Y" to Ws-Warn-Switch                                00003490
              move Ws-Parm(6:3) to Ws-Warn-In                           00003500
           end-if.                                                      00003510
                                                                        00003520
           if Warn-Parm-Seen                                            00003530
              move zeros to Ws-Warn-Work                                00003540
              perform varying Ws-Digit-Ix from 1 by 1                   00003550
                 until Ws-Digit-Ix > 3                                  00003560
                 or Ws-Warn-In(Ws-Digit-Ix:1) = space                   00003570
                 move Ws-Warn-In(Ws-Digit-Ix:1) to Ws-Digit-X           00003580
                 if Ws-Digit-X numeric                                  00003590
                    compute Ws-Warn-Work =                              00003600
                       Ws-Warn-Work * 10 + Ws-Digit-9                   00003610
                 else                                                   00003620
                    move "N" to Ws-Warn-Valid-Switch                    00003630
                 end-if                                                 00003640
              end-perform                                               00003650
              if Warn-Parm-Valid and Ws-Warn-Work > zero                00003660
                 move Ws-Warn-Work to Ws-Warn-Days                      00003670
              else                                                      00003680
                 display "XARISOVR: WARN= PARAMETER INVALID -"          00003690
                    " DEFAULT WINDOW USED"                              00003700
              end-if                                                    00003710
           end-if.                                                      00003720
                                                                        00003730
       Read-Cycle-Record Section.                                       00003740
                                                                        00003750
      * The cycle date XARISBAT stamped is the date the overrides were  00003760
      * priced against; no completed row means the scoring run did      00003770
      * not finish - hold.                                              00003780
           Open input Cycle-Control-File.                               00003790
           if not Cyclctl-Ok                                            00003800
              display "XARISOVR: NO CYCLE CONTROL RECORD, STATUS="      00003810
                 Ws-Cyclctl-Status " - RUN HELD"                        00003820
              move "Y" to Ws-Eof-Switch                                 00003830
              move 8 to Return-Code                                     00003840
           else                                                         00003850
              move 99999999 to Cy-Cycle-Date                            00003860
              Start Cycle-Control-File                                  00003870
                 key is less than or equal Cy-Cycle-Date                00003880
                 invalid key                                            00003890
                    move "23" to Ws-Cyclctl-Status                      00003900
              end-start                                                 00003910
              if Cyclctl-Ok                                             00003920
                 Read Cycle-Control-File next record                    00003930
                    at end move "10" to Ws-Cyclctl-Status               00003940
                 end-read                                               00003950
              end-if                                                    00003960
              if not Cyclctl-Ok                                         00003970
                 display "XARISOVR: CYCLE CONTROL FILE EMPTY"           00003980
                    " - RUN HELD"                                       00003990
                 move "Y" to Ws-Eof-Switch                              00004000
                 move 8 to Return-Code                                  00004010
              else                                                      00004020
                 if Cy-Cycle-Complete                                   00004030
                    move Cy-Cycle-Date to Ws-Cycle-Date                 00004040
                 else                                                   00004050
                    display "XARISOVR: CYCLE NOT COMPLETE, STATUS="     00004060
                       Cy-Status " - RUN HELD"                          00004070
                    move "Y" to Ws-Eof-Switch                           00004080
                    move 8 to Return-Code                               00004090
                 end-if                                                 00004100
              end-if                                                    00004110
              Close Cycle-Control-File                                  00004120
           end-if.                                                      00004130
                                                                        00004140
           compute Ws-Cycle-Day-No =                                    00004150
              Ws-Cyc-Yyyy * 372 + Ws-Cyc-Mm * 31 + Ws-Cyc-Dd.           00004160
                                                                        00004170
       Process-Extract Section.                                         00004180
                                                                        00004190
      * Header and trailer carry no policy; only details can have       00004200
      * gone out at an override.                                        00004210
           if Rx-Detail-Rec                                             00004220
              add 1 to Ws-Details-Read                                  00004230
              Perform Find-Override                                     00004240
              if Override-Found                                         00004250
                 Perform Report-Applied-Override                        00004260
              end-if                                                    00004270
           end-if.                                                      00004280
                                                                        00004290
           Perform Read-Next-Extract.                                   00004300
                                                                        00004310
       Find-Override Section.                                           00004320
                                                                        00004330
      * The lookup XARISBAT's Apply-Risc-Override made for this         00004340
      * detail: the policy's own row first, then the customer-level     00004350
      * row, each only while in force on the cycle date.                00004360
           move "N" to Ws-Override-Switch.                              00004370
                                                                        00004380
           if Riskovr-Open-Ok                                           00004390
              move Rx-Cust-Id   to Ro-Cust-Id                           00004400
              move Rx-Policy-No to Ro-Policy-No                         00004410
              Perform Read-Override                                     00004420
              if not Override-Found                                     00004430
                 move Rx-Cust-Id to Ro-Cust-Id                          00004440
                 move spaces     to Ro-Policy-No                        00004450
                 Perform Read-Override                                  00004460
              end-if                                                    00004470
           end-if.                                                      00004480
                                                                        00004490
       Read-Override Section.                                           00004500
                                                                        00004510
           Read Override-File                                           00004520
              invalid key                                               00004530
                 continue                                               00004540
              not invalid key                                           00004550
                 if Ro-Set-Date not > Ws-Cycle-Date                     00004560
                    and Ro-Expiry-Date not < Ws-Cycle-Date              00004570
                    move "Y" to Ws-Override-Switch                      00004580
                 end-if                                                 00004590
           end-read.                                                    00004600
                                                                        00004610
       Report-Applied-Override Section.                                 00004620
                                                                        00004630
           add 1 to Ws-Applied-Count.                                   00004640
                                                                        00004650
           move Rx-Cust-Id    to Rh-Cust-Id.                            00004660
           move Ws-Cycle-Date to Rh-Run-Date.                           00004670
           Read Risk-History-File                                       00004680
              invalid key                                               00004690
                 move zero to Rh-Risc                                   00004700
           end-read.                                                    00004710
                                                                        00004720
           move Rx-Policy-No   to Ws-App-Policy-No.                     00004730
           move Rx-Cust-Id     to Ws-App-Cust-Id.                       00004740
           move Ro-Type        to Ws-App-Type.                          00004750
           move Ro-Value       to Ws-App-Value.                         00004760
           move Rh-Risc        to Ws-App-Calc-Risc.                     00004770
           move Rx-Risc        to Ws-App-Sent-Risc.                     00004780
           move Ro-Expiry-Date to Ws-App-Expiry.                        00004790
           move Ro-User-Id     to Ws-App-User-Id.                       00004800
           move Ro-Reason      to Ws-App-Reason.                        00004810
                                                                        00004820
           if Ovrrpt-Open-Ok                                            00004830
              Write Override-Report-Line from Ws-Applied-Line           00004840
           end-if.                                                      00004850
                                                                        00004860
       Read-Next-Extract Section.                                       00004870
                                                                        00004880
           Read Risk-Extract-File                                       00004890
              at end move "Y" to Ws-Eof-Switch                          00004900
           end-read.                                                    00004910
                                                                        00004920
       List-Expiring-Overrides Section.                                 00004930
                                                                        00004940
      * Part two: one sequential pass over the whole override file.     00004950
           if Riskovr-Open-Ok and Ovrrpt-Open-Ok                        00004960
              move Ws-Warn-Days to Ws-Exp-Title-Days                    00004970
              Write Override-Report-Line from Ws-Blank-Line             00004980
              Write Override-Report-Line from Ws-Expiring-Title         00004990
              Write Override-Report-Line from Ws-Expiring-Heading       00005000
                                                                        00005010
              move low-values to Ro-Key                                 00005020
              Start Override-File                                       00005030
                 key is greater than or equal Ro-Key                    00005040
                 invalid key                                            00005050
                    move "Y" to Ws-Ovr-Eof-Switch                       00005060
              end-start                                                 00005070
              if not No-More-Overrides                                  00005080
                 Perform Read-Next-Override                             00005090
              end-if                                                    00005100
              Perform Process-Override until No-More-Overrides          00005110
           end-if.                                                      00005120
                                                                        00005130
       Process-Override Section.                                        00005140
                                                                        00005150
           add 1 to Ws-Overrides-Read.                                  00005160
                                                                        00005170
           if Ro-Expiry-Date < Ws-Cycle-Date                            00005180
              add 1 to Ws-Expired-Count                                 00005190
           else                                                         00005200
              add 1 to Ws-In-Force-Count                                00005210
              move Ro-Expiry-Date to Ws-Expiry-Date                     00005220
              compute Ws-Exp-Day-No =                                   00005230
                 Ws-Exp-Yyyy * 372 + Ws-Exp-Mm * 31 + Ws-Exp-Dd         00005240
              compute Ws-Days-Left = Ws-Exp-Day-No - Ws-Cycle-Day-No    00005250
              if Ws-Days-Left not > Ws-Warn-Days                        00005260
                 Perform Report-Expiring-Override                       00005270
              end-if                                                    00005280
           end-if.                                                      00005290
                                                                        00005300
           Perform Read-Next-Override.                                  00005310
                                                                        00005320
       Report-Expiring-Override Section.                                00005330
                                                                        00005340
           add 1 to Ws-Expiring-Count.                                  00005350
                                                                        00005360
           move Ro-Cust-Id     to Ws-Xpg-Cust-Id.                       00005370
           if Ro-Customer-Level                                         00005380
              move "*ALL*"      to Ws-Xpg-Policy-No                     00005390
           else                                                         00005400
              move Ro-Policy-No to Ws-Xpg-Policy-No                     00005410
           end-if.                                                      00005420
           move Ro-Type        to Ws-Xpg-Type.                          00005430
           move Ro-Value       to Ws-Xpg-Value.                         00005440
           move Ro-Expiry-Date to Ws-Xpg-Expiry.                        00005450
           move Ws-Days-Left   to Ws-Xpg-Days-Left.                     00005460
           move Ro-User-Id     to Ws-Xpg-User-Id.                       00005470
           move Ro-Reason      to Ws-Xpg-Reason.                        00005480
                                                                        00005490
           Write Override-Report-Line from Ws-Expiring-Line.            00005500
                                                                        00005510
       Read-Next-Override Section.                                      00005520
                                                                        00005530
           Read Override-File next record                               00005540
              at end move "Y" to Ws-Ovr-Eof-Switch                      00005550
           end-read.                                                    00005560
                                                                        00005570
       Finalize-Run Section.                                            00005580
                                                                        00005590
           move Ws-Applied-Count  to Ws-Tot-Applied.                    00005600
           move Ws-In-Force-Count to Ws-Tot-In-Force.                   00005610
           move Ws-Expiring-Count to Ws-Tot-Expiring.                   00005620
           move Ws-Expired-Count  to Ws-Tot-Expired.                    00005630
                                                                        00005640
           if Ovrrpt-Open-Ok                                            00005650
              Write Override-Report-Line from Ws-Blank-Line             00005660
              Write Override-Report-Line from Ws-Applied-Total-Line     00005670
              Write Override-Report-Line from Ws-In-Force-Line          00005680
              Write Override-Report-Line from Ws-Expiring-Total-Line    00005690
              Write Override-Report-Line from Ws-Expired-Line           00005700
           end-if.                                                      00005710
                                                                        00005720
           if Riskext-Open-Ok                                           00005730
              Close Risk-Extract-File                                   00005740
           end-if.                                                      00005750
           if Riskhist-Open-Ok                                          00005760
              Close Risk-History-File                                   00005770
           end-if.                                                      00005780
           if Riskovr-Open-Ok                                           00005790
              Close Override-File                                       00005800
           end-if.                                                      00005810
           if Ovrrpt-Open-Ok                                            00005820
              Close Override-Report-File                                00005830
           end-if.                                                      00005840
