       Identification division.                                         00000010
       Program-id.   XaRisOps.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISOPS                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Morning operations summary for the nightly stream.  Every     * 00000120
      * nightly step (XARISMNT, XARISPOL, XARISEDT, XARISBAT,         * 00000130
      * XARISCYC, XARISACK, XARISPRE, XARISPCR, XARISREC, XARISRFA)   * 00000140
      * logs its start and end on STEPLOG through XARISSLG; this job  * 00000150
      * reads those rows for one cycle and prints a single page the   * 00000160
      * shift lead can sign off instead of opening ten reports:       * 00000170
      *   - each step in stream order with its status (OK, WARNING,   * 00000180
      *     HELD, FAILED, NO END for a step that started but never    * 00000190
      *     logged its end, NOT RUN), return code, start and end      * 00000200
      *     time, elapsed time against the step's average over the    * 00000210
      *     30 days before the cycle, run count, restart flag and     * 00000220
      *     records read / written / rejected;                        * 00000230
      *   - every earlier run of a step that was rerun;               * 00000240
      *   - totals by status and whether XARISBAT completed the       * 00000250
      *     CYCLCTL row for the cycle.                                * 00000260
      * The average only takes runs that ended with a return code of  * 00000270
      * 4 or less, so a failed run's short elapsed time does not drag * 00000280
      * it down.                                                      * 00000290
      *                                                               * 00000300
      * PARM CYCLE=yyyymmdd picks the cycle; without it the latest    * 00000310
      * cycle on STEPLOG is reported.  Any step not OK or WARNING     * 00000320
      * ends the job RC 4.  An invalid parm or an empty STEPLOG is    * 00000330
      * RC 8; an open failure is RC 12.  Every file is only read.     * 00000340
      *                                                               * 00000350
      ***************************************************************** 00000360
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000370
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000380
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000390
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000400
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000410
      *                                                               * 00000420
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000430
      * ALL RIGHTS RESERVED.                                          * 00000440
      ***************************************************************** 00000450
      *                          Maintenance Log                        00000460
      *---------------------------------------------------------------- 00000470
      *              Description                       |   Date   | Who 00000480
      *---------------------------------------------------------------- 00000490
      * Initial morning operations summary              | 10/15/26 | AGT00000500
      ***************************************************************** 00000510
                                                                        00000520
       environment division.                                            00000530
       Input-Output section.                                            00000540
       File-control.                                                    00000550
                                                                        00000560
      * One row per step run, keyed cycle date + program + run number.  00000570
           select Step-Log-File assign to "STEPLOG"                     00000580
              organization is indexed                                   00000590
              access mode is dynamic                                    00000600
              record key is Sl-Key                                      00000610
              file status is Ws-Steplog-Status.                         00000620
                                                                        00000630
           select Cycle-Control-File assign to "CYCLCTL"                00000640
              organization is indexed                                   00000650
              access mode is dynamic                                    00000660
              record key is Cy-Cycle-Date                               00000670
              file status is Ws-Cyclctl-Status.                         00000680
                                                                        00000690
           select Ops-Report-File assign to "OPSRPT"                    00000700
              organization is line sequential                           00000710
              file status is Ws-Opsrpt-Status.                          00000720
                                                                        00000730
       Data Division.                                                   00000740
       File Section.                                                    00000750
                                                                        00000760
       FD  Step-Log-File.                                               00000770
       01  Step-Log-Record.                                             00000780
           COPY STEPLOG.                                                00000790
                                                                        00000800
       FD  Cycle-Control-File.                                          00000810
       01  Cycle-Control-Record.                                        00000820
           COPY CYCLCTL.                                                00000830
                                                                        00000840
       FD  Ops-Report-File.                                             00000850
       01  Ops-Report-Line            pic X(80).                        00000860
                                                                        00000870
       Working-Storage Section.                                         00000880
                                                                        00000890
       01 Ws-Steplog-Status          pic X(02).                         00000900
          88 Steplog-Ok              value "00".                        00000910
                                                                        00000920
       01 Ws-Cyclctl-Status          pic X(02).                         00000930
          88 Cyclctl-Ok              value "00".                        00000940
                                                                        00000950
       01 Ws-Opsrpt-Status           pic X(02).                         00000960
          88 Opsrpt-Ok               value "00".                        00000970
                                                                        00000980
      * File status 88s above double as each verb's current status, so  00000990
      * Finalize-Run guards its closes on these open-succeeded latches  00001000
      * instead, set once when a file's OPEN succeeds and never reset   00001010
      * afterwards.                                                     00001020
       01 Ws-Open-Switches.                                             00001030
          05 Ws-Steplog-Open-Ok      pic X(01) value "N".               00001040
             88 Steplog-Open-Ok      value "Y".                         00001050
          05 Ws-Opsrpt-Open-Ok       pic X(01) value "N".               00001060
             88 Opsrpt-Open-Ok       value "Y".                         00001070
                                                                        00001080
       01 Ws-Abort-Switch            pic X(01) value "N".               00001090
          88 Run-Aborted             value "Y".                         00001100
                                                                        00001110
       01 Ws-Eof-Switch              pic X(01) value "N".               00001120
          88 No-More-Steps           value "Y".                         00001130
                                                                        00001140
       01 Ws-Hist-Eof-Switch         pic X(01) value "N".               00001150
          88 No-More-History         value "Y".                         00001160
                                                                        00001170
       01 Ws-Parm                    pic X(30) value spaces.            00001180
       01 Ws-Cycle-In                pic X(08) value spaces.            00001190
       01 Ws-Digit-Group.                                               00001200
          05 Ws-Digit-X              pic X(01).                         00001210
       01 Ws-Digit-Parts redefines Ws-Digit-Group.                      00001220
          05 Ws-Digit-9              pic 9(01).                         00001230
       01 Ws-Digit-Ix                pic 9(02) comp.                    00001240
       01 Ws-Parm-Switch             pic X(01) value "Y".               00001250
          88 Cycle-Parm-Ok           value "Y".                         00001260
                                                                        00001270
       01 Ws-Cycle-Date-Group.                                          00001280
          05 Ws-Cycle-Date           pic 9(08) value zeros.             00001290
       01 Ws-Cycle-Date-Parts redefines Ws-Cycle-Date-Group.            00001300
          05 Ws-Cyc-Yyyy             pic 9(04).                         00001310
          05 Ws-Cyc-Mm               pic 9(02).                         00001320
          05 Ws-Cyc-Dd               pic 9(02).                         00001330
                                                                        00001340
      * The history pass starts a calendar month before the cycle and   00001350
      * keeps only rows 1 to 30 days back.                              00001360
       01 Ws-From-Date-Group.                                           00001370
          05 Ws-From-Date            pic 9(08).                         00001380
       01 Ws-From-Date-Parts redefines Ws-From-Date-Group.              00001390
          05 Ws-Frm-Yyyy             pic 9(04).                         00001400
          05 Ws-Frm-Mm               pic 9(02).                         00001410
          05 Ws-Frm-Dd               pic 9(02).                         00001420
                                                                        00001430
       01 Ws-Row-Date-Group.                                            00001440
          05 Ws-Row-Date             pic 9(08).                         00001450
       01 Ws-Row-Date-Parts redefines Ws-Row-Date-Group.                00001460
          05 Ws-Row-Yyyy             pic 9(04).                         00001470
          05 Ws-Row-Mm               pic 9(02).                         00001480
          05 Ws-Row-Dd               pic 9(02).                         00001490
                                                                        00001500
      * Calendar-approximate day numbers (year*372 + month*31 + day),   00001510
      * as XARISRFA ages referrals - monotonic over real dates and      00001520
      * close enough to elapsed days for a 30-day window.               00001530
       01 Ws-Cycle-Day-No            pic 9(07).                         00001540
       01 Ws-Row-Day-No              pic 9(07).                         00001550
       01 Ws-Age-Days                pic S9(07).                        00001560
                                                                        00001570
       01 Ws-Cyclctl-Text            pic X(13) value spaces.            00001580
                                                                        00001590
      * The stream in running order; every one of these is expected     00001600
      * to log a run for each cycle.                                    00001610
       01 Ws-Expected-Step-Values.                                      00001620
          05 filler                  pic X(08) value "XARISMNT".        00001630
          05 filler                  pic X(08) value "XARISPOL".        00001640
          05 filler                  pic X(08) value "XARISEDT".        00001650
          05 filler                  pic X(08) value "XARISBAT".        00001660
          05 filler                  pic X(08) value "XARISCYC".        00001670
          05 filler                  pic X(08) value "XARISACK".        00001680
          05 filler                  pic X(08) value "XARISPRE".        00001690
          05 filler                  pic X(08) value "XARISPCR".        00001700
          05 filler                  pic X(08) value "XARISREC".        00001710
          05 filler                  pic X(08) value "XARISRFA".        00001720
       01 Ws-Expected-Steps redefines Ws-Expected-Step-Values.          00001730
          05 Ws-Expected-Program     pic X(08) occurs 10 times.         00001740
       01 Ws-Expected-Count          pic 9(02) comp value 10.           00001750
                                                                        00001760
      * One entry per step: the expected steps first, then any other    00001770
      * program found logging under the cycle.  Only the run count,     00001780
      * the latest run number and the 30-day history totals are kept;   00001790
      * the rows themselves are read back by key when reported.         00001800
       01 Ws-Step-Table.                                                00001810
          05 Ws-Step-Entry occurs 20 times.                             00001820
             10 Ws-St-Program        pic X(08).                         00001830
             10 Ws-St-Runs           pic 9(03).                         00001840
             10 Ws-St-Last-Run-No    pic 9(03).                         00001850
             10 Ws-St-Hist-Runs      pic 9(05).                         00001860
             10 Ws-St-Hist-Secs      pic 9(11).                         00001870
       01 Ws-Step-Count              pic 9(02) comp value zero.         00001880
       01 Ws-Sx                      pic 9(02) comp.                    00001890
       01 Ws-Slot                    pic 9(02) comp.                    00001900
       01 Ws-Run-Ix                  pic 9(03).                         00001910
       01 Ws-Unlisted-Steps          pic 9(05) value zero.              00001920
                                                                        00001930
      * Elapsed-time work.  A step is never expected to run as long as  00001940
      * a day, so an end date after the start date means it ran past    00001950
      * midnight once.                                                  00001960
       01 Ws-Clock-Group.                                               00001970
          05 Ws-Clock-Time           pic 9(06).                         00001980
       01 Ws-Clock-Parts redefines Ws-Clock-Group.                      00001990
          05 Ws-Clk-Hh               pic 9(02).                         00002000
          05 Ws-Clk-Mm               pic 9(02).                         00002010
          05 Ws-Clk-Ss               pic 9(02).                         00002020
       01 Ws-Clock-Secs              pic 9(05).                         00002030
       01 Ws-Start-Secs              pic 9(05).                         00002040
       01 Ws-Elapsed-Work            pic S9(07).                        00002050
       01 Ws-Elapsed-Secs            pic 9(07).                         00002060
       01 Ws-Average-Secs            pic 9(07).                         00002070
       01 Ws-Vs-Average-Pct          pic S9(07).                        00002080
       01 Ws-Fmt-Secs                pic 9(07).                         00002090
       01 Ws-Fmt-Hours               pic 9(05).                         00002100
       01 Ws-Fmt-Rest                pic 9(05).                         00002110
                                                                        00002120
       01 Ws-Time-Edit.                                                 00002130
          05 Ws-Te-Hh                pic 9(02).                         00002140
          05 filler                  pic X(01) value ":".               00002150
          05 Ws-Te-Mm                pic 9(02).                         00002160
          05 filler                  pic X(01) value ":".               00002170
          05 Ws-Te-Ss                pic 9(02).                         00002180
                                                                        00002190
       01 Ws-Step-Status             pic X(07).                         00002200
          88 Step-Needs-Attention    value "HELD" "FAILED" "NO END"     00002210
                                           "NOT RUN".                   00002220
                                                                        00002230
       01 Ws-Counters.                                                  00002240
          05 Ws-Ok-Count             pic 9(05) value zero.              00002250
          05 Ws-Warning-Count        pic 9(05) value zero.              00002260
          05 Ws-Held-Count           pic 9(05) value zero.              00002270
          05 Ws-Failed-Count         pic 9(05) value zero.              00002280
          05 Ws-No-End-Count         pic 9(05) value zero.              00002290
          05 Ws-Not-Run-Count        pic 9(05) value zero.              00002300
          05 Ws-Rerun-Count          pic 9(05) value zero.              00002310
                                                                        00002320
       01 Ws-Report-Lines.                                              00002330
          05 Ws-Heading-Line-1       pic X(80)                          00002340
             value "NIGHTLY STREAM MORNING OPERATIONS SUMMARY".         00002350
          05 Ws-Blank-Line           pic X(80) value spaces.            00002360
          05 Ws-Cycle-Line.                                             00002370
             10 filler               pic X(01) value space.             00002380
             10 filler               pic X(08) value "CYCLE = ".        00002390
             10 Ws-Rpt-Cycle         pic 9(08).                         00002400
             10 filler               pic X(16)                          00002410
                value "   CYCLCTL ROW: ".                               00002420
             10 Ws-Rpt-Cyclctl       pic X(13).                         00002430
             10 filler               pic X(34) value spaces.            00002440
          05 Ws-Legend-1.                                               00002450
             10 filler               pic X(40)                          00002460
                value " OK = RC 0   WARNING = RC 1-4   HELD = R".       00002470
             10 filler               pic X(40)                          00002480
                value "C 5-8   FAILED = RC 9 AND OVER".                 00002490
          05 Ws-Legend-2.                                               00002500
             10 filler               pic X(40)                          00002510
                value " NO END = STARTED BUT NO END LOGGED (ABE".       00002520
             10 filler               pic X(40)                          00002530
                value "NDED OR STILL RUNNING)".                         00002540
          05 Ws-Step-Heading.                                           00002550
             10 filler               pic X(40)                          00002560
                value " STEP      STATUS     RC  START    END  ".       00002570
             10 filler               pic X(40)                          00002580
                value "    ELAPSED  30D AVG  VS AVG RUN RST".           00002590
          05 Ws-Step-Line.                                              00002600
             10 filler               pic X(01) value space.             00002610
             10 Ws-Stl-Program       pic X(08).                         00002620
             10 filler               pic X(02) value spaces.            00002630
             10 Ws-Stl-Status        pic X(07).                         00002640
             10 filler               pic X(02) value spaces.            00002650
             10 Ws-Stl-Rc            pic ZZZ9.                          00002660
             10 Ws-Stl-Rc-X redefines Ws-Stl-Rc                         00002670
                                     pic X(04).                         00002680
             10 filler               pic X(02) value spaces.            00002690
             10 Ws-Stl-Start         pic X(08).                         00002700
             10 filler               pic X(01) value space.             00002710
             10 Ws-Stl-End           pic X(08).                         00002720
             10 filler               pic X(01) value space.             00002730
             10 Ws-Stl-Elapsed       pic X(08).                         00002740
             10 filler               pic X(01) value space.             00002750
             10 Ws-Stl-Average       pic X(08).                         00002760
             10 filler               pic X(01) value space.             00002770
             10 Ws-Stl-Vs-Avg        pic +ZZZ9.                         00002780
             10 Ws-Stl-Vs-Avg-X redefines Ws-Stl-Vs-Avg                 00002790
                                     pic X(05).                         00002800
             10 Ws-Stl-Pct-Sign      pic X(01).                         00002810
             10 filler               pic X(01) value space.             00002820
             10 Ws-Stl-Run           pic ZZ9.                           00002830
             10 Ws-Stl-Run-X redefines Ws-Stl-Run                       00002840
                                     pic X(03).                         00002850
             10 filler               pic X(01) value space.             00002860
             10 Ws-Stl-Restart       pic X(03).                         00002870
             10 filler               pic X(04) value spaces.            00002880
          05 Ws-Count-Line.                                             00002890
             10 filler               pic X(11) value spaces.            00002900
             10 filler               pic X(05) value "READ ".           00002910
             10 Ws-Cnl-Read          pic ZZZ,ZZZ,ZZ9.                   00002920
             10 filler               pic X(10) value "  WRITTEN ".      00002930
             10 Ws-Cnl-Written       pic ZZZ,ZZZ,ZZ9.                   00002940
             10 filler               pic X(11) value "  REJECTED ".     00002950
             10 Ws-Cnl-Rejected      pic ZZZ,ZZZ,ZZ9.                   00002960
             10 filler               pic X(10) value spaces.            00002970
          05 Ws-Rerun-Heading        pic X(80)                          00002980
             value " EARLIER RUNS THIS CYCLE (SUPERSEDED BY A RERUN)".  00002990
          05 Ws-No-Rerun-Line        pic X(80)                          00003000
             value " NONE".                                             00003010
          05 Ws-Total-Line.                                             00003020
             10 filler               pic X(01) value space.             00003030
             10 Ws-Tot-Label         pic X(24).                         00003040
             10 Ws-Tot-Value         pic ZZZ,ZZ9.                       00003050
             10 filler               pic X(48) value spaces.            00003060
          05 Ws-Status-Line-Good     pic X(80)                          00003070
             value " ALL STEPS RAN TO A CLEAN OR WARNING END".          00003080
          05 Ws-Status-Line-Bad      pic X(80)                          00003090
             value " STREAM NEEDS ATTENTION - SEE STEPS ABOVE".         00003100
          05 Ws-Sign-Off-Line.                                          00003110
             10 filler               pic X(40)                          00003120
                value " SHIFT LEAD SIGN-OFF: __________________".       00003130
             10 filler               pic X(40)                          00003140
                value "____   DATE: __________".                        00003150
                                                                        00003160
       Procedure division.                                              00003170
                                                                        00003180
       Main Section.                                                    00003190
                                                                        00003200
           Perform Initialize-Run.                                      00003210
                                                                        00003220
           if not Run-Aborted                                           00003230
              Perform Load-Expected-Steps                               00003240
              Perform Position-Cycle-Rows                               00003250
              Perform Load-Cycle-Steps until No-More-Steps              00003260
              Perform Position-History-Rows                             00003270
              Perform Load-History until No-More-History                00003280
              Perform Read-Cycle-Control                                00003290
              Perform Write-Summary                                     00003300
           end-if.                                                      00003310
                                                                        00003320
           Perform Finalize-Run.                                        00003330
                                                                        00003340
           Goback.                                                      00003350
                                                                        00003360
       Initialize-Run Section.                                          00003370
                                                                        00003380
           Accept Ws-Parm from command-line.                            00003390
           Perform Edit-Cycle-Parm.                                     00003400
           if not Cycle-Parm-Ok                                         00003410
              display "XARISOPS: CYCLE=YYYYMMDD PARAMETER INVALID "     00003420
                 "- NOTHING REPORTED"                                   00003430
              move "Y" to Ws-Abort-Switch                               00003440
              move 8 to Return-Code                                     00003450
           end-if.                                                      00003460
                                                                        00003470
           if not Run-Aborted                                           00003480
              Open input Step-Log-File                                  00003490
              evaluate true                                             00003500
                 when Steplog-Ok                                        00003510
                    move "Y" to Ws-Steplog-Open-Ok                      00003520
                 when Ws-Steplog-Status = "35"                          00003530
                    display "XARISOPS: STEPLOG NOT PRESENT - NO STEP "  00003540
                       "HAS LOGGED A RUN"                               00003550
                    move "Y" to Ws-Abort-Switch                         00003560
                    move 8 to Return-Code                               00003570
                 when other                                             00003580
                    display "XARISOPS: UNABLE TO OPEN STEPLOG, STATUS=" 00003590
                       Ws-Steplog-Status                                00003600
                    move "Y" to Ws-Abort-Switch                         00003610
                    move 12 to Return-Code                              00003620
              end-evaluate                                              00003630
           end-if.                                                      00003640
                                                                        00003650
           if not Run-Aborted and Ws-Cycle-Date = zero                  00003660
              Perform Find-Latest-Cycle                                 00003670
           end-if.                                                      00003680
                                                                        00003690
           if not Run-Aborted                                           00003700
              Open output Ops-Report-File                               00003710
              if not Opsrpt-Ok                                          00003720
                 display "XARISOPS: UNABLE TO OPEN OPSRPT, STATUS="     00003730
                    Ws-Opsrpt-Status                                    00003740
                 move "Y" to Ws-Abort-Switch                            00003750
                 move 12 to Return-Code                                 00003760
              else                                                      00003770
                 move "Y" to Ws-Opsrpt-Open-Ok                          00003780
              end-if                                                    00003790
           end-if.                                                      00003800
                                                                        00003810
       Edit-Cycle-Parm Section.                                         00003820
                                                                        00003830
      * CYCLE=yyyymmdd is optional; no parm reports the latest cycle.   00003840
           evaluate true                                                00003850
              when Ws-Parm = spaces                                     00003860
                 move spaces to Ws-Cycle-In                             00003870
              when Ws-Parm(1:6) = "CYCLE="                              00003880
                 move Ws-Parm(7:8) to Ws-Cycle-In                       00003890
                 if Ws-Cycle-In = spaces or Ws-Parm(15:16) not = spaces 00003900
                    move "N" to Ws-Parm-Switch                          00003910
                 end-if                                                 00003920
              when other                                                00003930
                 move "N" to Ws-Parm-Switch                             00003940
           end-evaluate.                                                00003950
                                                                        00003960
           if Ws-Cycle-In not = spaces                                  00003970
              perform varying Ws-Digit-Ix from 1 by 1                   00003980
                 until Ws-Digit-Ix > 8                                  00003990
                 move Ws-Cycle-In(Ws-Digit-Ix:1) to Ws-Digit-X          00004000
                 if Ws-Digit-X numeric                                  00004010
                    compute Ws-Cycle-Date =                             00004020
                       Ws-Cycle-Date * 10 + Ws-Digit-9                  00004030
                 else                                                   00004040
                    move "N" to Ws-Parm-Switch                          00004050
                 end-if                                                 00004060
              end-perform                                               00004070
              if Ws-Cyc-Mm < 1 or Ws-Cyc-Mm > 12                        00004080
                 or Ws-Cyc-Dd < 1 or Ws-Cyc-Dd > 31                     00004090
                 move "N" to Ws-Parm-Switch                             00004100
              end-if                                                    00004110
           end-if.                                                      00004120
                                                                        00004130
       Find-Latest-Cycle Section.                                       00004140
                                                                        00004150
      * Highest key on STEPLOG is the newest cycle any step logged.     00004160
           move 99999999    to Sl-Cycle-Date.                           00004170
           move high-values to Sl-Program.                              00004180
           move 999         to Sl-Run-No.                               00004190
           Start Step-Log-File                                          00004200
              key is less than or equal Sl-Key                          00004210
              invalid key                                               00004220
                 move "23" to Ws-Steplog-Status                         00004230
           end-start.                                                   00004240
           if Steplog-Ok                                                00004250
              Read Step-Log-File next record                            00004260
                 at end move "10" to Ws-Steplog-Status                  00004270
              end-read                                                  00004280
           end-if.                                                      00004290
                                                                        00004300
           if Steplog-Ok                                                00004310
              move Sl-Cycle-Date to Ws-Cycle-Date                       00004320
           else                                                         00004330
              display "XARISOPS: STEPLOG EMPTY - NOTHING REPORTED"      00004340
              move "Y" to Ws-Abort-Switch                               00004350
              move 8 to Return-Code                                     00004360
           end-if.                                                      00004370
                                                                        00004380
       Load-Expected-Steps Section.                                     00004390
                                                                        00004400
           perform varying Ws-Sx from 1 by 1                            00004410
              until Ws-Sx > Ws-Expected-Count                           00004420
              move Ws-Expected-Program(Ws-Sx) to Ws-St-Program(Ws-Sx)   00004430
              move zeros to Ws-St-Runs(Ws-Sx)                           00004440
                            Ws-St-Last-Run-No(Ws-Sx)                    00004450
                            Ws-St-Hist-Runs(Ws-Sx)                      00004460
                            Ws-St-Hist-Secs(Ws-Sx)                      00004470
           end-perform.                                                 00004480
           move Ws-Expected-Count to Ws-Step-Count.                     00004490
                                                                        00004500
           compute Ws-Cycle-Day-No =                                    00004510
              Ws-Cyc-Yyyy * 372 + Ws-Cyc-Mm * 31 + Ws-Cyc-Dd.           00004520
                                                                        00004530
       Position-Cycle-Rows Section.                                     00004540
                                                                        00004550
           move Ws-Cycle-Date to Sl-Cycle-Date.                         00004560
           move low-values    to Sl-Program.                            00004570
           move zeros         to Sl-Run-No.                             00004580
           Start Step-Log-File                                          00004590
              key is not less than Sl-Key                               00004600
              invalid key                                               00004610
                 move "Y" to Ws-Eof-Switch                              00004620
           end-start.                                                   00004630
                                                                        00004640
       Load-Cycle-Steps Section.                                        00004650
                                                                        00004660
      * Rows come back program by program in run-number order, so the   00004670
      * last one read for a program is its latest run.                  00004680
           Read Step-Log-File next record                               00004690
              at end move "Y" to Ws-Eof-Switch                          00004700
           end-read.                                                    00004710
                                                                        00004720
           if not No-More-Steps                                         00004730
              if Sl-Cycle-Date not = Ws-Cycle-Date                      00004740
                 move "Y" to Ws-Eof-Switch                              00004750
              else                                                      00004760
                 Perform Find-Step-Slot                                 00004770
                 if Ws-Slot = zero                                      00004780
                    add 1 to Ws-Unlisted-Steps                          00004790
                 else                                                   00004800
                    add 1 to Ws-St-Runs(Ws-Slot)                        00004810
                    move Sl-Run-No to Ws-St-Last-Run-No(Ws-Slot)        00004820
                 end-if                                                 00004830
              end-if                                                    00004840
           end-if.                                                      00004850
                                                                        00004860
       Find-Step-Slot Section.                                          00004870
                                                                        00004880
      * A program not in the stream list is added after the expected    00004890
      * steps while there is room, so nothing that logged is hidden.    00004900
           move zero to Ws-Slot.                                        00004910
           perform varying Ws-Sx from 1 by 1                            00004920
              until Ws-Sx > Ws-Step-Count or Ws-Slot > zero             00004930
              if Ws-St-Program(Ws-Sx) = Sl-Program                      00004940
                 move Ws-Sx to Ws-Slot                                  00004950
              end-if                                                    00004960
           end-perform.                                                 00004970
                                                                        00004980
           if Ws-Slot = zero and Ws-Step-Count < 20                     00004990
              add 1 to Ws-Step-Count                                    00005000
              move Ws-Step-Count to Ws-Slot                             00005010
              move Sl-Program to Ws-St-Program(Ws-Slot)                 00005020
              move zeros to Ws-St-Runs(Ws-Slot)                         00005030
                            Ws-St-Last-Run-No(Ws-Slot)                  00005040
                            Ws-St-Hist-Runs(Ws-Slot)                    00005050
                            Ws-St-Hist-Secs(Ws-Slot)                    00005060
           end-if.                                                      00005070
                                                                        00005080
       Position-History-Rows Section.                                   00005090
                                                                        00005100
           move Ws-Cycle-Date to Ws-From-Date.                          00005110
           if Ws-Frm-Mm = 1                                             00005120
              subtract 1 from Ws-Frm-Yyyy                               00005130
              move 12 to Ws-Frm-Mm                                      00005140
           else                                                         00005150
              subtract 1 from Ws-Frm-Mm                                 00005160
           end-if.                                                      00005170
                                                                        00005180
           move Ws-From-Date to Sl-Cycle-Date.                          00005190
           move low-values   to Sl-Program.                             00005200
           move zeros        to Sl-Run-No.                              00005210
           Start Step-Log-File                                          00005220
              key is not less than Sl-Key                               00005230
              invalid key                                               00005240
                 move "Y" to Ws-Hist-Eof-Switch                         00005250
           end-start.                                                   00005260
                                                                        00005270
       Load-History Section.                                            00005280
                                                                        00005290
           Read Step-Log-File next record                               00005300
              at end move "Y" to Ws-Hist-Eof-Switch                     00005310
           end-read.                                                    00005320
                                                                        00005330
           if not No-More-History                                       00005340
              if Sl-Cycle-Date not < Ws-Cycle-Date                      00005350
                 move "Y" to Ws-Hist-Eof-Switch                         00005360
              else                                                      00005370
                 Perform Take-History-Row                               00005380
              end-if                                                    00005390
           end-if.                                                      00005400
                                                                        00005410
       Take-History-Row Section.                                        00005420
                                                                        00005430
           move Sl-Cycle-Date to Ws-Row-Date.                           00005440
           compute Ws-Row-Day-No =                                      00005450
              Ws-Row-Yyyy * 372 + Ws-Row-Mm * 31 + Ws-Row-Dd.           00005460
           compute Ws-Age-Days = Ws-Cycle-Day-No - Ws-Row-Day-No.       00005470
                                                                        00005480
           if Ws-Age-Days > zero and Ws-Age-Days <= 30                  00005490
              and Sl-Step-Ended and Sl-Return-Code <= 4                 00005500
              move zero to Ws-Slot                                      00005510
              perform varying Ws-Sx from 1 by 1                         00005520
                 until Ws-Sx > Ws-Step-Count or Ws-Slot > zero          00005530
                 if Ws-St-Program(Ws-Sx) = Sl-Program                   00005540
                    move Ws-Sx to Ws-Slot                               00005550
                 end-if                                                 00005560
              end-perform                                               00005570
              if Ws-Slot > zero                                         00005580
                 Perform Compute-Elapsed                                00005590
                 add 1 to Ws-St-Hist-Runs(Ws-Slot)                      00005600
                 add Ws-Elapsed-Secs to Ws-St-Hist-Secs(Ws-Slot)        00005610
              end-if                                                    00005620
           end-if.                                                      00005630
                                                                        00005640
       Compute-Elapsed Section.                                         00005650
                                                                        00005660
      * Elapsed seconds of the ended row in the STEPLOG record area.    00005670
           move Sl-Start-Time to Ws-Clock-Time.                         00005680
           Perform Clock-To-Seconds.                                    00005690
           move Ws-Clock-Secs to Ws-Start-Secs.                         00005700
           move Sl-End-Time to Ws-Clock-Time.                           00005710
           Perform Clock-To-Seconds.                                    00005720
                                                                        00005730
           compute Ws-Elapsed-Work = Ws-Clock-Secs - Ws-Start-Secs.     00005740
           if Sl-End-Date > Sl-Start-Date                               00005750
              add 86400 to Ws-Elapsed-Work                              00005760
           end-if.                                                      00005770
           if Ws-Elapsed-Work < zero                                    00005780
              move zero to Ws-Elapsed-Work                              00005790
           end-if.                                                      00005800
           move Ws-Elapsed-Work to Ws-Elapsed-Secs.                     00005810
                                                                        00005820
       Clock-To-Seconds Section.                                        00005830
                                                                        00005840
           compute Ws-Clock-Secs =                                      00005850
              Ws-Clk-Hh * 3600 + Ws-Clk-Mm * 60 + Ws-Clk-Ss.            00005860
                                                                        00005870
       Read-Cycle-Control Section.                                      00005880
                                                                        00005890
      * Shown on the summary only; CYCLCTL is never updated here.       00005900
           Open input Cycle-Control-File.                               00005910
           if not Cyclctl-Ok                                            00005920
              move "NOT AVAILABLE" to Ws-Cyclctl-Text                   00005930
           else                                                         00005940
              move Ws-Cycle-Date to Cy-Cycle-Date                       00005950
              Read Cycle-Control-File                                   00005960
                 invalid key                                            00005970
                    move "23" to Ws-Cyclctl-Status                      00005980
              end-read                                                  00005990
              evaluate true                                             00006000
                 when not Cyclctl-Ok                                    00006010
                    move "NONE" to Ws-Cyclctl-Text                      00006020
                 when Cy-Cycle-Complete                                 00006030
                    move "COMPLETE" to Ws-Cyclctl-Text                  00006040
                 when other                                             00006050
                    move "NOT COMPLETE" to Ws-Cyclctl-Text              00006060
              end-evaluate                                              00006070
              Close Cycle-Control-File                                  00006080
           end-if.                                                      00006090
                                                                        00006100
       Write-Summary Section.                                           00006110
                                                                        00006120
           move Ws-Cycle-Date   to Ws-Rpt-Cycle.                        00006130
           move Ws-Cyclctl-Text to Ws-Rpt-Cyclctl.                      00006140
           Write Ops-Report-Line from Ws-Heading-Line-1.                00006150
           Write Ops-Report-Line from Ws-Cycle-Line.                    00006160
           Write Ops-Report-Line from Ws-Blank-Line.                    00006170
           Write Ops-Report-Line from Ws-Legend-1.                      00006180
           Write Ops-Report-Line from Ws-Legend-2.                      00006190
           Write Ops-Report-Line from Ws-Blank-Line.                    00006200
           Write Ops-Report-Line from Ws-Step-Heading.                  00006210
                                                                        00006220
           perform varying Ws-Sx from 1 by 1                            00006230
              until Ws-Sx > Ws-Step-Count                               00006240
              Perform Report-Step                                       00006250
           end-perform.                                                 00006260
                                                                        00006270
           Write Ops-Report-Line from Ws-Blank-Line.                    00006280
           Write Ops-Report-Line from Ws-Rerun-Heading.                 00006290
           Write Ops-Report-Line from Ws-Step-Heading.                  00006300
           if Ws-Rerun-Count = zero                                     00006310
              Write Ops-Report-Line from Ws-No-Rerun-Line               00006320
           else                                                         00006330
              perform varying Ws-Sx from 1 by 1                         00006340
                 until Ws-Sx > Ws-Step-Count                            00006350
                 perform varying Ws-Run-Ix from 1 by 1                  00006360
                    until Ws-Run-Ix >= Ws-St-Last-Run-No(Ws-Sx)         00006370
                    Perform Report-Earlier-Run                          00006380
                 end-perform                                            00006390
              end-perform                                               00006400
           end-if.                                                      00006410
                                                                        00006420
           Perform Write-Totals.                                        00006430
                                                                        00006440
       Report-Step Section.                                             00006450
                                                                        00006460
           move Ws-St-Program(Ws-Sx) to Ws-Stl-Program.                 00006470
           if Ws-St-Runs(Ws-Sx) > zero                                  00006480
              move Ws-Cycle-Date to Sl-Cycle-Date                       00006490
              move Ws-St-Program(Ws-Sx) to Sl-Program                   00006500
              move Ws-St-Last-Run-No(Ws-Sx) to Sl-Run-No                00006510
              Read Step-Log-File                                        00006520
                 invalid key                                            00006530
                    move "23" to Ws-Steplog-Status                      00006540
              end-read                                                  00006550
           end-if.                                                      00006560
                                                                        00006570
           if Ws-St-Runs(Ws-Sx) = zero or not Steplog-Ok                00006580
              move "NOT RUN" to Ws-Step-Status                          00006590
              add 1 to Ws-Not-Run-Count                                 00006600
              Perform Clear-Step-Line                                   00006610
              move Ws-Step-Status to Ws-Stl-Status                      00006620
              Write Ops-Report-Line from Ws-Step-Line                   00006630
           else                                                         00006640
              compute Ws-Rerun-Count =                                  00006650
                 Ws-Rerun-Count + Ws-St-Runs(Ws-Sx) - 1                 00006660
              Perform Build-Step-Line                                   00006670
              evaluate Ws-Step-Status                                   00006680
                 when "OK"                                              00006690
                    add 1 to Ws-Ok-Count                                00006700
                 when "WARNING"                                         00006710
                    add 1 to Ws-Warning-Count                           00006720
                 when "HELD"                                            00006730
                    add 1 to Ws-Held-Count                              00006740
                 when "FAILED"                                          00006750
                    add 1 to Ws-Failed-Count                            00006760
                 when other                                             00006770
                    add 1 to Ws-No-End-Count                            00006780
              end-evaluate                                              00006790
              move Ws-St-Runs(Ws-Sx) to Ws-Stl-Run                      00006800
              Perform Build-Average                                     00006810
              Write Ops-Report-Line from Ws-Step-Line                   00006820
              if Sl-Step-Ended                                          00006830
                 move Sl-Records-Read     to Ws-Cnl-Read                00006840
                 move Sl-Records-Written  to Ws-Cnl-Written             00006850
                 move Sl-Records-Rejected to Ws-Cnl-Rejected            00006860
                 Write Ops-Report-Line from Ws-Count-Line               00006870
              end-if                                                    00006880
           end-if.                                                      00006890
                                                                        00006900
           if Step-Needs-Attention                                      00006910
              move 4 to Return-Code                                     00006920
           end-if.                                                      00006930
                                                                        00006940
       Report-Earlier-Run Section.                                      00006950
                                                                        00006960
           move Ws-Cycle-Date        to Sl-Cycle-Date.                  00006970
           move Ws-St-Program(Ws-Sx) to Sl-Program.                     00006980
           move Ws-Run-Ix            to Sl-Run-No.                      00006990
           Read Step-Log-File                                           00007000
              invalid key                                               00007010
                 move "23" to Ws-Steplog-Status                         00007020
           end-read.                                                    00007030
                                                                        00007040
      * A run number with no row is a start the logger could not        00007050
      * write; there is nothing to show for it.                         00007060
           if Steplog-Ok                                                00007070
              move Ws-St-Program(Ws-Sx) to Ws-Stl-Program               00007080
              Perform Build-Step-Line                                   00007090
              move Ws-Run-Ix to Ws-Stl-Run                              00007100
              Write Ops-Report-Line from Ws-Step-Line                   00007110
           end-if.                                                      00007120
                                                                        00007130
       Clear-Step-Line Section.                                         00007140
                                                                        00007150
           move spaces to Ws-Stl-Status                                 00007160
                          Ws-Stl-Rc-X                                   00007170
                          Ws-Stl-Start                                  00007180
                          Ws-Stl-End                                    00007190
                          Ws-Stl-Elapsed                                00007200
                          Ws-Stl-Average                                00007210
                          Ws-Stl-Vs-Avg-X                               00007220
                          Ws-Stl-Pct-Sign                               00007230
                          Ws-Stl-Run-X                                  00007240
                          Ws-Stl-Restart.                               00007250
                                                                        00007260
       Build-Step-Line Section.                                         00007270
                                                                        00007280
      * Status, return code, times and restart flag from the STEPLOG    00007290
      * row just read.                                                  00007300
           Perform Clear-Step-Line.                                     00007310
                                                                        00007320
           evaluate true                                                00007330
              when Sl-Step-Running                                      00007340
                 move "NO END" to Ws-Step-Status                        00007350
              when Sl-Return-Code = zero                                00007360
                 move "OK" to Ws-Step-Status                            00007370
              when Sl-Return-Code <= 4                                  00007380
                 move "WARNING" to Ws-Step-Status                       00007390
              when Sl-Return-Code <= 8                                  00007400
                 move "HELD" to Ws-Step-Status                          00007410
              when other                                                00007420
                 move "FAILED" to Ws-Step-Status                        00007430
           end-evaluate.                                                00007440
           move Ws-Step-Status to Ws-Stl-Status.                        00007450
                                                                        00007460
           move Sl-Start-Time to Ws-Clock-Time.                         00007470
           Perform Format-Clock.                                        00007480
           move Ws-Time-Edit to Ws-Stl-Start.                           00007490
                                                                        00007500
           if Sl-Step-Ended                                             00007510
              move Sl-Return-Code to Ws-Stl-Rc                          00007520
              move Sl-End-Time to Ws-Clock-Time                         00007530
              Perform Format-Clock                                      00007540
              move Ws-Time-Edit to Ws-Stl-End                           00007550
              Perform Compute-Elapsed                                   00007560
              move Ws-Elapsed-Secs to Ws-Fmt-Secs                       00007570
              Perform Format-Seconds                                    00007580
              move Ws-Time-Edit to Ws-Stl-Elapsed                       00007590
           end-if.                                                      00007600
                                                                        00007610
           if Sl-Restart-Run                                            00007620
              move "YES" to Ws-Stl-Restart                              00007630
           end-if.                                                      00007640
                                                                        00007650
       Build-Average Section.                                           00007660
                                                                        00007670
      * Tonight's elapsed time against the step's 30-day average; no    00007680
      * average when it has no clean run in the window.                 00007690
           if Ws-St-Hist-Runs(Ws-Sx) > zero                             00007700
              compute Ws-Average-Secs rounded =                         00007710
                 Ws-St-Hist-Secs(Ws-Sx) / Ws-St-Hist-Runs(Ws-Sx)        00007720
              move Ws-Average-Secs to Ws-Fmt-Secs                       00007730
              Perform Format-Seconds                                    00007740
              move Ws-Time-Edit to Ws-Stl-Average                       00007750
              if Sl-Step-Ended and Ws-Average-Secs > zero               00007760
                 compute Ws-Vs-Average-Pct rounded =                    00007770
                    (Ws-Elapsed-Secs - Ws-Average-Secs) * 100           00007780
                    / Ws-Average-Secs                                   00007790
                 if Ws-Vs-Average-Pct > 9999                            00007800
                    move 9999 to Ws-Vs-Average-Pct                      00007810
                 end-if                                                 00007820
                 move Ws-Vs-Average-Pct to Ws-Stl-Vs-Avg                00007830
                 move "%" to Ws-Stl-Pct-Sign                            00007840
              end-if                                                    00007850
           end-if.                                                      00007860
                                                                        00007870
       Format-Clock Section.                                            00007880
                                                                        00007890
           move Ws-Clk-Hh to Ws-Te-Hh.                                  00007900
           move Ws-Clk-Mm to Ws-Te-Mm.                                  00007910
           move Ws-Clk-Ss to Ws-Te-Ss.                                  00007920
                                                                        00007930
       Format-Seconds Section.                                          00007940
                                                                        00007950
           divide Ws-Fmt-Secs by 3600                                   00007960
              giving Ws-Fmt-Hours remainder Ws-Fmt-Rest.                00007970
           if Ws-Fmt-Hours > 99                                         00007980
              move 99 to Ws-Te-Hh                                       00007990
              move 59 to Ws-Te-Mm                                       00008000
              move 59 to Ws-Te-Ss                                       00008010
           else                                                         00008020
              move Ws-Fmt-Hours to Ws-Te-Hh                             00008030
              divide Ws-Fmt-Rest by 60                                  00008040
                 giving Ws-Te-Mm remainder Ws-Te-Ss                     00008050
           end-if.                                                      00008060
                                                                        00008070
       Write-Totals Section.                                            00008080
                                                                        00008090
           Write Ops-Report-Line from Ws-Blank-Line.                    00008100
           move "STEPS EXPECTED ........." to Ws-Tot-Label.             00008110
           move Ws-Expected-Count to Ws-Tot-Value.                      00008120
           Write Ops-Report-Line from Ws-Total-Line.                    00008130
           move "STEPS OK ..............." to Ws-Tot-Label.             00008140
           move Ws-Ok-Count to Ws-Tot-Value.                            00008150
           Write Ops-Report-Line from Ws-Total-Line.                    00008160
           move "STEPS WARNING .........." to Ws-Tot-Label.             00008170
           move Ws-Warning-Count to Ws-Tot-Value.                       00008180
           Write Ops-Report-Line from Ws-Total-Line.                    00008190
           move "STEPS HELD ............." to Ws-Tot-Label.             00008200
           move Ws-Held-Count to Ws-Tot-Value.                          00008210
           Write Ops-Report-Line from Ws-Total-Line.                    00008220
           move "STEPS FAILED ..........." to Ws-Tot-Label.             00008230
           move Ws-Failed-Count to Ws-Tot-Value.                        00008240
           Write Ops-Report-Line from Ws-Total-Line.                    00008250
           move "STEPS WITH NO END ......" to Ws-Tot-Label.             00008260
           move Ws-No-End-Count to Ws-Tot-Value.                        00008270
           Write Ops-Report-Line from Ws-Total-Line.                    00008280
           move "STEPS NOT RUN .........." to Ws-Tot-Label.             00008290
           move Ws-Not-Run-Count to Ws-Tot-Value.                       00008300
           Write Ops-Report-Line from Ws-Total-Line.                    00008310
           move "RERUNS ................." to Ws-Tot-Label.             00008320
           move Ws-Rerun-Count to Ws-Tot-Value.                         00008330
           Write Ops-Report-Line from Ws-Total-Line.                    00008340
           if Ws-Unlisted-Steps > zero                                  00008350
              move "ROWS NOT REPORTED ......" to Ws-Tot-Label           00008360
              move Ws-Unlisted-Steps to Ws-Tot-Value                    00008370
              Write Ops-Report-Line from Ws-Total-Line                  00008380
           end-if.                                                      00008390
                                                                        00008400
           Write Ops-Report-Line from Ws-Blank-Line.                    00008410
           if Return-Code = zero                                        00008420
              Write Ops-Report-Line from Ws-Status-Line-Good            00008430
           else                                                         00008440
              Write Ops-Report-Line from Ws-Status-Line-Bad             00008450
           end-if.                                                      00008460
           Write Ops-Report-Line from Ws-Blank-Line.                    00008470
           Write Ops-Report-Line from Ws-Sign-Off-Line.                 00008480
                                                                        00008490
       Finalize-Run Section.                                            00008500
                                                                        00008510
           if Steplog-Open-Ok                                           00008520
              Close Step-Log-File                                       00008530
           end-if.                                                      00008540
           if Opsrpt-Open-Ok                                            00008550
              Close Ops-Report-File                                     00008560
           end-if.                                                      00008570
