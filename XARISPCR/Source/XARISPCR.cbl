       Identification division.                                         00000010
       Program-id.   XaRisPcr.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISPCR                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Premium-to-risk consistency exceptions.  PREMHIST holds the   * 00000120
      * Risc and bracket we sent next to the premium the pricing      * 00000130
      * system returned; this step checks the two agree.  Runs after  * 00000140
      * XARISPRE over the cycle XARISBAT last completed (highest      * 00000150
      * completed CYCLCTL row) and lists every priced policy on that  * 00000160
      * cycle where:                                                  * 00000170
      *   - the premium moved opposite to Risc against the policy's   * 00000180
      *     previous priced cycle (OPPOSITE);                         * 00000190
      *   - the premium changed while Risc and bracket did not        * 00000200
      *     (PREM ONLY);                                              * 00000210
      *   - the premium per Risc point is more than TOL percent off   * 00000220
      *     the norm for its bracket and Pol-Type (OFF NORM).  The    * 00000230
      *     norm is the cycle's total premium over total Risc for     * 00000240
      *     that bracket/Pol-Type, built in a first pass of PREMHIST. * 00000250
      *                                                               * 00000260
      * PARM TOL=nnn.nn,LIMIT=nnnnnnn - both optional, defaulting to  * 00000270
      * 20 percent and 0.  More exceptions than LIMIT ends the step   * 00000280
      * RC 4 so pricing hears about a mispricing run before renewals  * 00000290
      * go out.  An invalid parm, no completed cycle or no PREMHIST   * 00000300
      * rows for the cycle holds the step RC 8; an open failure is    * 00000310
      * RC 12.  POLMAST is optional as in XARISLTR: a policy not on   * 00000320
      * it is normed with the other unknown-type policies in its      * 00000330
      * bracket.  Every file is only read.                            * 00000340
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
      * Initial premium-to-risk consistency report      | 10/15/26 | AGT00000500
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000503
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000506
      ***************************************************************** 00000510
                                                                        00000520
       environment division.                                            00000530
       Input-Output section.                                            00000540
       File-control.                                                    00000550
                                                                        00000560
      * Keyed with one retained row per cycle date; the highest         00000570
      * completed key is the cycle being checked.                       00000580
           select Cycle-Control-File assign to "CYCLCTL"                00000590
              organization is indexed                                   00000600
              access mode is dynamic                                    00000610
              record key is Cy-Cycle-Date                               00000620
              file status is Ws-Cyclctl-Status.                         00000630
                                                                        00000640
           select Premium-History-File assign to "PREMHIST"             00000650
              organization is indexed                                   00000660
              access mode is dynamic                                    00000670
              record key is Ph-Key                                      00000680
              file status is Ws-Premhist-Status.                        00000690
                                                                        00000700
           select Policy-Master-File assign to "POLMAST"                00000710
              organization is indexed                                   00000720
              access mode is dynamic                                    00000730
              record key is Pol-Policy-No                               00000740
              alternate record key is Pol-Cust-Id                       00000750
                 with duplicates                                        00000760
              file status is Ws-Polmast-Status.                         00000770
                                                                        00000780
           select Consistency-Report-File assign to "PCRRPT"            00000790
              organization is line sequential                           00000800
              file status is Ws-Pcrrpt-Status.                          00000810
                                                                        00000820
       Data Division.                                                   00000830
       File Section.                                                    00000840
                                                                        00000850
       FD  Cycle-Control-File.                                          00000860
       01  Cycle-Control-Record.                                        00000870
           COPY CYCLCTL.                                                00000880
                                                                        00000890
       FD  Premium-History-File.                                        00000900
       01  Premium-History-Record.                                      00000910
           COPY PREMHIST.                                               00000920
                                                                        00000930
       FD  Policy-Master-File.                                          00000940
       01  Policy-Master-Record.                                        00000950
           COPY POLREC.                                                 00000960
                                                                        00000970
       FD  Consistency-Report-File.                                     00000980
       01  Consistency-Report-Line    pic X(80).                        00000990
                                                                        00001000
       Working-Storage Section.                                         00001010
                                                                        00001020
       01 Ws-Cyclctl-Status          pic X(02).                         00001030
          88 Cyclctl-Ok              value "00".                        00001040
                                                                        00001050
       01 Ws-Premhist-Status         pic X(02).                         00001060
          88 Premhist-Ok             value "00".                        00001070
                                                                        00001080
       01 Ws-Polmast-Status          pic X(02).                         00001090
          88 Polmast-Read-Ok         value "00" "02".                   00001100
                                                                        00001110
       01 Ws-Pcrrpt-Status           pic X(02).                         00001120
          88 Pcrrpt-Ok               value "00".                        00001130
                                                                        00001140
      * File status 88s above double as each verb's current status, so  00001150
      * Finalize-Run guards its closes on these open-succeeded latches  00001160
      * instead, set once when a file's OPEN succeeds and never reset   00001170
      * afterwards.                                                     00001180
       01 Ws-Open-Switches.                                             00001190
          05 Ws-Premhist-Open-Ok     pic X(01) value "N".               00001200
             88 Premhist-Open-Ok     value "Y".                         00001210
          05 Ws-Polmast-Open-Ok      pic X(01) value "N".               00001220
             88 Polmast-Open-Ok      value "Y".                         00001230
          05 Ws-Pcrrpt-Open-Ok       pic X(01) value "N".               00001240
             88 Pcrrpt-Open-Ok       value "Y".                         00001250
                                                                        00001260
       01 Ws-Eof-Switch              pic X(01) value "N".               00001270
          88 No-More-Premiums        value "Y".                         00001280
                                                                        00001290
       01 Ws-Norm-Eof-Switch         pic X(01) value "N".               00001300
          88 No-More-Norm-Rows       value "Y".                         00001310
                                                                        00001320
       01 Ws-Parm                    pic X(45) value spaces.            00001330
       01 Ws-Parm-Tok1               pic X(15) value spaces.            00001340
       01 Ws-Parm-Tok2               pic X(15) value spaces.            00001350
       01 Ws-Parm-Token              pic X(15) value spaces.            00001360
                                                                        00001370
       01 Ws-Tol-In                  pic X(11) value spaces.            00001380
       01 Ws-Limit-In                pic X(09) value spaces.            00001390
       01 Ws-Digit-Group.                                               00001400
          05 Ws-Digit-X              pic X(01).                         00001410
       01 Ws-Digit-Parts redefines Ws-Digit-Group.                      00001420
          05 Ws-Digit-9              pic 9(01).                         00001430
       01 Ws-Digit-Ix                pic 9(02) comp.                    00001440
       01 Ws-Decimals                pic 9(01) comp.                    00001450
                                                                        00001460
       01 Ws-Tol-Pct                 pic 9(03)v99 value 20.             00001470
       01 Ws-Tol-Switch              pic X(01) value "Y".               00001480
          88 Tol-Parm-Ok             value "Y".                         00001490
       01 Ws-Exception-Limit         pic 9(07) value zero.              00001500
       01 Ws-Limit-Switch            pic X(01) value "Y".               00001510
          88 Limit-Parm-Ok           value "Y".                         00001520
                                                                        00001530
       01 Ws-Cycle-Date              pic 9(08) value zeros.             00001540
                                                                        00001550
      * One entry per bracket/Pol-Type priced on the cycle: the first   00001560
      * pass totals premium and Risc, Compute-Norms turns them into     00001570
      * premium per Risc point.  Pol-Type is spaces for a policy not    00001580
      * on POLMAST.                                                     00001590
       01 Ws-Norm-Table.                                                00001600
          05 Ws-Norm-Entry occurs 20 times.                             00001610
             10 Ws-Nrm-Bracket       pic X(02).                         00001620
             10 Ws-Nrm-Pol-Type      pic X(02).                         00001630
             10 Ws-Nrm-Policies      pic 9(07).                         00001640
             10 Ws-Nrm-Premium       pic 9(11)v99.                      00001650
             10 Ws-Nrm-Risc          pic 9(11).                         00001660
             10 Ws-Nrm-Per-Point     pic 9(07)v9(04).                   00001670
       01 Ws-Norm-Count              pic 9(02) comp value zero.         00001680
       01 Ws-Norm-Ix                 pic 9(02) comp.                    00001690
       01 Ws-Norm-Slot               pic 9(02) comp.                    00001700
       01 Ws-Norm-Full-Switch        pic X(01) value "N".               00001710
          88 Norm-Table-Full         value "Y".                         00001720
                                                                        00001730
       01 Ws-Pol-Type                pic X(02).                         00001740
                                                                        00001750
      * The policy being walked in the second pass and its latest       00001760
      * priced row before the cycle.                                    00001770
       01 Ws-Group-Policy-No         pic X(10) value spaces.            00001780
       01 Ws-Prior-Switch            pic X(01) value "N".               00001790
          88 Prior-Cycle-Found       value "Y".                         00001800
       01 Ws-Prior-Row.                                                 00001810
          05 Ws-Prior-Cycle-Date     pic 9(08).                         00001820
          05 Ws-Prior-Risc           pic 9(05).                         00001830
          05 Ws-Prior-Bracket        pic X(02).                         00001840
          05 Ws-Prior-Premium        pic 9(07)v99.                      00001850
                                                                        00001860
       01 Ws-Per-Point               pic 9(07)v9(04).                   00001870
       01 Ws-Deviation               pic S9(09)v9.                      00001880
       01 Ws-Abs-Deviation           pic 9(09)v9.                       00001890
                                                                        00001900
       01 Ws-Counters.                                                  00001910
          05 Ws-Cycle-Rows           pic 9(07) value zero.              00001920
          05 Ws-Priced-Rows          pic 9(07) value zero.              00001930
          05 Ws-Unpriced-Rows        pic 9(07) value zero.              00001940
          05 Ws-No-Prior-Rows        pic 9(07) value zero.              00001950
          05 Ws-Opposite-Count       pic 9(07) value zero.              00001960
          05 Ws-Prem-Only-Count      pic 9(07) value zero.              00001970
          05 Ws-Off-Norm-Count       pic 9(07) value zero.              00001980
          05 Ws-Exception-Count      pic 9(07) value zero.              00001990
          05 Ws-Not-Normed           pic 9(07) value zero.              00002000
                                                                        00002010
       01 Ws-Report-Lines.                                              00002020
          05 Ws-Heading-Line-1       pic X(80)                          00002030
             value "PREMIUM-TO-RISK CONSISTENCY EXCEPTIONS".            00002040
          05 Ws-Parms-Line.                                             00002050
             10 filler               pic X(01) value space.             00002060
             10 filler               pic X(08) value "CYCLE = ".        00002070
             10 Ws-Rpt-Cycle         pic 9(08).                         00002080
             10 filler               pic X(08) value "  TOL = ".        00002090
             10 Ws-Rpt-Tol           pic ZZ9.99.                        00002100
             10 filler               pic X(02) value " %".              00002110
             10 filler               pic X(10) value "  LIMIT = ".      00002120
             10 Ws-Rpt-Limit         pic Z,ZZZ,ZZ9.                     00002130
             10 filler               pic X(28) value spaces.            00002140
          05 Ws-Legend-1             pic X(80)                          00002150
             value " OPPOSITE  = PREMIUM MOVED OPPOSITE TO RISC".       00002160
          05 Ws-Legend-2.                                               00002170
             10 filler               pic X(40)                          00002180
                value " PREM ONLY = PREMIUM CHANGED, RISC AND B".       00002190
             10 filler               pic X(40)                          00002200
                value "RACKET DID NOT".                                 00002210
          05 Ws-Legend-3.                                               00002220
             10 filler               pic X(40)                          00002230
                value " OFF NORM  = PREMIUM PER RISC POINT OUTS".       00002240
             10 filler               pic X(40)                          00002250
                value "IDE BRACKET/POL-TYPE NORM BY % SHOWN".           00002260
          05 Ws-Exc-Heading-1.                                          00002270
             10 filler               pic X(40)                          00002280
                value " POLICY     TY RISC/BR PRIOR PREMIUM  RI".       00002290
             10 filler               pic X(40)                          00002300
                value "SC/BR CYCLE PREMIUM  EXCEPTION".                 00002310
          05 Ws-Exception-Line.                                         00002320
             10 filler               pic X(01) value space.             00002330
             10 Ws-Exc-Policy-No     pic X(10).                         00002340
             10 filler               pic X(01) value space.             00002350
             10 Ws-Exc-Pol-Type      pic X(02).                         00002360
             10 filler               pic X(01) value space.             00002370
             10 Ws-Exc-Prior-Group.                                     00002380
                15 Ws-Exc-Prior-Risc pic ZZZZ9.                         00002390
                15 filler            pic X(01) value "/".               00002400
                15 Ws-Exc-Prior-Brk  pic X(02).                         00002410
                15 filler            pic X(01) value space.             00002420
                15 Ws-Exc-Prior-Prem pic Z,ZZZ,ZZ9.99.                  00002430
             10 Ws-Exc-Prior-X redefines Ws-Exc-Prior-Group             00002440
                                     pic X(21).                         00002450
             10 filler               pic X(02) value spaces.            00002460
             10 Ws-Exc-Cur-Risc      pic ZZZZ9.                         00002470
             10 filler               pic X(01) value "/".               00002480
             10 Ws-Exc-Cur-Brk       pic X(02).                         00002490
             10 filler               pic X(01) value space.             00002500
             10 Ws-Exc-Cur-Prem      pic Z,ZZZ,ZZ9.99.                  00002510
             10 filler               pic X(02) value spaces.            00002520
             10 Ws-Exc-Reason        pic X(10).                         00002530
             10 Ws-Exc-Dev-Group.                                       00002540
                15 Ws-Exc-Deviation  pic +ZZZ9.9.                       00002550
                15 filler            pic X(01) value "%".               00002560
             10 Ws-Exc-Dev-X redefines Ws-Exc-Dev-Group                 00002570
                                     pic X(08).                         00002580
             10 filler               pic X(01) value space.             00002590
          05 Ws-Norm-Heading-1       pic X(80)                          00002600
             value "BRACKET/POL-TYPE NORMS FOR THE CYCLE".              00002610
          05 Ws-Norm-Heading-2       pic X(80)                          00002620
             value " BR TY POLICIES      PER RISC POINT".               00002630
          05 Ws-Norm-Line.                                              00002640
             10 filler               pic X(01) value space.             00002650
             10 Ws-Nml-Bracket       pic X(02).                         00002660
             10 filler               pic X(01) value space.             00002670
             10 Ws-Nml-Pol-Type      pic X(02).                         00002680
             10 filler               pic X(02) value spaces.            00002690
             10 Ws-Nml-Policies      pic ZZZ,ZZ9.                       00002700
             10 filler               pic X(06) value spaces.            00002710
             10 Ws-Nml-Per-Point     pic Z,ZZZ,ZZ9.9999.                00002720
          05 Ws-Cycle-Rows-Line.                                        00002730
             10 filler               pic X(01) value space.             00002740
             10 filler               pic X(24)                          00002750
                value "PREMHIST ROWS ON CYCLE .".                       00002760
             10 Ws-Tot-Cycle-Rows    pic ZZZ,ZZ9.                       00002770
          05 Ws-Priced-Line.                                            00002780
             10 filler               pic X(01) value space.             00002790
             10 filler               pic X(24)                          00002800
                value "PRICED ROWS CHECKED ....".                       00002810
             10 Ws-Tot-Priced        pic ZZZ,ZZ9.                       00002820
          05 Ws-Unpriced-Line.                                          00002830
             10 filler               pic X(01) value space.             00002840
             10 filler               pic X(24)                          00002850
                value "UNPRICED ROWS SKIPPED ..".                       00002860
             10 Ws-Tot-Unpriced      pic ZZZ,ZZ9.                       00002870
          05 Ws-No-Prior-Line.                                          00002880
             10 filler               pic X(01) value space.             00002890
             10 filler               pic X(24)                          00002900
                value "NO PRIOR PRICED CYCLE ..".                       00002910
             10 Ws-Tot-No-Prior      pic ZZZ,ZZ9.                       00002920
          05 Ws-Not-Normed-Line.                                        00002930
             10 filler               pic X(01) value space.             00002940
             10 filler               pic X(24)                          00002950
                value "NOT CHECKED AGAINST NORM".                       00002960
             10 Ws-Tot-Not-Normed    pic ZZZ,ZZ9.                       00002970
          05 Ws-Opposite-Line.                                          00002980
             10 filler               pic X(01) value space.             00002990
             10 filler               pic X(24)                          00003000
                value "PREM VS RISC ...........".                       00003010
             10 Ws-Tot-Opposite      pic ZZZ,ZZ9.                       00003020
          05 Ws-Prem-Only-Line.                                         00003030
             10 filler               pic X(01) value space.             00003040
             10 filler               pic X(24)                          00003050
                value "PREM ONLY ..............".                       00003060
             10 Ws-Tot-Prem-Only     pic ZZZ,ZZ9.                       00003070
          05 Ws-Off-Norm-Line.                                          00003080
             10 filler               pic X(01) value space.             00003090
             10 filler               pic X(24)                          00003100
                value "OFF NORM ...............".                       00003110
             10 Ws-Tot-Off-Norm      pic ZZZ,ZZ9.                       00003120
          05 Ws-Exceptions-Line.                                        00003130
             10 filler               pic X(01) value space.             00003140
             10 filler               pic X(24)                          00003150
                value "TOTAL EXCEPTIONS .......".                       00003160
             10 Ws-Tot-Exceptions    pic ZZZ,ZZ9.                       00003170
          05 Ws-Status-Line-Over     pic X(80)                          00003180
             value "*** EXCEPTIONS OVER LIMIT - PRICING TO REVIEW".     00003190
          05 Ws-Status-Line-Within   pic X(80)                          00003200
             value "EXCEPTIONS WITHIN LIMIT".                           00003210
          05 Ws-No-Exceptions-Line   pic X(80)                          00003220
             value " NO EXCEPTIONS".                                    00003230
          05 Ws-Blank-Line           pic X(80) value spaces.            00003240
                                                                        00003250
      * Passed to XARISSLG at the start and end of the step so the      00003251
      * run is recorded on the nightly STEPLOG.                         00003252
       01 Ws-Step-Log-Parms.                                            00003253
          COPY STEPPARM.                                                00003254
                                                                        00003255
       Procedure division.                                              00003260
                                                                        00003270
       Main Section.                                                    00003280
                                                                        00003290
           Perform Log-Step-Start.                                      00003295
           Perform Initialize-Run.                                      00003300
                                                                        00003310
           if not No-More-Premiums                                      00003320
              Perform Build-Norms                                       00003330
           end-if.                                                      00003340
                                                                        00003350
           Perform Check-Premiums until No-More-Premiums.               00003360
           Perform Finalize-Run.                                        00003370
                                                                        00003380
           Perform Log-Step-End.                                        00003383
                                                                        00003386
           Goback.                                                      00003390
                                                                        00003400
       Initialize-Run Section.                                          00003410
                                                                        00003420
           Accept Ws-Parm from command-line.                            00003430
           Unstring Ws-Parm delimited by ","                            00003440
              into Ws-Parm-Tok1 Ws-Parm-Tok2                            00003450
           end-unstring.                                                00003460
                                                                        00003470
      * TOL= and LIMIT= may come in either order.                       00003480
           move Ws-Parm-Tok1 to Ws-Parm-Token.                          00003490
           Perform Classify-Parm-Token.                                 00003500
           move Ws-Parm-Tok2 to Ws-Parm-Token.                          00003510
           Perform Classify-Parm-Token.                                 00003520
                                                                        00003530
           Perform Edit-Tol-Parm.                                       00003540
           Perform Edit-Limit-Parm.                                     00003550
                                                                        00003560
           if not Tol-Parm-Ok                                           00003570
              display "XARISPCR: TOL=NNN.NN (PERCENT) PARAMETER "       00003580
                 "INVALID - RUN HELD"                                   00003590
              move "Y" to Ws-Eof-Switch                                 00003600
              move 8 to Return-Code                                     00003610
           end-if.                                                      00003620
           if not Limit-Parm-Ok                                         00003630
              display "XARISPCR: LIMIT=NNNNNNN (EXCEPTIONS) PARAMETER"  00003640
                 " INVALID - RUN HELD"                                  00003650
              move "Y" to Ws-Eof-Switch                                 00003660
              move 8 to Return-Code                                     00003670
           end-if.                                                      00003680
                                                                        00003690
           if not No-More-Premiums                                      00003700
              Perform Read-Cycle-Record                                 00003710
           end-if.                                                      00003720
                                                                        00003730
           if not No-More-Premiums                                      00003740
              Open input Premium-History-File                           00003750
              if not Premhist-Ok                                        00003760
                 display "XARISPCR: UNABLE TO OPEN PREMHIST, STATUS="   00003770
                    Ws-Premhist-Status                                  00003780
                 move "Y" to Ws-Eof-Switch                              00003790
                 move 12 to Return-Code                                 00003800
              else                                                      00003810
                 move "Y" to Ws-Premhist-Open-Ok                        00003820
              end-if                                                    00003830
           end-if.                                                      00003840
                                                                        00003850
      * POLMAST is optional during the multi-policy transition, as in   00003860
      * XARISLTR: without it every policy is normed by bracket alone.   00003870
           if not No-More-Premiums                                      00003880
              Open input Policy-Master-File                             00003890
              if Polmast-Read-Ok                                        00003900
                 move "Y" to Ws-Polmast-Open-Ok                         00003910
              else                                                      00003920
                 display "XARISPCR: POLMAST NOT AVAILABLE, STATUS="     00003930
                    Ws-Polmast-Status " - NORMING BY BRACKET ONLY"      00003940
              end-if                                                    00003950
           end-if.                                                      00003960
                                                                        00003970
           Open output Consistency-Report-File.                         00003980
           if not Pcrrpt-Ok                                             00003990
              display "XARISPCR: UNABLE TO OPEN PCRRPT, STATUS="        00004000
                 Ws-Pcrrpt-Status                                       00004010
              move "Y" to Ws-Eof-Switch                                 00004020
              move 12 to Return-Code                                    00004030
           else                                                         00004040
              move "Y" to Ws-Pcrrpt-Open-Ok                             00004050
              move Ws-Cycle-Date      to Ws-Rpt-Cycle                   00004060
              move Ws-Tol-Pct         to Ws-Rpt-Tol                     00004070
              move Ws-Exception-Limit to Ws-Rpt-Limit                   00004080
              Write Consistency-Report-Line from Ws-Heading-Line-1      00004090
              Write Consistency-Report-Line from Ws-Parms-Line          00004100
              Write Consistency-Report-Line from Ws-Blank-Line          00004110
              Write Consistency-Report-Line from Ws-Legend-1            00004120
              Write Consistency-Report-Line from Ws-Legend-2            00004130
              Write Consistency-Report-Line from Ws-Legend-3            00004140
              Write Consistency-Report-Line from Ws-Blank-Line          00004150
              Write Consistency-Report-Line from Ws-Exc-Heading-1       00004160
           end-if.                                                      00004170
                                                                        00004180
       Classify-Parm-Token Section.                                     00004190
                                                                        00004200
           evaluate true                                                00004210
              when Ws-Parm-Token(1:4) = "TOL="                          00004220
                 move Ws-Parm-Token(5:11) to Ws-Tol-In                  00004230
              when Ws-Parm-Token(1:6) = "LIMIT="                        00004240
                 move Ws-Parm-Token(7:9) to Ws-Limit-In                 00004250
              when other                                                00004260
                 continue                                               00004270
           end-evaluate.                                                00004280
                                                                        00004290
       Edit-Tol-Parm Section.                                           00004300
                                                                        00004310
      * Up to three whole digits and two decimals, e.g. TOL=25 or       00004320
      * TOL=12.5; no TOL= keeps the 20 percent default.                 00004330
           if Ws-Tol-In not = spaces                                    00004340
              move zeros to Ws-Tol-Pct                                  00004350
              move zero to Ws-Decimals                                  00004360
           end-if.                                                      00004370
                                                                        00004380
           perform varying Ws-Digit-Ix from 1 by 1                      00004390
              until Ws-Digit-Ix > 11                                    00004400
              or Ws-Tol-In(Ws-Digit-Ix:1) = space                       00004410
              move Ws-Tol-In(Ws-Digit-Ix:1) to Ws-Digit-X               00004420
              evaluate true                                             00004430
                 when Ws-Digit-X = "." and Ws-Decimals = zero           00004440
                    move 1 to Ws-Decimals                               00004450
                 when Ws-Digit-X not numeric                            00004460
                    move "N" to Ws-Tol-Switch                           00004470
                 when Ws-Decimals = zero                                00004480
                    if Ws-Tol-Pct < 100                                 00004490
                       compute Ws-Tol-Pct =                             00004500
                          Ws-Tol-Pct * 10 + Ws-Digit-9                  00004510
                    else                                                00004520
                       move "N" to Ws-Tol-Switch                        00004530
                    end-if                                              00004540
                 when Ws-Decimals = 1                                   00004550
                    compute Ws-Tol-Pct =                                00004560
                       Ws-Tol-Pct + Ws-Digit-9 / 10                     00004570
                    move 2 to Ws-Decimals                               00004580
                 when Ws-Decimals = 2                                   00004590
                    compute Ws-Tol-Pct =                                00004600
                       Ws-Tol-Pct + Ws-Digit-9 / 100                    00004610
                    move 3 to Ws-Decimals                               00004620
                 when other                                             00004630
                    move "N" to Ws-Tol-Switch                           00004640
              end-evaluate                                              00004650
           end-perform.                                                 00004660
                                                                        00004670
           if Ws-Tol-Pct = zero                                         00004680
              move "N" to Ws-Tol-Switch                                 00004690
           end-if.                                                      00004700
                                                                        00004710
       Edit-Limit-Parm Section.                                         00004720
                                                                        00004730
      * Up to seven digits; no LIMIT= keeps the default of zero, so     00004740
      * any exception at all raises the warning.                        00004750
           if Ws-Limit-In not = spaces                                  00004760
              move zeros to Ws-Exception-Limit                          00004770
           end-if.                                                      00004780
                                                                        00004790
           perform varying Ws-Digit-Ix from 1 by 1                      00004800
              until Ws-Digit-Ix > 9                                     00004810
              or Ws-Limit-In(Ws-Digit-Ix:1) = space                     00004820
              move Ws-Limit-In(Ws-Digit-Ix:1) to Ws-Digit-X             00004830
              if Ws-Digit-X numeric and Ws-Digit-Ix <= 7                00004840
                 compute Ws-Exception-Limit =                           00004850
                    Ws-Exception-Limit * 10 + Ws-Digit-9                00004860
              else                                                      00004870
                 move "N" to Ws-Limit-Switch                            00004880
              end-if                                                    00004890
           end-perform.                                                 00004900
                                                                        00004910
       Read-Cycle-Record Section.                                       00004920
                                                                        00004930
      * The cycle XARISBAT stamped is the night XARISPRE priced; no     00004940
      * completed row means the scoring run did not finish - hold.      00004950
           Open input Cycle-Control-File.                               00004960
           if not Cyclctl-Ok                                            00004970
              display "XARISPCR: NO CYCLE CONTROL RECORD, STATUS="      00004980
                 Ws-Cyclctl-Status " - RUN HELD"                        00004990
              move "Y" to Ws-Eof-Switch                                 00005000
              move 8 to Return-Code                                     00005010
           else                                                         00005020
              move 99999999 to Cy-Cycle-Date                            00005030
              Start Cycle-Control-File                                  00005040
                 key is less than or equal Cy-Cycle-Date                00005050
                 invalid key                                            00005060
                    move "23" to Ws-Cyclctl-Status                      00005070
              end-start                                                 00005080
              if Cyclctl-Ok                                             00005090
                 Read Cycle-Control-File next record                    00005100
                    at end move "10" to Ws-Cyclctl-Status               00005110
                 end-read                                               00005120
              end-if                                                    00005130
              if not Cyclctl-Ok                                         00005140
                 display "XARISPCR: CYCLE CONTROL FILE EMPTY"           00005150
                    " - RUN HELD"                                       00005160
                 move "Y" to Ws-Eof-Switch                              00005170
                 move 8 to Return-Code                                  00005180
              else                                                      00005190
                 if Cy-Cycle-Complete                                   00005200
                    move Cy-Cycle-Date to Ws-Cycle-Date                 00005210
                 else                                                   00005220
                    display "XARISPCR: CYCLE NOT COMPLETE, STATUS="     00005230
                       Cy-Status " - RUN HELD"                          00005240
                    move "Y" to Ws-Eof-Switch                           00005250
                    move 8 to Return-Code                               00005260
                 end-if                                                 00005270
              end-if                                                    00005280
              Close Cycle-Control-File                                  00005290
           end-if.                                                      00005300
                                                                        00005310
       Build-Norms Section.                                             00005320
                                                                        00005330
      * First pass: total premium and Risc per bracket/Pol-Type over    00005340
      * the cycle's priced rows.  A zero Risc says nothing about the    00005350
      * price of a Risc point and is left out of the norm.              00005360
           move low-values to Ph-Key.                                   00005370
           Start Premium-History-File                                   00005380
              key is greater than or equal Ph-Key                       00005390
              invalid key move "Y" to Ws-Norm-Eof-Switch                00005400
           end-start.                                                   00005410
                                                                        00005420
           perform until No-More-Norm-Rows                              00005430
              Read Premium-History-File next record                     00005440
                 at end                                                 00005450
                    move "Y" to Ws-Norm-Eof-Switch                      00005460
                 not at end                                             00005470
                    if Ph-Cycle-Date = Ws-Cycle-Date                    00005480
                       add 1 to Ws-Cycle-Rows                           00005490
                       if Ph-Premium-Matched and Ph-Risc > zero         00005500
                          Perform Add-To-Norm                           00005510
                       end-if                                           00005520
                    end-if                                              00005530
              end-read                                                  00005540
           end-perform.                                                 00005550
                                                                        00005560
           if Ws-Cycle-Rows = zero                                      00005570
              display "XARISPCR: NO PREMHIST ROWS FOR CYCLE "           00005580
                 Ws-Cycle-Date " - RUN HELD"                            00005590
              move "Y" to Ws-Eof-Switch                                 00005600
              move 8 to Return-Code                                     00005610
           else                                                         00005620
              Perform Compute-Norms                                     00005630
              Perform Start-Second-Pass                                 00005640
           end-if.                                                      00005650
                                                                        00005660
       Add-To-Norm Section.                                             00005670
                                                                        00005680
           Perform Find-Norm-Slot.                                      00005690
                                                                        00005700
           if Ws-Norm-Slot > zero                                       00005710
              add 1          to Ws-Nrm-Policies(Ws-Norm-Slot)           00005720
              add Ph-Premium to Ws-Nrm-Premium(Ws-Norm-Slot)            00005730
              add Ph-Risc    to Ws-Nrm-Risc(Ws-Norm-Slot)               00005740
           end-if.                                                      00005750
                                                                        00005760
       Find-Norm-Slot Section.                                          00005770
                                                                        00005780
      * Looks the row's bracket/Pol-Type up in the norm table, adding   00005790
      * an entry for a new pair while there is room.  Slot zero means   00005800
      * the pair has no norm.                                           00005810
           Perform Get-Pol-Type.                                        00005820
           move zero to Ws-Norm-Slot.                                   00005830
                                                                        00005840
           perform varying Ws-Norm-Ix from 1 by 1                       00005850
              until Ws-Norm-Ix > Ws-Norm-Count                          00005860
              if Ws-Nrm-Bracket(Ws-Norm-Ix) = Ph-Bracket                00005870
                 and Ws-Nrm-Pol-Type(Ws-Norm-Ix) = Ws-Pol-Type          00005880
                 move Ws-Norm-Ix to Ws-Norm-Slot                        00005890
              end-if                                                    00005900
           end-perform.                                                 00005910
                                                                        00005920
           if Ws-Norm-Slot = zero                                       00005930
              if Ws-Norm-Count < 20                                     00005940
                 add 1 to Ws-Norm-Count                                 00005950
                 move Ws-Norm-Count to Ws-Norm-Slot                     00005960
                 move Ph-Bracket  to Ws-Nrm-Bracket(Ws-Norm-Slot)       00005970
                 move Ws-Pol-Type to Ws-Nrm-Pol-Type(Ws-Norm-Slot)      00005980
                 move zero        to Ws-Nrm-Policies(Ws-Norm-Slot)      00005990
                 move zero        to Ws-Nrm-Premium(Ws-Norm-Slot)       00006000
                 move zero        to Ws-Nrm-Risc(Ws-Norm-Slot)          00006010
                 move zero        to Ws-Nrm-Per-Point(Ws-Norm-Slot)     00006020
              else                                                      00006030
                 if not Norm-Table-Full                                 00006040
                    display "XARISPCR: MORE THAN 20 BRACKET/POL-TYPE"   00006050
                       " PAIRS - FURTHER PAIRS NOT NORMED"              00006060
                    move "Y" to Ws-Norm-Full-Switch                     00006070
                 end-if                                                 00006080
              end-if                                                    00006090
           end-if.                                                      00006100
                                                                        00006110
       Get-Pol-Type Section.                                            00006120
                                                                        00006130
           move spaces to Ws-Pol-Type.                                  00006140
           if Polmast-Open-Ok                                           00006150
              move Ph-Policy-No to Pol-Policy-No                        00006160
              Read Policy-Master-File                                   00006170
                 invalid key                                            00006180
                    move "23" to Ws-Polmast-Status                      00006190
              end-read                                                  00006200
              if Polmast-Read-Ok                                        00006210
                 move Pol-Type to Ws-Pol-Type                           00006220
              end-if                                                    00006230
           end-if.                                                      00006240
                                                                        00006250
       Compute-Norms Section.                                           00006260
                                                                        00006270
           perform varying Ws-Norm-Ix from 1 by 1                       00006280
              until Ws-Norm-Ix > Ws-Norm-Count                          00006290
              compute Ws-Nrm-Per-Point(Ws-Norm-Ix) rounded =            00006300
                 Ws-Nrm-Premium(Ws-Norm-Ix) / Ws-Nrm-Risc(Ws-Norm-Ix)   00006310
           end-perform.                                                 00006320
                                                                        00006330
       Start-Second-Pass Section.                                       00006340
                                                                        00006350
           move low-values to Ph-Key.                                   00006360
           Start Premium-History-File                                   00006370
              key is greater than or equal Ph-Key                       00006380
              invalid key move "Y" to Ws-Eof-Switch                     00006390
           end-start.                                                   00006400
                                                                        00006410
       Check-Premiums Section.                                          00006420
                                                                        00006430
      * Second pass.  Rows come policy by policy in cycle-date order,   00006440
      * so by the time the policy's row for the cycle arrives its       00006450
      * latest priced row before the cycle has already been kept.       00006460
           Read Premium-History-File next record                        00006470
              at end                                                    00006480
                 move "Y" to Ws-Eof-Switch                              00006490
              not at end                                                00006500
                 if Ph-Policy-No not = Ws-Group-Policy-No               00006510
                    move Ph-Policy-No to Ws-Group-Policy-No             00006520
                    move "N" to Ws-Prior-Switch                         00006530
                 end-if                                                 00006540
                 evaluate true                                          00006550
                    when Ph-Cycle-Date < Ws-Cycle-Date                  00006560
                       if Ph-Premium-Matched                            00006570
                          move "Y"           to Ws-Prior-Switch         00006580
                          move Ph-Cycle-Date to Ws-Prior-Cycle-Date     00006590
                          move Ph-Risc       to Ws-Prior-Risc           00006600
                          move Ph-Bracket    to Ws-Prior-Bracket        00006610
                          move Ph-Premium    to Ws-Prior-Premium        00006620
                       end-if                                           00006630
                    when Ph-Cycle-Date = Ws-Cycle-Date                  00006640
                       if Ph-Premium-Matched                            00006650
                          Perform Check-Cycle-Row                       00006660
                       else                                             00006670
                          add 1 to Ws-Unpriced-Rows                     00006680
                       end-if                                           00006690
                    when other                                          00006700
                       continue                                         00006710
                 end-evaluate                                           00006720
           end-read.                                                    00006730
                                                                        00006740
       Check-Cycle-Row Section.                                         00006750
                                                                        00006760
           add 1 to Ws-Priced-Rows.                                     00006770
           Perform Get-Pol-Type.                                        00006780
                                                                        00006790
           if Prior-Cycle-Found                                         00006800
              Perform Check-Against-Prior                               00006810
           else                                                         00006820
              add 1 to Ws-No-Prior-Rows                                 00006830
           end-if.                                                      00006840
                                                                        00006850
           Perform Check-Against-Norm.                                  00006860
                                                                        00006870
       Check-Against-Prior Section.                                     00006880
                                                                        00006890
           if (Ph-Premium > Ws-Prior-Premium                            00006900
                 and Ph-Risc < Ws-Prior-Risc)                           00006910
              or (Ph-Premium < Ws-Prior-Premium                         00006920
                 and Ph-Risc > Ws-Prior-Risc)                           00006930
              add 1 to Ws-Opposite-Count                                00006940
              move "OPPOSITE" to Ws-Exc-Reason                          00006950
              move spaces to Ws-Exc-Dev-X                               00006960
              Perform Write-Exception-Line                              00006970
           end-if.                                                      00006980
                                                                        00006990
           if Ph-Premium not = Ws-Prior-Premium                         00007000
              and Ph-Risc = Ws-Prior-Risc                               00007010
              and Ph-Bracket = Ws-Prior-Bracket                         00007020
              add 1 to Ws-Prem-Only-Count                               00007030
              move "PREM ONLY" to Ws-Exc-Reason                         00007040
              move spaces to Ws-Exc-Dev-X                               00007050
              Perform Write-Exception-Line                              00007060
           end-if.                                                      00007070
                                                                        00007080
       Check-Against-Norm Section.                                      00007090
                                                                        00007100
      * Deviation is the row's premium per Risc point against the       00007110
      * norm, as a percentage of the norm.                              00007120
           move zero to Ws-Norm-Slot.                                   00007130
           if Ph-Risc > zero                                            00007140
              perform varying Ws-Norm-Ix from 1 by 1                    00007150
                 until Ws-Norm-Ix > Ws-Norm-Count                       00007160
                 if Ws-Nrm-Bracket(Ws-Norm-Ix) = Ph-Bracket             00007170
                    and Ws-Nrm-Pol-Type(Ws-Norm-Ix) = Ws-Pol-Type       00007180
                    move Ws-Norm-Ix to Ws-Norm-Slot                     00007190
                 end-if                                                 00007200
              end-perform                                               00007210
           end-if.                                                      00007220
                                                                        00007230
           if Ws-Norm-Slot = zero                                       00007240
              add 1 to Ws-Not-Normed                                    00007250
           else                                                         00007260
              if Ws-Nrm-Per-Point(Ws-Norm-Slot) = zero                  00007270
                 add 1 to Ws-Not-Normed                                 00007280
              else                                                      00007290
                 compute Ws-Per-Point rounded = Ph-Premium / Ph-Risc    00007300
                 compute Ws-Deviation rounded =                         00007310
                    (Ws-Per-Point - Ws-Nrm-Per-Point(Ws-Norm-Slot))     00007320
                    * 100 / Ws-Nrm-Per-Point(Ws-Norm-Slot)              00007330
                 if Ws-Deviation < zero                                 00007340
                    compute Ws-Abs-Deviation = Ws-Deviation * -1        00007350
                 else                                                   00007360
                    move Ws-Deviation to Ws-Abs-Deviation               00007370
                 end-if                                                 00007380
                 if Ws-Abs-Deviation > Ws-Tol-Pct                       00007390
                    add 1 to Ws-Off-Norm-Count                          00007400
                    move "OFF NORM" to Ws-Exc-Reason                    00007410
                    if Ws-Abs-Deviation > 9999.9                        00007420
                       if Ws-Deviation < zero                           00007430
                          move -9999.9 to Ws-Deviation                  00007440
                       else                                             00007450
                          move 9999.9 to Ws-Deviation                   00007460
                       end-if                                           00007470
                    end-if                                              00007480
                    move Ws-Deviation to Ws-Exc-Deviation               00007490
                    move "%" to Ws-Exc-Dev-X(8:1)                       00007500
                    Perform Write-Exception-Line                        00007510
                 end-if                                                 00007520
              end-if                                                    00007530
           end-if.                                                      00007540
                                                                        00007550
       Write-Exception-Line Section.                                    00007560
                                                                        00007570
           add 1 to Ws-Exception-Count.                                 00007580
           move Ph-Policy-No to Ws-Exc-Policy-No.                       00007590
           move Ws-Pol-Type  to Ws-Exc-Pol-Type.                        00007600
           if Prior-Cycle-Found                                         00007610
              move Ws-Prior-Risc    to Ws-Exc-Prior-Risc                00007620
              move "/"              to Ws-Exc-Prior-X(6:1)              00007630
              move Ws-Prior-Bracket to Ws-Exc-Prior-Brk                 00007640
              move Ws-Prior-Premium to Ws-Exc-Prior-Prem                00007650
           else                                                         00007660
              move spaces to Ws-Exc-Prior-X                             00007670
           end-if.                                                      00007680
           move Ph-Risc    to Ws-Exc-Cur-Risc.                          00007690
           move Ph-Bracket to Ws-Exc-Cur-Brk.                           00007700
           move Ph-Premium to Ws-Exc-Cur-Prem.                          00007710
                                                                        00007720
           if Pcrrpt-Open-Ok                                            00007730
              Write Consistency-Report-Line from Ws-Exception-Line      00007740
           end-if.                                                      00007750
                                                                        00007760
       Finalize-Run Section.                                            00007770
                                                                        00007780
           if Pcrrpt-Open-Ok                                            00007790
              Perform Write-Report-Totals                               00007800
           end-if.                                                      00007810
                                                                        00007820
           if Return-Code = zero                                        00007830
              and Ws-Exception-Count > Ws-Exception-Limit               00007840
              move 4 to Return-Code                                     00007850
           end-if.                                                      00007860
                                                                        00007870
           if Premhist-Open-Ok                                          00007880
              Close Premium-History-File                                00007890
           end-if.                                                      00007900
           if Polmast-Open-Ok                                           00007910
              Close Policy-Master-File                                  00007920
           end-if.                                                      00007930
           if Pcrrpt-Open-Ok                                            00007940
              Close Consistency-Report-File                             00007950
           end-if.                                                      00007960
                                                                        00007970
       Write-Report-Totals Section.                                     00007980
                                                                        00007990
           if Ws-Exception-Count = zero                                 00008000
              Write Consistency-Report-Line from Ws-Blank-Line          00008010
              Write Consistency-Report-Line from Ws-No-Exceptions-Line  00008020
           end-if.                                                      00008030
                                                                        00008040
           Write Consistency-Report-Line from Ws-Blank-Line.            00008050
           Write Consistency-Report-Line from Ws-Norm-Heading-1.        00008060
           Write Consistency-Report-Line from Ws-Norm-Heading-2.        00008070
           perform varying Ws-Norm-Ix from 1 by 1                       00008080
              until Ws-Norm-Ix > Ws-Norm-Count                          00008090
              move Ws-Nrm-Bracket(Ws-Norm-Ix)   to Ws-Nml-Bracket       00008100
              move Ws-Nrm-Pol-Type(Ws-Norm-Ix)  to Ws-Nml-Pol-Type      00008110
              move Ws-Nrm-Policies(Ws-Norm-Ix)  to Ws-Nml-Policies      00008120
              move Ws-Nrm-Per-Point(Ws-Norm-Ix) to Ws-Nml-Per-Point     00008130
              Write Consistency-Report-Line from Ws-Norm-Line           00008140
           end-perform.                                                 00008150
                                                                        00008160
           move Ws-Cycle-Rows      to Ws-Tot-Cycle-Rows.                00008170
           move Ws-Priced-Rows     to Ws-Tot-Priced.                    00008180
           move Ws-Unpriced-Rows   to Ws-Tot-Unpriced.                  00008190
           move Ws-No-Prior-Rows   to Ws-Tot-No-Prior.                  00008200
           move Ws-Not-Normed      to Ws-Tot-Not-Normed.                00008210
           move Ws-Opposite-Count  to Ws-Tot-Opposite.                  00008220
           move Ws-Prem-Only-Count to Ws-Tot-Prem-Only.                 00008230
           move Ws-Off-Norm-Count  to Ws-Tot-Off-Norm.                  00008240
           move Ws-Exception-Count to Ws-Tot-Exceptions.                00008250
                                                                        00008260
           Write Consistency-Report-Line from Ws-Blank-Line.            00008270
           Write Consistency-Report-Line from Ws-Cycle-Rows-Line.       00008280
           Write Consistency-Report-Line from Ws-Priced-Line.           00008290
           Write Consistency-Report-Line from Ws-Unpriced-Line.         00008300
           Write Consistency-Report-Line from Ws-No-Prior-Line.         00008310
           Write Consistency-Report-Line from Ws-Not-Normed-Line.       00008320
           Write Consistency-Report-Line from Ws-Opposite-Line.         00008330
           Write Consistency-Report-Line from Ws-Prem-Only-Line.        00008340
           Write Consistency-Report-Line from Ws-Off-Norm-Line.         00008350
           Write Consistency-Report-Line from Ws-Exceptions-Line.       00008360
                                                                        00008370
           Write Consistency-Report-Line from Ws-Blank-Line.            00008380
           if Ws-Exception-Count > Ws-Exception-Limit                   00008390
              Write Consistency-Report-Line from Ws-Status-Line-Over    00008400
           else                                                         00008410
              Write Consistency-Report-Line from Ws-Status-Line-Within  00008420
           end-if.                                                      00008430
                                                                        00008440
       Log-Step-Start Section.                                          00008450
                                                                        00008460
      * Record the start of this step on STEPLOG for the morning        00008470
      * operations summary (XARISOPS).                                  00008480
           Initialize Ws-Step-Log-Parms.                                00008490
           move "S"        to Sp-Function.                              00008500
           move "XARISPCR" to Sp-Program.                               00008510
           move "C"        to Sp-Cycle-Source.                          00008520
           move "N"        to Sp-Restart-Flag.                          00008530
           Perform Call-Step-Logger.                                    00008540
                                                                        00008550
       Log-Step-End Section.                                            00008560
                                                                        00008570
           move "E"        to Sp-Function.                              00008580
           move Ws-Cycle-Rows        to Sp-Records-Read.                00008590
           move zeros                to Sp-Records-Written.             00008600
           move Ws-Exception-Count   to Sp-Records-Rejected.            00008610
           Perform Call-Step-Logger.                                    00008620
                                                                        00008630
       Call-Step-Logger Section.                                        00008640
                                                                        00008650
      * XARISSLG only ever warns; whatever the CALL leaves in           00008660
      * RETURN-CODE, this step ends with its own return code.           00008670
           move Return-Code to Sp-Return-Code.                          00008680
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00008690
           move Sp-Return-Code to Return-Code.                          00008700
