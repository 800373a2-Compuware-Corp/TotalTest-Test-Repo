       Identification division.                                         00000010
       Program-id.   XaRisSlg.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISSLG                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Nightly stream step logger.  CALLed by every nightly step     * 00000120
      * with the STEPPARM block: once as the step starts, to add a    * 00000130
      * STEPLOG row ("R", start date and time, restart flag) under    * 00000140
      * the CYCLCTL cycle date and the next run number for that step  * 00000150
      * and cycle, and once just before the step ends, to rewrite the * 00000160
      * same row ("E") with the end date and time, the step's return  * 00000170
      * code and its records read / written / rejected.  XARISOPS     * 00000180
      * builds the morning operations summary from these rows.        * 00000190
      *                                                               * 00000200
      * Logging must never cost the stream a step: any STEPLOG or     * 00000210
      * CYCLCTL failure is displayed as a warning and the call simply * 00000220
      * returns, and the caller restores its own return code after    * 00000230
      * the CALL.                                                     * 00000240
      *                                                               * 00000250
      ***************************************************************** 00000260
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000270
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000280
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000290
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000300
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000310
      *                                                               * 00000320
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000330
      * ALL RIGHTS RESERVED.                                          * 00000340
      ***************************************************************** 00000350
      *                          Maintenance Log                        00000360
      *---------------------------------------------------------------- 00000370
      *              Description                       |   Date   | Who 00000380
      *---------------------------------------------------------------- 00000390
      * Initial nightly stream step logger              | 10/15/26 | AGT00000400
      ***************************************************************** 00000410
                                                                        00000420
       environment division.                                            00000430
       Input-Output section.                                            00000440
       File-control.                                                    00000450
                                                                        00000460
      * One row per step run, keyed cycle date + program + run number;  00000470
      * every cycle's rows are retained.                                00000480
           select Step-Log-File assign to "STEPLOG"                     00000490
              organization is indexed                                   00000500
              access mode is dynamic                                    00000510
              record key is Sl-Key                                      00000520
              file status is Ws-Steplog-Status.                         00000530
                                                                        00000540
      * Keyed with one retained row per cycle date; the highest key is  00000550
      * the cycle XARISBAT last stamped.                                00000560
           select Cycle-Control-File assign to "CYCLCTL"                00000570
              organization is indexed                                   00000580
              access mode is dynamic                                    00000590
              record key is Cy-Cycle-Date                               00000600
              file status is Ws-Cyclctl-Status.                         00000610
                                                                        00000620
       Data Division.                                                   00000630
       File Section.                                                    00000640
                                                                        00000650
       FD  Step-Log-File.                                               00000660
       01  Step-Log-Record.                                             00000670
           COPY STEPLOG.                                                00000680
                                                                        00000690
       FD  Cycle-Control-File.                                          00000700
       01  Cycle-Control-Record.                                        00000710
           COPY CYCLCTL.                                                00000720
                                                                        00000730
       Working-Storage Section.                                         00000740
                                                                        00000750
       01 Ws-Steplog-Status          pic X(02).                         00000760
          88 Steplog-Ok              value "00".                        00000770
                                                                        00000780
       01 Ws-Cyclctl-Status          pic X(02).                         00000790
          88 Cyclctl-Ok              value "00".                        00000800
                                                                        00000810
       01 Ws-Steplog-Open-Ok         pic X(01) value "N".               00000820
          88 Steplog-Open-Ok         value "Y".                         00000830
                                                                        00000840
       01 Ws-Today                   pic 9(08).                         00000850
       01 Ws-Now-Group.                                                 00000860
          05 Ws-Now                  pic 9(08).                         00000870
       01 Ws-Now-Parts redefines Ws-Now-Group.                          00000880
          05 Ws-Now-Hhmmss           pic 9(06).                         00000890
          05 Ws-Now-Hundredths       pic 9(02).                         00000900
                                                                        00000910
       01 Ws-Next-Run-No             pic 9(03).                         00000920
                                                                        00000930
       linkage section.                                                 00000940
                                                                        00000950
       01 Step-Log-Parms.                                               00000960
          COPY STEPPARM.                                                00000970
                                                                        00000980
       Procedure division using Step-Log-Parms.                         00000990
                                                                        00001000
       Main Section.                                                    00001010
                                                                        00001020
           Accept Ws-Today from date yyyymmdd.                          00001030
           Accept Ws-Now from time.                                     00001040
                                                                        00001050
           evaluate true                                                00001060
              when Sp-Start-Call                                        00001070
                 Perform Log-Step-Start                                 00001080
              when Sp-End-Call                                          00001090
                 Perform Log-Step-End                                   00001100
              when other                                                00001110
                 display "XARISSLG: INVALID STEP LOG FUNCTION '"        00001120
                    Sp-Function "' FROM " Sp-Program " - NOT LOGGED"    00001130
           end-evaluate.                                                00001140
                                                                        00001150
           Goback.                                                      00001160
                                                                        00001170
       Log-Step-Start Section.                                          00001180
                                                                        00001190
           move zero to Sp-Run-No.                                      00001200
           if Sp-Cycle-Date = zero                                      00001210
              if Sp-Cycle-From-Cyclctl                                  00001220
                 Perform Read-Latest-Cycle                              00001230
              end-if                                                    00001240
              if Sp-Cycle-Date = zero                                   00001250
                 move Ws-Today to Sp-Cycle-Date                         00001260
              end-if                                                    00001270
           end-if.                                                      00001280
                                                                        00001290
           Perform Open-Step-Log.                                       00001300
           if Steplog-Open-Ok                                           00001310
              Perform Find-Next-Run-No                                  00001320
              Perform Write-Start-Row                                   00001330
              Close Step-Log-File                                       00001340
           end-if.                                                      00001350
                                                                        00001360
       Read-Latest-Cycle Section.                                       00001370
                                                                        00001380
      * Same positioning XARISACK and XARISREC use: the highest key is  00001390
      * the cycle the stream is working on.  Any failure leaves the     00001400
      * cycle date zero and the caller's step logs under today.         00001410
           Open input Cycle-Control-File.                               00001420
           if not Cyclctl-Ok                                            00001430
              display "XARISSLG: UNABLE TO OPEN CYCLCTL, STATUS="       00001440
                 Ws-Cyclctl-Status " - " Sp-Program                     00001450
                 " LOGGED UNDER TODAY"                                  00001460
           else                                                         00001470
              move 99999999 to Cy-Cycle-Date                            00001480
              Start Cycle-Control-File                                  00001490
                 key is less than or equal Cy-Cycle-Date                00001500
                 invalid key                                            00001510
                    move "23" to Ws-Cyclctl-Status                      00001520
              end-start                                                 00001530
              if Cyclctl-Ok                                             00001540
                 Read Cycle-Control-File next record                    00001550
                    at end move "10" to Ws-Cyclctl-Status               00001560
                 end-read                                               00001570
              end-if                                                    00001580
              if Cyclctl-Ok                                             00001590
                 move Cy-Cycle-Date to Sp-Cycle-Date                    00001600
              end-if                                                    00001610
              Close Cycle-Control-File                                  00001620
           end-if.                                                      00001630
                                                                        00001640
       Open-Step-Log Section.                                           00001650
                                                                        00001660
           move "N" to Ws-Steplog-Open-Ok.                              00001670
           Open i-o Step-Log-File.                                      00001680
      * First-use fallback: create-then-reopen on status 35 the same    00001690
      * way XARISBAT does for RISKHIST.                                 00001700
           if Ws-Steplog-Status = "35"                                  00001710
              Open output Step-Log-File                                 00001720
              Close Step-Log-File                                       00001730
              Open i-o Step-Log-File                                    00001740
           end-if.                                                      00001750
           if not Steplog-Ok                                            00001760
              display "XARISSLG: UNABLE TO OPEN STEPLOG, STATUS="       00001770
                 Ws-Steplog-Status " - " Sp-Program " NOT LOGGED"       00001780
           else                                                         00001790
              move "Y" to Ws-Steplog-Open-Ok                            00001800
           end-if.                                                      00001810
                                                                        00001820
       Find-Next-Run-No Section.                                        00001830
                                                                        00001840
      * Position at the last run of this step for this cycle; a rerun   00001850
      * takes the next number so the earlier run's row is kept.         00001860
           move 1 to Ws-Next-Run-No.                                    00001870
           move Sp-Cycle-Date to Sl-Cycle-Date.                         00001880
           move Sp-Program    to Sl-Program.                            00001890
           move 999           to Sl-Run-No.                             00001900
           Start Step-Log-File                                          00001910
              key is less than or equal Sl-Key                          00001920
              invalid key                                               00001930
                 move "23" to Ws-Steplog-Status                         00001940
           end-start.                                                   00001950
           if Steplog-Ok                                                00001960
              Read Step-Log-File next record                            00001970
                 at end move "10" to Ws-Steplog-Status                  00001980
              end-read                                                  00001990
           end-if.                                                      00002000
           if Steplog-Ok                                                00002010
              and Sl-Cycle-Date = Sp-Cycle-Date                         00002020
              and Sl-Program = Sp-Program                               00002030
              compute Ws-Next-Run-No = Sl-Run-No + 1                    00002040
           end-if.                                                      00002050
                                                                        00002060
       Write-Start-Row Section.                                         00002070
                                                                        00002080
           Initialize Step-Log-Record.                                  00002090
           move Sp-Cycle-Date   to Sl-Cycle-Date.                       00002100
           move Sp-Program      to Sl-Program.                          00002110
           move Ws-Next-Run-No  to Sl-Run-No.                           00002120
           move Ws-Today        to Sl-Start-Date.                       00002130
           move Ws-Now-Hhmmss   to Sl-Start-Time.                       00002140
           move "R"             to Sl-Status.                           00002150
           if Sp-Restart-Run                                            00002160
              move "Y" to Sl-Restart-Flag                               00002170
           else                                                         00002180
              move "N" to Sl-Restart-Flag                               00002190
           end-if.                                                      00002200
                                                                        00002210
           Write Step-Log-Record.                                       00002220
           if not Steplog-Ok                                            00002230
              display "XARISSLG: STEPLOG WRITE FAILED, STATUS="         00002240
                 Ws-Steplog-Status " - " Sp-Program " NOT LOGGED"       00002250
           else                                                         00002260
              move Ws-Next-Run-No to Sp-Run-No                          00002270
           end-if.                                                      00002280
                                                                        00002290
       Log-Step-End Section.                                            00002300
                                                                        00002310
      * No run number means the start call could not log the step;      00002320
      * there is no row to finish.                                      00002330
           if Sp-Run-No = zero                                          00002340
              display "XARISSLG: NO START ROW FOR " Sp-Program          00002350
                 " - END NOT LOGGED"                                    00002360
           else                                                         00002370
              Perform Open-Step-Log                                     00002380
              if Steplog-Open-Ok                                        00002390
                 Perform Write-End-Row                                  00002400
                 Close Step-Log-File                                    00002410
              end-if                                                    00002420
           end-if.                                                      00002430
                                                                        00002440
       Write-End-Row Section.                                           00002450
                                                                        00002460
           move Sp-Cycle-Date to Sl-Cycle-Date.                         00002470
           move Sp-Program    to Sl-Program.                            00002480
           move Sp-Run-No     to Sl-Run-No.                             00002490
           Read Step-Log-File                                           00002500
              invalid key                                               00002510
                 move "23" to Ws-Steplog-Status                         00002520
           end-read.                                                    00002530
                                                                        00002540
           if not Steplog-Ok                                            00002550
              display "XARISSLG: STEPLOG ROW NOT FOUND, STATUS="        00002560
                 Ws-Steplog-Status " - " Sp-Program " END NOT LOGGED"   00002570
           else                                                         00002580
              move Ws-Today            to Sl-End-Date                   00002590
              move Ws-Now-Hhmmss       to Sl-End-Time                   00002600
              move "E"                 to Sl-Status                     00002610
              move Sp-Return-Code      to Sl-Return-Code                00002620
              move Sp-Records-Read     to Sl-Records-Read               00002630
              move Sp-Records-Written  to Sl-Records-Written            00002640
              move Sp-Records-Rejected to Sl-Records-Rejected           00002650
              Rewrite Step-Log-Record                                   00002660
              if not Steplog-Ok                                         00002670
                 display "XARISSLG: STEPLOG REWRITE FAILED, STATUS="    00002680
                    Ws-Steplog-Status " - " Sp-Program                  00002690
                    " END NOT LOGGED"                                   00002700
              end-if                                                    00002710
           end-if.                                                      00002720
