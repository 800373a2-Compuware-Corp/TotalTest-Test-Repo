      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Day-over-day reconciliation of risk scores.  Reads CURRSCOR   * 00000118
      * (one row per customer carrying its last two runs) in Cust-Id  * 00000126
      * order and, for every customer, compares the most recent run   * 00000134
      * dated before today's run against today's run, reporting       * 00000142
      * anyone whose bracket or Risc changed so underwriting has a    * 00000150
      * review queue instead of having to find the shift buried in    * 00000158
      * the full register.                                            * 00000166
      *                                                               * 00000180
      ***************************************************************** 00000190
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000200
      * Risc swings past THRESH= and zero-Risc          | 09/03/26 | AGT00000353
      * exceptions, skipping customers with a referral  | 09/03/26 | AGT00000354
      * already open or taken                           | 09/03/26 | AGT00000355
      * Read the keyed CURRSCOR current-score file (one | 10/15/26 | AGT00000356
      * row per customer, last and prior run) instead   | 10/15/26 | AGT00000358
      * of grouping every RISKHIST row                  | 10/15/26 | AGT00000360
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000362
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000364
      ***************************************************************** 00000366
                                                                        00000368
       environment division.                                            00000370
       Input-Output section.                                            00000380
       File-control.                                                    00000390
                                                                        00000400
      * XARISBAT keeps one row per customer with its last two runs,     00000407
      * so the compare no longer has to walk the whole of RISKHIST.     00000414
           select Current-Score-File assign to "CURRSCOR"               00000421
              organization is indexed                                   00000428
              access mode is sequential                                 00000435
              record key is Sc-Cust-Id                                  00000442
              file status is Ws-Currscor-Status.                        00000449
                                                                        00000460
           select Reconcile-Report-File assign to "RISKREC"             00000470
              organization is line sequential                           00000480
       Data Division.                                                   00000510
       File Section.                                                    00000520
                                                                        00000530
       FD  Current-Score-File.                                          00000540
       01  Current-Score-Record.                                        00000550
           COPY CURRSCOR.                                               00000560
                                                                        00000570
       FD  Reconcile-Report-File.                                       00000580
       01  Reconcile-Report-Line     pic X(80).                         00000590
                                                                        00000600
       Working-Storage Section.                                         00000610
                                                                        00000620
       01 Ws-Currscor-Status         pic X(02).                         00000630
          88 Currscor-Ok             value "00".                        00000640
          88 Currscor-Eof            value "10".                        00000650
                                                                        00000660
       01 Ws-Riskrec-Status          pic X(02).                         00000670
          88 Riskrec-Ok              value "00".                        00000680
       01 Ws-Refqueue-Status         pic X(02).                         00000687
          88 Refqueue-Ok             value "00".                        00000688
                                                                        00000688
       01 Ws-Score-Rows              pic 9(09) value zero.              00000689
                                                                        00000690
      * Currscor-Ok also doubles as the sequential READ's current       00000692
      * status and goes false again at normal end-of-file; guard        00000694
      * Finalize-Run's closes on these open-succeeded latches instead,  00000696
      * set once when the OPEN succeeds and never reset afterwards.     00000698
       01 Ws-Currscor-Open-Ok        pic X(01) value "N".               00000699
          88 Currscor-Open-Ok        value "Y".                         00000700
       01 Ws-Riskrec-Open-Ok         pic X(01) value "N".               00000702
          88 Riskrec-Open-Ok         value "Y".                         00000703
       01 Ws-Refqueue-Open-Ok        pic X(01) value "N".               00000704
       01 Ws-Referrals-Written       pic 9(07) value zero.              00000731
                                                                        00000704
       01 Ws-Eof-Switch              pic X(01) value "N".               00000700
          88 No-More-Scores          value "Y".                         00000710
                                                                        00000720
       01 Ws-Run-Date                pic 9(08).                         00000730
                                                                        00000810
       01 Ws-Group-Cust-Id           pic X(10) value spaces.            00000820
                                                                        00000830
                value "REFERRALS WRITTEN ..".                           00001245
             10 Ws-Tot-Referrals     pic ZZZ,ZZ9.                       00001246
                                                                        00001250
      * Passed to XARISSLG at the start and end of the step so the      00001251
      * run is recorded on the nightly STEPLOG.                         00001252
       01 Ws-Step-Log-Parms.                                            00001253
          COPY STEPPARM.                                                00001254
                                                                        00001255
       Procedure division.                                              00001260
                                                                        00001270
       Main Section.                                                    00001280
                                                                        00001290
           Perform Log-Step-Start.                                      00001295
           Perform Initialize-Run.                                      00001300
           Perform Process-Scores until No-More-Scores.                 00001310
           Perform Finalize-Run.                                        00001320
                                                                        00001330
           Perform Log-Step-End.                                        00001333
                                                                        00001336
           Goback.                                                      00001340
                                                                        00001350
       Initialize-Run Section.                                          00001360
                                                                        00001370
           Perform Read-Cycle-Record.                                   00001380
                                                                        00001390
           if not No-More-Scores                                        00001395
              Open input Current-Score-File                             00001400
              if not Currscor-Ok                                        00001405
                 display "XARISREC: UNABLE TO OPEN CURRSCOR, STATUS="   00001410
                    Ws-Currscor-Status                                  00001415
                 move "Y" to Ws-Eof-Switch                              00001420
                 move 12 to Return-Code                                 00001425
              else                                                      00001430
                 move "Y" to Ws-Currscor-Open-Ok                        00001435
              end-if                                                    00001446
           end-if.                                                      00001450
                                                                        00001460
              Write Reconcile-Report-Line from Ws-Heading-Line-2        00001486
           end-if.                                                      00001488
                                                                        00001500
           if not No-More-Scores                                        00001501
              Open i-o Referral-Queue-File                              00001502
      * First-use fallback: create-then-reopen on status 35 the same    00001504
      * way XARISBAT does for RISKHIST.                                 00001505
              if Ws-Refqueue-Status = "35"                              00001506
                 Open output Referral-Queue-File                        00001508
                 Close Referral-Queue-File                              00001509
                 Open i-o Referral-Queue-File                           00001510
              end-if                                                    00001512
              if not Refqueue-Ok                                        00001513
                 display "XARISREC: UNABLE TO OPEN REFQUEUE, STATUS="   00001514
                    Ws-Refqueue-Status                                  00001516
                 move "Y" to Ws-Eof-Switch                              00001517
                 move 12 to Return-Code                                 00001518
              else                                                      00001520
                 move "Y" to Ws-Refqueue-Open-Ok                        00001521
              end-if                                                    00001522
           end-if.                                                      00001524
                                                                        00001525
           if not No-More-Scores                                        00001527
              Perform Read-Next-Score                                   00001545
           end-if.                                                      00001563
                                                                        00001582
       Edit-Thresh-Parm Section.                                        00001581

              Close Cycle-Control-File                                  00001628
           end-if.                                                      00001629
                                                                        00001590
       Process-Scores Section.                                          00001597
                                                                        00001604
           add 1 to Ws-Score-Rows.                                      00001611
                                                                        00001618
           move Sc-Cust-Id to Ws-Group-Cust-Id.                         00001625
           Perform Reset-Group.                                         00001632
           Perform Load-Score-Row.                                      00001639
           Perform Evaluate-Group.                                      00001646
                                                                        00001653
           Perform Read-Next-Score.                                     00001660
                                                                        00001667
       Load-Score-Row Section.                                          00001674
                                                                        00001681
      * Each CURRSCOR row carries the customer's last two runs.  On     00001688
      * a normal morning the latest is today's and the prior slot is    00001695
      * what it is compared with.  If a later, unstamped run has        00001702
      * already landed on top, today's run sits in the prior slot and   00001709
      * there is nothing older on the row to compare it with.  A        00001716
      * latest run dated before today is a customer not scored this     00001723
      * cycle - nothing to reconcile.                                   00001730
           evaluate true                                                00001737
              when Sc-Run-Date = Ws-Run-Date                            00001744
                 set Today-Run-Found to true                            00001751
                 move Sc-Risc    to Ws-Today-Risc                       00001758
                 move Sc-Bracket to Ws-Today-Bracket                    00001765
                 if Sc-Prior-Run-Date > zero                            00001772
                    set Prior-Run-Found to true                         00001779
                    move Sc-Prior-Run-Date to Ws-Prior-Run-Date         00001786
                    move Sc-Prior-Risc     to Ws-Prior-Risc             00001793
                    move Sc-Prior-Bracket  to Ws-Prior-Bracket          00001800
                 end-if                                                 00001807
              when Sc-Prior-Run-Date = Ws-Run-Date                      00001814
                 set Today-Run-Found to true                            00001821
                 move Sc-Prior-Risc    to Ws-Today-Risc                 00001828
                 move Sc-Prior-Bracket to Ws-Today-Bracket              00001835
              when other                                                00001842
                 continue                                               00001849
           end-evaluate.                                                00001856
                                                                        00001878
       Reset-Group Section.                                             00001900
                                                                        00001910
           move "N" to Ws-Prior-Switch.                                 00001920
                 move "UNKNOWN" to Ws-Bracket-Text                      00002400
           end-evaluate.                                                00002410
                                                                        00002420
       Read-Next-Score Section.                                         00002430
                                                                        00002440
           Read Current-Score-File next record                          00002450
              at end move "Y" to Ws-Eof-Switch                          00002460
           end-read.                                                    00002470
                                                                        00002480
              Write Reconcile-Report-Line from Ws-Referral-Line         00002522
           end-if.                                                      00002525
                                                                        00002526
           if Currscor-Open-Ok and Ws-Score-Rows = zero                 00002527
              display "XARISREC: CURRSCOR IS EMPTY - NOTHING TO"        00002528
                 " RECONCILE"                                           00002529
              move 8 to Return-Code                                     00002530
           end-if.                                                      00002531
                                                                        00002532
           if Currscor-Open-Ok                                          00002533
              Close Current-Score-File                                  00002534
           end-if.                                                      00002542
           if Riskrec-Open-Ok                                           00002544
              Close Reconcile-Report-File                               00002550
           if Refqueue-Open-Ok                                          00002554
              Close Referral-Queue-File                                 00002556
           end-if.                                                      00002558
                                                                        00002568
       Log-Step-Start Section.                                          00002578
                                                                        00002588
      * Record the start of this step on STEPLOG for the morning        00002598
      * operations summary (XARISOPS).                                  00002608
           Initialize Ws-Step-Log-Parms.                                00002618
           move "S"        to Sp-Function.                              00002628
           move "XARISREC" to Sp-Program.                               00002638
           move "C"        to Sp-Cycle-Source.                          00002648
           move "N"        to Sp-Restart-Flag.                          00002658
           Perform Call-Step-Logger.                                    00002668
                                                                        00002678
       Log-Step-End Section.                                            00002688
                                                                        00002698
           move "E"        to Sp-Function.                              00002708
           move Ws-Score-Rows        to Sp-Records-Read.                00002718
           move Ws-Referrals-Written to Sp-Records-Written.             00002728
           move zeros                to Sp-Records-Rejected.            00002738
           Perform Call-Step-Logger.                                    00002748
                                                                        00002758
       Call-Step-Logger Section.                                        00002768
                                                                        00002778
      * XARISSLG only ever warns; whatever the CALL leaves in           00002788
      * RETURN-CODE, this step ends with its own return code.           00002798
           move Return-Code to Sp-Return-Code.                          00002808
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00002818
           move Sp-Return-Code to Return-Code.                          00002828
