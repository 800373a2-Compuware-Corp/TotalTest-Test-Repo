      * record, or a date drift, is itself a mismatch   | 08/21/26 | AGT00000386
      * CYCLCTL is keyed now - take the highest-keyed   | 09/03/26 | AGT00000387
      * (latest) cycle row as the current cycle         | 09/03/26 | AGT00000388
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000391
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000394
      ***************************************************************** 00000397
                                                                        00000400
       environment division.                                            00000410
       Input-Output section.                                            00000420
             value " TRANSMISSION MISMATCH - HOLD NEXT CYCLE".          00001470
          05 Ws-Blank-Line           pic X(80) value spaces.            00001480
                                                                        00001490
      * Passed to XARISSLG at the start and end of the step so the      00001491
      * run is recorded on the nightly STEPLOG.                         00001492
       01 Ws-Step-Log-Parms.                                            00001493
          COPY STEPPARM.                                                00001494
                                                                        00001495
       Procedure division.                                              00001500
                                                                        00001510
       Main Section.                                                    00001520
                                                                        00001530
           Perform Log-Step-Start.                                      00001535
           Perform Initialize-Run.                                      00001540
           Perform Read-Cycle-Record.                                   00001545
           Perform Read-Extract until No-More-Extract.                  00001550
           Perform Reconcile-And-Report.                                00001580
           Perform Finalize-Run.                                        00001590
                                                                        00001600
           Perform Log-Step-End.                                        00001603
                                                                        00001606
           Goback.                                                      00001610
                                                                        00001620
       Initialize-Run Section.                                          00001630
           if Ackrpt-Open-Ok                                            00003630
              Close Ack-Report-File                                     00003640
           end-if.                                                      00003650
                                                                        00003660
       Log-Step-Start Section.                                          00003670
                                                                        00003680
      * Record the start of this step on STEPLOG for the morning        00003690
      * operations summary (XARISOPS).                                  00003700
           Initialize Ws-Step-Log-Parms.                                00003710
           move "S"        to Sp-Function.                              00003720
           move "XARISACK" to Sp-Program.                               00003730
           move "C"        to Sp-Cycle-Source.                          00003740
           move "N"        to Sp-Restart-Flag.                          00003750
           Perform Call-Step-Logger.                                    00003760
                                                                        00003770
       Log-Step-End Section.                                            00003780
                                                                        00003790
           move "E"        to Sp-Function.                              00003800
           move Ws-Detail-Count      to Sp-Records-Read.                00003810
           move zeros                to Sp-Records-Written.             00003820
           move Ws-Stray-Records     to Sp-Records-Rejected.            00003830
           Perform Call-Step-Logger.                                    00003840
                                                                        00003850
       Call-Step-Logger Section.                                        00003860
                                                                        00003870
      * XARISSLG only ever warns; whatever the CALL leaves in           00003880
      * RETURN-CODE, this step ends with its own return code.           00003890
           move Return-Code to Sp-Return-Code.                          00003900
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00003910
           move Sp-Return-Code to Return-Code.                          00003920
