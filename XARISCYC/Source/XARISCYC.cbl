      *              Description                       |   Date   | Who 00000420
      *---------------------------------------------------------------- 00000430
      * Initial cycle control variance check            | 09/03/26 | AGT00000440
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000443
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000446
      ***************************************************************** 00000450
                                                                        00000460
       environment division.                                            00000470
          05 Ws-Status-Line-Bad      pic X(80)                          00001860
             value " CONTROL VARIANCE OVER TOLERANCE - HOLD THE STREAM".00001870
                                                                        00001880
      * Passed to XARISSLG at the start and end of the step so the      00001881
      * run is recorded on the nightly STEPLOG.                         00001882
       01 Ws-Step-Log-Parms.                                            00001883
          COPY STEPPARM.                                                00001884
                                                                        00001885
       Procedure division.                                              00001890
                                                                        00001900
       Main Section.                                                    00001910
                                                                        00001920
           Perform Log-Step-Start.                                      00001925
           Perform Initialize-Run.                                      00001930
           Perform Load-Cycles until No-More-Cycles.                    00001940
           Perform Report-And-Compare.                                  00001950
           Perform Finalize-Run.                                        00001960
                                                                        00001970
           Perform Log-Step-End.                                        00001973
                                                                        00001976
           Goback.                                                      00001980
                                                                        00001990
       Initialize-Run Section.                                          00002000
           if Cycrpt-Open-Ok                                            00004670
              Close Cycle-Report-File                                   00004680
           end-if.                                                      00004690
                                                                        00004700
       Log-Step-Start Section.                                          00004710
                                                                        00004720
      * Record the start of this step on STEPLOG for the morning        00004730
      * operations summary (XARISOPS).                                  00004740
           Initialize Ws-Step-Log-Parms.                                00004750
           move "S"        to Sp-Function.                              00004760
           move "XARISCYC" to Sp-Program.                               00004770
           move "C"        to Sp-Cycle-Source.                          00004780
           move "N"        to Sp-Restart-Flag.                          00004790
           Perform Call-Step-Logger.                                    00004800
                                                                        00004810
       Log-Step-End Section.                                            00004820
                                                                        00004830
           move "E"        to Sp-Function.                              00004840
           move Ws-Cycles-Used       to Sp-Records-Read.                00004850
           move zeros                to Sp-Records-Written.             00004860
           move zeros                to Sp-Records-Rejected.            00004870
           Perform Call-Step-Logger.                                    00004880
                                                                        00004890
       Call-Step-Logger Section.                                        00004900
                                                                        00004910
      * XARISSLG only ever warns; whatever the CALL leaves in           00004920
      * RETURN-CODE, this step ends with its own return code.           00004930
           move Return-Code to Sp-Return-Code.                          00004940
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00004950
           move Sp-Return-Code to Return-Code.                          00004960
