      *              Description                       |   Date   | Who 00000390
      *---------------------------------------------------------------- 00000400
      * Initial inbound premium processing              | 09/03/26 | AGT00000410
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000413
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000416
      ***************************************************************** 00000420
                                                                        00000430
       environment division.                                            00000440
                value "DETAILS UNPAID .....".                           00001800
             10 Ws-Tot-Unpaid        pic ZZZ,ZZ9.                       00001810
                                                                        00001820
      * Passed to XARISSLG at the start and end of the step so the      00001821
      * run is recorded on the nightly STEPLOG.                         00001822
       01 Ws-Step-Log-Parms.                                            00001823
          COPY STEPPARM.                                                00001824
                                                                        00001825
       Procedure division.                                              00001830
                                                                        00001840
       Main Section.                                                    00001850
                                                                        00001860
           Perform Log-Step-Start.                                      00001865
           Perform Initialize-Run.                                      00001870
                                                                        00001880
           if not Run-Aborted                                           00001890
                                                                        00001980
           Perform Finalize-Run.                                        00001990
                                                                        00002000
           Perform Log-Step-End.                                        00002003
                                                                        00002006
           Goback.                                                      00002010
                                                                        00002020
       Initialize-Run Section.                                          00002030
           if Premrpt-Open-Ok                                           00004060
              Close Premium-Report-File                                 00004070
           end-if.                                                      00004080
                                                                        00004090
       Log-Step-Start Section.                                          00004100
                                                                        00004110
      * Record the start of this step on STEPLOG for the morning        00004120
      * operations summary (XARISOPS).                                  00004130
           Initialize Ws-Step-Log-Parms.                                00004140
           move "S"        to Sp-Function.                              00004150
           move "XARISPRE" to Sp-Program.                               00004160
           move "C"        to Sp-Cycle-Source.                          00004170
           move "N"        to Sp-Restart-Flag.                          00004180
           Perform Call-Step-Logger.                                    00004190
                                                                        00004200
       Log-Step-End Section.                                            00004210
                                                                        00004220
           move "E"        to Sp-Function.                              00004230
           move Ws-Premiums-Read     to Sp-Records-Read.                00004240
           move Ws-Premiums-Matched  to Sp-Records-Written.             00004250
           move Ws-Premiums-Orphaned to Sp-Records-Rejected.            00004260
           Perform Call-Step-Logger.                                    00004270
                                                                        00004280
       Call-Step-Logger Section.                                        00004290
                                                                        00004300
      * XARISSLG only ever warns; whatever the CALL leaves in           00004310
      * RETURN-CODE, this step ends with its own return code.           00004320
           move Return-Code to Sp-Return-Code.                          00004330
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00004340
           move Sp-Return-Code to Return-Code.                          00004350
