      *              Description                       |   Date   | Who 00000370
      *---------------------------------------------------------------- 00000380
      * Initial policy master maintenance               | 09/03/26 | AGT00000390
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000393
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000396
      ***************************************************************** 00000400
                                                                        00000410
       environment division.                                            00000420
                value "TRANS REJECTED .....".                           00001940
             10 Ws-Tot-Rejected      pic ZZZ,ZZ9.                       00001950
                                                                        00001960
      * Passed to XARISSLG at the start and end of the step so the      00001961
      * run is recorded on the nightly STEPLOG.                         00001962
       01 Ws-Step-Log-Parms.                                            00001963
          COPY STEPPARM.                                                00001964
                                                                        00001965
       Procedure division.                                              00001970
                                                                        00001980
       Main Section.                                                    00001990
                                                                        00002000
           Perform Log-Step-Start.                                      00002005
           Perform Initialize-Run.                                      00002010
           Perform Process-Transactions until No-More-Trans.            00002020
           Perform Finalize-Run.                                        00002030
                                                                        00002040
           Perform Log-Step-End.                                        00002043
                                                                        00002046
           Goback.                                                      00002050
                                                                        00002060
       Initialize-Run Section.                                          00002070
           if Polmrpt-Open-Ok                                           00005200
              Close Maint-Report-File                                   00005210
           end-if.                                                      00005220
                                                                        00005230
       Log-Step-Start Section.                                          00005240
                                                                        00005250
      * Record the start of this step on STEPLOG for the morning        00005260
      * operations summary (XARISOPS).                                  00005270
           Initialize Ws-Step-Log-Parms.                                00005280
           move "S"        to Sp-Function.                              00005290
           move "XARISPOL" to Sp-Program.                               00005300
           move "T"        to Sp-Cycle-Source.                          00005310
           move "N"        to Sp-Restart-Flag.                          00005320
           Perform Call-Step-Logger.                                    00005330
                                                                        00005340
       Log-Step-End Section.                                            00005350
                                                                        00005360
           move "E"        to Sp-Function.                              00005370
           move Ws-Trans-Read        to Sp-Records-Read.                00005380
           compute Sp-Records-Written =                                 00005390
              Ws-Adds-Applied + Ws-Changes-Applied                      00005400
              + Ws-Deletes-Applied.                                     00005410
           move Ws-Trans-Rejected    to Sp-Records-Rejected.            00005420
           Perform Call-Step-Logger.                                    00005430
                                                                        00005440
       Call-Step-Logger Section.                                        00005450
                                                                        00005460
      * XARISSLG only ever warns; whatever the CALL leaves in           00005470
      * RETURN-CODE, this step ends with its own return code.           00005480
           move Return-Code to Sp-Return-Code.                          00005490
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00005500
           move Sp-Return-Code to Return-Code.                          00005510
