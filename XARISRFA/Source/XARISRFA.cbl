      *              Description                       |   Date   | Who 00000330
      *---------------------------------------------------------------- 00000340
      * Initial open-referral aging report              | 09/03/26 | AGT00000350
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000353
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000356
      ***************************************************************** 00000360
                                                                        00000370
       environment division.                                            00000380
                value "OLDEST AGE (DAYS) ..".                           00001610
             10 Ws-Tot-Oldest        pic ZZZ,ZZ9.                       00001620
                                                                        00001630
      * Passed to XARISSLG at the start and end of the step so the      00001631
      * run is recorded on the nightly STEPLOG.                         00001632
       01 Ws-Step-Log-Parms.                                            00001633
          COPY STEPPARM.                                                00001634
                                                                        00001635
       Procedure division.                                              00001640
                                                                        00001650
       Main Section.                                                    00001660
                                                                        00001670
           Perform Log-Step-Start.                                      00001675
           Perform Initialize-Run.                                      00001680
           Perform Process-Referrals until No-More-Referrals.           00001690
           Perform Finalize-Run.                                        00001700
                                                                        00001710
           Perform Log-Step-End.                                        00001713
                                                                        00001716
           Goback.                                                      00001720
                                                                        00001730
       Initialize-Run Section.                                          00001740
           if Rfarpt-Open-Ok                                            00002830
              Close Aging-Report-File                                   00002840
           end-if.                                                      00002850
                                                                        00002860
       Log-Step-Start Section.                                          00002870
                                                                        00002880
      * Record the start of this step on STEPLOG for the morning        00002890
      * operations summary (XARISOPS).                                  00002900
           Initialize Ws-Step-Log-Parms.                                00002910
           move "S"        to Sp-Function.                              00002920
           move "XARISRFA" to Sp-Program.                               00002930
           move "C"        to Sp-Cycle-Source.                          00002940
           move "N"        to Sp-Restart-Flag.                          00002950
           Perform Call-Step-Logger.                                    00002960
                                                                        00002970
       Log-Step-End Section.                                            00002980
                                                                        00002990
           move "E"        to Sp-Function.                              00003000
           move Ws-Rows-Read         to Sp-Records-Read.                00003010
           move zeros                to Sp-Records-Written.             00003020
           move zeros                to Sp-Records-Rejected.            00003030
           Perform Call-Step-Logger.                                    00003040
                                                                        00003050
       Call-Step-Logger Section.                                        00003060
                                                                        00003070
      * XARISSLG only ever warns; whatever the CALL leaves in           00003080
      * RETURN-CODE, this step ends with its own return code.           00003090
           move Return-Code to Sp-Return-Code.                          00003100
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00003110
           move Sp-Return-Code to Return-Code.                          00003120
