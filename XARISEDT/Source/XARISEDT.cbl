      * Suspense layout moved to shared SUSPREC; stamp  | 09/03/26 | AGT00000422
      * the suspend date so the XARISSUS workbench can  | 09/03/26 | AGT00000424
      * age the backlog                                 | 09/03/26 | AGT00000426
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000427
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000428
      ***************************************************************** 00000430
                                                                        00000440
       environment division.                                            00000450
                value "DUP POLICY NUMBERS .".                           00002060
             10 Ws-Tot-Dups          pic ZZZ,ZZ9.                       00002070
                                                                        00002080
      * Passed to XARISSLG at the start and end of the step so the      00002081
      * run is recorded on the nightly STEPLOG.                         00002082
       01 Ws-Step-Log-Parms.                                            00002083
          COPY STEPPARM.                                                00002084
                                                                        00002085
       Procedure division.                                              00002090
                                                                        00002100
       Main Section.                                                    00002110
                                                                        00002120
           Perform Log-Step-Start.                                      00002125
           Perform Initialize-Run.                                      00002130
                                                                        00002140
           if not Run-Aborted                                           00002150
                                                                        00002360
           Perform Finalize-Run.                                        00002370
                                                                        00002380
           Perform Log-Step-End.                                        00002383
                                                                        00002386
           Goback.                                                      00002390
                                                                        00002400
       Initialize-Run Section.                                          00002410
           if Edtrpt-Open-Ok                                            00005740
              Close Edit-Report-File                                    00005750
           end-if.                                                      00005760
                                                                        00005770
       Log-Step-Start Section.                                          00005780
                                                                        00005790
      * Record the start of this step on STEPLOG for the morning        00005800
      * operations summary (XARISOPS).                                  00005810
           Initialize Ws-Step-Log-Parms.                                00005820
           move "S"        to Sp-Function.                              00005830
           move "XARISEDT" to Sp-Program.                               00005840
           move "T"        to Sp-Cycle-Source.                          00005850
           move "N"        to Sp-Restart-Flag.                          00005860
           Perform Call-Step-Logger.                                    00005870
                                                                        00005880
       Log-Step-End Section.                                            00005890
                                                                        00005900
           move "E"        to Sp-Function.                              00005910
           move Ws-Records-Read      to Sp-Records-Read.                00005920
           move Ws-Records-Passed    to Sp-Records-Written.             00005930
           move Ws-Records-Suspended to Sp-Records-Rejected.            00005940
           Perform Call-Step-Logger.                                    00005950
                                                                        00005960
       Call-Step-Logger Section.                                        00005970
                                                                        00005980
      * XARISSLG only ever warns; whatever the CALL leaves in           00005990
      * RETURN-CODE, this step ends with its own return code.           00006000
           move Return-Code to Sp-Return-Code.                          00006010
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00006020
           move Sp-Return-Code to Return-Code.                          00006030
