      * and everyone when the in-force RISKPARM row       | 09/03/26 | AGT00000385
      * changed; carry everyone else's prior RISKHIST     | 09/03/26 | AGT00000386
      * score forward; FULL still forces the whole book   | 09/03/26 | AGT00000387
      * Apply unexpired RISKOVR underwriter overrides to| 10/15/26 | AGT00000360
      * RISKEXT details; RISKHIST records the override  | 10/15/26 | AGT00000361
      * sent beside the calculated Risc, written after  | 10/15/26 | AGT00000362
      * the extract; override count on register/RESTCTL | 10/15/26 | AGT00000363
      * Skip customers retired by the XARISMRG merge    | 10/15/26 | AGT00000363
      * (found on MERGELOG); count on register/RESTCTL  | 10/15/26 | AGT00000364
      * Keep the keyed CURRSCOR current-score file (last| 10/15/26 | AGT00000365
      * and prior Risc/bracket/age per customer) in     | 10/15/26 | AGT00000366
      * step with RISKHIST, restart/rerun safe; DELTA   | 10/15/26 | AGT00000366
      * carry-forward reads it instead of RISKHIST      | 10/15/26 | AGT00000367
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000368
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000369
      ***************************************************************** 00000370
                                                                        00000380
       environment division.                                            00000390
           select Cust-Master-File assign to "CUSTMAST"                 00000430
              organization is indexed                                   00000440
              access mode is dynamic                                    00000450
              record key is Cust-Id of Cust-Master-Record               00000460
              file status is Ws-Custmast-Status.                        00000470
                                                                        00000480
           select Register-Report-File assign to "RISKRPT"              00000490
              access mode is dynamic                                    00000590
              record key is Rh-Key                                      00000600
              file status is Ws-Riskhist-Status.                        00000610
                                                                        00000611
      * One row per customer with its latest and prior scores, kept     00000612
      * in step with every RISKHIST write so DELTA, XARISREC and the    00000613
      * XRHI screen read one keyed row instead of browsing history.     00000614
           select Current-Score-File assign to "CURRSCOR"               00000615
              organization is indexed                                   00000616
              access mode is dynamic                                    00000617
              record key is Sc-Cust-Id                                  00000618
              file status is Ws-Currscor-Status.                        00000619
                                                                        00000620
           select Risk-Extract-File assign to "RISKEXT"                 00000630
              organization is line sequential                           00000640
              record key is Rp-Effective-Date                           00000699
              file status is Ws-Riskparm-Status.                        00000701
                                                                        00000660
      * Underwriter overrides set on the XREF screen, keyed customer    00000660
      * + policy (blank policy = the whole customer).  Looked up for    00000661
      * every extract detail; never updated here.                       00000661
           select Override-File assign to "RISKOVR"                     00000662
              organization is indexed                                   00000662
              access mode is random                                     00000663
              record key is Ro-Key                                      00000663
              file status is Ws-Riskovr-Status.                         00000664
                                                                        00000665
      * Customers retired by XARISMRG, keyed on the retired Cust-Id.    00000665
      * Looked up for every customer read; never updated here.          00000666
           select Merge-Log-File assign to "MERGELOG"                   00000666
              organization is indexed                                   00000667
              access mode is random                                     00000667
              record key is Mg-Retired-Cust-Id                          00000668
              file status is Ws-Mergelog-Status.                        00000668
                                                                        00000669
       Data Division.                                                   00000670
       File Section.                                                    00000680
                                                                        00000690
           05 Restart-Policies-Skipped  pic 9(07).                      00000856
           05 Restart-Rescored          pic 9(07).                      00000857
           05 Restart-Carried           pic 9(07).                      00000858
           05 Restart-Overrides-Applied pic 9(07).                      00000858
           05 Restart-Retired-Skipped   pic 9(07).                      00000859
                                                                        00000860
       FD  Risk-History-File.                                           00000870
       01  Risk-History-Record.                                         00000880
           COPY RISKHIST.                                               00000890
                                                                        00000892
       FD  Current-Score-File.                                          00000894
       01  Current-Score-Record.                                        00000896
           COPY CURRSCOR.                                               00000898
                                                                        00000900
      * One header, the detail records, one trailer: the pricing side   00000905
      * proves it got the whole file by matching the trailer's count    00000906
       01  Risk-Parm-Record.                                            00000947
           COPY RISKPARM.                                               00000949
                                                                        00000980
       FD  Override-File.                                               00000981
       01  Override-Record.                                             00000982
           COPY RISKOVR.                                                00000983
                                                                        00000984
       FD  Merge-Log-File.                                              00000985
       01  Merge-Log-Record.                                            00000986
           COPY MERGELOG.                                               00000987
                                                                        00000988
       Working-Storage Section.                                         00000990
                                                                        00001000
       01 Ws-Custmast-Status         pic X(02).                         00001010
                                                                        00001100
       01 Ws-Riskhist-Status         pic X(02).                         00001110
          88 Riskhist-Ok             value "00".                        00001120
                                                                        00001122
       01 Ws-Currscor-Status         pic X(02).                         00001125
          88 Currscor-Ok             value "00".                        00001127
                                                                        00001130
       01 Ws-Riskext-Status          pic X(02).                         00001140
          88 Riskext-Ok              value "00".                        00001150
             88 Polmast-Open-Ok      value "Y".                         00001194
          05 Ws-Touchlog-Open-Ok     pic X(01) value "N".               00001195
             88 Touchlog-Open-Ok     value "Y".                         00001196
          05 Ws-Riskovr-Open-Ok      pic X(01) value "N".               00001195
             88 Riskovr-Open-Ok      value "Y".                         00001195
          05 Ws-Mergelog-Open-Ok     pic X(01) value "N".               00001195
             88 Mergelog-Open-Ok     value "Y".                         00001194
          05 Ws-Currscor-Open-Ok     pic X(01) value "N".               00001194
             88 Currscor-Open-Ok     value "Y".                         00001194
                                                                        00001194
       01 Ws-Cyclctl-Status          pic X(02).                         00001163
          88 Cyclctl-Ok              value "00".                        00001164
       01 Ws-Riskparm-Status         pic X(02).                         00001172
          88 Riskparm-Ok             value "00".                        00001173
                                                                        00001165
       01 Ws-Riskovr-Status          pic X(02).                         00001165
          88 Riskovr-Ok              value "00".                        00001165
                                                                        00001165
       01 Ws-Mergelog-Status         pic X(02).                         00001165
          88 Mergelog-Ok             value "00".                        00001165
                                                                        00001165
       01 Ws-Retired-Switch          pic X(01) value "N".               00001165
          88 Customer-Retired        value "Y".                         00001165
                                                                        00001165
       01 Ws-Score-Rewrite-Switch    pic X(01) value "N".               00001165
          88 Rewrite-Current-Score   value "Y".                         00001165
                                                                        00001165
      * More zero-Risc exceptions than this in one run means the rate   00001166
      * table or the master file is broken, not a handful of odd        00001167
      * customers: hold the stream instead of shipping the outputs.     00001168
                                                                        00001172
       01 Ws-Extract-Policy-No       pic X(10).                         00001173
       01 Ws-Cust-Policy-Rows        pic 9(03).                         00001174
                                                                        00001174
      * The Risc that goes on the extract detail: the calculated        00001175
      * Ws-Risc unless an unexpired override covers the policy.         00001175
       01 Ws-Extract-Risc            pic 9(05).                         00001176
       01 Ws-Override-Switch         pic X(01) value "N".               00001176
          88 Override-Found          value "Y".                         00001177
                                                                        00001177
      * What went out for this customer, for the RISKHIST row.          00001178
       01 Ws-Hist-Override-Flag      pic X(01) value space.             00001178
       01 Ws-Hist-Override-Risc      pic 9(05) value zero.              00001179
                                                                        00001180
       01 Ws-Eof-Switch              pic X(01) value "N".               00001190
          88 No-More-Customers       value "Y".                         00001200
          05 Ws-Extract-Risc-Hash    pic 9(11) value zero.              00001604
          05 Ws-Customers-Rescored   pic 9(07) value zero.              00001605
          05 Ws-Customers-Carried    pic 9(07) value zero.              00001606
          05 Ws-Overrides-Applied    pic 9(07) value zero.              00001607
          05 Ws-Retired-Skipped      pic 9(07) value zero.              00001608
                                                                        00001610
       01 Ws-Report-Lines.                                              00001620
          05 Ws-Detail-Line.                                            00001630
             10 filler               pic X(20)                          00002141
                value "CARRIED FORWARD ....".                           00002142
             10 Ws-Tot-Carried       pic ZZZ,ZZ9.                       00002143
          05 Ws-Override-Line.                                          00002142
             10 filler               pic X(01) value space.             00002141
             10 filler               pic X(20)                          00002140
                value "OVERRIDES APPLIED ..".                           00002139
             10 Ws-Tot-Overrides     pic ZZZ,ZZ9.                       00002138
          05 Ws-Retired-Line.                                           00002138
             10 filler               pic X(01) value space.             00002137
             10 filler               pic X(20)                          00002136
                value "RETIRED SKIPPED ....".                           00002135
             10 Ws-Tot-Retired       pic ZZZ,ZZ9.                       00002134
                                                                        00002134
      * Passed to XARISSLG at the start and end of the step so the      00002133
      * run is recorded on the nightly STEPLOG.                         00002132
       01 Ws-Step-Log-Parms.                                            00002131
          COPY STEPPARM.                                                00002130
                                                                        00002130
       Procedure division.                                              00002140
                                                                        00002150
           Perform Initialize-Run.                                      00002180
           Perform Process-Customers until No-More-Customers.           00002190
           Perform Finalize-Run.                                        00002200
                                                                        00002203
           Perform Log-Step-End.                                        00002206
                                                                        00002210
           Goback.                                                      00002220
                                                                        00002230
              move Ws-As-Of-Date to Ws-Run-Date                         00002328
           end-if.                                                      00002330
           move Ws-As-Of-Date to Ws-Import-As-Of-Date.                  00002332
                                                                        00002324
           Perform Log-Step-Start.                                      00002317
                                                                        00002310
           Open input Cust-Master-File.                                 00002320
           if not Custmast-Ok                                           00002330
              move "Y" to Ws-Riskhist-Open-Ok                           00002824
           end-if.                                                      00002830
                                                                        00002832
      * Opened alongside RISKHIST and kept in step with it, row for     00002832
      * row, as each customer's history is written.                     00002832
           Open i-o Current-Score-File.                                 00002832
           if Ws-Currscor-Status = "35"                                 00002832
              Open output Current-Score-File                            00002832
              Close Current-Score-File                                  00002832
              Open i-o Current-Score-File                               00002832
           end-if.                                                      00002832
           if not Currscor-Ok                                           00002833
              display "XARISBAT: UNABLE TO OPEN CURRSCOR, STATUS="      00002833
                 Ws-Currscor-Status                                     00002833
              move "Y" to Ws-Eof-Switch                                 00002833
              move 12 to Return-Code                                    00002833
           else                                                         00002833
              move "Y" to Ws-Currscor-Open-Ok                           00002833
           end-if.                                                      00002833
                                                                        00002833
      * POLMAST is optional during the multi-policy transition: a       00002834
      * book that has not been converted yet falls back to the single   00002836
      * Cust-Policy-No carried on CUSTMAST, one extract detail per      00002838
              display "XARISBAT: POLMAST NOT AVAILABLE, STATUS="        00002845
                 Ws-Polmast-Status " - USING CUSTMAST POLICY NO"        00002846
           end-if.                                                      00002847
                                                                        00002847
      * RISKOVR only exists once an underwriter has set the first       00002847
      * override; until then every detail goes out at the calculated    00002847
      * Risc.  Any other open failure would silently drop overrides     00002847
      * pricing is owed, so it stops the run like the files above.      00002847
           Open input Override-File.                                    00002847
           evaluate true                                                00002847
              when Riskovr-Ok                                           00002847
                 move "Y" to Ws-Riskovr-Open-Ok                         00002847
              when Ws-Riskovr-Status = "35"                             00002847
                 display "XARISBAT: NO RISKOVR FILE - NO OVERRIDES"     00002847
                    " APPLIED"                                          00002847
              when other                                                00002847
                 display "XARISBAT: UNABLE TO OPEN RISKOVR, STATUS="    00002847
                    Ws-Riskovr-Status                                   00002847
                 move "Y" to Ws-Eof-Switch                              00002847
                 move 12 to Return-Code                                 00002847
           end-evaluate.                                                00002847
                                                                        00002847
      * MERGELOG only exists once the first duplicate has been merged.  00002847
      * Any other open failure would score retired Cust-Ids alongside   00002847
      * their survivors, so it stops the run like the files above.      00002847
           Open input Merge-Log-File.                                   00002847
           evaluate true                                                00002847
              when Mergelog-Ok                                          00002847
                 move "Y" to Ws-Mergelog-Open-Ok                        00002847
              when Ws-Mergelog-Status = "35"                            00002847
                 continue                                               00002847
              when other                                                00002847
                 display "XARISBAT: UNABLE TO OPEN MERGELOG, STATUS="   00002847
                    Ws-Mergelog-Status                                  00002847
                 move "Y" to Ws-Eof-Switch                              00002847
                 move 12 to Return-Code                                 00002847
           end-evaluate.                                                00002847
                                                                        00002848
           if Delta-Mode and not No-More-Customers                      00002848
              Perform Setup-Delta-Mode                                  00002849
                          to Ws-Customers-Rescored                      00003094
                       move Restart-Carried                             00003095
                          to Ws-Customers-Carried                       00003096
                       move Restart-Overrides-Applied                   00003094
                          to Ws-Overrides-Applied                       00003093
                       move Restart-Retired-Skipped                     00003092
                          to Ws-Retired-Skipped                         00003091
                 end-read                                               00003090
              end-perform                                               00003100
              Close Restart-Control-File                                00003110
              Write Register-Report-Line from Ws-Except-Detail-Line     00003620
           end-if.                                                      00003630
                                                                        00003640
      * Extract first, history second: the RISKHIST row records         00003641
      * whatever override the extract details actually went out at.     00003643
           move space to Ws-Hist-Override-Flag.                         00003645
           move zero  to Ws-Hist-Override-Risc.                         00003646
           Perform Write-Policy-Extracts.                               00003648
           Perform Write-Risk-History.                                  00003650
                                                                        00003670
      * Review fix: this still leaves a single-customer reprocessing    00003672
      * window between the two writes above and the checkpoint WRITE    00003674
       Decide-Delta-Action Section.                                     00003721

      * Rescore when anything that feeds the score can have moved       00003722
      * since the prior cycle; otherwise carry the prior cycle's        00003723
      * score forward.  No prior score at all (a new or reinstated      00003724
      * customer, or one whose history was archived mid-transition)     00003725
      * always means rescore.                                           00003726
           move "Y" to Ws-Rescore-Switch.                               00003727
                                                                        00003728
      * CURRSCOR holds the last two runs: the prior cycle's score is    00003728
      * the latest run on a normal night, or the prior slot when        00003729
      * tonight's cycle is being rerun.  Neither slot dated on the      00003730
      * prior cycle (a failed night in between, say) means rescore.     00003730
           move Cust-Id of Ws-Customer to Sc-Cust-Id.                   00003731
           Read Current-Score-File                                      00003732
              invalid key                                               00003733
                 continue                                               00003734
              not invalid key                                           00003735
                 evaluate true                                          00003735
                    when Sc-Run-Date = Ws-Prior-Cycle-Date              00003735
                       move "N" to Ws-Rescore-Switch                    00003735
                       move Sc-Risc          to Ws-Carry-Risc           00003736
                       move Sc-Bracket       to Ws-Carry-Bracket        00003736
                    when Sc-Prior-Run-Date = Ws-Prior-Cycle-Date        00003736
                       move "N" to Ws-Rescore-Switch                    00003737
                       move Sc-Prior-Risc    to Ws-Carry-Risc           00003737
                       move Sc-Prior-Bracket to Ws-Carry-Bracket        00003737
                    when other                                          00003737
                       continue                                         00003738
                 end-evaluate                                           00003738
                                                                        00003738
           end-read.                                                    00003739
           if not Rescore-Customer                                      00003742
              move Cust-Id of Ws-Customer to Tl-Cust-Id                 00003743
              Read Touch-File                                           00003744
           move Ws-Policies-Skipped   to Restart-Policies-Skipped.      00003816
           move Ws-Customers-Rescored to Restart-Rescored.              00003817
           move Ws-Customers-Carried  to Restart-Carried.               00003818
           move Ws-Overrides-Applied  to Restart-Overrides-Applied.     00003818
           move Ws-Retired-Skipped    to Restart-Retired-Skipped.       00003819
                                                                        00003820
           Write Restart-Control-Record.                                00003830
           if not Restctl-Ok                                            00003840
           move Ws-Risc                to Rh-Risc.                      00003930
           move Ws-Bracket-Code        to Rh-Bracket.                   00003940
           move Age of Ws-Customer     to Rh-Age.                       00003950
           move Ws-Hist-Override-Flag  to Rh-Override-Flag.             00003953
           move Ws-Hist-Override-Risc  to Rh-Override-Risc.             00003956
                                                                        00003960
           Write Risk-History-Record                                    00003970
              invalid key                                               00003980
                 display "XARISBAT: RISKHIST WRITE REJECTED, STATUS="   00003990
                    Ws-Riskhist-Status " FOR CUST "                     00003995
                    Cust-Id of Ws-Customer                              00004000
      * A duplicate is tonight's row already on file - a restart        00004000
      * reprocessing the checkpoint-window customer, or a rerun of      00004001
      * the cycle.  RISKHIST keeps the row it has, so CURRSCOR is       00004001
      * brought into line with that stored row rather than with         00004002
      * this pass's values.                                             00004003
                 if Ws-Riskhist-Status = "22"                           00004003
                    Read Risk-History-File                              00004004
                       invalid key                                      00004005
                          continue                                      00004005
                       not invalid key                                  00004006
                          Perform Update-Current-Score                  00004006
                    end-read                                            00004007
                 end-if                                                 00004008
              not invalid key                                           00004008
                 Perform Update-Current-Score                           00004009
           end-write.                                                   00004010
                                                                        00004010
       Update-Current-Score Section.                                    00004010
                                                                        00004010
      * CURRSCOR always mirrors the two latest RISKHIST rows for the    00004010
      * customer, whatever order the runs arrive in: a later run        00004010
      * shifts the latest values down to prior, the same run date       00004010
      * (rerun or restart) replaces the latest values in place, and     00004011
      * an older ASOF run only lands in the prior slot when it is       00004011
      * newer than what is held there.                                  00004011
           move "Y" to Ws-Score-Rewrite-Switch.                         00004011
           move Rh-Cust-Id to Sc-Cust-Id.                               00004011
           Read Current-Score-File                                      00004011
              invalid key                                               00004012
                 move Rh-Cust-Id to Sc-Cust-Id                          00004012
                 Perform Move-History-To-Last                           00004012
                 move zeros  to Sc-Prior-Run-Date Sc-Prior-Risc         00004012
                                Sc-Prior-Age Sc-Prior-Override-Risc     00004012
                 move spaces to Sc-Prior-Bracket                        00004012
                                Sc-Prior-Override-Flag                  00004012
                 move "N" to Ws-Score-Rewrite-Switch                    00004013
                 Write Current-Score-Record                             00004013
                    invalid key                                         00004013
                       display "XARISBAT: CURRSCOR WRITE REJECTED,"     00004013
                          " STATUS=" Ws-Currscor-Status " FOR CUST "    00004013
                          Rh-Cust-Id                                    00004013
                 end-write                                              00004014
           end-read.                                                    00004014
                                                                        00004014
           if Rewrite-Current-Score                                     00004014
              evaluate true                                             00004014
                 when Rh-Run-Date > Sc-Run-Date                         00004014
                    move Sc-Last to Sc-Prior                            00004014
                    Perform Move-History-To-Last                        00004015
                 when Rh-Run-Date = Sc-Run-Date                         00004015
                    Perform Move-History-To-Last                        00004015
                 when Rh-Run-Date > Sc-Prior-Run-Date                   00004015
                    move Rh-Run-Date      to Sc-Prior-Run-Date          00004015
                    move Rh-Risc          to Sc-Prior-Risc              00004015
                    move Rh-Bracket       to Sc-Prior-Bracket           00004016
                    move Rh-Age           to Sc-Prior-Age               00004016
                    move Rh-Override-Flag to Sc-Prior-Override-Flag     00004016
                    move Rh-Override-Risc to Sc-Prior-Override-Risc     00004016
                 when other                                             00004016
                    move "N" to Ws-Score-Rewrite-Switch                 00004016
              end-evaluate                                              00004016
           end-if.                                                      00004017
                                                                        00004017
           if Rewrite-Current-Score                                     00004017
              Rewrite Current-Score-Record                              00004017
                 invalid key                                            00004017
                    display "XARISBAT: CURRSCOR REWRITE REJECTED,"      00004017
                       " STATUS=" Ws-Currscor-Status " FOR CUST "       00004018
                       Rh-Cust-Id                                       00004018
              end-rewrite                                               00004018
           end-if.                                                      00004018
                                                                        00004018
       Move-History-To-Last Section.                                    00004018
                                                                        00004018
           move Rh-Run-Date      to Sc-Run-Date.                        00004019
           move Rh-Risc          to Sc-Risc.                            00004019
           move Rh-Bracket       to Sc-Bracket.                         00004019
           move Rh-Age           to Sc-Age.                             00004019
           move Rh-Override-Flag to Sc-Override-Flag.                   00004019
           move Rh-Override-Risc to Sc-Override-Risc.                   00004019
                                                                        00004020
       Write-Extract-Header Section.                                    00004022
                                                                        00004024
                                                                        00004082
       Write-Extract-Detail Section.                                    00004083
                                                                        00004084
           Perform Apply-Risc-Override.                                 00004084
                                                                        00004084
           move "D"                           to Rx-Rec-Type.           00004085
           move Ws-Extract-Policy-No          to Rx-Policy-No.          00004086
           move Cust-Id of Ws-Customer        to Rx-Cust-Id.            00004087
           move Ws-Extract-Risc               to Rx-Risc.               00004088
           move Ws-Bracket-Code               to Rx-Bracket.            00004089
           move Ws-Run-Date                   to Rx-Calc-Date.          00004091
                                                                        00004092
           Write Risk-Extract-Record.                                   00004093
           add 1 to Ws-Extract-Count.                                   00004094
           add Ws-Extract-Risc to Ws-Extract-Risc-Hash.                 00004094
                                                                        00004094
       Apply-Risc-Override Section.                                     00004095
                                                                        00004095
      * A row for this very policy beats the customer-level row; an     00004096
      * expired row, or one set after the date being priced, counts     00004096
      * as no row at all.  Only the extract detail carries the          00004097
      * override - the register, totals and Rh-Risc stay calculated.    00004097
           move Ws-Risc to Ws-Extract-Risc.                             00004098
           move "N" to Ws-Override-Switch.                              00004098
                                                                        00004099
           if Riskovr-Open-Ok                                           00004099
              move Cust-Id of Ws-Customer to Ro-Cust-Id                 00004100
              move Ws-Extract-Policy-No   to Ro-Policy-No               00004100
              Perform Read-Override                                     00004100
              if not Override-Found                                     00004101
                 move Cust-Id of Ws-Customer to Ro-Cust-Id              00004101
                 move spaces                 to Ro-Policy-No            00004102
                 Perform Read-Override                                  00004102
              end-if                                                    00004103
           end-if.                                                      00004103
                                                                        00004104
           if Override-Found                                            00004104
              if Ro-Fixed-Risc                                          00004105
                 move Ro-Value to Ws-Extract-Risc                       00004105
              else                                                      00004106
                 compute Ws-Extract-Risc rounded =                      00004106
                    Ws-Risc * (100 + Ro-Value) / 100                    00004107
                    on size error                                       00004107
                       move 99999 to Ws-Extract-Risc                    00004107
                 end-compute                                            00004108
              end-if                                                    00004108
              add 1 to Ws-Overrides-Applied                             00004109
              if Ro-Customer-Level                                      00004109
                 move "C" to Ws-Hist-Override-Flag                      00004110
                 move Ws-Extract-Risc to Ws-Hist-Override-Risc          00004110
              else                                                      00004111
                 if Ws-Hist-Override-Flag not = "C"                     00004111
                    move "P" to Ws-Hist-Override-Flag                   00004112
                    move Ws-Extract-Risc to Ws-Hist-Override-Risc       00004112
                 end-if                                                 00004113
              end-if                                                    00004113
           end-if.                                                      00004113
                                                                        00004114
       Read-Override Section.                                           00004114
                                                                        00004115
           Read Override-File                                           00004115
              invalid key                                               00004116
                 continue                                               00004116
              not invalid key                                           00004117
                 if Ro-Set-Date not > Ws-Run-Date                       00004117
                    and Ro-Expiry-Date not < Ws-Run-Date                00004118
                    move "Y" to Ws-Override-Switch                      00004118
                 end-if                                                 00004119
           end-read.                                                    00004119
                                                                        00004120
       Write-Extract-Trailer Section.                                   00004122
                                                                        00004124
                                                                        00004210
       Read-Next-Customer Section.                                      00004220
                                                                        00004230
      * A Cust-Id on MERGELOG was merged into another customer by       00004231
      * XARISMRG.  A finished merge took it off CUSTMAST; one stopped   00004233
      * part way has not, and its policies may already be under the     00004235
      * survivor - either way it is read past, never scored.            00004237
           move "Y" to Ws-Retired-Switch.                               00004239
           perform until No-More-Customers or not Customer-Retired      00004240
              move "N" to Ws-Retired-Switch                             00004242
              Read Cust-Master-File next record                         00004244
                 at end move "Y" to Ws-Eof-Switch                       00004246
              end-read                                                  00004248
              if Mergelog-Open-Ok and not No-More-Customers             00004250
                 move Cust-Id of Cust-Master-Record                     00004251
                    to Mg-Retired-Cust-Id                               00004253
                 Read Merge-Log-File                                    00004255
                    invalid key continue                                00004257
                    not invalid key                                     00004259
                       move "Y" to Ws-Retired-Switch                    00004260
                       add 1 to Ws-Retired-Skipped                      00004262
                 end-read                                               00004264
              end-if                                                    00004266
           end-perform.                                                 00004268
                                                                        00004270
       Finalize-Run Section.                                            00004280
                                                                        00004290
              move Ws-Customers-Carried  to Ws-Tot-Carried              00004426
              Write Register-Report-Line from Ws-Rescored-Line          00004427
              Write Register-Report-Line from Ws-Carried-Line           00004428
              move Ws-Overrides-Applied  to Ws-Tot-Overrides            00004424
              Write Register-Report-Line from Ws-Override-Line          00004421
              move Ws-Retired-Skipped    to Ws-Tot-Retired              00004418
              Write Register-Report-Line from Ws-Retired-Line           00004415
           end-if.                                                      00004412
                                                                        00004414
      * Hold the downstream stream on an empty master or an exception   00004416
           if Riskhist-Open-Ok                                          00004454
              Close Risk-History-File                                   00004460
           end-if.                                                      00004462
           if Currscor-Open-Ok                                          00004462
              Close Current-Score-File                                  00004463
           end-if.                                                      00004463
           if Riskext-Open-Ok                                           00004464
              Perform Write-Extract-Trailer                             00004466
              Close Risk-Extract-File                                   00004470
           end-if.                                                      00004482
           if Polmast-Open-Ok                                           00004483
              Close Policy-Master-File                                  00004484
           end-if.                                                      00004484
           if Riskovr-Open-Ok                                           00004484
              Close Override-File                                       00004484
           end-if.                                                      00004484
           if Mergelog-Open-Ok                                          00004484
              Close Merge-Log-File                                      00004484
           end-if.                                                      00004485
           if Touchlog-Open-Ok                                          00004486
              Close Touch-File                                          00004487
              display "XARISBAT: UNABLE TO CLEAR TOUCHLOG, STATUS="     00004512
                 Ws-Touchlog-Status                                     00004513
           end-if.                                                      00004514

       Log-Step-Start Section.                                          00004524
                                                                        00004534
      * Record the start of this step on STEPLOG for the morning        00004544
      * operations summary (XARISOPS).                                  00004554
           Initialize Ws-Step-Log-Parms.                                00004564
           move "S"        to Sp-Function.                              00004574
           move "XARISBAT" to Sp-Program.                               00004584
      * Logged under the date being scored, so an ASOF rerun lands      00004594
      * on the cycle it rebuilds rather than on today.                  00004604
           move "T"        to Sp-Cycle-Source.                          00004614
           move Ws-Run-Date to Sp-Cycle-Date.                           00004624
           if Restart-Mode-On                                           00004634
              move "Y" to Sp-Restart-Flag                               00004644
           else                                                         00004654
              move "N" to Sp-Restart-Flag                               00004664
           end-if.                                                      00004674
           Perform Call-Step-Logger.                                    00004684
                                                                        00004694
       Log-Step-End Section.                                            00004704
                                                                        00004714
           move "E"        to Sp-Function.                              00004724
           move Ws-Total-Customers   to Sp-Records-Read.                00004734
           move Ws-Extract-Count     to Sp-Records-Written.             00004744
           move Ws-Exception-Count   to Sp-Records-Rejected.            00004754
           Perform Call-Step-Logger.                                    00004764
                                                                        00004774
       Call-Step-Logger Section.                                        00004784
                                                                        00004794
      * XARISSLG only ever warns; whatever the CALL leaves in           00004804
      * RETURN-CODE, this step ends with its own return code.           00004814
           move Return-Code to Sp-Return-Code.                          00004824
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00004834
           move Sp-Return-Code to Return-Code.                          00004844
