      * be fed, key a corrected DOB, and request a one-off recalc.    * 00000150
      * Every correction is logged to CORRLOG before the rewrite so   * 00000160
      * there is an audit trail of who changed what and when.         * 00000170
      *                                                               * 00000171
      * A correction that moves the age by more than the four-eyes    * 00000172
      * limit, or across a RISKPARM bracket boundary, is not applied  * 00000173
      * here: it is held on PENDCORR and CUSTMAST is left alone until * 00000174
      * a different user approves it on the XARISAPV supervisor       * 00000175
      * screen, which then does the rewrite, CORRLOG, TOUCHLOG and    * 00000176
      * recalc this screen does for the smaller corrections.          * 00000177
      *                                                               * 00000180
      * NOTE: this program uses EXEC CICS commands and is not         * 00000190
      * compilable/testable with a stand-alone GnuCOBOL syntax-only   * 00000200
      * applied; RISC is cleared before every browse    | 08/08/26 | AGT00000403
      * Record applied corrections on TOUCHLOG so the   | 09/03/26 | AGT00000404
      * XARISBAT DELTA mode knows who to re-score       | 09/03/26 | AGT00000405
      * Four-eyes: a DOB correction moving the age by   | 10/15/26 | AGT00000407
      * more than the limit or across a bracket boundary| 10/15/26 | AGT00000409
      * is held on PENDCORR for approval on XARISAPV    | 10/15/26 | AGT00000411
      * Four-eyes old age worked out from DOB on file   | 10/15/26 | AGT00000413
      ***************************************************************** 00000415
                                                                        00000417
       Environment division.                                            00000420
                                                                        00000430
       Data Division.                                                   00000440
       01 Ws-Touch-Rec.                                                 00000557
          COPY TOUCHLOG.                                                00000558
                                                                        00000558
       01 Ws-Pending-Rec.                                               00000560
          COPY PENDCORR.                                                00000562
                                                                        00000565
       COPY XARISMAP.                                                   00000567
                                                                        00000570
       01 Ws-Run-Date-Group.                                            00000580
          05 Ws-Run-Date             pic 9(08).                         00000590
          05 Ws-Dob-Mmdd             pic 9(04).                         00000680
                                                                        00000690
       01 Ws-New-Age                 pic 9(03).                         00000700
                                                                        00000701
       01 Ws-Old-Age                 pic 9(03).                         00000703
                                                                        00000704
      * Four-eyes limit: an age change of more than this many years     00000706
      * (or any change across a bracket boundary) is held on PENDCORR   00000707
      * for a second user's approval instead of being applied.          00000709
       01 Ws-Four-Eyes-Years         pic 9(03) value 2.                 00000710
       01 Ws-Age-Change              pic 9(03).                         00000712
       01 Ws-Four-Eyes-Switch        pic X(01) value "N".               00000713
          88 Four-Eyes-Required      value "Y".                         00000715
       01 Ws-Hold-Reason             pic X(04).                         00000716
                                                                        00000718
       01 Ws-Xarl-Import.                                               00000720
          03 Ws-Xarl-Customer.                                          00000730
             COPY CUSTREC.                                              00000740
           else                                                         00001648
              move Cust-Id of Ws-Customer  to Cl-Cust-Id                00001650
              move Cust-Dob of Ws-Customer to Cl-Old-Dob                00001652
                                                                        00001670
              Exec Cics Asktime                                         00001700
                 Abstime(Ws-Abstime)                                    00001710
              End-Exec                                                  00001720
                 Userid(Cl-User-Id)                                     00001792
              End-Exec                                                  00001793
                                                                        00001800
      * Old age from the DOB on file as of today, like the new one:     00001801
      * the stored Age is only refreshed when XARISMNT maintains the    00001802
      * record and can be out of date.                                  00001803
              if Cust-Dob of Ws-Customer is numeric                     00001804
                 move Cust-Dob of Ws-Customer to Ws-Dob-Value           00001805
                 compute Ws-Old-Age = Ws-Run-Yyyy - Ws-Dob-Yyyy         00001807
                 if Ws-Run-Mmdd < Ws-Dob-Mmdd                           00001808
                    subtract 1 from Ws-Old-Age                          00001809
                 end-if                                                 00001810
              else                                                      00001811
                 move Age of Ws-Customer to Ws-Old-Age                  00001812
              end-if                                                    00001814
              move Ws-Old-Age to Cl-Old-Age                             00001815
                                                                        00001816
              move Newdobi to Ws-Dob-Value                              00001817
              compute Ws-New-Age = Ws-Run-Yyyy - Ws-Dob-Yyyy            00001818
              if Ws-Run-Mmdd < Ws-Dob-Mmdd                              00001820
                 subtract 1 from Ws-New-Age                             00001830
              end-if                                                    00001840
                                                                        00001850
      * A correction big enough to change the score is only held here   00001853
      * for a second user to approve on XARISAPV: CUSTMAST, CORRLOG     00001856
      * and TOUCHLOG are written by the approval, not by the maker.     00001859
              Perform Check-Four-Eyes                                   00001862
                                                                        00001865
              if Four-Eyes-Required                                     00001868
                 Perform Hold-Correction                                00001871
              else                                                      00001874
                 move Newdobi  to Cust-Dob of Ws-Customer               00001877
                 move Ws-New-Age to Age of Ws-Customer                  00001880
                 move Ws-New-Age to Cl-New-Age                          00001883
                 move Newdobi  to Cl-New-Dob                            00001886
                                                                        00001889
                 Exec Cics Rewrite                                      00001892
                    File('CUSTMAST')                                    00001895
                    From(Ws-Customer)                                   00001898
                    Resp(Ws-Resp)                                       00001901
                 End-Exec                                               00001904
                                                                        00001907
                 if Ws-Resp not = Dfhresp(Normal)                       00001910
                    move "CUSTMAST REWRITE FAILED" to Msgo              00001913
                 else                                                   00001916
                    if Eibaid = Dfhpf5                                  00001919
                       set Cl-Recalc-Requested to true                  00001922
                    else                                                00001925
                       move "N" to Cl-Recalc-Flag                       00001928
                    end-if                                              00001931
                                                                        00001934
                    Exec Cics Write                                     00001937
                       File('CORRLOG')                                  00001940
                       From(Ws-Correction-Record)                       00001943
                       Ridfld(Cl-Key)                                   00001946
                       Resp(Ws-Resp)                                    00001949
                    End-Exec                                            00001952
                                                                        00001955
                    if Ws-Resp not = Dfhresp(Normal)                    00001958
                       move "CORRLOG WRITE FAILED" to Msgo              00001961
                    else                                                00001964
                       Perform Record-Touch                             00001967
                       if Cl-Recalc-Requested                           00001970
                          Perform Recalc-One-Customer                   00001973
                       end-if                                           00001976
                                                                        00001979
                       move "CORRECTION SAVED" to Msgo                  00001982
                    end-if                                              00001985
                 end-if                                                 00001988
              end-if                                                    00001991
           end-if.                                                      00001994
                                                                        00001997
       Check-Four-Eyes Section.                                         00002000
                                                                        00002003
      * Four-eyes applies when the age moves by more than the limit     00002006
      * below, or when old and new age fall on different sides of       00002009
      * either bracket boundary in the RISKPARM row in force today.     00002012
           move "N" to Ws-Four-Eyes-Switch.                             00002015
           move spaces to Ws-Hold-Reason.                               00002018
                                                                        00002021
           if Ws-New-Age > Ws-Old-Age                                   00002024
              compute Ws-Age-Change = Ws-New-Age - Ws-Old-Age           00002027
           else                                                         00002030
              compute Ws-Age-Change = Ws-Old-Age - Ws-New-Age           00002033
           end-if.                                                      00002036
                                                                        00002039
           Perform Fetch-Risk-Parms.                                    00002042
                                                                        00002045
           if (Ws-Old-Age < Ws-Xarl-Sup-Boundary-1 and                  00002048
                 Ws-New-Age not < Ws-Xarl-Sup-Boundary-1)               00002051
              or (Ws-Old-Age not < Ws-Xarl-Sup-Boundary-1 and           00002054
                 Ws-New-Age < Ws-Xarl-Sup-Boundary-1)                   00002057
              or (Ws-Old-Age < Ws-Xarl-Sup-Boundary-2 and               00002060
                 Ws-New-Age not < Ws-Xarl-Sup-Boundary-2)               00002063
              or (Ws-Old-Age not < Ws-Xarl-Sup-Boundary-2 and           00002066
                 Ws-New-Age < Ws-Xarl-Sup-Boundary-2)                   00002069
              move "Y"    to Ws-Four-Eyes-Switch                        00002072
              move "BRKT" to Ws-Hold-Reason                             00002075
           else                                                         00002078
              if Ws-Age-Change > Ws-Four-Eyes-Years                     00002081
                 move "Y"    to Ws-Four-Eyes-Switch                     00002084
                 move "AGE " to Ws-Hold-Reason                          00002087
              end-if                                                    00002090
           end-if.                                                      00002093
                                                                        00002096
       Hold-Correction Section.                                         00002099
                                                                        00002102
      * CUSTMAST was read for update; release it untouched and park     00002105
      * the correction on PENDCORR for the checker.                     00002108
           Exec Cics Unlock                                             00002111
              File('CUSTMAST')                                          00002114
           End-Exec.                                                    00002117
                                                                        00002120
           move Cl-Cust-Id      to Pc-Cust-Id.                          00002123
           move Cl-Correct-Date to Pc-Request-Date.                     00002126
           move Cl-Correct-Time to Pc-Request-Time.                     00002129
           move Cl-Old-Dob      to Pc-Old-Dob.                          00002132
           move Newdobi         to Pc-New-Dob.                          00002135
           move Ws-Old-Age      to Pc-Old-Age.                          00002138
           move Ws-New-Age      to Pc-New-Age.                          00002141
           move Ws-Hold-Reason  to Pc-Hold-Reason.                      00002144
           move Cl-User-Id      to Pc-Maker-Id.                         00002147
           if Eibaid = Dfhpf5                                           00002150
              set Pc-Recalc-Requested to true                           00002153
           else                                                         00002156
              move "N" to Pc-Recalc-Flag                                00002159
           end-if.                                                      00002162
           set Pc-Pending to true.                                      00002165
           move spaces          to Pc-Checker-Id.                       00002168
           move zeros           to Pc-Decision-Date.                    00002171
           move zeros           to Pc-Decision-Time.                    00002174
                                                                        00002177
           Exec Cics Write                                              00002180
              File('PENDCORR')                                          00002183
              From(Ws-Pending-Rec)                                      00002186
              Ridfld(Pc-Key)                                            00002189
              Resp(Ws-Resp)                                             00002192
           End-Exec.                                                    00002195
                                                                        00002198
           if Ws-Resp not = Dfhresp(Normal)                             00002201
              move "PENDCORR WRITE FAILED - CORRECTION NOT SAVED"       00002204
                 to Msgo                                                00002207
           else                                                         00002210
              move "CORRECTION HELD FOR SUPERVISOR APPROVAL" to Msgo    00002213
           end-if.                                                      00002216
                                                                        00002230
       Record-Touch Section.                                            00002232
                                                                        00002233
