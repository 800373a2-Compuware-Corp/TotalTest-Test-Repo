       Identification division.                                         00000010
       Program-id.   XaRisApv.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISAPV                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Pseudo-conversational CICS supervisor screen (transaction     * 00000120
      * XAPV) for the four-eyes DOB corrections XARISONL parks on     * 00000130
      * PENDCORR.  The supervisor browses pending corrections (ENTER  * 00000140
      * from a keyed customer ID or from the top, PF8 for the next    * 00000150
      * one) and approves one with PF5 or rejects it with PF6.  The   * 00000160
      * signed-on userid of the checker may never be the userid that  * 00000170
      * keyed the correction.  Only an approval touches the customer: * 00000180
      * it rewrites CUSTMAST with the new DOB and age, writes the     * 00000190
      * CORRLOG row (under the maker's userid) and the TOUCHLOG row,  * 00000200
      * and runs the one-off recalc when the maker asked for one -    * 00000210
      * exactly what XARISONL does for a correction under the limit.  * 00000220
      * A rejection leaves CUSTMAST as it was.  Either decision is    * 00000230
      * stamped on the PENDCORR row with the checker's userid, date   * 00000240
      * and time, and decided rows stay on file for audit.            * 00000250
      *                                                               * 00000260
      * An approval is refused if the customer's DOB on CUSTMAST no   * 00000270
      * longer matches the DOB the maker saw, so a correction can     * 00000280
      * never be applied over a later change; reject it and re-key.   * 00000290
      *                                                               * 00000300
      ***************************************************************** 00000370
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000380
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000390
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000400
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000410
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000420
      *                                                               * 00000430
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000440
      * ALL RIGHTS RESERVED.                                          * 00000450
      ***************************************************************** 00000460
      *                          Maintenance Log                        00000470
      *---------------------------------------------------------------- 00000480
      *              Description                       |   Date   | Who 00000490
      *---------------------------------------------------------------- 00000500
      * Initial DOB correction approval screen          | 10/15/26 | AGT00000510
      * Keep a PENDCORR rewrite failure on the screen   | 10/15/26 | AGT00000515
      ***************************************************************** 00000520
                                                                        00000530
       Environment division.                                            00000540
                                                                        00000550
       Data Division.                                                   00000560
       Working-Storage Section.                                         00000570
                                                                        00000580
       COPY DFHAID.                                                     00000590
                                                                        00000600
       01 Ws-Resp                    pic S9(08) comp.                   00000610
       01 Ws-Abstime                 pic S9(15) comp-3.                 00000620
                                                                        00000630
       01 Ws-Pending-Rec.                                               00000640
          COPY PENDCORR.                                                00000650
                                                                        00000660
       01 Ws-Pend-Key.                                                  00000670
          05 Ws-Pk-Cust-Id           pic X(10).                         00000680
          05 Ws-Pk-Request-Date      pic 9(08).                         00000690
          05 Ws-Pk-Request-Time      pic 9(06).                         00000700
                                                                        00000710
       01 Ws-Customer.                                                  00000720
          COPY CUSTREC.                                                 00000730
                                                                        00000740
       01 Ws-Correction-Record.                                         00000750
          COPY CORRLOG.                                                 00000760
                                                                        00000770
       01 Ws-Riskparm-Rec.                                              00000780
          COPY RISKPARM.                                                00000790
       01 Ws-Riskparm-Key            pic 9(08).                         00000800
                                                                        00000810
       01 Ws-Touch-Rec.                                                 00000820
          COPY TOUCHLOG.                                                00000830
                                                                        00000840
       COPY XARISAMP.                                                   00000850
                                                                        00000860
       01 Ws-Run-Date                pic 9(08).                         00000870
       01 Ws-Run-Time                pic 9(06).                         00000880
       01 Ws-User-Id                 pic X(08).                         00000890
                                                                        00000900
       01 Ws-Found-Switch            pic X(01) value "N".               00000910
          88 Correction-Shown        value "Y".                         00000920
                                                                        00000930
       01 Ws-Skip-First-Switch       pic X(01) value "N".               00000940
          88 Skip-First-Row          value "Y".                         00000950
                                                                        00000960
       01 Ws-Browse-Eof-Switch       pic X(01) value "N".               00000970
          88 Browse-Done             value "Y".                         00000980
                                                                        00000990
       01 Ws-Browse-Started-Switch   pic X(01) value "N".               00001000
          88 Browse-Started          value "Y".                         00001010
                                                                        00001020
       01 Ws-Decision-Ok-Switch      pic X(01) value "N".               00001030
          88 Decision-Allowed        value "Y".                         00001040
                                                                        00001042
       01 Ws-Pendcorr-Rewrite-Switch pic X(01) value "N".               00001044
          88 Pendcorr-Rewritten      value "Y".                         00001046
                                                                        00001050
       01 Ws-Xarl-Import.                                               00001060
          03 Ws-Xarl-Customer.                                          00001070
             COPY CUSTREC.                                              00001080
          03 Ws-Xarl-As-Of-Date   pic 9(08) value zeros.                00001090
          03 Ws-Xarl-Parms-Supplied-Flag pic X(01) value "N".           00001100
             88 Ws-Xarl-Parms-Supplied    value "Y".                    00001110
          03 Ws-Xarl-Supplied-Parms.                                    00001120
             05 Ws-Xarl-Sup-Boundary-1       pic 9(03).                 00001130
             05 Ws-Xarl-Sup-Boundary-2       pic 9(03).                 00001140
             05 Ws-Xarl-Sup-Smoker-Mult      pic 9v99.                  00001150
             05 Ws-Xarl-Sup-Occup-Low-Mult   pic 9v99.                  00001160
             05 Ws-Xarl-Sup-Occup-Medium-Mult pic 9v99.                 00001170
             05 Ws-Xarl-Sup-Occup-High-Mult  pic 9v99.                  00001180
             05 Ws-Xarl-Sup-Pre-Exist-Mult   pic 9v99.                  00001190
       01 Ws-Xarl-Export.                                               00001200
          05 Ws-Xarl-Risc         pic 9(05).                            00001210
          05 Ws-Xarl-Except-Flag  pic X(01).                            00001220
             88 Ws-Xarl-Not-Calc  value "Y".                            00001230
          05 Ws-Xarl-Bracket      pic X(02).                            00001240
                                                                        00001250
       01 Ws-Commarea.                                                  00001260
          05 Ca-Cust-Id              pic X(10).                         00001270
          05 Ca-Request-Date         pic 9(08).                         00001280
          05 Ca-Request-Time         pic 9(06).                         00001290
                                                                        00001300
       Linkage Section.                                                 00001310
                                                                        00001320
       01 Dfhcommarea                pic X(24).                         00001330
                                                                        00001340
       Procedure division.                                              00001350
                                                                        00001360
       Main Section.                                                    00001370
                                                                        00001380
           if Eibcalen = 0                                              00001390
              Perform Send-Initial-Map                                  00001400
              Exec Cics Return                                          00001410
                 Transid('XAPV')                                        00001420
                 Commarea(Ws-Commarea)                                  00001430
                 Length(Length of Ws-Commarea)                          00001440
              End-Exec                                                  00001450
           else                                                         00001460
              move Dfhcommarea to Ws-Commarea                           00001470
              Perform Receive-Map                                       00001480
                                                                        00001490
              if Ws-Resp not = Dfhresp(Normal)                          00001500
                 Perform Send-Invalid-Key-Map                           00001510
              else                                                      00001520
                 evaluate Eibaid                                        00001530
                    when Dfhpf3                                         00001540
                       Perform Send-Goodbye-Map                         00001550
                    when Dfhenter                                       00001560
                       Perform Process-Browse                           00001570
                    when Dfhpf8                                         00001580
                       Perform Process-Browse-Next                      00001590
                    when Dfhpf5                                         00001600
                       Perform Process-Approve                          00001610
                    when Dfhpf6                                         00001620
                       Perform Process-Reject                           00001630
                    when other                                          00001640
                       Perform Send-Invalid-Key-Map                     00001650
                 end-evaluate                                           00001660
              end-if                                                    00001670
                                                                        00001680
              if Eibaid = Dfhpf3                                        00001690
                 Exec Cics Return End-Exec                              00001700
              else                                                      00001710
                 Exec Cics Return                                       00001720
                    Transid('XAPV')                                     00001730
                    Commarea(Ws-Commarea)                               00001740
                    Length(Length of Ws-Commarea)                       00001750
                 End-Exec                                               00001760
              end-if                                                    00001770
           end-if.                                                      00001780
                                                                        00001790
           Goback.                                                      00001800
                                                                        00001810
       Process-Browse Section.                                          00001820
                                                                        00001830
           if Custidl > 0 and Custidi not = spaces                      00001840
              move Custidi to Ws-Pk-Cust-Id                             00001850
              move zeros   to Ws-Pk-Request-Date                        00001860
              move zeros   to Ws-Pk-Request-Time                        00001870
           else                                                         00001880
              move Ca-Cust-Id      to Ws-Pk-Cust-Id                     00001890
              move Ca-Request-Date to Ws-Pk-Request-Date                00001900
              move Ca-Request-Time to Ws-Pk-Request-Time                00001910
           end-if.                                                      00001920
           if Ws-Pk-Cust-Id = spaces or Ws-Pk-Cust-Id = low-values      00001930
              move low-values to Ws-Pk-Cust-Id                          00001940
              move zeros      to Ws-Pk-Request-Date                     00001950
              move zeros      to Ws-Pk-Request-Time                     00001960
           end-if.                                                      00001970
                                                                        00001980
           move "N" to Ws-Skip-First-Switch.                            00001990
           Perform Browse-From-Key.                                     00002000
                                                                        00002010
           if Correction-Shown                                          00002020
              move spaces to Msgo                                       00002030
              move spaces to Risco                                      00002035
              Perform Show-Correction                                   00002040
           else                                                         00002050
              move low-values to Xarisa1o                               00002060
              move "NO PENDING CORRECTIONS FOUND" to Msgo               00002070
              Perform Send-Display-Map                                  00002080
           end-if.                                                      00002090
                                                                        00002100
       Process-Browse-Next Section.                                     00002110
                                                                        00002120
           if Ca-Cust-Id = spaces or Ca-Cust-Id = low-values            00002130
              Perform Send-Invalid-Key-Map                              00002140
           else                                                         00002150
              move Ca-Cust-Id      to Ws-Pk-Cust-Id                     00002160
              move Ca-Request-Date to Ws-Pk-Request-Date                00002170
              move Ca-Request-Time to Ws-Pk-Request-Time                00002180
              move "Y" to Ws-Skip-First-Switch                          00002190
              Perform Browse-From-Key                                   00002200
                                                                        00002210
              if Correction-Shown                                       00002220
                 move spaces to Msgo                                    00002230
                 move spaces to Risco                                   00002235
                 Perform Show-Correction                                00002240
              else                                                      00002250
                 move "END OF PENDING CORRECTIONS" to Msgo              00002260
                 Perform Send-Display-Map                               00002270
              end-if                                                    00002280
           end-if.                                                      00002290
                                                                        00002300
       Browse-From-Key Section.                                         00002310
                                                                        00002320
           move "N" to Ws-Found-Switch.                                 00002330
           move "N" to Ws-Browse-Eof-Switch.                            00002340
           move "N" to Ws-Browse-Started-Switch.                        00002350
                                                                        00002360
           Exec Cics Startbr                                            00002370
              File('PENDCORR')                                          00002380
              Ridfld(Ws-Pend-Key)                                       00002390
              Gteq                                                      00002400
              Resp(Ws-Resp)                                             00002410
           End-Exec.                                                    00002420
                                                                        00002430
           if Ws-Resp = Dfhresp(Normal)                                 00002440
              move "Y" to Ws-Browse-Started-Switch                      00002450
           else                                                         00002460
              move "Y" to Ws-Browse-Eof-Switch                          00002470
           end-if.                                                      00002480
                                                                        00002490
           perform until Browse-Done                                    00002500
              Exec Cics Readnext                                        00002510
                 File('PENDCORR')                                       00002520
                 Into(Ws-Pending-Rec)                                   00002530
                 Ridfld(Ws-Pend-Key)                                    00002540
                 Resp(Ws-Resp)                                          00002550
              End-Exec                                                  00002560
              if Ws-Resp not = Dfhresp(Normal)                          00002570
                 move "Y" to Ws-Browse-Eof-Switch                       00002580
              else                                                      00002590
                 if Skip-First-Row                                      00002600
                    and Pc-Cust-Id = Ca-Cust-Id                         00002610
                    and Pc-Request-Date = Ca-Request-Date               00002620
                    and Pc-Request-Time = Ca-Request-Time               00002630
                    continue                                            00002640
                 else                                                   00002650
                    if Pc-Pending                                       00002660
                       move "Y" to Ws-Found-Switch                      00002670
                       move "Y" to Ws-Browse-Eof-Switch                 00002680
                    end-if                                              00002690
                 end-if                                                 00002700
              end-if                                                    00002710
           end-perform.                                                 00002720
                                                                        00002730
           if Browse-Started                                            00002740
              Exec Cics Endbr File('PENDCORR') End-Exec                 00002750
           end-if.                                                      00002760
                                                                        00002770
           if Correction-Shown                                          00002780
              move Pc-Cust-Id      to Ca-Cust-Id                        00002790
              move Pc-Request-Date to Ca-Request-Date                   00002800
              move Pc-Request-Time to Ca-Request-Time                   00002810
           end-if.                                                      00002820
                                                                        00002830
       Show-Correction Section.                                         00002840
                                                                        00002850
      * The customer's name comes from CUSTMAST; a customer deleted     00002860
      * since the correction was keyed just shows without one.          00002870
           move Pc-Cust-Id to Cust-Id of Ws-Customer.                   00002880
           Exec Cics Read                                               00002890
              File('CUSTMAST')                                          00002900
              Into(Ws-Customer)                                         00002910
              Ridfld(Cust-Id of Ws-Customer)                            00002920
              Resp(Ws-Resp)                                             00002930
           End-Exec.                                                    00002940
           if Ws-Resp = Dfhresp(Normal)                                 00002950
              move Cust-Name of Ws-Customer to Nameo                    00002960
           else                                                         00002970
              move spaces to Nameo                                      00002980
           end-if.                                                      00002990
                                                                        00003000
           move Pc-Cust-Id       to Custido.                            00003010
           move Pc-Request-Date  to Rqdateo.                            00003020
           move Pc-Request-Time  to Rqtimeo.                            00003030
           move Pc-Old-Dob       to Olddobo.                            00003040
           move Pc-Old-Age       to Oldageo.                            00003050
           move Pc-New-Dob       to Newdobo.                            00003060
           move Pc-New-Age       to Newageo.                            00003070
           move Pc-Hold-Reason   to Reasono.                            00003080
           move Pc-Maker-Id      to Makero.                             00003090
           move Pc-Recalc-Flag   to Recalco.                            00003100
           move Pc-Status        to Statuso.                            00003110
           move Pc-Checker-Id    to Checkro.                            00003120
                                                                        00003130
           Perform Send-Display-Map.                                    00003140
                                                                        00003150
       Process-Approve Section.                                         00003160
                                                                        00003170
           Perform Lock-Pending-Correction.                             00003180
                                                                        00003190
           if Decision-Allowed                                          00003200
              Perform Apply-Approval                                    00003210
              Perform Show-Correction                                   00003220
           end-if.                                                      00003230
                                                                        00003240
       Process-Reject Section.                                          00003250
                                                                        00003260
           Perform Lock-Pending-Correction.                             00003270
                                                                        00003280
           if Decision-Allowed                                          00003290
              Perform Get-Current-Date                                  00003300
              set Pc-Rejected to true                                   00003310
              move Ws-User-Id  to Pc-Checker-Id                         00003320
              move Ws-Run-Date to Pc-Decision-Date                      00003330
              move Ws-Run-Time to Pc-Decision-Time                      00003340
              Exec Cics Rewrite                                         00003350
                 File('PENDCORR')                                       00003360
                 From(Ws-Pending-Rec)                                   00003370
                 Resp(Ws-Resp)                                          00003380
              End-Exec                                                  00003390
              if Ws-Resp = Dfhresp(Normal)                              00003400
                 move "CORRECTION REJECTED - CUSTMAST UNCHANGED"        00003410
                    to Msgo                                             00003420
              else                                                      00003430
                 move "PENDCORR REWRITE FAILED" to Msgo                 00003440
              end-if                                                    00003450
              Perform Show-Correction                                   00003460
           end-if.                                                      00003470
                                                                        00003480
       Lock-Pending-Correction Section.                                 00003490
                                                                        00003500
      * Shared by approve and reject: re-read the shown row for update  00003510
      * and refuse the decision if it is gone, already decided, or the  00003520
      * signed-on user is the one who keyed it.  On refusal the row is  00003530
      * released and the screen re-sent with the reason.                00003540
           move "N" to Ws-Decision-Ok-Switch.                           00003550
                                                                        00003560
           if Custidl >= 0 and Custidi not = Ca-Cust-Id                 00003570
              move "RE-BROWSE CORRECTION FIRST" to Msgo                 00003580
              Perform Send-Display-Map                                  00003590
           else                                                         00003600
              move Ca-Cust-Id      to Ws-Pk-Cust-Id                     00003610
              move Ca-Request-Date to Ws-Pk-Request-Date                00003620
              move Ca-Request-Time to Ws-Pk-Request-Time                00003630
              Exec Cics Read                                            00003640
                 File('PENDCORR')                                       00003650
                 Into(Ws-Pending-Rec)                                   00003660
                 Ridfld(Ws-Pend-Key)                                    00003670
                 Update                                                 00003680
                 Resp(Ws-Resp)                                          00003690
              End-Exec                                                  00003700
                                                                        00003710
              if Ws-Resp not = Dfhresp(Normal)                          00003720
                 move "PENDING CORRECTION NOT FOUND" to Msgo            00003730
                 Perform Send-Display-Map                               00003740
              else                                                      00003750
                 Exec Cics Assign                                       00003760
                    Userid(Ws-User-Id)                                  00003770
                 End-Exec                                               00003780
                 evaluate true                                          00003790
                    when not Pc-Pending                                 00003800
                       Exec Cics Unlock                                 00003810
                          File('PENDCORR')                              00003820
                       End-Exec                                         00003830
                       move "CORRECTION ALREADY DECIDED" to Msgo        00003840
                       Perform Show-Correction                          00003850
                    when Ws-User-Id = Pc-Maker-Id                       00003860
                       Exec Cics Unlock                                 00003870
                          File('PENDCORR')                              00003880
                       End-Exec                                         00003890
                       move "CHECKER MAY NOT BE THE MAKER" to Msgo      00003905
                       Perform Show-Correction                          00003920
                    when other                                          00003930
                       move "Y" to Ws-Decision-Ok-Switch                00003940
                 end-evaluate                                           00003950
              end-if                                                    00003960
           end-if.                                                      00003970
                                                                        00003980
       Apply-Approval Section.                                          00003990
                                                                        00004000
      * Everything XARISONL's Log-And-Apply-Correction does for a       00004010
      * small correction, done here on the checker's say-so.            00004020
           move Pc-Cust-Id to Cust-Id of Ws-Customer.                   00004030
           Exec Cics Read                                               00004040
              File('CUSTMAST')                                          00004050
              Into(Ws-Customer)                                         00004060
              Ridfld(Cust-Id of Ws-Customer)                            00004070
              Update                                                    00004080
              Resp(Ws-Resp)                                             00004090
           End-Exec.                                                    00004100
                                                                        00004110
           if Ws-Resp not = Dfhresp(Normal)                             00004120
              Exec Cics Unlock                                          00004130
                 File('PENDCORR')                                       00004140
              End-Exec                                                  00004150
              move "CUSTOMER NOT FOUND FOR UPDATE" to Msgo              00004160
           else                                                         00004170
              if Cust-Dob of Ws-Customer not = Pc-Old-Dob               00004180
                 Exec Cics Unlock                                       00004190
                    File('CUSTMAST')                                    00004200
                 End-Exec                                               00004210
                 Exec Cics Unlock                                       00004220
                    File('PENDCORR')                                    00004230
                 End-Exec                                               00004240
                 move "DOB CHANGED SINCE KEYED - REJECT AND RE-KEY"     00004250
                    to Msgo                                             00004260
              else                                                      00004270
                 Perform Get-Current-Date                               00004280
                 move Pc-New-Dob to Cust-Dob of Ws-Customer             00004290
                 move Pc-New-Age to Age of Ws-Customer                  00004300
                                                                        00004310
                 Exec Cics Rewrite                                      00004320
                    File('CUSTMAST')                                    00004330
                    From(Ws-Customer)                                   00004340
                    Resp(Ws-Resp)                                       00004350
                 End-Exec                                               00004360
                                                                        00004370
                 if Ws-Resp not = Dfhresp(Normal)                       00004380
                    Exec Cics Unlock                                    00004390
                       File('PENDCORR')                                 00004400
                    End-Exec                                            00004410
                    move "CUSTMAST REWRITE FAILED" to Msgo              00004420
                 else                                                   00004430
                    Perform Record-Decision                             00004440
                    Perform Write-Correction-Log                        00004450
                 end-if                                                 00004460
              end-if                                                    00004470
           end-if.                                                      00004480
                                                                        00004490
       Record-Decision Section.                                         00004500
                                                                        00004510
           set Pc-Approved to true.                                     00004520
           move Ws-User-Id  to Pc-Checker-Id.                           00004530
           move Ws-Run-Date to Pc-Decision-Date.                        00004540
           move Ws-Run-Time to Pc-Decision-Time.                        00004550
                                                                        00004560
           Exec Cics Rewrite                                            00004570
              File('PENDCORR')                                          00004580
              From(Ws-Pending-Rec)                                      00004590
              Resp(Ws-Resp)                                             00004600
           End-Exec.                                                    00004610
                                                                        00004620
      * CUSTMAST is already changed at this point, so the CORRLOG row   00004624
      * is still written; only the message tells the supervisor the     00004628
      * PENDCORR row could not be closed.                               00004632
           if Ws-Resp = Dfhresp(Normal)                                 00004636
              move "Y" to Ws-Pendcorr-Rewrite-Switch                    00004640
           else                                                         00004644
              move "N" to Ws-Pendcorr-Rewrite-Switch                    00004648
              move "APPLIED - PENDCORR REWRITE FAILED" to Msgo          00004652
           end-if.                                                      00004656
                                                                        00004660
       Write-Correction-Log Section.                                    00004670
                                                                        00004680
      * The CORRLOG row carries the maker's userid - who asked for the  00004690
      * change - and the approval time, when it actually took effect.   00004700
           move Pc-Cust-Id     to Cl-Cust-Id.                           00004710
           move Ws-Run-Date    to Cl-Correct-Date.                      00004720
           move Ws-Run-Time    to Cl-Correct-Time.                      00004730
           move Pc-Old-Dob     to Cl-Old-Dob.                           00004740
           move Pc-New-Dob     to Cl-New-Dob.                           00004750
           move Pc-Old-Age     to Cl-Old-Age.                           00004760
           move Pc-New-Age     to Cl-New-Age.                           00004770
           move Pc-Maker-Id    to Cl-User-Id.                           00004780
           move Pc-Recalc-Flag to Cl-Recalc-Flag.                       00004790
                                                                        00004800
           Exec Cics Write                                              00004810
              File('CORRLOG')                                           00004820
              From(Ws-Correction-Record)                                00004830
              Ridfld(Cl-Key)                                            00004840
              Resp(Ws-Resp)                                             00004850
           End-Exec.                                                    00004860
                                                                        00004870
           if Ws-Resp not = Dfhresp(Normal)                             00004880
              move "CORRLOG WRITE FAILED" to Msgo                       00004890
           else                                                         00004900
              if Pendcorr-Rewritten                                     00004905
                 move "CORRECTION APPROVED AND APPLIED" to Msgo         00004910
              end-if                                                    00004915
              Perform Record-Touch                                      00004920
              if Cl-Recalc-Requested                                    00004930
                 Perform Recalc-One-Customer                            00004940
              end-if                                                    00004950
           end-if.                                                      00004960
                                                                        00004970
       Record-Touch Section.                                            00004980
                                                                        00004990
      * Same touch row XARISONL leaves, so the XARISBAT DELTA mode      00005000
      * re-scores this customer next cycle.                             00005010
           move Cust-Id of Ws-Customer to Tl-Cust-Id.                   00005020
           move Ws-Run-Date            to Tl-Touch-Date.                00005030
                                                                        00005040
           Exec Cics Read                                               00005050
              File('TOUCHLOG')                                          00005060
              Into(Ws-Touch-Rec)                                        00005070
              Ridfld(Tl-Cust-Id)                                        00005080
              Update                                                    00005090
              Resp(Ws-Resp)                                             00005100
           End-Exec.                                                    00005110
                                                                        00005120
           if Ws-Resp = Dfhresp(Normal)                                 00005130
              move Ws-Run-Date to Tl-Touch-Date                         00005140
              Exec Cics Rewrite                                         00005150
                 File('TOUCHLOG')                                       00005160
                 From(Ws-Touch-Rec)                                     00005170
                 Resp(Ws-Resp)                                          00005180
              End-Exec                                                  00005190
           else                                                         00005200
              move Cust-Id of Ws-Customer to Tl-Cust-Id                 00005210
              move Ws-Run-Date            to Tl-Touch-Date              00005220
              Exec Cics Write                                           00005230
                 File('TOUCHLOG')                                       00005240
                 From(Ws-Touch-Rec)                                     00005250
                 Ridfld(Tl-Cust-Id)                                     00005260
                 Resp(Ws-Resp)                                          00005270
              End-Exec                                                  00005280
           end-if.                                                      00005290
                                                                        00005300
           if Ws-Resp not = Dfhresp(Normal)                             00005310
              move "APPLIED - TOUCHLOG WRITE FAILED" to Msgo            00005320
           end-if.                                                      00005330
                                                                        00005340
       Recalc-One-Customer Section.                                     00005350
                                                                        00005360
           move Ws-Customer to Ws-Xarl-Customer.                        00005370
                                                                        00005380
           Perform Fetch-Risk-Parms.                                    00005390
                                                                        00005400
           Call "XARISCAL" using Ws-Xarl-Import Ws-Xarl-Export.         00005410
                                                                        00005420
           move Ws-Xarl-Risc to Risco.                                  00005430
                                                                        00005440
       Fetch-Risk-Parms Section.                                        00005450
                                                                        00005460
      * Today's RISKPARM row, looked up the way XARISONL's              00005470
      * Fetch-Risk-Parms does it, with the same hardcoded fallback.     00005480
           move "N" to Ws-Xarl-Parms-Supplied-Flag.                     00005490
           move Ws-Run-Date to Ws-Riskparm-Key.                         00005500
                                                                        00005510
           Exec Cics Startbr                                            00005520
              File('RISKPARM')                                          00005530
              Ridfld(Ws-Riskparm-Key)                                   00005540
              Gteq                                                      00005550
              Resp(Ws-Resp)                                             00005560
           End-Exec.                                                    00005570
                                                                        00005580
           if Ws-Resp = Dfhresp(Normal)                                 00005590
              Exec Cics Readnext                                        00005600
                 File('RISKPARM')                                       00005610
                 Into(Ws-Riskparm-Rec)                                  00005620
                 Ridfld(Ws-Riskparm-Key)                                00005630
                 Resp(Ws-Resp)                                          00005640
              End-Exec                                                  00005650
                                                                        00005660
              if Ws-Resp = Dfhresp(Normal)                              00005670
                 and Rp-Effective-Date not = Ws-Run-Date                00005680
                 Exec Cics Readprev                                     00005690
                    File('RISKPARM')                                    00005700
                    Into(Ws-Riskparm-Rec)                               00005710
                    Ridfld(Ws-Riskparm-Key)                             00005720
                    Resp(Ws-Resp)                                       00005730
                 End-Exec                                               00005740
              end-if                                                    00005750
                                                                        00005760
              Exec Cics Endbr File('RISKPARM') End-Exec                 00005770
           else                                                         00005780
              move high-values to Ws-Riskparm-Key                       00005790
              Exec Cics Startbr                                         00005800
                 File('RISKPARM')                                       00005810
                 Ridfld(Ws-Riskparm-Key)                                00005820
                 Gteq                                                   00005830
                 Resp(Ws-Resp)                                          00005840
              End-Exec                                                  00005850
              Exec Cics Readprev                                        00005860
                 File('RISKPARM')                                       00005870
                 Into(Ws-Riskparm-Rec)                                  00005880
                 Ridfld(Ws-Riskparm-Key)                                00005890
                 Resp(Ws-Resp)                                          00005900
              End-Exec                                                  00005910
              Exec Cics Endbr File('RISKPARM') End-Exec                 00005920
           end-if.                                                      00005930
                                                                        00005940
           if Ws-Resp = Dfhresp(Normal)                                 00005950
              move "Y" to Ws-Xarl-Parms-Supplied-Flag                   00005960
              move Rp-Bracket-Boundary-1 to Ws-Xarl-Sup-Boundary-1      00005970
              move Rp-Bracket-Boundary-2 to Ws-Xarl-Sup-Boundary-2      00005980
              move Rp-Smoker-Mult        to Ws-Xarl-Sup-Smoker-Mult     00005990
              move Rp-Occup-Low-Mult     to Ws-Xarl-Sup-Occup-Low-Mult  00006000
              move Rp-Occup-Medium-Mult                                 00006010
                 to Ws-Xarl-Sup-Occup-Medium-Mult                       00006020
              move Rp-Occup-High-Mult    to Ws-Xarl-Sup-Occup-High-Mult 00006030
              move Rp-Pre-Exist-Mult     to Ws-Xarl-Sup-Pre-Exist-Mult  00006040
           else                                                         00006050
              move "Y"  to Ws-Xarl-Parms-Supplied-Flag                  00006060
              move 18   to Ws-Xarl-Sup-Boundary-1                       00006070
              move 50   to Ws-Xarl-Sup-Boundary-2                       00006080
              move 1.50 to Ws-Xarl-Sup-Smoker-Mult                      00006090
              move 1.00 to Ws-Xarl-Sup-Occup-Low-Mult                   00006100
              move 1.25 to Ws-Xarl-Sup-Occup-Medium-Mult                00006110
              move 1.50 to Ws-Xarl-Sup-Occup-High-Mult                  00006120
              move 1.30 to Ws-Xarl-Sup-Pre-Exist-Mult                   00006130
           end-if.                                                      00006140
                                                                        00006150
       Get-Current-Date Section.                                        00006160
                                                                        00006170
           Exec Cics Asktime                                            00006180
              Abstime(Ws-Abstime)                                       00006190
           End-Exec.                                                    00006200
           Exec Cics Formattime                                         00006210
              Abstime(Ws-Abstime)                                       00006220
              Yyyymmdd(Ws-Run-Date)                                     00006230
              Time(Ws-Run-Time)                                         00006240
           End-Exec.                                                    00006250
                                                                        00006260
       Receive-Map Section.                                             00006270
                                                                        00006280
           Exec Cics Receive                                            00006290
              Map('XARISA1')                                            00006300
              Mapset('XARISAS')                                         00006310
              Into(Xarisa1i)                                            00006320
              Resp(Ws-Resp)                                             00006330
           End-Exec.                                                    00006340
                                                                        00006350
       Send-Initial-Map Section.                                        00006360
                                                                        00006370
           move low-values to Xarisa1o.                                 00006380
           move spaces to Msgo.                                         00006390
           move "PRESS ENTER TO BROWSE PENDING CORRECTIONS" to Msgo.    00006400
                                                                        00006410
           Exec Cics Send                                               00006420
              Map('XARISA1')                                            00006430
              Mapset('XARISAS')                                         00006440
              From(Xarisa1o)                                            00006450
              Erase                                                     00006460
           End-Exec.                                                    00006470
                                                                        00006480
       Send-Display-Map Section.                                        00006490
                                                                        00006500
           Exec Cics Send                                               00006510
              Map('XARISA1')                                            00006520
              Mapset('XARISAS')                                         00006530
              From(Xarisa1o)                                            00006540
              Erase                                                     00006550
           End-Exec.                                                    00006560
                                                                        00006570
       Send-Invalid-Key-Map Section.                                    00006580
                                                                        00006590
           move "PF3=EXIT ENTER=BROWSE PF8=NEXT PF5=APPROVE PF6=REJECT" 00006600
              to Msgo.                                                  00006610
                                                                        00006620
           Exec Cics Send                                               00006630
              Map('XARISA1')                                            00006640
              Mapset('XARISAS')                                         00006650
              From(Xarisa1o)                                            00006660
           End-Exec.                                                    00006670
                                                                        00006680
       Send-Goodbye-Map Section.                                        00006690
                                                                        00006700
           Exec Cics Send Text                                          00006710
              From('XARISAPV COMPLETE')                                 00006720
              Length(17)                                                00006730
              Erase                                                     00006740
              Freekb                                                    00006750
           End-Exec.                                                    00006760
