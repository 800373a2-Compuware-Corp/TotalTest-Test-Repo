      * comment.  Closed referrals stay on file for the audit trail   * 00000190
      * and are skipped by the browse; XARISRFA reports the aging     * 00000200
      * of whatever stays open.                                       * 00000210
      *                                                               * 00000211
      * The close can also set an underwriter override on RISKOVR:    * 00000212
      * a manual loading (percent on top of the calculated Risc) or   * 00000213
      * a fixed Risc, on the whole customer or on one of its          * 00000214
      * policies, with a reason and an expiry date, stamped with the  * 00000215
      * signed-on userid.  The nightly extract applies it until it    * 00000216
      * expires.  A keyed override must pass every edit or the        * 00000217
      * referral is not closed.                                       * 00000218
      *                                                               * 00000220
      * NOTE: this program uses EXEC CICS commands and is not         * 00000230
      * compilable/testable with a stand-alone GnuCOBOL syntax-only   * 00000240
      *              Description                       |   Date   | Who 00000410
      *---------------------------------------------------------------- 00000420
      * Initial underwriter referral work screen        | 09/03/26 | AGT00000430
      * Optional Risc override (loading or fixed, on a  | 10/15/26 | AGT00000435
      * customer or one policy) written to RISKOVR on a | 10/15/26 | AGT00000437
      * PF6 close; the close is refused if it fails edit| 10/15/26 | AGT00000438
      ***************************************************************** 00000440
                                                                        00000450
       Environment division.                                            00000460
       01 Ws-Ref-Key.                                                   00000590
          05 Ws-Rk-Cust-Id           pic X(10).                         00000600
          05 Ws-Rk-Create-Date       pic 9(08).                         00000610
                                                                        00000611
       01 Ws-Override-Rec.                                              00000612
          COPY RISKOVR.                                                 00000614
                                                                        00000615
       01 Ws-Ovr-Key.                                                   00000616
          05 Ws-Ok-Cust-Id           pic X(10).                         00000618
          05 Ws-Ok-Policy-No         pic X(10).                         00000619
                                                                        00000620
       01 Ws-Policy-Rec.                                                00000622
          COPY POLREC.                                                  00000623
                                                                        00000624
       01 Ws-Customer-Rec.                                              00000626
          COPY CUSTREC.                                                 00000627
                                                                        00000628
       COPY XARISRMP.                                                   00000630
                                                                        00000640
       01 Ws-Run-Date                pic 9(08).                         00000650
                                                                        00000760
       01 Ws-Browse-Started-Switch   pic X(01) value "N".               00000770
          88 Browse-Started          value "Y".                         00000780
                                                                        00000781
      * Set once Edit-Override-Input sees an override type keyed on     00000782
      * this PF6; everything after that treats the block as required.   00000783
       01 Ws-Override-Entered-Switch pic X(01) value "N".               00000784
          88 Override-Entered        value "Y".                         00000785
                                                                        00000786
       01 Ws-Override-Written-Switch pic X(01) value "N".               00000787
          88 Override-Written        value "Y".                         00000788
                                                                        00000789
       01 Ws-Edit-Fail-Switch        pic X(01) value "N".               00000790
          88 Override-Input-Bad      value "Y".                         00000791
       01 Ws-Edit-Message            pic X(60) value spaces.            00000792
                                                                        00000793
       01 Ws-Ovr-Policy-No           pic X(10) value spaces.            00000794
                                                                        00000795
       01 Ws-Expiry-Group.                                              00000796
          05 Ws-Expiry-Date          pic 9(08).                         00000797
       01 Ws-Expiry-Parts redefines Ws-Expiry-Group.                    00000798
          05 Ws-Exp-Yyyy             pic 9(04).                         00000799
          05 Ws-Exp-Mm               pic 9(02).                         00000800
          05 Ws-Exp-Dd               pic 9(02).                         00000801
                                                                        00000802
       01 Ws-Days-In-Month           pic 9(02).                         00000803
       01 Ws-Leap-Quotient           pic 9(04).                         00000804
       01 Ws-Leap-Rem-4              pic 9(04).                         00000805
       01 Ws-Leap-Rem-100            pic 9(04).                         00000806
       01 Ws-Leap-Rem-400            pic 9(04).                         00000807
                                                                        00000808
       01 Ws-Commarea.                                                  00000809
          05 Ca-Cust-Id              pic X(10).                         00000810
          05 Ca-Create-Date          pic 9(08).                         00000820
                                                                        00000830
           move Rq-Underwriter   to Uwido.                              00002530
           move Rq-Disposition   to Dispo.                              00002540
           move Rq-Comment       to Commento.                           00002550
           move spaces           to Ovtypeo.                            00002551
           move spaces           to Ovvalo.                             00002552
           move spaces           to Ovpolo.                             00002553
           move spaces           to Ovrsno.                             00002554
           move spaces           to Ovexpo.                             00002555
           move spaces           to Msgo.                               00002560
                                                                        00002570
           Perform Send-Display-Map.                                    00002580
                 move "DISPOSITION CODE REQUIRED TO CLOSE" to Msgo      00003200
                 Perform Send-Display-Map                               00003210
              else                                                      00003220
                 Perform Edit-Override-Input                            00003222
                 if Override-Input-Bad                                  00003224
                    move Ws-Edit-Message to Msgo                        00003226
                    Perform Send-Display-Map                            00003228
                 else                                                   00003230
                    Perform Apply-Close                                 00003232
                 end-if                                                 00003234
              end-if                                                    00003240
           end-if.                                                      00003250
                                                                        00003260
                 move "REFERRAL ALREADY CLOSED" to Msgo                 00003440
                 Perform Show-Referral                                  00003450
              else                                                      00003460
      * The override goes on file before the referral is closed: if it  00003463
      * cannot be written the case stays open, rather than closing on   00003467
      * a decision pricing will never see.                              00003470
                 if Override-Entered                                    00003474
                    Perform Write-Override                              00003478
                 end-if                                                 00003481
                 if Override-Entered and not Override-Written           00003485
                    Exec Cics Unlock                                    00003489
                       File('REFQUEUE')                                 00003492
                    End-Exec                                            00003496
                    move "RISKOVR WRITE FAILED - REFERRAL NOT CLOSED"   00003500
                       to Msgo                                          00003503
                    Perform Send-Display-Map                            00003507
                 else                                                   00003510
                    move "C"   to Rq-Status                             00003514
                    move Dispi to Rq-Disposition                        00003518
                    if Commentl > 0                                     00003521
                       move Commenti to Rq-Comment                      00003525
                    end-if                                              00003529
                    Perform Get-Current-Date                            00003532
                    move Ws-Run-Date to Rq-Close-Date                   00003536
      * A referral closed without ever being taken still records        00003540
      * who dispatched it.                                              00003550
                    if Rq-Underwriter = spaces                          00003560
                       Exec Cics Assign                                 00003570
                          Userid(Rq-Underwriter)                        00003580
                       End-Exec                                         00003590
                    end-if                                              00003600
                                                                        00003610
                    Exec Cics Rewrite                                   00003620
                       File('REFQUEUE')                                 00003630
                       From(Ws-Referral-Rec)                            00003640
                       Resp(Ws-Resp)                                    00003650
                    End-Exec                                            00003660
                    if Ws-Resp = Dfhresp(Normal)                        00003670
                       move "REFERRAL CLOSED" to Msgo                   00003680
                    else                                                00003690
                       move "REFQUEUE REWRITE FAILED" to Msgo           00003700
                    end-if                                              00003710
                    Perform Show-Referral                               00003720
                 end-if                                                 00003725
              end-if                                                    00003730
           end-if.                                                      00003740
                                                                        00003741
       Edit-Override-Input Section.                                     00003742
                                                                        00003743
      * The override block is optional: a blank type closes the case    00003744
      * with no override and nothing else in the block is looked at.    00003745
      * Once a type is keyed every field has to be right before the     00003746
      * referral closes - a half-set override is worse than none.       00003747
           move "N" to Ws-Edit-Fail-Switch.                             00003748
           move "N" to Ws-Override-Entered-Switch.                      00003749
           move spaces to Ws-Ovr-Policy-No.                             00003750
                                                                        00003751
           if Ovtypel > 0                                               00003752
              and Ovtypei not = space and Ovtypei not = low-value       00003753
              move "Y" to Ws-Override-Entered-Switch                    00003754
           end-if.                                                      00003755
                                                                        00003756
           if Override-Entered                                          00003757
              Perform Get-Current-Date                                  00003758
              if Ovtypei not = "L" and Ovtypei not = "F"                00003759
                 move "Y" to Ws-Edit-Fail-Switch                        00003760
                 move "OVERRIDE TYPE NOT L/F" to Ws-Edit-Message        00003761
              end-if                                                    00003762
           end-if.                                                      00003763
                                                                        00003764
           if Override-Entered and not Override-Input-Bad               00003765
              if Ovvall not > 0                                         00003766
                 or Ovvali is not numeric or Ovvali = zeros             00003767
                 move "Y" to Ws-Edit-Fail-Switch                        00003768
                 move "OVERRIDE VALUE REQUIRED" to Ws-Edit-Message      00003769
              else                                                      00003770
                 if Ovtypei = "L" and Ovvali > "00999"                  00003771
                    move "Y" to Ws-Edit-Fail-Switch                     00003772
                    move "LOADING OVER 999 PERCENT" to Ws-Edit-Message  00003773
                 end-if                                                 00003774
              end-if                                                    00003775
           end-if.                                                      00003776
                                                                        00003777
           if Override-Entered and not Override-Input-Bad               00003778
              if Ovrsnl not > 0                                         00003779
                 or Ovrsni = spaces or Ovrsni = low-values              00003780
                 move "Y" to Ws-Edit-Fail-Switch                        00003781
                 move "OVERRIDE REASON REQUIRED" to Ws-Edit-Message     00003782
              end-if                                                    00003783
           end-if.                                                      00003784
                                                                        00003785
           if Override-Entered and not Override-Input-Bad               00003786
              if Ovexpl not > 0 or Ovexpi is not numeric                00003787
                 move "Y" to Ws-Edit-Fail-Switch                        00003788
                 move "EXPIRY DATE REQUIRED (YYYYMMDD)"                 00003789
                    to Ws-Edit-Message                                  00003790
              else                                                      00003791
                 move Ovexpi to Ws-Expiry-Date                          00003792
                 Perform Validate-Expiry-Date                           00003793
              end-if                                                    00003794
           end-if.                                                      00003795
                                                                        00003796
           if Override-Entered and not Override-Input-Bad               00003798
              and Ws-Expiry-Date not > Ws-Run-Date                      00003799
              move "Y" to Ws-Edit-Fail-Switch                           00003800
              move "EXPIRY DATE MUST BE AFTER TODAY" to Ws-Edit-Message 00003801
           end-if.                                                      00003802
                                                                        00003803
           if Override-Entered and not Override-Input-Bad               00003804
              and Ovpoll > 0                                            00003805
              and Ovpoli not = spaces and Ovpoli not = low-values       00003806
              move Ovpoli to Ws-Ovr-Policy-No                           00003807
              Perform Check-Override-Policy                             00003808
           end-if.                                                      00003809
                                                                        00003810
       Check-Override-Policy Section.                                   00003811
                                                                        00003812
      * A single-policy override has to name one of this customer's     00003813
      * own policies.  A customer not yet converted to POLMAST has      00003814
      * only the one policy number CUSTMAST carries, the same           00003815
      * fallback the nightly extract uses.                              00003816
           Exec Cics Read                                               00003817
              File('POLMAST')                                           00003818
              Into(Ws-Policy-Rec)                                       00003819
              Ridfld(Ws-Ovr-Policy-No)                                  00003820
              Resp(Ws-Resp)                                             00003821
           End-Exec.                                                    00003822
                                                                        00003823
           evaluate true                                                00003824
              when Ws-Resp = Dfhresp(Normal)                            00003825
                 if Pol-Cust-Id not = Ca-Cust-Id                        00003826
                    move "Y" to Ws-Edit-Fail-Switch                     00003827
                    move "POLICY NOT HELD BY THIS CUSTOMER"             00003828
                       to Ws-Edit-Message                               00003829
                 end-if                                                 00003830
              when Ws-Resp = Dfhresp(Notfnd)                            00003831
                 Exec Cics Read                                         00003832
                    File('CUSTMAST')                                    00003833
                    Into(Ws-Customer-Rec)                               00003834
                    Ridfld(Ca-Cust-Id)                                  00003835
                    Resp(Ws-Resp)                                       00003836
                 End-Exec                                               00003837
                 if Ws-Resp not = Dfhresp(Normal)                       00003838
                    or Cust-Policy-No not = Ws-Ovr-Policy-No            00003839
                    move "Y" to Ws-Edit-Fail-Switch                     00003840
                    move "POLICY NOT HELD BY THIS CUSTOMER"             00003841
                       to Ws-Edit-Message                               00003842
                 end-if                                                 00003843
              when other                                                00003844
                 move "Y" to Ws-Edit-Fail-Switch                        00003845
                 move "POLMAST READ FAILED" to Ws-Edit-Message          00003846
           end-evaluate.                                                00003847
                                                                        00003848
       Validate-Expiry-Date Section.                                    00003849
                                                                        00003850
           if Ws-Exp-Mm < 01 or Ws-Exp-Mm > 12                          00003851
              move "Y" to Ws-Edit-Fail-Switch                           00003852
              move "EXPIRY NOT A CALENDAR DATE" to Ws-Edit-Message      00003853
           else                                                         00003855
              evaluate Ws-Exp-Mm                                        00003856
                 when 01                                                00003857
                 when 03                                                00003858
                 when 05                                                00003859
                 when 07                                                00003860
                 when 08                                                00003861
                 when 10                                                00003862
                 when 12                                                00003863
                    move 31 to Ws-Days-In-Month                         00003864
                 when 04                                                00003865
                 when 06                                                00003866
                 when 09                                                00003867
                 when 11                                                00003868
                    move 30 to Ws-Days-In-Month                         00003869
                 when other                                             00003870
                    Perform Set-February-Days                           00003871
              end-evaluate                                              00003872
              if Ws-Exp-Dd < 01 or Ws-Exp-Dd > Ws-Days-In-Month         00003873
                 move "Y" to Ws-Edit-Fail-Switch                        00003874
                 move "EXPIRY NOT A CALENDAR DATE" to Ws-Edit-Message   00003875
              end-if                                                    00003876
           end-if.                                                      00003877
                                                                        00003878
       Set-February-Days Section.                                       00003879
                                                                        00003880
           divide Ws-Exp-Yyyy by 4                                      00003881
              giving Ws-Leap-Quotient remainder Ws-Leap-Rem-4.          00003882
           divide Ws-Exp-Yyyy by 100                                    00003883
              giving Ws-Leap-Quotient remainder Ws-Leap-Rem-100.        00003884
           divide Ws-Exp-Yyyy by 400                                    00003885
              giving Ws-Leap-Quotient remainder Ws-Leap-Rem-400.        00003886
                                                                        00003887
           if (Ws-Leap-Rem-4 = zero and Ws-Leap-Rem-100 not = zero)     00003888
              or Ws-Leap-Rem-400 = zero                                 00003889
              move 29 to Ws-Days-In-Month                               00003890
           else                                                         00003891
              move 28 to Ws-Days-In-Month                               00003892
           end-if.                                                      00003893
                                                                        00003894
       Write-Override Section.                                          00003895
                                                                        00003896
      * One row per customer + policy: a later override for the same    00003897
      * key replaces the earlier one outright - READ UPDATE + REWRITE   00003898
      * when a row is there, a fresh WRITE when it is not.              00003899
           move "N" to Ws-Override-Written-Switch.                      00003900
           move Ca-Cust-Id       to Ws-Ok-Cust-Id.                      00003901
           move Ws-Ovr-Policy-No to Ws-Ok-Policy-No.                    00003902
                                                                        00003903
           Exec Cics Read                                               00003904
              File('RISKOVR')                                           00003905
              Into(Ws-Override-Rec)                                     00003906
              Ridfld(Ws-Ovr-Key)                                        00003907
              Update                                                    00003908
              Resp(Ws-Resp)                                             00003909
           End-Exec.                                                    00003910
                                                                        00003911
           if Ws-Resp = Dfhresp(Normal)                                 00003913
              Perform Build-Override                                    00003914
              Exec Cics Rewrite                                         00003915
                 File('RISKOVR')                                        00003916
                 From(Ws-Override-Rec)                                  00003917
                 Resp(Ws-Resp)                                          00003918
              End-Exec                                                  00003919
           else                                                         00003920
              Perform Build-Override                                    00003921
              Exec Cics Write                                           00003922
                 File('RISKOVR')                                        00003923
                 From(Ws-Override-Rec)                                  00003924
                 Ridfld(Ro-Key)                                         00003925
                 Resp(Ws-Resp)                                          00003926
              End-Exec                                                  00003927
           end-if.                                                      00003928
                                                                        00003929
           if Ws-Resp = Dfhresp(Normal)                                 00003930
              move "Y" to Ws-Override-Written-Switch                    00003931
           end-if.                                                      00003932
                                                                        00003933
       Build-Override Section.                                          00003934
                                                                        00003935
           move Ca-Cust-Id       to Ro-Cust-Id.                         00003936
           move Ws-Ovr-Policy-No to Ro-Policy-No.                       00003937
           move Ovtypei          to Ro-Type.                            00003938
           move Ovvali           to Ro-Value.                           00003939
           move Ovrsni           to Ro-Reason.                          00003940
           move Ws-Expiry-Date   to Ro-Expiry-Date.                     00003941
           move Ws-Run-Date      to Ro-Set-Date.                        00003942
           move Ca-Create-Date   to Ro-Ref-Create-Date.                 00003943
           Exec Cics Assign                                             00003944
              Userid(Ro-User-Id)                                        00003945
           End-Exec.                                                    00003946
                                                                        00003947
       Get-Current-Date Section.                                        00003948
                                                                        00003949
           Exec Cics Asktime                                            00003950
              Abstime(Ws-Abstime)                                       00003951
           End-Exec.                                                    00003952
           Exec Cics Formattime                                         00003953
              Abstime(Ws-Abstime)                                       00003954
              Yyyymmdd(Ws-Run-Date)                                     00003955
           End-Exec.                                                    00003956
                                                                        00003957
       Receive-Map Section.                                             00003958
                                                                        00003959
           Exec Cics Receive                                            00003960
              Map('XARISR1')                                            00003961
              Mapset('XARISRS')                                         00003962
              Into(Xarisr1i)                                            00003963
              Resp(Ws-Resp)                                             00003964
           End-Exec.                                                    00003965
                                                                        00003966
       Send-Initial-Map Section.                                        00003967
                                                                        00003968
           move low-values to Xarisr1o.                                 00003970
           move spaces to Msgo.                                         00003980
           move "PRESS ENTER TO BROWSE OPEN REFERRALS" to Msgo.         00003990
