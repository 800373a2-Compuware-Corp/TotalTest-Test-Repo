       Identification division.                                         00000010
       Program-id.   XaRisMrg.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISMRG                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Duplicate customer merge.  Each MERGTRAN transaction names    * 00000120
      * the surviving Cust-Id, the duplicate to retire (normally a    * 00000130
      * pair from the XARISDUP match report) and who asked for it.    * 00000140
      * The retired customer's POLMAST policies are re-pointed at the * 00000148
      * survivor, the PREMHIST rows for those policies re-stamped,    * 00000156
      * and its RISKHIST, CORRLOG, REFQUEUE and RISKOVR rows re-keyed * 00000165
      * under the survivor.  The survivor's CURRSCOR row is rebuilt   * 00000173
      * from its merged RISKHIST, as XARISCSR would, and the retired  * 00000181
      * customer's row removed.  The mailing address moves across if  * 00000190
      * the survivor has none, and the survivor is touched so the     * 00000198
      * next DELTA run rescores it with its merged policies.  Finally * 00000206
      * the retired customer is taken off CUSTMAST and the merge      * 00000215
      * logged on MERGELOG, which keeps the only copy of its CUSTREC  * 00000223
      * and stops XARISBAT scoring the Cust-Id ever again.            * 00000231
      *                                                               * 00000240
      * Where the survivor already holds a row with the same key -    * 00000250
      * both Cust-Ids were scored, and often referred, on the same    * 00000260
      * nights - the survivor's row stands and the duplicate's is     * 00000270
      * dropped and counted.  CORRLOG is an audit trail and is never  * 00000280
      * dropped: a clashing correction row stays under the retired    * 00000290
      * Cust-Id and is counted as left.                               * 00000300
      *                                                               * 00000310
      * A merge is refused when the two dates of birth differ, when   * 00000320
      * the duplicate has a DOB correction waiting for approval, or   * 00000330
      * when a policy would drop out of the extract: a customer with  * 00000340
      * no POLMAST rows is extracted on its CUSTMAST policy number,   * 00000350
      * so that number must already be among the merged policies.     * 00000360
      * MERGELOG is written before anything moves; a merge stopped by * 00000370
      * an I/O error stays "started" and resubmitting the same        * 00000380
      * transaction finishes it.  RC 8 when a merge is left           * 00000390
      * incomplete, RC 12 on open failures.                           * 00000400
      *                                                               * 00000410
      ***************************************************************** 00000420
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000430
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000440
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000450
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000460
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000470
      *                                                               * 00000480
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000490
      * ALL RIGHTS RESERVED.                                          * 00000500
      ***************************************************************** 00000510
      *                          Maintenance Log                        00000520
      *---------------------------------------------------------------- 00000530
      *              Description                       |   Date   | Who 00000540
      *---------------------------------------------------------------- 00000550
      * Initial duplicate customer merge                | 10/15/26 | AGT00000560
      * Keep CURRSCOR in step with the merged RISKHIST  | 10/15/26 | AGT00000565
      ***************************************************************** 00000570
                                                                        00000580
       environment division.                                            00000590
       Input-Output section.                                            00000600
       File-control.                                                    00000610
                                                                        00000620
           select Merge-Trans-File assign to "MERGTRAN"                 00000630
              organization is line sequential                           00000640
              file status is Ws-Mergtran-Status.                        00000650
                                                                        00000660
           select Cust-Master-File assign to "CUSTMAST"                 00000670
              organization is indexed                                   00000680
              access mode is random                                     00000690
              record key is Cust-Id of Cust-Master-Record               00000700
              file status is Ws-Custmast-Status.                        00000710
                                                                        00000720
           select Policy-Master-File assign to "POLMAST"                00000730
              organization is indexed                                   00000740
              access mode is dynamic                                    00000750
              record key is Pol-Policy-No                               00000760
              alternate record key is Pol-Cust-Id                       00000770
                 with duplicates                                        00000780
              file status is Ws-Polmast-Status.                         00000790
                                                                        00000800
           select Premium-History-File assign to "PREMHIST"             00000810
              organization is indexed                                   00000820
              access mode is dynamic                                    00000830
              record key is Ph-Key                                      00000840
              file status is Ws-Premhist-Status.                        00000850
                                                                        00000860
           select Risk-History-File assign to "RISKHIST"                00000870
              organization is indexed                                   00000880
              access mode is dynamic                                    00000890
              record key is Rh-Key                                      00000900
              file status is Ws-Riskhist-Status.                        00000910
                                                                        00000920
      * Random by Cust-Id: only the two customers in the merge are      00000921
      * touched, the survivor's row rebuilt and the retired one's       00000922
      * removed.                                                        00000923
           select Current-Score-File assign to "CURRSCOR"               00000924
              organization is indexed                                   00000925
              access mode is random                                     00000926
              record key is Sc-Cust-Id                                  00000927
              file status is Ws-Currscor-Status.                        00000928
                                                                        00000929
           select Correction-Log-File assign to "CORRLOG"               00000930
              organization is indexed                                   00000940
              access mode is dynamic                                    00000950
              record key is Cl-Key                                      00000960
              file status is Ws-Corrlog-Status.                         00000970
                                                                        00000980
           select Referral-Queue-File assign to "REFQUEUE"              00000990
              organization is indexed                                   00001000
              access mode is dynamic                                    00001010
              record key is Rq-Key                                      00001020
              file status is Ws-Refqueue-Status.                        00001030
                                                                        00001040
           select Override-File assign to "RISKOVR"                     00001050
              organization is indexed                                   00001060
              access mode is dynamic                                    00001070
              record key is Ro-Key                                      00001080
              file status is Ws-Riskovr-Status.                         00001090
                                                                        00001100
           select Pending-Correction-File assign to "PENDCORR"          00001110
              organization is indexed                                   00001120
              access mode is dynamic                                    00001130
              record key is Pc-Key                                      00001140
              file status is Ws-Pendcorr-Status.                        00001150
                                                                        00001160
           select Cust-Address-File assign to "CUSTADDR"                00001170
              organization is indexed                                   00001180
              access mode is random                                     00001190
              record key is Ad-Cust-Id                                  00001200
              file status is Ws-Custaddr-Status.                        00001210
                                                                        00001220
           select Touch-File assign to "TOUCHLOG"                       00001230
              organization is indexed                                   00001240
              access mode is random                                     00001250
              record key is Tl-Cust-Id                                  00001260
              file status is Ws-Touchlog-Status.                        00001270
                                                                        00001280
           select Merge-Log-File assign to "MERGELOG"                   00001290
              organization is indexed                                   00001300
              access mode is random                                     00001310
              record key is Mg-Retired-Cust-Id                          00001320
              file status is Ws-Mergelog-Status.                        00001330
                                                                        00001340
           select Merge-Report-File assign to "MRGRPT"                  00001350
              organization is line sequential                           00001360
              file status is Ws-Mrgrpt-Status.                          00001370
                                                                        00001380
       Data Division.                                                   00001390
       File Section.                                                    00001400
                                                                        00001410
       FD  Merge-Trans-File.                                            00001420
       01  Merge-Trans-Record.                                          00001430
           03 Mt-Survivor-Cust-Id     pic X(10).                        00001440
           03 Mt-Retired-Cust-Id      pic X(10).                        00001450
           03 Mt-Requested-By         pic X(08).                        00001460
                                                                        00001470
       FD  Cust-Master-File.                                            00001480
       01  Cust-Master-Record.                                          00001490
           COPY CUSTREC.                                                00001500
                                                                        00001510
       FD  Policy-Master-File.                                          00001520
       01  Policy-Master-Record.                                        00001530
           COPY POLREC.                                                 00001540
                                                                        00001550
       FD  Premium-History-File.                                        00001560
       01  Premium-History-Record.                                      00001570
           COPY PREMHIST.                                               00001580
                                                                        00001590
       FD  Risk-History-File.                                           00001600
       01  Risk-History-Record.                                         00001610
           COPY RISKHIST.                                               00001620
                                                                        00001630
       FD  Current-Score-File.                                          00001632
       01  Current-Score-Record.                                        00001634
           COPY CURRSCOR.                                               00001636
                                                                        00001638
       FD  Correction-Log-File.                                         00001640
       01  Correction-Log-Record.                                       00001650
           COPY CORRLOG.                                                00001660
                                                                        00001670
       FD  Referral-Queue-File.                                         00001680
       01  Referral-Queue-Record.                                       00001690
           COPY REFQUEUE.                                               00001700
                                                                        00001710
       FD  Override-File.                                               00001720
       01  Override-Record.                                             00001730
           COPY RISKOVR.                                                00001740
                                                                        00001750
       FD  Pending-Correction-File.                                     00001760
       01  Pending-Correction-Record.                                   00001770
           COPY PENDCORR.                                               00001780
                                                                        00001790
       FD  Cust-Address-File.                                           00001800
       01  Cust-Address-Record.                                         00001810
           COPY CUSTADDR.                                               00001820
                                                                        00001830
       FD  Touch-File.                                                  00001840
       01  Touch-Record.                                                00001850
           COPY TOUCHLOG.                                               00001860
                                                                        00001870
       FD  Merge-Log-File.                                              00001880
       01  Merge-Log-Record.                                            00001890
           COPY MERGELOG.                                               00001900
                                                                        00001910
       FD  Merge-Report-File.                                           00001920
       01  Merge-Report-Line          pic X(80).                        00001930
                                                                        00001940
       Working-Storage Section.                                         00001950
                                                                        00001960
       01 Ws-Mergtran-Status         pic X(02).                         00001970
          88 Mergtran-Ok             value "00".                        00001980
                                                                        00001990
       01 Ws-Custmast-Status         pic X(02).                         00002000
          88 Custmast-Ok             value "00".                        00002010
                                                                        00002020
      * "02" is a successful read whose alternate key has more          00002030
      * duplicates to come - still a good record.                       00002040
       01 Ws-Polmast-Status          pic X(02).                         00002050
          88 Polmast-Ok              value "00".                        00002060
          88 Polmast-Read-Ok         value "00" "02".                   00002070
                                                                        00002080
       01 Ws-Premhist-Status         pic X(02).                         00002090
          88 Premhist-Ok             value "00".                        00002100
                                                                        00002110
       01 Ws-Riskhist-Status         pic X(02).                         00002120
          88 Riskhist-Ok             value "00".                        00002130
                                                                        00002140
       01 Ws-Currscor-Status         pic X(02).                         00002142
          88 Currscor-Ok             value "00".                        00002144
                                                                        00002146
       01 Ws-Corrlog-Status          pic X(02).                         00002150
          88 Corrlog-Ok              value "00".                        00002160
                                                                        00002170
       01 Ws-Refqueue-Status         pic X(02).                         00002180
          88 Refqueue-Ok             value "00".                        00002190
                                                                        00002200
       01 Ws-Riskovr-Status          pic X(02).                         00002210
          88 Riskovr-Ok              value "00".                        00002220
                                                                        00002230
       01 Ws-Pendcorr-Status         pic X(02).                         00002240
          88 Pendcorr-Ok             value "00".                        00002250
                                                                        00002260
       01 Ws-Custaddr-Status         pic X(02).                         00002270
          88 Custaddr-Ok             value "00".                        00002280
                                                                        00002290
       01 Ws-Touchlog-Status         pic X(02).                         00002300
          88 Touchlog-Ok             value "00".                        00002310
                                                                        00002320
       01 Ws-Mergelog-Status         pic X(02).                         00002330
          88 Mergelog-Ok             value "00".                        00002340
                                                                        00002350
       01 Ws-Mrgrpt-Status           pic X(02).                         00002360
          88 Mrgrpt-Ok               value "00".                        00002370
                                                                        00002380
      * File status 88s above double as each verb's current status, so  00002390
      * Finalize-Run guards its closes on these open-succeeded latches  00002400
      * instead, set once when a file's OPEN (including the first-use   00002410
      * fallbacks) succeeds and never reset afterwards.  A history      00002420
      * file that has never been created has nothing to move, so its    00002430
      * latch simply stays "N" and its move is skipped.                 00002440
       01 Ws-Open-Switches.                                             00002450
          05 Ws-Mergtran-Open-Ok     pic X(01) value "N".               00002460
             88 Mergtran-Open-Ok     value "Y".                         00002470
          05 Ws-Custmast-Open-Ok     pic X(01) value "N".               00002480
             88 Custmast-Open-Ok     value "Y".                         00002490
          05 Ws-Polmast-Open-Ok      pic X(01) value "N".               00002500
             88 Polmast-Open-Ok      value "Y".                         00002510
          05 Ws-Premhist-Open-Ok     pic X(01) value "N".               00002520
             88 Premhist-Open-Ok     value "Y".                         00002530
          05 Ws-Riskhist-Open-Ok     pic X(01) value "N".               00002540
             88 Riskhist-Open-Ok     value "Y".                         00002550
          05 Ws-Currscor-Open-Ok     pic X(01) value "N".               00002553
             88 Currscor-Open-Ok     value "Y".                         00002556
          05 Ws-Corrlog-Open-Ok      pic X(01) value "N".               00002560
             88 Corrlog-Open-Ok      value "Y".                         00002570
          05 Ws-Refqueue-Open-Ok     pic X(01) value "N".               00002580
             88 Refqueue-Open-Ok     value "Y".                         00002590
          05 Ws-Riskovr-Open-Ok      pic X(01) value "N".               00002600
             88 Riskovr-Open-Ok      value "Y".                         00002610
          05 Ws-Pendcorr-Open-Ok     pic X(01) value "N".               00002620
             88 Pendcorr-Open-Ok     value "Y".                         00002630
          05 Ws-Custaddr-Open-Ok     pic X(01) value "N".               00002640
             88 Custaddr-Open-Ok     value "Y".                         00002650
          05 Ws-Touchlog-Open-Ok     pic X(01) value "N".               00002660
             88 Touchlog-Open-Ok     value "Y".                         00002670
          05 Ws-Mergelog-Open-Ok     pic X(01) value "N".               00002680
             88 Mergelog-Open-Ok     value "Y".                         00002690
          05 Ws-Mrgrpt-Open-Ok       pic X(01) value "N".               00002700
             88 Mrgrpt-Open-Ok       value "Y".                         00002710
                                                                        00002720
       01 Ws-Eof-Switch              pic X(01) value "N".               00002730
          88 No-More-Trans           value "Y".                         00002740
                                                                        00002750
       01 Ws-Reject-Switch           pic X(01) value "N".               00002760
          88 Trans-Rejected          value "Y".                         00002770
                                                                        00002780
       01 Ws-Reject-Reason           pic X(30) value spaces.            00002790
                                                                        00002800
       01 Ws-Resume-Switch           pic X(01) value "N".               00002810
          88 Resuming-Merge          value "Y".                         00002820
                                                                        00002830
       01 Ws-Merge-Error-Switch      pic X(01) value "N".               00002840
          88 Merge-Failed            value "Y".                         00002850
                                                                        00002860
       01 Ws-Move-Eof-Switch         pic X(01) value "N".               00002870
          88 No-More-Rows            value "Y".                         00002880
                                                                        00002890
       01 Ws-Pending-Switch          pic X(01) value "N".               00002900
          88 Correction-Pending      value "Y".                         00002910
                                                                        00002920
       01 Ws-Cover-Switch            pic X(01) value "N".               00002930
          88 Policy-Covered          value "Y".                         00002940
                                                                        00002950
       01 Ws-Run-Date                pic 9(08).                         00002960
       01 Ws-Run-Time-Group.                                            00002970
          05 Ws-Run-Time             pic 9(08).                         00002980
       01 Ws-Run-Time-Parts redefines Ws-Run-Time-Group.                00002990
          05 Ws-Run-Hhmmss           pic 9(06).                         00003000
          05 Ws-Run-Hundredths       pic 9(02).                         00003010
                                                                        00003020
      * Both customers as they stood when the merge was validated;      00003030
      * on a resumed merge the retired image comes off MERGELOG,        00003040
      * since CUSTMAST may no longer hold it.                           00003050
       01 Ws-Survivor-Customer.                                         00003060
          COPY CUSTREC.                                                 00003070
       01 Ws-Retired-Customer.                                          00003080
          COPY CUSTREC.                                                 00003090
                                                                        00003100
      * The retired customer's policies, collected off the alternate-   00003110
      * key browse before any is re-pointed: rewriting the alternate    00003120
      * key while the browse is positioned on it is asking for it.      00003130
       01 Ws-Policy-Table.                                              00003140
          05 Ws-Pols-Used            pic 9(03) comp value zero.         00003150
          05 Ws-Pol-Entry occurs 50 times.                              00003160
             10 Ws-Pt-Policy-Image   pic X(31).                         00003170
             10 Ws-Pt-Policy-No      pic X(10).                         00003180
       01 Ws-Px                      pic 9(03) comp.                    00003190
       01 Ws-Overflow-Switch         pic X(01) value "N".               00003200
          88 Policy-Table-Overflow   value "Y".                         00003210
                                                                        00003220
       01 Ws-Survivor-Pol-Rows       pic 9(05).                         00003230
       01 Ws-Check-Policy-No         pic X(10).                         00003240
                                                                        00003250
      * Row images held across a re-key: the record area is rebuilt     00003260
      * under the survivor's key for the WRITE, then restored so the    00003270
      * DELETE and the next START see the retired key again.            00003280
       01 Ws-Hist-Save               pic X(34).                         00003290
       01 Ws-Corr-Save               pic X(55).                         00003300
       01 Ws-Ref-Save                pic X(97).                         00003310
       01 Ws-Ovr-Save                pic X(88).                         00003320
       01 Ws-Addr-Save               pic X(113).                        00003330
                                                                        00003340
      * Same shape as Mg-Counts so the two move as a group.             00003350
       01 Ws-Merge-Counts.                                              00003360
          05 Ws-Policies-Moved       pic 9(05).                         00003370
          05 Ws-Premiums-Moved       pic 9(05).                         00003380
          05 Ws-History-Moved        pic 9(05).                         00003390
          05 Ws-History-Dropped      pic 9(05).                         00003400
          05 Ws-Corrections-Moved    pic 9(05).                         00003410
          05 Ws-Corrections-Left     pic 9(05).                         00003420
          05 Ws-Referrals-Moved      pic 9(05).                         00003430
          05 Ws-Referrals-Dropped    pic 9(05).                         00003440
          05 Ws-Overrides-Moved      pic 9(05).                         00003450
          05 Ws-Overrides-Dropped    pic 9(05).                         00003460
                                                                        00003470
       01 Ws-Counters.                                                  00003480
          05 Ws-Trans-Read           pic 9(07) value zero.              00003490
          05 Ws-Merges-Applied       pic 9(07) value zero.              00003500
          05 Ws-Merges-Resumed       pic 9(07) value zero.              00003510
          05 Ws-Merges-Rejected      pic 9(07) value zero.              00003520
          05 Ws-Merges-Incomplete    pic 9(07) value zero.              00003530
                                                                        00003540
       01 Ws-Report-Lines.                                              00003550
          05 Ws-Heading-Line-1.                                         00003560
             10 filler               pic X(30)                          00003570
                value "CUSTOMER MERGE REPORT".                          00003580
             10 filler               pic X(11) value "RUN DATE = ".     00003590
             10 Ws-Hdr-Run-Date      pic 9(08).                         00003600
             10 filler               pic X(31) value spaces.            00003610
          05 Ws-Heading-Line-2       pic X(80)                          00003620
             value " SURVIVOR    RETIRED     STATUS      REASON".       00003630
          05 Ws-Detail-Line.                                            00003640
             10 filler               pic X(01) value space.             00003650
             10 Ws-Dtl-Survivor      pic X(10).                         00003660
             10 filler               pic X(02) value spaces.            00003670
             10 Ws-Dtl-Retired       pic X(10).                         00003680
             10 filler               pic X(02) value spaces.            00003690
             10 Ws-Dtl-Status        pic X(10).                         00003700
             10 filler               pic X(02) value spaces.            00003710
             10 Ws-Dtl-Reason        pic X(30).                         00003720
             10 filler               pic X(13) value spaces.            00003730
          05 Ws-Moved-Line.                                             00003740
             10 filler               pic X(04) value spaces.            00003750
             10 filler               pic X(08) value "MOVED   ".        00003760
             10 filler               pic X(05) value "POL  ".           00003770
             10 Ws-Mvd-Policies      pic ZZZZ9.                         00003780
             10 filler               pic X(01) value space.             00003790
             10 filler               pic X(05) value "PREM ".           00003800
             10 Ws-Mvd-Premiums      pic ZZZZ9.                         00003810
             10 filler               pic X(01) value space.             00003820
             10 filler               pic X(05) value "HIST ".           00003830
             10 Ws-Mvd-History       pic ZZZZ9.                         00003840
             10 filler               pic X(01) value space.             00003850
             10 filler               pic X(05) value "CORR ".           00003860
             10 Ws-Mvd-Corrections   pic ZZZZ9.                         00003870
             10 filler               pic X(01) value space.             00003880
             10 filler               pic X(05) value "REF  ".           00003890
             10 Ws-Mvd-Referrals     pic ZZZZ9.                         00003900
             10 filler               pic X(01) value space.             00003910
             10 filler               pic X(05) value "OVR  ".           00003920
             10 Ws-Mvd-Overrides     pic ZZZZ9.                         00003930
             10 filler               pic X(03) value spaces.            00003940
          05 Ws-Dropped-Line.                                           00003950
             10 filler               pic X(04) value spaces.            00003960
             10 filler               pic X(08) value "DROPPED ".        00003970
             10 filler               pic X(22) value spaces.            00003980
             10 filler               pic X(05) value "HIST ".           00003990
             10 Ws-Drp-History       pic ZZZZ9.                         00004000
             10 filler               pic X(01) value space.             00004010
             10 filler               pic X(05) value "LEFT ".           00004020
             10 Ws-Drp-Corrections   pic ZZZZ9.                         00004030
             10 filler               pic X(01) value space.             00004040
             10 filler               pic X(05) value "REF  ".           00004050
             10 Ws-Drp-Referrals     pic ZZZZ9.                         00004060
             10 filler               pic X(01) value space.             00004070
             10 filler               pic X(05) value "OVR  ".           00004080
             10 Ws-Drp-Overrides     pic ZZZZ9.                         00004090
             10 filler               pic X(03) value spaces.            00004100
          05 Ws-Read-Line.                                              00004110
             10 filler               pic X(01) value space.             00004120
             10 filler               pic X(20)                          00004130
                value "TRANS READ .........".                           00004140
             10 Ws-Tot-Read          pic ZZZ,ZZ9.                       00004150
          05 Ws-Applied-Line.                                           00004160
             10 filler               pic X(01) value space.             00004170
             10 filler               pic X(20)                          00004180
                value "MERGES APPLIED .....".                           00004190
             10 Ws-Tot-Applied       pic ZZZ,ZZ9.                       00004200
          05 Ws-Resumed-Line.                                           00004210
             10 filler               pic X(01) value space.             00004220
             10 filler               pic X(20)                          00004230
                value "  OF WHICH RESUMED .".                           00004240
             10 Ws-Tot-Resumed       pic ZZZ,ZZ9.                       00004250
          05 Ws-Rejected-Line.                                          00004260
             10 filler               pic X(01) value space.             00004270
             10 filler               pic X(20)                          00004280
                value "MERGES REJECTED ....".                           00004290
             10 Ws-Tot-Rejected      pic ZZZ,ZZ9.                       00004300
          05 Ws-Incomplete-Line.                                        00004310
             10 filler               pic X(01) value space.             00004320
             10 filler               pic X(20)                          00004330
                value "MERGES INCOMPLETE ..".                           00004340
             10 Ws-Tot-Incomplete    pic ZZZ,ZZ9.                       00004350
          05 Ws-Blank-Line           pic X(80) value spaces.            00004360
                                                                        00004370
       Procedure division.                                              00004380
                                                                        00004390
       Main Section.                                                    00004400
                                                                        00004410
           Perform Initialize-Run.                                      00004420
           Perform Process-Transactions until No-More-Trans.            00004430
           Perform Finalize-Run.                                        00004440
                                                                        00004450
           Goback.                                                      00004460
                                                                        00004470
       Initialize-Run Section.                                          00004480
                                                                        00004490
           Accept Ws-Run-Date from date yyyymmdd.                       00004500
                                                                        00004510
           Open input Merge-Trans-File.                                 00004520
           if not Mergtran-Ok                                           00004530
              display "XARISMRG: UNABLE TO OPEN MERGTRAN, STATUS="      00004540
                 Ws-Mergtran-Status                                     00004550
              move "Y" to Ws-Eof-Switch                                 00004560
              move 12 to Return-Code                                    00004570
           else                                                         00004580
              move "Y" to Ws-Mergtran-Open-Ok                           00004590
           end-if.                                                      00004600
                                                                        00004610
           Open i-o Cust-Master-File.                                   00004620
           if not Custmast-Ok                                           00004630
              display "XARISMRG: UNABLE TO OPEN CUSTMAST, STATUS="      00004640
                 Ws-Custmast-Status                                     00004650
              move "Y" to Ws-Eof-Switch                                 00004660
              move 12 to Return-Code                                    00004670
           else                                                         00004680
              move "Y" to Ws-Custmast-Open-Ok                           00004690
           end-if.                                                      00004700
                                                                        00004710
      * POLMAST is optional during the multi-policy transition, as in   00004720
      * XARISBAT: without it every customer is extracted on its         00004730
      * CUSTMAST policy number and the cover check works on that.       00004740
           Open i-o Policy-Master-File.                                 00004750
           evaluate true                                                00004760
              when Polmast-Ok                                           00004770
                 move "Y" to Ws-Polmast-Open-Ok                         00004780
              when Ws-Polmast-Status = "35"                             00004790
                 display "XARISMRG: NO POLMAST FILE - USING CUSTMAST"   00004800
                    " POLICY NO"                                        00004810
              when other                                                00004820
                 display "XARISMRG: UNABLE TO OPEN POLMAST, STATUS="    00004830
                    Ws-Polmast-Status                                   00004840
                 move "Y" to Ws-Eof-Switch                              00004850
                 move 12 to Return-Code                                 00004860
           end-evaluate.                                                00004870
                                                                        00004880
           Open i-o Premium-History-File.                               00004890
           evaluate true                                                00004900
              when Premhist-Ok                                          00004910
                 move "Y" to Ws-Premhist-Open-Ok                        00004920
              when Ws-Premhist-Status = "35"                            00004930
                 display "XARISMRG: NO PREMHIST FILE - NO PREMIUMS"     00004940
                    " TO MOVE"                                          00004950
              when other                                                00004960
                 display "XARISMRG: UNABLE TO OPEN PREMHIST, STATUS="   00004970
                    Ws-Premhist-Status                                  00004980
                 move "Y" to Ws-Eof-Switch                              00004990
                 move 12 to Return-Code                                 00005000
           end-evaluate.                                                00005010
                                                                        00005020
           Open i-o Risk-History-File.                                  00005030
           evaluate true                                                00005040
              when Riskhist-Ok                                          00005050
                 move "Y" to Ws-Riskhist-Open-Ok                        00005060
              when Ws-Riskhist-Status = "35"                            00005070
                 display "XARISMRG: NO RISKHIST FILE - NO HISTORY"      00005074
                    " TO MOVE"                                          00005079
              when other                                                00005084
                 display "XARISMRG: UNABLE TO OPEN RISKHIST, STATUS="   00005089
                    Ws-Riskhist-Status                                  00005094
                 move "Y" to Ws-Eof-Switch                              00005099
                 move 12 to Return-Code                                 00005103
           end-evaluate.                                                00005108
                                                                        00005113
      * No CURRSCOR yet means XARISBAT has not built it; the first      00005118
      * cycle, or an XARISCSR rebuild, loads it from the merged         00005123
      * RISKHIST anyway.                                                00005128
           Open i-o Current-Score-File.                                 00005133
           evaluate true                                                00005137
              when Currscor-Ok                                          00005142
                 move "Y" to Ws-Currscor-Open-Ok                        00005147
              when Ws-Currscor-Status = "35"                            00005152
                 display "XARISMRG: NO CURRSCOR FILE - NO CURRENT"      00005157
                    " SCORES TO KEEP"                                   00005162
              when other                                                00005166
                 display "XARISMRG: UNABLE TO OPEN CURRSCOR, STATUS="   00005171
                    Ws-Currscor-Status                                  00005176
                 move "Y" to Ws-Eof-Switch                              00005181
                 move 12 to Return-Code                                 00005186
           end-evaluate.                                                00005191
                                                                        00005196
           Open i-o Correction-Log-File.                                00005200
           evaluate true                                                00005205
              when Corrlog-Ok                                           00005210
                 move "Y" to Ws-Corrlog-Open-Ok                         00005215
              when Ws-Corrlog-Status = "35"                             00005220
                 display "XARISMRG: NO CORRLOG FILE - NO CORRECTIONS"   00005225
                    " TO MOVE"                                          00005230
              when other                                                00005240
                 display "XARISMRG: UNABLE TO OPEN CORRLOG, STATUS="    00005250
                    Ws-Corrlog-Status                                   00005260
                 move "Y" to Ws-Eof-Switch                              00005270
                 move 12 to Return-Code                                 00005280
           end-evaluate.                                                00005290
                                                                        00005300
           Open i-o Referral-Queue-File.                                00005310
           evaluate true                                                00005320
              when Refqueue-Ok                                          00005330
                 move "Y" to Ws-Refqueue-Open-Ok                        00005340
              when Ws-Refqueue-Status = "35"                            00005350
                 display "XARISMRG: NO REFQUEUE FILE - NO REFERRALS"    00005360
                    " TO MOVE"                                          00005370
              when other                                                00005380
                 display "XARISMRG: UNABLE TO OPEN REFQUEUE, STATUS="   00005390
                    Ws-Refqueue-Status                                  00005400
                 move "Y" to Ws-Eof-Switch                              00005410
                 move 12 to Return-Code                                 00005420
           end-evaluate.                                                00005430
                                                                        00005440
           Open i-o Override-File.                                      00005450
           evaluate true                                                00005460
              when Riskovr-Ok                                           00005470
                 move "Y" to Ws-Riskovr-Open-Ok                         00005480
              when Ws-Riskovr-Status = "35"                             00005490
                 display "XARISMRG: NO RISKOVR FILE - NO OVERRIDES"     00005500
                    " TO MOVE"                                          00005510
              when other                                                00005520
                 display "XARISMRG: UNABLE TO OPEN RISKOVR, STATUS="    00005530
                    Ws-Riskovr-Status                                   00005540
                 move "Y" to Ws-Eof-Switch                              00005550
                 move 12 to Return-Code                                 00005560
           end-evaluate.                                                00005570
                                                                        00005580
           Open input Pending-Correction-File.                          00005590
           evaluate true                                                00005600
              when Pendcorr-Ok                                          00005610
                 move "Y" to Ws-Pendcorr-Open-Ok                        00005620
              when Ws-Pendcorr-Status = "35"                            00005630
                 continue                                               00005640
              when other                                                00005650
                 display "XARISMRG: UNABLE TO OPEN PENDCORR, STATUS="   00005660
                    Ws-Pendcorr-Status                                  00005670
                 move "Y" to Ws-Eof-Switch                              00005680
                 move 12 to Return-Code                                 00005690
           end-evaluate.                                                00005700
                                                                        00005710
           Open i-o Cust-Address-File.                                  00005720
           evaluate true                                                00005730
              when Custaddr-Ok                                          00005740
                 move "Y" to Ws-Custaddr-Open-Ok                        00005750
              when Ws-Custaddr-Status = "35"                            00005760
                 continue                                               00005770
              when other                                                00005780
                 display "XARISMRG: UNABLE TO OPEN CUSTADDR, STATUS="   00005790
                    Ws-Custaddr-Status                                  00005800
                 move "Y" to Ws-Eof-Switch                              00005810
                 move 12 to Return-Code                                 00005820
           end-evaluate.                                                00005830
                                                                        00005840
      * First-use fallback: create-then-reopen on status 35 the same    00005850
      * way XARISMNT does.  The survivor's touch is what gets it        00005860
      * rescored on its merged policies, so failure stops the run.      00005870
           Open i-o Touch-File.                                         00005880
           if Ws-Touchlog-Status = "35"                                 00005890
              Open output Touch-File                                    00005900
              Close Touch-File                                          00005910
              Open i-o Touch-File                                       00005920
           end-if.                                                      00005930
           if not Touchlog-Ok                                           00005940
              display "XARISMRG: UNABLE TO OPEN TOUCHLOG, STATUS="      00005950
                 Ws-Touchlog-Status                                     00005960
              move "Y" to Ws-Eof-Switch                                 00005970
              move 12 to Return-Code                                    00005980
           else                                                         00005990
              move "Y" to Ws-Touchlog-Open-Ok                           00006000
           end-if.                                                      00006010
                                                                        00006020
           Open i-o Merge-Log-File.                                     00006030
           if Ws-Mergelog-Status = "35"                                 00006040
              Open output Merge-Log-File                                00006050
              Close Merge-Log-File                                      00006060
              Open i-o Merge-Log-File                                   00006070
           end-if.                                                      00006080
           if not Mergelog-Ok                                           00006090
              display "XARISMRG: UNABLE TO OPEN MERGELOG, STATUS="      00006100
                 Ws-Mergelog-Status                                     00006110
              move "Y" to Ws-Eof-Switch                                 00006120
              move 12 to Return-Code                                    00006130
           else                                                         00006140
              move "Y" to Ws-Mergelog-Open-Ok                           00006150
           end-if.                                                      00006160
                                                                        00006170
           Open output Merge-Report-File.                               00006180
           if not Mrgrpt-Ok                                             00006190
              display "XARISMRG: UNABLE TO OPEN MRGRPT, STATUS="        00006200
                 Ws-Mrgrpt-Status                                       00006210
              move "Y" to Ws-Eof-Switch                                 00006220
              move 12 to Return-Code                                    00006230
           else                                                         00006240
              move "Y" to Ws-Mrgrpt-Open-Ok                             00006250
              move Ws-Run-Date to Ws-Hdr-Run-Date                       00006260
              Write Merge-Report-Line from Ws-Heading-Line-1            00006270
              Write Merge-Report-Line from Ws-Heading-Line-2            00006280
           end-if.                                                      00006290
                                                                        00006300
           if not No-More-Trans                                         00006310
              Perform Read-Next-Trans                                   00006320
           end-if.                                                      00006330
                                                                        00006340
       Process-Transactions Section.                                    00006350
                                                                        00006360
           add 1 to Ws-Trans-Read.                                      00006370
           move "N" to Ws-Reject-Switch.                                00006380
           move spaces to Ws-Reject-Reason.                             00006390
           move "N" to Ws-Resume-Switch.                                00006400
           move "N" to Ws-Merge-Error-Switch.                           00006410
           move zeros to Ws-Merge-Counts.                               00006420
           Accept Ws-Run-Time from time.                                00006430
                                                                        00006440
           Perform Validate-Merge.                                      00006450
                                                                        00006460
           if not Trans-Rejected                                        00006470
              Perform Apply-Merge                                       00006480
           end-if.                                                      00006490
                                                                        00006500
           Perform Write-Merge-Lines.                                   00006510
           Perform Read-Next-Trans.                                     00006520
                                                                        00006530
       Validate-Merge Section.                                          00006540
                                                                        00006550
           if Mt-Survivor-Cust-Id = spaces                              00006560
              or Mt-Retired-Cust-Id = spaces                            00006570
              move "Y" to Ws-Reject-Switch                              00006580
              move "CUSTOMER ID MISSING" to Ws-Reject-Reason            00006590
           end-if.                                                      00006600
                                                                        00006610
           if not Trans-Rejected                                        00006620
              and Mt-Survivor-Cust-Id = Mt-Retired-Cust-Id              00006630
              move "Y" to Ws-Reject-Switch                              00006640
              move "SURVIVOR SAME AS RETIRED" to Ws-Reject-Reason       00006650
           end-if.                                                      00006660
                                                                        00006670
           if not Trans-Rejected                                        00006680
              and Mt-Requested-By = spaces                              00006690
              move "Y" to Ws-Reject-Switch                              00006700
              move "REQUESTED-BY MISSING" to Ws-Reject-Reason           00006710
           end-if.                                                      00006720
                                                                        00006730
      * A Cust-Id already merged away cannot take anyone in.            00006740
           if not Trans-Rejected                                        00006750
              move Mt-Survivor-Cust-Id to Mg-Retired-Cust-Id            00006760
              Read Merge-Log-File                                       00006770
                 invalid key                                            00006780
                    continue                                            00006790
                 not invalid key                                        00006800
                    move "Y" to Ws-Reject-Switch                        00006810
                    move "SURVIVOR WAS ITSELF RETIRED"                  00006820
                       to Ws-Reject-Reason                              00006830
              end-read                                                  00006840
           end-if.                                                      00006850
                                                                        00006860
           if not Trans-Rejected                                        00006870
              Perform Check-Merge-Log                                   00006880
           end-if.                                                      00006890
                                                                        00006900
           if not Trans-Rejected                                        00006910
              move Mt-Survivor-Cust-Id                                  00006920
                 to Cust-Id of Cust-Master-Record                       00006930
              Read Cust-Master-File                                     00006940
                 invalid key                                            00006950
                    move "Y" to Ws-Reject-Switch                        00006960
                    move "SURVIVOR NOT ON FILE" to Ws-Reject-Reason     00006970
                 not invalid key                                        00006980
                    move Cust-Master-Record to Ws-Survivor-Customer     00006990
              end-read                                                  00007000
           end-if.                                                      00007010
                                                                        00007020
      * A resumed merge already passed every check below when it was    00007030
      * started; the retired customer may be off CUSTMAST by now.       00007040
           if not Trans-Rejected and not Resuming-Merge                 00007050
              move Mt-Retired-Cust-Id                                   00007060
                 to Cust-Id of Cust-Master-Record                       00007070
              Read Cust-Master-File                                     00007080
                 invalid key                                            00007090
                    move "Y" to Ws-Reject-Switch                        00007100
                    move "RETIRED CUST NOT ON FILE" to Ws-Reject-Reason 00007110
                 not invalid key                                        00007120
                    move Cust-Master-Record to Ws-Retired-Customer      00007130
              end-read                                                  00007140
           end-if.                                                      00007150
                                                                        00007160
           if not Trans-Rejected and not Resuming-Merge                 00007170
              and Cust-Dob of Ws-Survivor-Customer                      00007180
                 not = Cust-Dob of Ws-Retired-Customer                  00007190
              move "Y" to Ws-Reject-Switch                              00007200
              move "DATES OF BIRTH DIFFER" to Ws-Reject-Reason          00007210
           end-if.                                                      00007220
                                                                        00007230
           if not Trans-Rejected and not Resuming-Merge                 00007240
              Perform Check-Pending-Corrections                         00007250
              if Correction-Pending                                     00007260
                 move "Y" to Ws-Reject-Switch                           00007270
                 move "RETIRED HAS PENDING DOB CORR"                    00007280
                    to Ws-Reject-Reason                                 00007290
              end-if                                                    00007300
           end-if.                                                      00007310
                                                                        00007320
           if not Trans-Rejected and not Resuming-Merge                 00007330
              Perform Check-Policy-Cover                                00007340
           end-if.                                                      00007350
                                                                        00007360
       Check-Merge-Log Section.                                         00007370
                                                                        00007380
      * A row for the retired Cust-Id means this merge, or another,     00007390
      * has been started before.  The same pair again finishes it.      00007400
           move Mt-Retired-Cust-Id to Mg-Retired-Cust-Id.               00007410
           Read Merge-Log-File                                          00007420
              invalid key                                               00007430
                 continue                                               00007440
              not invalid key                                           00007450
                 evaluate true                                          00007460
                    when Mg-Merge-Complete                              00007470
                       move "Y" to Ws-Reject-Switch                     00007480
                       move "ALREADY MERGED" to Ws-Reject-Reason        00007490
                    when Mg-Survivor-Cust-Id not = Mt-Survivor-Cust-Id  00007500
                       move "Y" to Ws-Reject-Switch                     00007510
                       move "PART-MERGED INTO ANOTHER CUST"             00007520
                          to Ws-Reject-Reason                           00007530
                    when other                                          00007540
                       move "Y" to Ws-Resume-Switch                     00007550
                       move Mg-Retired-Customer to Ws-Retired-Customer  00007560
                       move Mg-Counts to Ws-Merge-Counts                00007570
                 end-evaluate                                           00007580
           end-read.                                                    00007590
                                                                        00007600
       Check-Pending-Corrections Section.                               00007610
                                                                        00007620
      * A DOB correction still waiting on XARISAPV would be approved    00007630
      * against a customer that no longer exists.                       00007640
           move "N" to Ws-Pending-Switch.                               00007650
           if Pendcorr-Open-Ok                                          00007660
              move low-values to Pc-Key                                 00007670
              move Cust-Id of Ws-Retired-Customer to Pc-Cust-Id         00007680
              Start Pending-Correction-File                             00007690
                 key is greater than Pc-Key                             00007700
                 invalid key                                            00007710
                    move "23" to Ws-Pendcorr-Status                     00007720
              end-start                                                 00007730
              perform until not Pendcorr-Ok                             00007740
                 or Correction-Pending                                  00007750
                 Read Pending-Correction-File next record               00007760
                    at end                                              00007770
                       move "10" to Ws-Pendcorr-Status                  00007780
                    not at end                                          00007790
                       if Pc-Cust-Id                                    00007800
                          not = Cust-Id of Ws-Retired-Customer          00007810
                          move "10" to Ws-Pendcorr-Status               00007820
                       else                                             00007830
                          if Pc-Pending                                 00007840
                             move "Y" to Ws-Pending-Switch              00007850
                          end-if                                        00007860
                       end-if                                           00007870
                 end-read                                               00007880
              end-perform                                               00007890
           end-if.                                                      00007900
                                                                        00007910
       Check-Policy-Cover Section.                                      00007920
                                                                        00007930
      * XARISBAT extracts a customer's POLMAST rows when it has any,    00007940
      * else its CUSTMAST policy number.  After the merge the           00007950
      * survivor's rows are both customers' rows together, so a         00007960
      * customer with no rows of its own must have its CUSTMAST         00007970
      * policy among them or that policy stops being priced.            00007980
           Perform Collect-Retired-Policies.                            00007990
           Perform Scan-Survivor-Policies.                              00008000
                                                                        00008010
           if Policy-Table-Overflow                                     00008020
              move "Y" to Ws-Reject-Switch                              00008030
              move "TOO MANY POLICIES TO MERGE" to Ws-Reject-Reason     00008040
           end-if.                                                      00008050
                                                                        00008060
           if not Trans-Rejected and Ws-Pols-Used = zero                00008070
              if Cust-Policy-No of Ws-Retired-Customer                  00008080
                    not = Cust-Policy-No of Ws-Survivor-Customer        00008090
                 and not Policy-Covered                                 00008100
                 move "Y" to Ws-Reject-Switch                           00008110
                 move "RETIRED POLICY NOT ON POLMAST"                   00008120
                    to Ws-Reject-Reason                                 00008130
              end-if                                                    00008140
           end-if.                                                      00008150
                                                                        00008160
           if not Trans-Rejected and Ws-Pols-Used > zero                00008170
              and Ws-Survivor-Pol-Rows = zero                           00008180
              move "N" to Ws-Cover-Switch                               00008190
              perform varying Ws-Px from 1 by 1                         00008200
                 until Ws-Px > Ws-Pols-Used                             00008210
                 if Ws-Pt-Policy-No(Ws-Px)                              00008220
                    = Cust-Policy-No of Ws-Survivor-Customer            00008230
                    move "Y" to Ws-Cover-Switch                         00008240
                 end-if                                                 00008250
              end-perform                                               00008260
              if not Policy-Covered                                     00008270
                 move "Y" to Ws-Reject-Switch                           00008280
                 move "SURVIVOR POLICY NOT ON POLMAST"                  00008290
                    to Ws-Reject-Reason                                 00008300
              end-if                                                    00008310
           end-if.                                                      00008320
                                                                        00008330
       Collect-Retired-Policies Section.                                00008340
                                                                        00008350
           move zero to Ws-Pols-Used.                                   00008360
           move "N" to Ws-Overflow-Switch.                              00008370
                                                                        00008380
           if Polmast-Open-Ok                                           00008390
              move Cust-Id of Ws-Retired-Customer to Pol-Cust-Id        00008400
              Start Policy-Master-File                                  00008410
                 key is equal to Pol-Cust-Id                            00008420
                 invalid key continue                                   00008430
              end-start                                                 00008440
              if Polmast-Read-Ok                                        00008450
                 Perform Read-Next-Policy                               00008460
                 perform until not Polmast-Read-Ok                      00008470
                    or Pol-Cust-Id not = Cust-Id of Ws-Retired-Customer 00008480
                    if Ws-Pols-Used < 50                                00008490
                       add 1 to Ws-Pols-Used                            00008500
                       move Policy-Master-Record                        00008510
                          to Ws-Pt-Policy-Image(Ws-Pols-Used)           00008520
                       move Pol-Policy-No                               00008530
                          to Ws-Pt-Policy-No(Ws-Pols-Used)              00008540
                    else                                                00008550
                       move "Y" to Ws-Overflow-Switch                   00008560
                    end-if                                              00008570
                    Perform Read-Next-Policy                            00008580
                 end-perform                                            00008590
              end-if                                                    00008600
           end-if.                                                      00008610
                                                                        00008620
       Scan-Survivor-Policies Section.                                  00008630
                                                                        00008640
      * Counts the survivor's rows and notes whether the retired        00008650
      * customer's CUSTMAST policy is among them.                       00008660
           move zero to Ws-Survivor-Pol-Rows.                           00008670
           move "N" to Ws-Cover-Switch.                                 00008680
                                                                        00008690
           if Polmast-Open-Ok                                           00008700
              move Cust-Id of Ws-Survivor-Customer to Pol-Cust-Id       00008710
              Start Policy-Master-File                                  00008720
                 key is equal to Pol-Cust-Id                            00008730
                 invalid key continue                                   00008740
              end-start                                                 00008750
              if Polmast-Read-Ok                                        00008760
                 Perform Read-Next-Policy                               00008770
                 perform until not Polmast-Read-Ok                      00008780
                    or Pol-Cust-Id not = Cust-Id of Ws-Survivor-Customer00008790
                    add 1 to Ws-Survivor-Pol-Rows                       00008800
                    if Pol-Policy-No                                    00008810
                       = Cust-Policy-No of Ws-Retired-Customer          00008820
                       move "Y" to Ws-Cover-Switch                      00008830
                    end-if                                              00008840
                    Perform Read-Next-Policy                            00008850
                 end-perform                                            00008860
              end-if                                                    00008870
           end-if.                                                      00008880
                                                                        00008890
       Read-Next-Policy Section.                                        00008900
                                                                        00008910
           Read Policy-Master-File next record                          00008920
              at end move "10" to Ws-Polmast-Status                     00008930
           end-read.                                                    00008940
                                                                        00008950
       Apply-Merge Section.                                             00008960
                                                                        00008970
      * Log first, files second, the order XARISCAR keeps for its       00008980
      * archive: if the log row cannot be written nothing is moved.     00008990
           if Resuming-Merge                                            00009000
              add 1 to Ws-Merges-Resumed                                00009010
              Perform Collect-Retired-Policies                          00009020
           else                                                         00009030
              Perform Start-Merge-Log                                   00009040
           end-if.                                                      00009050
                                                                        00009060
           if not Trans-Rejected                                        00009070
              Perform Move-Policies                                     00009080
              Perform Move-Premiums                                     00009090
              Perform Move-History                                      00009100
              Perform Rebuild-Current-Score                             00009105
              Perform Move-Corrections                                  00009110
              Perform Move-Referrals                                    00009120
              Perform Move-Overrides                                    00009130
              Perform Move-Address                                      00009140
              Perform Move-Touch                                        00009150
              Perform Retire-Customer                                   00009160
              Perform Update-Merge-Log                                  00009170
              if Merge-Failed                                           00009180
                 add 1 to Ws-Merges-Incomplete                          00009190
              else                                                      00009200
                 add 1 to Ws-Merges-Applied                             00009210
              end-if                                                    00009220
           end-if.                                                      00009230
                                                                        00009240
       Start-Merge-Log Section.                                         00009250
                                                                        00009260
           move spaces to Merge-Log-Record.                             00009270
           move Mt-Retired-Cust-Id  to Mg-Retired-Cust-Id.              00009280
           move Mt-Survivor-Cust-Id to Mg-Survivor-Cust-Id.             00009290
           move Ws-Run-Date         to Mg-Merge-Date.                   00009300
           move Ws-Run-Hhmmss       to Mg-Merge-Time.                   00009310
           move Mt-Requested-By     to Mg-Requested-By.                 00009320
           move "S"                 to Mg-Status.                       00009330
           move zeros               to Mg-Complete-Date.                00009340
           move zeros               to Mg-Counts.                       00009350
           move Ws-Retired-Customer to Mg-Retired-Customer.             00009360
           Write Merge-Log-Record                                       00009370
              invalid key                                               00009380
                 move "Y" to Ws-Reject-Switch                           00009390
                 move "MERGELOG WRITE FAILED" to Ws-Reject-Reason       00009400
                 display "XARISMRG: MERGELOG WRITE FAILED, STATUS="     00009410
                    Ws-Mergelog-Status " FOR CUST " Mt-Retired-Cust-Id  00009420
           end-write.                                                   00009430
                                                                        00009440
       Move-Policies Section.                                           00009450
                                                                        00009460
      * Only the owning Cust-Id (the alternate key) changes.            00009470
           perform varying Ws-Px from 1 by 1                            00009480
              until Ws-Px > Ws-Pols-Used or Merge-Failed                00009490
              move Ws-Pt-Policy-Image(Ws-Px) to Policy-Master-Record    00009500
              move Mt-Survivor-Cust-Id to Pol-Cust-Id                   00009510
              Rewrite Policy-Master-Record                              00009520
                 invalid key                                            00009530
                    move "Y" to Ws-Merge-Error-Switch                   00009540
                    display "XARISMRG: POLMAST REWRITE FAILED, STATUS=" 00009550
                       Ws-Polmast-Status " FOR POLICY "                 00009560
                       Ws-Pt-Policy-No(Ws-Px)                           00009570
                 not invalid key                                        00009580
                    add 1 to Ws-Policies-Moved                          00009590
              end-rewrite                                               00009600
           end-perform.                                                 00009610
                                                                        00009620
       Move-Premiums Section.                                           00009630
                                                                        00009640
      * PREMHIST is keyed by policy, so every policy the survivor now   00009650
      * owns is walked - which on a resumed merge includes the ones     00009660
      * already re-pointed last time - and only rows still stamped      00009670
      * with the retired Cust-Id are rewritten.                         00009680
           if Premhist-Open-Ok and not Merge-Failed                     00009690
              if Polmast-Open-Ok                                        00009700
                 move Mt-Survivor-Cust-Id to Pol-Cust-Id                00009710
                 Start Policy-Master-File                               00009720
                    key is equal to Pol-Cust-Id                         00009730
                    invalid key continue                                00009740
                 end-start                                              00009750
                 if Polmast-Read-Ok                                     00009760
                    Perform Read-Next-Policy                            00009770
                    perform until not Polmast-Read-Ok                   00009780
                       or Pol-Cust-Id not = Mt-Survivor-Cust-Id         00009790
                       or Merge-Failed                                  00009800
                       move Pol-Policy-No to Ws-Check-Policy-No         00009810
                       Perform Move-Policy-Premiums                     00009820
                       Perform Read-Next-Policy                         00009830
                    end-perform                                         00009840
                 end-if                                                 00009850
              end-if                                                    00009860
              if not Merge-Failed                                       00009870
                 move Cust-Policy-No of Ws-Retired-Customer             00009880
                    to Ws-Check-Policy-No                               00009890
                 Perform Move-Policy-Premiums                           00009900
              end-if                                                    00009910
           end-if.                                                      00009920
                                                                        00009930
       Move-Policy-Premiums Section.                                    00009940
                                                                        00009950
           move "N" to Ws-Move-Eof-Switch.                              00009960
           move Ws-Check-Policy-No to Ph-Policy-No.                     00009970
           move zeros              to Ph-Cycle-Date.                    00009980
           Start Premium-History-File                                   00009990
              key is greater than or equal Ph-Key                       00010000
              invalid key                                               00010010
                 move "Y" to Ws-Move-Eof-Switch                         00010020
           end-start.                                                   00010030
                                                                        00010040
           perform until No-More-Rows or Merge-Failed                   00010050
              Read Premium-History-File next record                     00010060
                 at end                                                 00010070
                    move "Y" to Ws-Move-Eof-Switch                      00010080
                 not at end                                             00010090
                    if Ph-Policy-No not = Ws-Check-Policy-No            00010100
                       move "Y" to Ws-Move-Eof-Switch                   00010110
                    else                                                00010120
                       if Ph-Cust-Id = Cust-Id of Ws-Retired-Customer   00010130
                          move Mt-Survivor-Cust-Id to Ph-Cust-Id        00010140
                          Rewrite Premium-History-Record                00010150
                             invalid key                                00010160
                                move "Y" to Ws-Merge-Error-Switch       00010170
                                display "XARISMRG: PREMHIST REWRITE"    00010180
                                   " FAILED, STATUS="                   00010190
                                   Ws-Premhist-Status " FOR POLICY "    00010200
                                   Ph-Policy-No                         00010210
                             not invalid key                            00010220
                                add 1 to Ws-Premiums-Moved              00010230
                          end-rewrite                                   00010240
                       end-if                                           00010250
                    end-if                                              00010260
              end-read                                                  00010270
           end-perform.                                                 00010280
                                                                        00010290
       Move-History Section.                                            00010300
                                                                        00010310
      * Each pass STARTs past the last key handled instead of reading   00010320
      * on: the rows are being deleted under the browse, and one that   00010330
      * has to stay put must not be found again.                        00010340
           if Riskhist-Open-Ok and not Merge-Failed                     00010350
              move "N" to Ws-Move-Eof-Switch                            00010360
              move low-values to Rh-Key                                 00010370
              move Cust-Id of Ws-Retired-Customer to Rh-Cust-Id         00010380
              perform until No-More-Rows or Merge-Failed                00010390
                 Start Risk-History-File                                00010400
                    key is greater than Rh-Key                          00010410
                    invalid key                                         00010420
                       move "Y" to Ws-Move-Eof-Switch                   00010430
                 end-start                                              00010440
                 if not No-More-Rows                                    00010450
                    Read Risk-History-File next record                  00010460
                       at end                                           00010470
                          move "Y" to Ws-Move-Eof-Switch                00010480
                    end-read                                            00010490
                 end-if                                                 00010500
                 if not No-More-Rows                                    00010510
                    if Rh-Cust-Id not = Cust-Id of Ws-Retired-Customer  00010520
                       move "Y" to Ws-Move-Eof-Switch                   00010530
                    else                                                00010540
                       Perform Move-One-History-Row                     00010550
                    end-if                                              00010560
                 end-if                                                 00010570
              end-perform                                               00010580
           end-if.                                                      00010590
                                                                        00010600
       Move-One-History-Row Section.                                    00010610
                                                                        00010620
      * Both Cust-Ids were scored on the same nights: the survivor's    00010630
      * row for a night stands and the duplicate's is dropped.          00010640
           move Risk-History-Record to Ws-Hist-Save.                    00010650
           move Mt-Survivor-Cust-Id to Rh-Cust-Id.                      00010660
           Write Risk-History-Record                                    00010670
              invalid key                                               00010680
                 if Ws-Riskhist-Status = "22"                           00010690
                    add 1 to Ws-History-Dropped                         00010700
                 else                                                   00010710
                    move "Y" to Ws-Merge-Error-Switch                   00010720
                 end-if                                                 00010730
              not invalid key                                           00010740
                 add 1 to Ws-History-Moved                              00010750
           end-write.                                                   00010760
                                                                        00010770
           move Ws-Hist-Save to Risk-History-Record.                    00010780
           if not Merge-Failed                                          00010790
              Delete Risk-History-File record                           00010800
                 invalid key                                            00010810
                    move "Y" to Ws-Merge-Error-Switch                   00010820
              end-delete                                                00010830
              move Ws-Hist-Save to Risk-History-Record                  00010840
           end-if.                                                      00010850
                                                                        00010852
           if Merge-Failed                                              00010854
              display "XARISMRG: RISKHIST MOVE FAILED, STATUS="         00010856
                 Ws-Riskhist-Status " FOR CUST " Rh-Cust-Id             00010858
                 " DATE " Rh-Run-Date                                   00010860
           end-if.                                                      00010862
                                                                        00010864
       Rebuild-Current-Score Section.                                   00010866
                                                                        00010868
      * The survivor's latest two RISKHIST rows may now be the retired  00010870
      * customer's, so its CURRSCOR row is rebuilt from scratch the     00010872
      * way XARISCSR loads one: rows arrive oldest first and each       00010874
      * pushes the one before it down into the prior slot.  A           00010877
      * survivor with no history at all keeps whatever row it has.      00010879
           if Currscor-Open-Ok and Riskhist-Open-Ok                     00010881
              and not Merge-Failed                                      00010883
              move Mt-Survivor-Cust-Id to Sc-Cust-Id                    00010885
              move zeros  to Sc-Run-Date Sc-Risc Sc-Age                 00010887
                             Sc-Override-Risc                           00010889
              move spaces to Sc-Bracket Sc-Override-Flag                00010891
              move Sc-Last to Sc-Prior                                  00010893
              move "N" to Ws-Move-Eof-Switch                            00010895
              move low-values to Rh-Key                                 00010897
              move Mt-Survivor-Cust-Id to Rh-Cust-Id                    00010899
              Start Risk-History-File                                   00010901
                 key is greater than Rh-Key                             00010904
                 invalid key                                            00010906
                    move "Y" to Ws-Move-Eof-Switch                      00010908
              end-start                                                 00010910
              perform until No-More-Rows                                00010912
                 Read Risk-History-File next record                     00010914
                    at end                                              00010916
                       move "Y" to Ws-Move-Eof-Switch                   00010918
                    not at end                                          00010920
                       if Rh-Cust-Id not = Mt-Survivor-Cust-Id          00010922
                          move "Y" to Ws-Move-Eof-Switch                00010924
                       else                                             00010926
                          move Sc-Last to Sc-Prior                      00010928
                          move Rh-Run-Date      to Sc-Run-Date          00010931
                          move Rh-Risc          to Sc-Risc              00010933
                          move Rh-Bracket       to Sc-Bracket           00010935
                          move Rh-Age           to Sc-Age               00010937
                          move Rh-Override-Flag to Sc-Override-Flag     00010939
                          move Rh-Override-Risc to Sc-Override-Risc     00010941
                       end-if                                           00010943
                 end-read                                               00010945
              end-perform                                               00010947
              if Sc-Run-Date > zero                                     00010949
                 Perform Write-Current-Score                            00010951
              end-if                                                    00010953
           end-if.                                                      00010955
                                                                        00010958
       Write-Current-Score Section.                                     00010960
                                                                        00010962
           Rewrite Current-Score-Record                                 00010964
              invalid key                                               00010966
                 Write Current-Score-Record                             00010968
                    invalid key                                         00010970
                       continue                                         00010972
                 end-write                                              00010974
           end-rewrite.                                                 00010976
                                                                        00010978
           if not Currscor-Ok                                           00010980
              move "Y" to Ws-Merge-Error-Switch                         00010982
              display "XARISMRG: CURRSCOR UPDATE FAILED, STATUS="       00010985
                 Ws-Currscor-Status " FOR CUST " Mt-Survivor-Cust-Id    00010987
           end-if.                                                      00010989
                                                                        00010991
       Move-Corrections Section.                                        00010993
                                                                        00010995
           if Corrlog-Open-Ok and not Merge-Failed                      00010997
              move "N" to Ws-Move-Eof-Switch                            00010999
              move low-values to Cl-Key                                 00011001
              move Cust-Id of Ws-Retired-Customer to Cl-Cust-Id         00011003
              perform until No-More-Rows or Merge-Failed                00011005
                 Start Correction-Log-File                              00011007
                    key is greater than Cl-Key                          00011010
                    invalid key                                         00011020
                       move "Y" to Ws-Move-Eof-Switch                   00011030
                 end-start                                              00011040
                 if not No-More-Rows                                    00011050
                    Read Correction-Log-File next record                00011060
                       at end                                           00011070
                          move "Y" to Ws-Move-Eof-Switch                00011080
                    end-read                                            00011090
                 end-if                                                 00011100
                 if not No-More-Rows                                    00011110
                    if Cl-Cust-Id not = Cust-Id of Ws-Retired-Customer  00011120
                       move "Y" to Ws-Move-Eof-Switch                   00011130
                    else                                                00011140
                       Perform Move-One-Correction                      00011150
                    end-if                                              00011160
                 end-if                                                 00011170
              end-perform                                               00011180
           end-if.                                                      00011190
                                                                        00011200
       Move-One-Correction Section.                                     00011210
                                                                        00011220
      * An audit row is never dropped: one whose key the survivor       00011230
      * already holds stays where it is and is counted as left.         00011240
           move Correction-Log-Record to Ws-Corr-Save.                  00011250
           move Mt-Survivor-Cust-Id to Cl-Cust-Id.                      00011260
           Write Correction-Log-Record                                  00011270
              invalid key                                               00011280
                 if Ws-Corrlog-Status = "22"                            00011290
                    add 1 to Ws-Corrections-Left                        00011300
                 else                                                   00011310
                    move "Y" to Ws-Merge-Error-Switch                   00011320
                 end-if                                                 00011330
              not invalid key                                           00011340
                 add 1 to Ws-Corrections-Moved                          00011350
                 move Ws-Corr-Save to Correction-Log-Record             00011360
                 Delete Correction-Log-File record                      00011370
                    invalid key                                         00011380
                       move "Y" to Ws-Merge-Error-Switch                00011390
                 end-delete                                             00011400
           end-write.                                                   00011410
                                                                        00011420
           move Ws-Corr-Save to Correction-Log-Record.                  00011430
           if Merge-Failed                                              00011440
              display "XARISMRG: CORRLOG MOVE FAILED, STATUS="          00011450
                 Ws-Corrlog-Status " FOR CUST " Cl-Cust-Id              00011460
           end-if.                                                      00011470
                                                                        00011480
       Move-Referrals Section.                                          00011490
                                                                        00011500
           if Refqueue-Open-Ok and not Merge-Failed                     00011510
              move "N" to Ws-Move-Eof-Switch                            00011520
              move low-values to Rq-Key                                 00011530
              move Cust-Id of Ws-Retired-Customer to Rq-Cust-Id         00011540
              perform until No-More-Rows or Merge-Failed                00011550
                 Start Referral-Queue-File                              00011560
                    key is greater than Rq-Key                          00011570
                    invalid key                                         00011580
                       move "Y" to Ws-Move-Eof-Switch                   00011590
                 end-start                                              00011600
                 if not No-More-Rows                                    00011610
                    Read Referral-Queue-File next record                00011620
                       at end                                           00011630
                          move "Y" to Ws-Move-Eof-Switch                00011640
                    end-read                                            00011650
                 end-if                                                 00011660
                 if not No-More-Rows                                    00011670
                    if Rq-Cust-Id not = Cust-Id of Ws-Retired-Customer  00011680
                       move "Y" to Ws-Move-Eof-Switch                   00011690
                    else                                                00011700
                       Perform Move-One-Referral                        00011710
                    end-if                                              00011720
                 end-if                                                 00011730
              end-perform                                               00011740
           end-if.                                                      00011750
                                                                        00011760
       Move-One-Referral Section.                                       00011770
                                                                        00011780
      * Both Cust-Ids were referred off the same night's movement:      00011790
      * the survivor's referral is the piece of work that stands.       00011800
           move Referral-Queue-Record to Ws-Ref-Save.                   00011810
           move Mt-Survivor-Cust-Id to Rq-Cust-Id.                      00011820
           Write Referral-Queue-Record                                  00011830
              invalid key                                               00011840
                 if Ws-Refqueue-Status = "22"                           00011850
                    add 1 to Ws-Referrals-Dropped                       00011860
                 else                                                   00011870
                    move "Y" to Ws-Merge-Error-Switch                   00011880
                 end-if                                                 00011890
              not invalid key                                           00011900
                 add 1 to Ws-Referrals-Moved                            00011910
           end-write.                                                   00011920
                                                                        00011930
           move Ws-Ref-Save to Referral-Queue-Record.                   00011940
           if not Merge-Failed                                          00011950
              Delete Referral-Queue-File record                         00011960
                 invalid key                                            00011970
                    move "Y" to Ws-Merge-Error-Switch                   00011980
              end-delete                                                00011990
              move Ws-Ref-Save to Referral-Queue-Record                 00012000
           end-if.                                                      00012010
                                                                        00012020
           if Merge-Failed                                              00012030
              display "XARISMRG: REFQUEUE MOVE FAILED, STATUS="         00012040
                 Ws-Refqueue-Status " FOR CUST " Rq-Cust-Id             00012050
           end-if.                                                      00012060
                                                                        00012070
       Move-Overrides Section.                                          00012080
                                                                        00012090
           if Riskovr-Open-Ok and not Merge-Failed                      00012100
              move "N" to Ws-Move-Eof-Switch                            00012110
              move low-values to Ro-Key                                 00012120
              move Cust-Id of Ws-Retired-Customer to Ro-Cust-Id         00012130
              perform until No-More-Rows or Merge-Failed                00012140
                 Start Override-File                                    00012150
                    key is greater than Ro-Key                          00012160
                    invalid key                                         00012170
                       move "Y" to Ws-Move-Eof-Switch                   00012180
                 end-start                                              00012190
                 if not No-More-Rows                                    00012200
                    Read Override-File next record                      00012210
                       at end                                           00012220
                          move "Y" to Ws-Move-Eof-Switch                00012230
                    end-read                                            00012240
                 end-if                                                 00012250
                 if not No-More-Rows                                    00012260
                    if Ro-Cust-Id not = Cust-Id of Ws-Retired-Customer  00012270
                       move "Y" to Ws-Move-Eof-Switch                   00012280
                    else                                                00012290
                       Perform Move-One-Override                        00012300
                    end-if                                              00012310
                 end-if                                                 00012320
              end-perform                                               00012330
           end-if.                                                      00012340
                                                                        00012350
       Move-One-Override Section.                                       00012360
                                                                        00012370
      * A policy-level override follows its policy to the survivor.     00012380
      * A customer-level one moves only if the survivor has none of     00012390
      * its own; the survivor's underwriter decision stands.            00012400
           move Override-Record to Ws-Ovr-Save.                         00012410
           move Mt-Survivor-Cust-Id to Ro-Cust-Id.                      00012420
           Write Override-Record                                        00012430
              invalid key                                               00012440
                 if Ws-Riskovr-Status = "22"                            00012450
                    add 1 to Ws-Overrides-Dropped                       00012460
                 else                                                   00012470
                    move "Y" to Ws-Merge-Error-Switch                   00012480
                 end-if                                                 00012490
              not invalid key                                           00012500
                 add 1 to Ws-Overrides-Moved                            00012510
           end-write.                                                   00012520
                                                                        00012530
           move Ws-Ovr-Save to Override-Record.                         00012540
           if not Merge-Failed                                          00012550
              Delete Override-File record                               00012560
                 invalid key                                            00012570
                    move "Y" to Ws-Merge-Error-Switch                   00012580
              end-delete                                                00012590
              move Ws-Ovr-Save to Override-Record                       00012600
           end-if.                                                      00012610
                                                                        00012620
           if Merge-Failed                                              00012630
              display "XARISMRG: RISKOVR MOVE FAILED, STATUS="          00012640
                 Ws-Riskovr-Status " FOR CUST " Ro-Cust-Id              00012650
           end-if.                                                      00012660
                                                                        00012670
       Move-Address Section.                                            00012680
                                                                        00012690
      * The survivor keeps its own mailing address; the duplicate's     00012700
      * is taken across only when the survivor has none.                00012710
           if Custaddr-Open-Ok and not Merge-Failed                     00012720
              move Cust-Id of Ws-Retired-Customer to Ad-Cust-Id         00012730
              Read Cust-Address-File                                    00012740
                 invalid key                                            00012750
                    move "23" to Ws-Custaddr-Status                     00012760
              end-read                                                  00012770
              if Custaddr-Ok                                            00012780
                 move Cust-Address-Record to Ws-Addr-Save               00012790
                 move Mt-Survivor-Cust-Id to Ad-Cust-Id                 00012800
                 Write Cust-Address-Record                              00012810
                    invalid key                                         00012820
                       continue                                         00012830
                 end-write                                              00012840
                 move Ws-Addr-Save to Cust-Address-Record               00012850
                 Delete Cust-Address-File record                        00012860
                    invalid key                                         00012870
                       display "XARISMRG: CUSTADDR DELETE FAILED,"      00012880
                          " STATUS=" Ws-Custaddr-Status " FOR CUST "    00012890
                          Ad-Cust-Id                                    00012900
                 end-delete                                             00012910
              end-if                                                    00012920
           end-if.                                                      00012930
                                                                        00012940
       Move-Touch Section.                                              00012950
                                                                        00012960
      * The survivor now owns more policies and possibly different      00012970
      * history: touch it so a DELTA run rescores it rather than        00012980
      * carrying its old score forward.  The retired Cust-Id's own      00012990
      * touch, if any, has nothing left to rescore.                     00013000
           if not Merge-Failed                                          00013010
              move Mt-Survivor-Cust-Id to Tl-Cust-Id                    00013020
              move Ws-Run-Date         to Tl-Touch-Date                 00013030
              Write Touch-Record                                        00013040
                 invalid key                                            00013050
                    Rewrite Touch-Record                                00013060
                    end-rewrite                                         00013070
              end-write                                                 00013080
              if not Touchlog-Ok                                        00013090
                 display "XARISMRG: TOUCHLOG WRITE FAILED, STATUS="     00013100
                    Ws-Touchlog-Status " FOR CUST " Mt-Survivor-Cust-Id 00013110
              end-if                                                    00013120
              move Cust-Id of Ws-Retired-Customer to Tl-Cust-Id         00013130
              Delete Touch-File record                                  00013140
                 invalid key continue                                   00013150
              end-delete                                                00013160
           end-if.                                                      00013170
                                                                        00013180
       Retire-Customer Section.                                         00013190
                                                                        00013200
      * The retired Cust-Id's CURRSCOR row goes with it: its history    00013202
      * is all under the survivor now.  CUSTMAST last of all, so a      00013204
      * merge stopped part way still has its duplicate on the master    00013206
      * to be finished from.  Already gone on a resumed merge that      00013208
      * stopped after this point.                                       00013210
           if Currscor-Open-Ok and not Merge-Failed                     00013212
              move Cust-Id of Ws-Retired-Customer to Sc-Cust-Id         00013214
              Delete Current-Score-File record                          00013216
                 invalid key                                            00013218
                    if Ws-Currscor-Status not = "23"                    00013220
                       move "Y" to Ws-Merge-Error-Switch                00013222
                       display "XARISMRG: CURRSCOR DELETE FAILED,"      00013224
                          " STATUS=" Ws-Currscor-Status " FOR CUST "    00013226
                          Cust-Id of Ws-Retired-Customer                00013228
                    end-if                                              00013230
              end-delete                                                00013232
           end-if.                                                      00013234
                                                                        00013236
           if not Merge-Failed                                          00013240
              move Cust-Id of Ws-Retired-Customer                       00013250
                 to Cust-Id of Cust-Master-Record                       00013260
              Delete Cust-Master-File record                            00013270
                 invalid key                                            00013280
                    if Ws-Custmast-Status not = "23"                    00013290
                       move "Y" to Ws-Merge-Error-Switch                00013300
                       display "XARISMRG: CUSTMAST DELETE FAILED,"      00013310
                          " STATUS=" Ws-Custmast-Status " FOR CUST "    00013320
                          Cust-Id of Ws-Retired-Customer                00013330
                    end-if                                              00013340
              end-delete                                                00013350
           end-if.                                                      00013360
                                                                        00013370
       Update-Merge-Log Section.                                        00013380
                                                                        00013390
      * The counts are rewritten even when the merge stopped, so the    00013400
      * resumed run carries on from them; only a finished merge is      00013410
      * marked complete.                                                00013420
           move Mt-Retired-Cust-Id to Mg-Retired-Cust-Id.               00013430
           Read Merge-Log-File                                          00013440
              invalid key                                               00013450
                 move "Y" to Ws-Merge-Error-Switch                      00013460
           end-read.                                                    00013470
                                                                        00013480
           if Mergelog-Ok                                               00013490
              move Ws-Merge-Counts to Mg-Counts                         00013500
              if not Merge-Failed                                       00013510
                 move "C" to Mg-Status                                  00013520
                 move Ws-Run-Date to Mg-Complete-Date                   00013530
              end-if                                                    00013540
              Rewrite Merge-Log-Record                                  00013550
                 invalid key                                            00013560
                    move "Y" to Ws-Merge-Error-Switch                   00013570
              end-rewrite                                               00013580
           end-if.                                                      00013590
                                                                        00013600
           if not Mergelog-Ok                                           00013610
              display "XARISMRG: MERGELOG UPDATE FAILED, STATUS="       00013620
                 Ws-Mergelog-Status " FOR CUST " Mt-Retired-Cust-Id     00013630
           end-if.                                                      00013640
                                                                        00013650
       Write-Merge-Lines Section.                                       00013660
                                                                        00013670
           move Mt-Survivor-Cust-Id to Ws-Dtl-Survivor.                 00013680
           move Mt-Retired-Cust-Id  to Ws-Dtl-Retired.                  00013690
                                                                        00013700
           evaluate true                                                00013710
              when Trans-Rejected                                       00013720
                 add 1 to Ws-Merges-Rejected                            00013730
                 move "REJECTED" to Ws-Dtl-Status                       00013740
                 move Ws-Reject-Reason to Ws-Dtl-Reason                 00013750
              when Merge-Failed                                         00013760
                 move "INCOMPLETE" to Ws-Dtl-Status                     00013770
                 move "I/O ERROR - RESUBMIT TO FINISH"                  00013780
                    to Ws-Dtl-Reason                                    00013790
              when Resuming-Merge                                       00013800
                 move "RESUMED" to Ws-Dtl-Status                        00013810
                 move "EARLIER MERGE FINISHED" to Ws-Dtl-Reason         00013820
              when other                                                00013830
                 move "APPLIED" to Ws-Dtl-Status                        00013840
                 move spaces to Ws-Dtl-Reason                           00013850
           end-evaluate.                                                00013860
                                                                        00013870
           if Mrgrpt-Open-Ok                                            00013880
              Write Merge-Report-Line from Ws-Detail-Line               00013890
              if not Trans-Rejected                                     00013900
                 move Ws-Policies-Moved    to Ws-Mvd-Policies           00013910
                 move Ws-Premiums-Moved    to Ws-Mvd-Premiums           00013920
                 move Ws-History-Moved     to Ws-Mvd-History            00013930
                 move Ws-Corrections-Moved to Ws-Mvd-Corrections        00013940
                 move Ws-Referrals-Moved   to Ws-Mvd-Referrals          00013950
                 move Ws-Overrides-Moved   to Ws-Mvd-Overrides          00013960
                 Write Merge-Report-Line from Ws-Moved-Line             00013970
                 move Ws-History-Dropped   to Ws-Drp-History            00013980
                 move Ws-Corrections-Left  to Ws-Drp-Corrections        00013990
                 move Ws-Referrals-Dropped to Ws-Drp-Referrals          00014000
                 move Ws-Overrides-Dropped to Ws-Drp-Overrides          00014010
                 Write Merge-Report-Line from Ws-Dropped-Line           00014020
              end-if                                                    00014030
           end-if.                                                      00014040
                                                                        00014050
       Read-Next-Trans Section.                                         00014060
                                                                        00014070
           Read Merge-Trans-File                                        00014080
              at end move "Y" to Ws-Eof-Switch                          00014090
           end-read.                                                    00014100
                                                                        00014110
       Finalize-Run Section.                                            00014120
                                                                        00014130
           move Ws-Trans-Read        to Ws-Tot-Read.                    00014140
           move Ws-Merges-Applied    to Ws-Tot-Applied.                 00014150
           move Ws-Merges-Resumed    to Ws-Tot-Resumed.                 00014160
           move Ws-Merges-Rejected   to Ws-Tot-Rejected.                00014170
           move Ws-Merges-Incomplete to Ws-Tot-Incomplete.              00014180
                                                                        00014190
           if Mrgrpt-Open-Ok                                            00014200
              Write Merge-Report-Line from Ws-Blank-Line                00014210
              Write Merge-Report-Line from Ws-Read-Line                 00014220
              Write Merge-Report-Line from Ws-Applied-Line              00014230
              Write Merge-Report-Line from Ws-Resumed-Line              00014240
              Write Merge-Report-Line from Ws-Rejected-Line             00014250
              Write Merge-Report-Line from Ws-Incomplete-Line           00014260
           end-if.                                                      00014270
                                                                        00014280
      * A half-merged customer is spread over two Cust-Ids until the    00014290
      * transaction is resubmitted: hold the stream.                    00014300
           if Ws-Merges-Incomplete > zero                               00014310
              and Return-Code = zero                                    00014320
              move 8 to Return-Code                                     00014330
           end-if.                                                      00014340
                                                                        00014350
           if Mergtran-Open-Ok                                          00014360
              Close Merge-Trans-File                                    00014370
           end-if.                                                      00014380
           if Custmast-Open-Ok                                          00014390
              Close Cust-Master-File                                    00014400
           end-if.                                                      00014410
           if Polmast-Open-Ok                                           00014420
              Close Policy-Master-File                                  00014430
           end-if.                                                      00014440
           if Premhist-Open-Ok                                          00014450
              Close Premium-History-File                                00014460
           end-if.                                                      00014470
           if Riskhist-Open-Ok                                          00014480
              Close Risk-History-File                                   00014490
           end-if.                                                      00014492
           if Currscor-Open-Ok                                          00014494
              Close Current-Score-File                                  00014496
           end-if.                                                      00014500
           if Corrlog-Open-Ok                                           00014510
              Close Correction-Log-File                                 00014520
           end-if.                                                      00014530
           if Refqueue-Open-Ok                                          00014540
              Close Referral-Queue-File                                 00014550
           end-if.                                                      00014560
           if Riskovr-Open-Ok                                           00014570
              Close Override-File                                       00014580
           end-if.                                                      00014590
           if Pendcorr-Open-Ok                                          00014600
              Close Pending-Correction-File                             00014610
           end-if.                                                      00014620
           if Custaddr-Open-Ok                                          00014630
              Close Cust-Address-File                                   00014640
           end-if.                                                      00014650
           if Touchlog-Open-Ok                                          00014660
              Close Touch-File                                          00014670
           end-if.                                                      00014680
           if Mergelog-Open-Ok                                          00014690
              Close Merge-Log-File                                      00014700
           end-if.                                                      00014710
           if Mrgrpt-Open-Ok                                            00014720
              Close Merge-Report-File                                   00014730
           end-if.                                                      00014740
