      * rejected maintenance report with control counts so new        * 00000160
      * business no longer has to be loaded by hand outside the       * 00000170
      * system.                                                       * 00000180
      *                                                               * 00000181
      * An add or change may also carry the customer's mailing        * 00000182
      * address after the customer fields.  When the first address    * 00000183
      * line is keyed it is written to CUSTADDR (a change replaces    * 00000184
      * the old address); a blank address leaves CUSTADDR alone.  A   * 00000185
      * delete removes the customer's address with the customer.      * 00000186
      *                                                               * 00000190
      ***************************************************************** 00000200
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000210
      * Initial customer master maintenance             | 08/21/26 | AGT00000340
      * Record applied adds/changes on TOUCHLOG so the  | 09/03/26 | AGT00000342
      * XARISBAT DELTA mode knows who to re-score       | 09/03/26 | AGT00000344
      * Optional mailing address after the customer     | 10/15/26 | AGT00000345
      * fields on an add/change is kept on CUSTADDR;    | 10/15/26 | AGT00000347
      * a delete removes the address row too            | 10/15/26 | AGT00000349
      * An add is refused for a Cust-Id retired by the  | 10/15/26 | AGT00000351
      * XARISMRG merge (found on MERGELOG)              | 10/15/26 | AGT00000352
      * Log start/end of the step on STEPLOG via        | 10/15/26 | AGT00000354
      * XARISSLG for the morning operations summary     | 10/15/26 | AGT00000356
      ***************************************************************** 00000358
                                                                        00000360
       environment division.                                            00000370
       Input-Output section.                                            00000380
              record key is Tl-Cust-Id                                  00000544
              file status is Ws-Touchlog-Status.                        00000546
                                                                        00000540
      * Mailing addresses, kept beside CUSTMAST for the policyholder    00000541
      * letters; a missing file is created on first use.                00000542
           select Cust-Address-File assign to "CUSTADDR"                00000543
              organization is indexed                                   00000544
              access mode is random                                     00000545
              record key is Ad-Cust-Id of Cust-Address-Record           00000546
              file status is Ws-Custaddr-Status.                        00000547
                                                                        00000548
      * Cust-Ids retired by the XARISMRG duplicate merge.  Read only,   00000550
      * so an add cannot bring a merged-away Cust-Id back to life.      00000551
           select Merge-Log-File assign to "MERGELOG"                   00000552
              organization is indexed                                   00000553
              access mode is random                                     00000554
              record key is Mg-Retired-Cust-Id                          00000555
              file status is Ws-Mergelog-Status.                        00000556
                                                                        00000557
       Data Division.                                                   00000558
       File Section.                                                    00000560
                                                                        00000570
       FD  Cust-Trans-File.                                             00000580
              88 Ct-Add               value "A".                        00000610
              88 Ct-Change            value "C".                        00000620
              88 Ct-Delete            value "D".                        00000630
           03 Ct-Customer.                                              00000636
              COPY CUSTREC.                                             00000642
           03 Ct-Address.                                               00000648
              COPY CUSTADDR.                                            00000654
                                                                        00000660
       FD  Cust-Master-File.                                            00000670
       01  Cust-Master-Record.                                          00000680
       FD  Touch-File.                                                  00000722
       01  Touch-Record.                                                00000724
           COPY TOUCHLOG.                                               00000726
                                                                        00000727
       FD  Cust-Address-File.                                           00000728
       01  Cust-Address-Record.                                         00000730
           COPY CUSTADDR.                                               00000731
                                                                        00000733
       FD  Merge-Log-File.                                              00000734
       01  Merge-Log-Record.                                            00000735
           COPY MERGELOG.                                               00000737
                                                                        00000738
       Working-Storage Section.                                         00000740
                                                                        00000750
       01 Ws-Custtran-Status         pic X(02).                         00000760

       01 Ws-Touchlog-Status         pic X(02).                         00000842
          88 Touchlog-Ok             value "00".                        00000844
                                                                        00000846
       01 Ws-Custaddr-Status         pic X(02).                         00000848
          88 Custaddr-Ok             value "00".                        00000850
                                                                        00000852
       01 Ws-Mergelog-Status         pic X(02).                         00000854
          88 Mergelog-Ok             value "00".                        00000856
                                                                        00000858
      * File status 88s above double as each verb's current status, so  00000860
      * Finalize-Run guards its closes on these open-succeeded latches  00000870
      * instead, set once when a file's OPEN (including the CUSTMAST    00000880
             88 Custmrpt-Open-Ok     value "Y".                         00000960
          05 Ws-Touchlog-Open-Ok     pic X(01) value "N".               00000962
             88 Touchlog-Open-Ok     value "Y".                         00000964
          05 Ws-Custaddr-Open-Ok     pic X(01) value "N".               00000965
             88 Custaddr-Open-Ok     value "Y".                         00000966
          05 Ws-Mergelog-Open-Ok     pic X(01) value "N".               00000967
             88 Mergelog-Open-Ok     value "Y".                         00000968
                                                                        00000970
       01 Ws-Eof-Switch              pic X(01) value "N".               00000980
          88 No-More-Trans           value "Y".                         00000990
                                                                        00001000
       01 Ws-Reject-Switch           pic X(01) value "N".               00001010
          88 Trans-Rejected          value "Y".                         00001020
                                                                        00001022
       01 Ws-Address-Switch          pic X(01) value "N".               00001024
          88 Address-Supplied        value "Y".                         00001026
                                                                        00001030
       01 Ws-Reject-Reason           pic X(30) value spaces.            00001040
                                                                        00001050
          05 Ws-Changes-Applied      pic 9(07) value zero.              00001210
          05 Ws-Deletes-Applied      pic 9(07) value zero.              00001220
          05 Ws-Trans-Rejected       pic 9(07) value zero.              00001230
          05 Ws-Addresses-Applied    pic 9(07) value zero.              00001235
                                                                        00001240
       01 Ws-Report-Lines.                                              00001250
          05 Ws-Heading-Line-1       pic X(80)                          00001260
             10 filler               pic X(20)                          00001620
                value "TRANS REJECTED .....".                           00001630
             10 Ws-Tot-Rejected      pic ZZZ,ZZ9.                       00001640
          05 Ws-Addresses-Line.                                         00001641
             10 filler               pic X(01) value space.             00001642
             10 filler               pic X(20)                          00001643
                value "ADDRESSES APPLIED ..".                           00001644
             10 Ws-Tot-Addresses     pic ZZZ,ZZ9.                       00001645
                                                                        00001650
      * Passed to XARISSLG at the start and end of the step so the      00001651
      * run is recorded on the nightly STEPLOG.                         00001652
       01 Ws-Step-Log-Parms.                                            00001653
          COPY STEPPARM.                                                00001654
                                                                        00001655
       Procedure division.                                              00001660
                                                                        00001670
       Main Section.                                                    00001680
                                                                        00001690
           Perform Log-Step-Start.                                      00001695
           Perform Initialize-Run.                                      00001700
           Perform Process-Transactions until No-More-Trans.            00001710
           Perform Finalize-Run.                                        00001720
                                                                        00001730
           Perform Log-Step-End.                                        00001733
                                                                        00001736
           Goback.                                                      00001740
                                                                        00001750
       Initialize-Run Section.                                          00001760
              move "Y" to Ws-Touchlog-Open-Ok                           00002088
           end-if.                                                      00002089

           Open i-o Cust-Address-File.                                  00002090
      * First-use fallback: create-then-reopen on status 35 like the    00002091
      * CUSTMAST open above.                                            00002092
           if Ws-Custaddr-Status = "35"                                 00002093
              Open output Cust-Address-File                             00002094
              Close Cust-Address-File                                   00002095
              Open i-o Cust-Address-File                                00002096
           end-if.                                                      00002097
           if not Custaddr-Ok                                           00002098
              display "XARISMNT: UNABLE TO OPEN CUSTADDR, STATUS="      00002100
                 Ws-Custaddr-Status                                     00002101
              move "Y" to Ws-Eof-Switch                                 00002102
              move 12 to Return-Code                                    00002103
           else                                                         00002104
              move "Y" to Ws-Custaddr-Open-Ok                           00002105
           end-if.                                                      00002106
                                                                        00002107
      * MERGELOG only exists once the first duplicate has been merged.  00002108
           Open input Merge-Log-File.                                   00002110
           evaluate true                                                00002111
              when Mergelog-Ok                                          00002112
                 move "Y" to Ws-Mergelog-Open-Ok                        00002113
              when Ws-Mergelog-Status = "35"                            00002114
                 continue                                               00002115
              when other                                                00002116
                 display "XARISMNT: UNABLE TO OPEN MERGELOG, STATUS="   00002117
                    Ws-Mergelog-Status                                  00002118
                 move "Y" to Ws-Eof-Switch                              00002120
                 move 12 to Return-Code                                 00002121
           end-evaluate.                                                00002122
                                                                        00002123
           Open output Maint-Report-File.                               00002124
           if not Custmrpt-Ok                                           00002125
              display "XARISMNT: UNABLE TO OPEN CUSTMRPT, STATUS="      00002126
                 Ws-Custmrpt-Status                                     00002127
              move "Y" to Ws-Eof-Switch                                 00002128
              move 12 to Return-Code                                    00002130
           else                                                         00002140
              move "Y" to Ws-Custmrpt-Open-Ok                           00002150
                                                                        00002250
           add 1 to Ws-Trans-Read.                                      00002260
           move "N" to Ws-Reject-Switch.                                00002270
           move spaces to Ws-Reject-Reason.                             00002276
           move "N" to Ws-Address-Switch.                               00002282
                                                                        00002290
           Perform Validate-Transaction.                                00002300
                                                                        00002310
           if not Trans-Rejected and (Ct-Add or Ct-Change)              00002590
              Perform Validate-Customer-Fields                          00002600
           end-if.                                                      00002610
                                                                        00002611
      * The address is optional; when its first line is keyed the       00002613
      * postcode must be keyed too, or letters could not be posted.     00002614
           if not Trans-Rejected and (Ct-Add or Ct-Change)              00002616
              and Ad-Line-1 of Ct-Address not = spaces                  00002617
              move "Y" to Ws-Address-Switch                             00002619
              if Ad-Postcode of Ct-Address = spaces                     00002620
                 move "Y" to Ws-Reject-Switch                           00002622
                 move "ADDRESS POSTCODE MISSING" to Ws-Reject-Reason    00002623
              end-if                                                    00002625
           end-if.                                                      00002626
                                                                        00002628
       Validate-Customer-Fields Section.                                00002630
                                                                        00002640
           if Cust-Dob of Ct-Customer not numeric                       00002650
           move Ct-Customer to Cust-Master-Record.                      00003000
           Perform Derive-Master-Age.                                   00003010
                                                                        00003020
      * A Cust-Id merged away stays retired: its history now sits       00003022
      * under the survivor and XARISBAT will never score it again.      00003024
           if Mergelog-Open-Ok                                          00003026
              move Cust-Id of Ct-Customer to Mg-Retired-Cust-Id         00003028
              Read Merge-Log-File                                       00003030
                 invalid key continue                                   00003032
                 not invalid key                                        00003034
                    move "Y" to Ws-Reject-Switch                        00003036
                    move "CUST ID RETIRED BY MERGE"                     00003038
                       to Ws-Reject-Reason                              00003040
              end-read                                                  00003042
           end-if.                                                      00003044
                                                                        00003046
           if not Trans-Rejected                                        00003048
              Write Cust-Master-Record                                  00003050
                 invalid key                                            00003052
                    move "Y" to Ws-Reject-Switch                        00003054
                    move "CUSTOMER ALREADY ON FILE"                     00003056
                       to Ws-Reject-Reason                              00003058
              end-write                                                 00003060
           end-if.                                                      00003062
                                                                        00003080
           if not Trans-Rejected                                        00003090
              add 1 to Ws-Adds-Applied                                  00003100
              Perform Record-Touch                                      00003105
              if Address-Supplied                                       00003106
                 Perform Apply-Address                                  00003107
              end-if                                                    00003108
           end-if.                                                      00003110
                                                                        00003120
       Apply-Change Section.                                            00003130
           if not Trans-Rejected                                        00003330
              add 1 to Ws-Changes-Applied                               00003340
              Perform Record-Touch                                      00003345
              if Address-Supplied                                       00003346
                 Perform Apply-Address                                  00003347
              end-if                                                    00003348
           end-if.                                                      00003350
                                                                        00003360
       Apply-Delete Section.                                            00003370
                                                                        00003460
           if not Trans-Rejected                                        00003470
              add 1 to Ws-Deletes-Applied                               00003480
              move Cust-Id of Ct-Customer                               00003481
                 to Ad-Cust-Id of Cust-Address-Record                   00003482
              Delete Cust-Address-File record                           00003483
                 invalid key continue                                   00003484
              end-delete                                                00003485
           end-if.                                                      00003490
                                                                        00003491
       Apply-Address Section.                                           00003492
                                                                        00003493
      * Write the keyed address, or replace the one already on file.    00003494
           move Ct-Address to Cust-Address-Record.                      00003495
           move Cust-Id of Ct-Customer                                  00003497
              to Ad-Cust-Id of Cust-Address-Record.                     00003498
           move Ws-Run-Date to Ad-Change-Date of Cust-Address-Record.   00003499
           Write Cust-Address-Record                                    00003500
              invalid key                                               00003501
                 Rewrite Cust-Address-Record                            00003503
                 end-rewrite                                            00003504
           end-write.                                                   00003505
           if Custaddr-Ok                                               00003506
              add 1 to Ws-Addresses-Applied                             00003507
           else                                                         00003509
              display "XARISMNT: CUSTADDR WRITE FAILED, STATUS="        00003510
                 Ws-Custaddr-Status " FOR CUST "                        00003511
                 Cust-Id of Ct-Customer                                 00003512
           end-if.                                                      00003513
                                                                        00003515
       Record-Touch Section.                                            00003516
                                                                        00003517
      * A delete needs no touch row: the customer disappears from       00003518
      * CUSTMAST and the scoring run simply never sees them again.      00003519
           move Cust-Id of Ct-Customer to Tl-Cust-Id.                   00003520
           move Ws-Run-Date            to Tl-Touch-Date.                00003522
           Write Touch-Record                                           00003523
              invalid key                                               00003524
                 Rewrite Touch-Record                                   00003525
                 end-rewrite                                            00003526
           end-write.                                                   00003528
           if not Touchlog-Ok                                           00003529
              display "XARISMNT: TOUCHLOG WRITE FAILED, STATUS="        00003530
                 Ws-Touchlog-Status " FOR CUST "                        00003531
                 Cust-Id of Ct-Customer                                 00003532
           end-if.                                                      00003534
                                                                        00003535
       Derive-Master-Age Section.                                       00003536
                                                                        00003537
      * Age is carried on CUSTMAST but derived from DOB, the same way   00003538
      * XARISBAT's Derive-Customer-Age does it every scoring run, so a  00003540
      * stale Age keyed on the transaction never reaches the file.      00003550
           move Cust-Dob of Cust-Master-Record to Ws-Dob.               00003560
           move Ws-Changes-Applied to Ws-Tot-Changes.                   00003910
           move Ws-Deletes-Applied to Ws-Tot-Deletes.                   00003920
           move Ws-Trans-Rejected  to Ws-Tot-Rejected.                  00003930
           move Ws-Addresses-Applied to Ws-Tot-Addresses.               00003935
                                                                        00003940
           if Custmrpt-Open-Ok                                          00003950
              Write Maint-Report-Line from Ws-Read-Line                 00003960
              Write Maint-Report-Line from Ws-Changes-Line              00003980
              Write Maint-Report-Line from Ws-Deletes-Line              00003990
              Write Maint-Report-Line from Ws-Rejected-Line             00004000
              Write Maint-Report-Line from Ws-Addresses-Line            00004005
           end-if.                                                      00004010
                                                                        00004020
           if Custtran-Open-Ok                                          00004030
           if Touchlog-Open-Ok                                          00004120
              Close Touch-File                                          00004130
           end-if.                                                      00004140
           if Custaddr-Open-Ok                                          00004150
              Close Cust-Address-File                                   00004160
           end-if.                                                      00004170
           if Mergelog-Open-Ok                                          00004180
              Close Merge-Log-File                                      00004190
           end-if.                                                      00004200
                                                                        00004210
       Log-Step-Start Section.                                          00004220
                                                                        00004230
      * Record the start of this step on STEPLOG for the morning        00004240
      * operations summary (XARISOPS).                                  00004250
           Initialize Ws-Step-Log-Parms.                                00004260
           move "S"        to Sp-Function.                              00004270
           move "XARISMNT" to Sp-Program.                               00004280
           move "T"        to Sp-Cycle-Source.                          00004290
           move "N"        to Sp-Restart-Flag.                          00004300
           Perform Call-Step-Logger.                                    00004310
                                                                        00004320
       Log-Step-End Section.                                            00004330
                                                                        00004340
           move "E"        to Sp-Function.                              00004350
           move Ws-Trans-Read        to Sp-Records-Read.                00004360
           compute Sp-Records-Written =                                 00004370
              Ws-Adds-Applied + Ws-Changes-Applied                      00004380
              + Ws-Deletes-Applied.                                     00004390
           move Ws-Trans-Rejected    to Sp-Records-Rejected.            00004400
           Perform Call-Step-Logger.                                    00004410
                                                                        00004420
       Call-Step-Logger Section.                                        00004430
                                                                        00004440
      * XARISSLG only ever warns; whatever the CALL leaves in           00004450
      * RETURN-CODE, this step ends with its own return code.           00004460
           move Return-Code to Sp-Return-Code.                          00004470
           Call "XARISSLG" using Ws-Step-Log-Parms.                     00004480
           move Sp-Return-Code to Return-Code.                          00004490
