      *              Description                       |   Date   | Who 00000420
      *---------------------------------------------------------------- 00000430
      * Initial extract regeneration job                | 09/03/26 | AGT00000440
      * Apply RISKOVR underwriter overrides in force on | 10/15/26 | AGT00000443
      * the cycle date, as XARISBAT does                | 10/15/26 | AGT00000446
      ***************************************************************** 00000450
                                                                        00000460
       environment division.                                            00000470
           select Regen-Report-File assign to "RGNRPT"                  00000780
              organization is line sequential                           00000790
              file status is Ws-Rgnrpt-Status.                          00000800
                                                                        00000801
      * The same override lookup XARISBAT's extract detail makes, so    00000802
      * a rebuilt detail carries the Risc the original one did.         00000803
           select Override-File assign to "RISKOVR"                     00000804
              organization is indexed                                   00000805
              access mode is random                                     00000806
              record key is Ro-Key                                      00000807
              file status is Ws-Riskovr-Status.                         00000808
                                                                        00000810
       Data Division.                                                   00000820
       File Section.                                                    00000830
                                                                        00001000
       FD  Regen-Report-File.                                           00001010
       01  Regen-Report-Line          pic X(80).                        00001020
                                                                        00001022
       FD  Override-File.                                               00001024
       01  Override-Record.                                             00001026
           COPY RISKOVR.                                                00001028
                                                                        00001030
       Working-Storage Section.                                         00001040
                                                                        00001050
                                                                        00001190
       01 Ws-Rgnrpt-Status           pic X(02).                         00001200
          88 Rgnrpt-Ok               value "00".                        00001210
                                                                        00001212
       01 Ws-Riskovr-Status          pic X(02).                         00001214
          88 Riskovr-Ok              value "00".                        00001216
                                                                        00001220
      * File status 88s above double as each verb's current status, so  00001230
      * Finalize-Run guards its closes on these open-succeeded latches  00001240
             88 Riskext-Open-Ok      value "Y".                         00001350
          05 Ws-Rgnrpt-Open-Ok       pic X(01) value "N".               00001360
             88 Rgnrpt-Open-Ok       value "Y".                         00001370
          05 Ws-Riskovr-Open-Ok      pic X(01) value "N".               00001373
             88 Riskovr-Open-Ok      value "Y".                         00001376
                                                                        00001380
       01 Ws-Eof-Switch              pic X(01) value "N".               00001390
          88 No-More-History         value "Y".                         00001400
                                                                        00001470
       01 Ws-Bracket-Code            pic X(02).                         00001480
       01 Ws-Regen-Risc              pic 9(05).                         00001490
       01 Ws-Extract-Risc            pic 9(05).                         00001492
       01 Ws-Override-Switch         pic X(01) value "N".               00001494
          88 Override-Found          value "Y".                         00001496
       01 Ws-Extract-Policy-No       pic X(10).                         00001500
       01 Ws-Cust-Policy-Rows        pic 9(03).                         00001510
                                                                        00001520
          05 Ws-Extract-Count        pic 9(07) value zero.              00001560
          05 Ws-Policies-Skipped     pic 9(07) value zero.              00001570
          05 Ws-Extract-Risc-Hash    pic 9(11) value zero.              00001580
          05 Ws-Overrides-Applied    pic 9(07) value zero.              00001585
                                                                        00001590
       01 Ws-Report-Lines.                                              00001600
          05 Ws-Heading-Line-1       pic X(80)                          00001610
             10 filler               pic X(20)                          00001900
                value "RISC HASH TOTAL ....".                           00001910
             10 Ws-Tot-Hash          pic ZZZ,ZZZ,ZZZ,ZZ9.               00001920
          05 Ws-Override-Line.                                          00001921
             10 filler               pic X(01) value space.             00001922
             10 filler               pic X(20)                          00001923
                value "OVERRIDES APPLIED ..".                           00001924
             10 Ws-Tot-Overrides     pic ZZZ,ZZ9.                       00001925
          05 Ws-Skip-Detail-Line.                                       00001930
             10 filler               pic X(01) value space.             00001940
             10 filler               pic X(38)                          00001950
                 display "XARISRGN: POLMAST NOT AVAILABLE, STATUS="     00002560
                    Ws-Polmast-Status " - USING CUSTMAST POLICY NO"     00002570
              end-if                                                    00002580
           end-if.                                                      00002581
                                                                        00002582
           if not No-More-History                                       00002583
              Open input Override-File                                  00002584
              evaluate true                                             00002585
                 when Riskovr-Ok                                        00002586
                    move "Y" to Ws-Riskovr-Open-Ok                      00002587
                 when Ws-Riskovr-Status = "35"                          00002588
                    display "XARISRGN: NO RISKOVR FILE - NO OVERRIDES"  00002590
                       " APPLIED"                                       00002591
                 when other                                             00002592
                    display "XARISRGN: UNABLE TO OPEN RISKOVR, STATUS=" 00002593
                       Ws-Riskovr-Status                                00002594
                    move "Y" to Ws-Eof-Switch                           00002595
                    move 12 to Return-Code                              00002596
              end-evaluate                                              00002597
           end-if.                                                      00002598
                                                                        00002600
           if not No-More-History                                       00002610
              Open output Risk-Extract-File                             00002620
           move zeros         to Rx-Hdr-As-Of-Date.                     00003870
           Write Risk-Extract-Record.                                   00003880
                                                                        00003890
       Write-Extract-Detail Section.                                    00003892
                                                                        00003894
           Perform Apply-Risc-Override.                                 00003896
                                                                        00003898
           move "D"                  to Rx-Rec-Type.                    00003900
           move Ws-Extract-Policy-No to Rx-Policy-No.                   00003902
           move Rh-Cust-Id           to Rx-Cust-Id.                     00003904
           move Ws-Extract-Risc      to Rx-Risc.                        00003906
           move Ws-Bracket-Code      to Rx-Bracket.                     00003908
           move Ws-Cycle-Date        to Rx-Calc-Date.                   00003910
                                                                        00003912
           Write Risk-Extract-Record.                                   00003914
           add 1 to Ws-Extract-Count.                                   00003916
           add Ws-Extract-Risc to Ws-Extract-Risc-Hash.                 00003918
                                                                        00003920
       Apply-Risc-Override Section.                                     00003922
                                                                        00003924
      * XARISBAT's rule, priced as of the cycle being rebuilt: the      00003926
      * policy's own row beats the customer-level row, and a row set    00003928
      * after the cycle date or expired before it does not count.       00003930
           move Ws-Regen-Risc to Ws-Extract-Risc.                       00003932
           move "N" to Ws-Override-Switch.                              00003934
                                                                        00003936
           if Riskovr-Open-Ok                                           00003938
              move Rh-Cust-Id           to Ro-Cust-Id                   00003940
              move Ws-Extract-Policy-No to Ro-Policy-No                 00003942
              Perform Read-Override                                     00003944
              if not Override-Found                                     00003946
                 move Rh-Cust-Id to Ro-Cust-Id                          00003948
                 move spaces     to Ro-Policy-No                        00003950
                 Perform Read-Override                                  00003952
              end-if                                                    00003954
           end-if.                                                      00003956
                                                                        00003958
           if Override-Found                                            00003960
              if Ro-Fixed-Risc                                          00003962
                 move Ro-Value to Ws-Extract-Risc                       00003964
              else                                                      00003966
                 compute Ws-Extract-Risc rounded =                      00003968
                    Ws-Regen-Risc * (100 + Ro-Value) / 100              00003970
                    on size error                                       00003972
                       move 99999 to Ws-Extract-Risc                    00003974
                 end-compute                                            00003976
              end-if                                                    00003978
              add 1 to Ws-Overrides-Applied                             00003980
           end-if.                                                      00003982
                                                                        00003984
       Read-Override Section.                                           00003986
                                                                        00003988
           Read Override-File                                           00003990
              invalid key                                               00003992
                 continue                                               00003994
              not invalid key                                           00003996
                 if Ro-Set-Date not > Ws-Cycle-Date                     00003998
                    and Ro-Expiry-Date not < Ws-Cycle-Date              00004000
                    move "Y" to Ws-Override-Switch                      00004002
                 end-if                                                 00004004
           end-read.                                                    00004006
                                                                        00004020
       Write-Extract-Trailer Section.                                   00004030
                                                                        00004040
              Write Regen-Report-Line from Ws-Detail-Total-Line         00004280
              Write Regen-Report-Line from Ws-Pol-Skip-Line             00004290
              Write Regen-Report-Line from Ws-Hash-Line                 00004300
              move Ws-Overrides-Applied to Ws-Tot-Overrides             00004303
              Write Regen-Report-Line from Ws-Override-Line             00004306
           end-if.                                                      00004310
                                                                        00004320
           if Return-Code = zero                                        00004330
           if Polmast-Open-Ok                                           00004540
              Close Policy-Master-File                                  00004550
           end-if.                                                      00004560
           if Riskovr-Open-Ok                                           00004562
              Close Override-File                                       00004564
           end-if.                                                      00004566
           if Rgnrpt-Open-Ok                                            00004570
              Close Regen-Report-File                                   00004580
           end-if.                                                      00004590
