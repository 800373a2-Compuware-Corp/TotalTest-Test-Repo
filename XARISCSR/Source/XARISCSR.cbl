       Identification division.                                         00000010
       Program-id.   XaRisCsr.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISCSR                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Current-score file rebuild.  Loads CURRSCOR from scratch out  * 00000120
      * of RISKHIST: reads the history sequentially by its Cust-Id/   * 00000130
      * Run-Date key, keeps each customer's two latest rows and       * 00000140
      * writes one CURRSCOR row per customer with the latest run as   * 00000150
      * Sc-Last and the run before it as Sc-Prior - the same picture  * 00000160
      * XARISBAT maintains row by row every night.  Run once to seed  * 00000170
      * the file, and again whenever CURRSCOR is lost or suspected    * 00000180
      * out of step with RISKHIST (a restore of one without the       * 00000190
      * other).  RISKHIST is only read.                               * 00000200
      *                                                               * 00000210
      * An empty RISKHIST leaves CURRSCOR as it was and ends RC 8     * 00000220
      * rather than replace a usable file with nothing.  Run it with  * 00000230
      * the nightly stream and the XRHI transaction quiesced.         * 00000240
      *                                                               * 00000250
      ***************************************************************** 00000260
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000270
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000280
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000290
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000300
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000310
      *                                                               * 00000320
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000330
      * ALL RIGHTS RESERVED.                                          * 00000340
      ***************************************************************** 00000350
      *                          Maintenance Log                        00000360
      *---------------------------------------------------------------- 00000370
      *              Description                       |   Date   | Who 00000380
      *---------------------------------------------------------------- 00000390
      * Initial current-score rebuild from RISKHIST     | 10/15/26 | AGT00000400
      ***************************************************************** 00000410
                                                                        00000420
       environment division.                                            00000430
       Input-Output section.                                            00000440
       File-control.                                                    00000450
                                                                        00000460
           select Risk-History-File assign to "RISKHIST"                00000470
              organization is indexed                                   00000480
              access mode is sequential                                 00000490
              record key is Rh-Key                                      00000500
              file status is Ws-Riskhist-Status.                        00000510
                                                                        00000520
      * Loaded in Cust-Id order straight off the RISKHIST key, so a     00000530
      * sequential output load is all the rebuild needs.                00000540
           select Current-Score-File assign to "CURRSCOR"               00000550
              organization is indexed                                   00000560
              access mode is sequential                                 00000570
              record key is Sc-Cust-Id                                  00000580
              file status is Ws-Currscor-Status.                        00000590
                                                                        00000600
           select Rebuild-Report-File assign to "CSRRPT"                00000610
              organization is line sequential                           00000620
              file status is Ws-Csrrpt-Status.                          00000630
                                                                        00000640
       Data Division.                                                   00000650
       File Section.                                                    00000660
                                                                        00000670
       FD  Risk-History-File.                                           00000680
       01  Risk-History-Record.                                         00000690
           COPY RISKHIST.                                               00000700
                                                                        00000710
       FD  Current-Score-File.                                          00000720
       01  Current-Score-Record.                                        00000730
           COPY CURRSCOR.                                               00000740
                                                                        00000750
       FD  Rebuild-Report-File.                                         00000760
       01  Rebuild-Report-Line       pic X(80).                         00000770
                                                                        00000780
       Working-Storage Section.                                         00000790
                                                                        00000800
       01 Ws-Riskhist-Status         pic X(02).                         00000810
          88 Riskhist-Ok             value "00".                        00000820
                                                                        00000830
       01 Ws-Currscor-Status         pic X(02).                         00000840
          88 Currscor-Ok             value "00".                        00000850
                                                                        00000860
       01 Ws-Csrrpt-Status           pic X(02).                         00000870
          88 Csrrpt-Ok               value "00".                        00000880
                                                                        00000890
      * File status 88s above double as each verb's current status, so  00000900
      * Finalize-Run guards its closes on these open-succeeded latches  00000910
      * instead, set once when a file's OPEN succeeds and never reset   00000920
      * afterwards.                                                     00000930
       01 Ws-Open-Switches.                                             00000940
          05 Ws-Riskhist-Open-Ok     pic X(01) value "N".               00000950
             88 Riskhist-Open-Ok     value "Y".                         00000960
          05 Ws-Currscor-Open-Ok     pic X(01) value "N".               00000970
             88 Currscor-Open-Ok     value "Y".                         00000980
          05 Ws-Csrrpt-Open-Ok       pic X(01) value "N".               00000990
             88 Csrrpt-Open-Ok       value "Y".                         00001000
                                                                        00001010
       01 Ws-Eof-Switch              pic X(01) value "N".               00001020
          88 No-More-History         value "Y".                         00001030
                                                                        00001040
       01 Ws-Counters.                                                  00001050
          05 Ws-History-Rows         pic 9(09) value zero.              00001060
          05 Ws-Customers-Loaded     pic 9(07) value zero.              00001070
          05 Ws-Customers-With-Prior pic 9(07) value zero.              00001080
                                                                        00001090
       01 Ws-Report-Lines.                                              00001100
          05 Ws-Heading-Line-1       pic X(80)                          00001110
             value "CURRSCOR REBUILD FROM RISKHIST".                    00001120
          05 Ws-Rows-Line.                                              00001130
             10 filler               pic X(01) value space.             00001140
             10 filler               pic X(20)                          00001150
                value "HISTORY ROWS READ ..".                           00001160
             10 Ws-Tot-Rows          pic ZZZ,ZZZ,ZZ9.                   00001170
          05 Ws-Loaded-Line.                                            00001180
             10 filler               pic X(01) value space.             00001190
             10 filler               pic X(20)                          00001200
                value "CUSTOMERS LOADED ...".                           00001210
             10 Ws-Tot-Loaded        pic ZZZ,ZZ9.                       00001220
          05 Ws-Prior-Line.                                             00001230
             10 filler               pic X(01) value space.             00001240
             10 filler               pic X(20)                          00001250
                value "WITH A PRIOR RUN ...".                           00001260
             10 Ws-Tot-With-Prior    pic ZZZ,ZZ9.                       00001270
                                                                        00001280
       Procedure division.                                              00001290
                                                                        00001300
       Main Section.                                                    00001310
                                                                        00001320
           Perform Initialize-Run.                                      00001330
           Perform Process-History until No-More-History.               00001340
           Perform Finalize-Run.                                        00001350
                                                                        00001360
           Goback.                                                      00001370
                                                                        00001380
       Initialize-Run Section.                                          00001390
                                                                        00001400
           Open input Risk-History-File.                                00001410
           if not Riskhist-Ok                                           00001420
              display "XARISCSR: UNABLE TO OPEN RISKHIST, STATUS="      00001430
                 Ws-Riskhist-Status                                     00001440
              move "Y" to Ws-Eof-Switch                                 00001450
              move 12 to Return-Code                                    00001460
           else                                                         00001470
              move "Y" to Ws-Riskhist-Open-Ok                           00001480
           end-if.                                                      00001490
                                                                        00001500
           if not No-More-History                                       00001510
              Open output Rebuild-Report-File                           00001520
              if not Csrrpt-Ok                                          00001530
                 display "XARISCSR: UNABLE TO OPEN CSRRPT, STATUS="     00001540
                    Ws-Csrrpt-Status                                    00001550
                 move "Y" to Ws-Eof-Switch                              00001560
                 move 12 to Return-Code                                 00001570
              else                                                      00001580
                 move "Y" to Ws-Csrrpt-Open-Ok                          00001590
                 Write Rebuild-Report-Line from Ws-Heading-Line-1       00001600
              end-if                                                    00001610
           end-if.                                                      00001620
                                                                        00001630
           if not No-More-History                                       00001640
              Perform Read-Next-History                                 00001650
              if No-More-History                                        00001660
                 display "XARISCSR: RISKHIST IS EMPTY - CURRSCOR NOT"   00001670
                    " REBUILT"                                          00001680
                 move 8 to Return-Code                                  00001690
              end-if                                                    00001700
           end-if.                                                      00001710
                                                                        00001720
      * Only now, with at least one history row in hand, is the old     00001730
      * CURRSCOR replaced.                                              00001740
           if not No-More-History                                       00001750
              Open output Current-Score-File                            00001760
              if not Currscor-Ok                                        00001770
                 display "XARISCSR: UNABLE TO OPEN CURRSCOR, STATUS="   00001780
                    Ws-Currscor-Status                                  00001790
                 move "Y" to Ws-Eof-Switch                              00001800
                 move 12 to Return-Code                                 00001810
              else                                                      00001820
                 move "Y" to Ws-Currscor-Open-Ok                        00001830
                 Perform Start-Customer                                 00001840
              end-if                                                    00001850
           end-if.                                                      00001860
                                                                        00001870
       Process-History Section.                                         00001880
                                                                        00001890
      * Rows arrive oldest first within each customer, so every row     00001900
      * pushes the one before it down into the prior slot and the       00001910
      * customer break leaves the latest two in the record.             00001920
           add 1 to Ws-History-Rows.                                    00001930
                                                                        00001940
           if Rh-Cust-Id not = Sc-Cust-Id                               00001950
              Perform Write-Current-Score                               00001960
              Perform Start-Customer                                    00001970
           end-if.                                                      00001980
                                                                        00001990
           move Sc-Last to Sc-Prior.                                    00002000
           move Rh-Run-Date      to Sc-Run-Date.                        00002010
           move Rh-Risc          to Sc-Risc.                            00002020
           move Rh-Bracket       to Sc-Bracket.                         00002030
           move Rh-Age           to Sc-Age.                             00002040
           move Rh-Override-Flag to Sc-Override-Flag.                   00002050
           move Rh-Override-Risc to Sc-Override-Risc.                   00002060
                                                                        00002070
           if not No-More-History                                       00002080
              Perform Read-Next-History                                 00002090
           end-if.                                                      00002100
                                                                        00002110
       Start-Customer Section.                                          00002120
                                                                        00002130
           move Rh-Cust-Id to Sc-Cust-Id.                               00002140
           move zeros  to Sc-Run-Date Sc-Risc Sc-Age Sc-Override-Risc.  00002150
           move spaces to Sc-Bracket Sc-Override-Flag.                  00002160
           move Sc-Last to Sc-Prior.                                    00002170
                                                                        00002180
       Write-Current-Score Section.                                     00002190
                                                                        00002200
           Write Current-Score-Record.                                  00002210
           if Currscor-Ok                                               00002220
              add 1 to Ws-Customers-Loaded                              00002230
              if Sc-Prior-Run-Date > zero                               00002240
                 add 1 to Ws-Customers-With-Prior                       00002250
              end-if                                                    00002260
           else                                                         00002270
              display "XARISCSR: CURRSCOR WRITE FAILED, STATUS="        00002280
                 Ws-Currscor-Status " FOR CUST " Sc-Cust-Id             00002290
              move "Y" to Ws-Eof-Switch                                 00002300
              move 12 to Return-Code                                    00002310
           end-if.                                                      00002320
                                                                        00002330
       Read-Next-History Section.                                       00002340
                                                                        00002350
           Read Risk-History-File next record                           00002360
              at end move "Y" to Ws-Eof-Switch                          00002370
           end-read.                                                    00002380
                                                                        00002390
       Finalize-Run Section.                                            00002400
                                                                        00002410
      * The last customer is still in the record area when RISKHIST     00002420
      * runs out.                                                       00002430
           if Currscor-Open-Ok and Return-Code = zero                   00002440
              Perform Write-Current-Score                               00002450
           end-if.                                                      00002460
                                                                        00002470
           move Ws-History-Rows         to Ws-Tot-Rows.                 00002480
           move Ws-Customers-Loaded     to Ws-Tot-Loaded.               00002490
           move Ws-Customers-With-Prior to Ws-Tot-With-Prior.           00002500
                                                                        00002510
           if Csrrpt-Open-Ok                                            00002520
              Write Rebuild-Report-Line from Ws-Rows-Line               00002530
              Write Rebuild-Report-Line from Ws-Loaded-Line             00002540
              Write Rebuild-Report-Line from Ws-Prior-Line              00002550
           end-if.                                                      00002560
                                                                        00002570
           if Riskhist-Open-Ok                                          00002580
              Close Risk-History-File                                   00002590
           end-if.                                                      00002600
           if Currscor-Open-Ok                                          00002610
              Close Current-Score-File                                  00002620
           end-if.                                                      00002630
           if Csrrpt-Open-Ok                                            00002640
              Close Rebuild-Report-File                                 00002650
           end-if.                                                      00002660
