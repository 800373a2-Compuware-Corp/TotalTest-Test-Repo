       Identification division.                                         00000010
       Program-id.   XaRisPnd.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISPND                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Morning pending-correction report.  Walks PENDCORR and lists  * 00000120
      * every four-eyes DOB correction still waiting for a checker on * 00000130
      * XARISAPV: the customer, when and by whom it was keyed, the    * 00000140
      * old and new DOB, why it was held, and how many days it has    * 00000150
      * waited.  Anything older than a day is flagged - a held        * 00000160
      * correction means the customer is still being scored on the    * 00000170
      * old DOB - and a warning return code is set so the morning     * 00000180
      * shift sees it.  Ends with pending/aged counts and the oldest  * 00000190
      * age on file.                                                  * 00000200
      *                                                               * 00000210
      ***************************************************************** 00000220
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000230
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000240
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000250
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000260
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000270
      *                                                               * 00000280
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000290
      * ALL RIGHTS RESERVED.                                          * 00000300
      ***************************************************************** 00000310
      *                          Maintenance Log                        00000320
      *---------------------------------------------------------------- 00000330
      *              Description                       |   Date   | Who 00000340
      *---------------------------------------------------------------- 00000350
      * Initial pending-correction aging report         | 10/15/26 | AGT00000360
      * Missing PENDCORR reports nothing pending, RC 0  | 10/15/26 | AGT00000363
      * Aged test measures time since keyed, not dates  | 10/15/26 | AGT00000366
      ***************************************************************** 00000370
                                                                        00000380
       environment division.                                            00000390
       Input-Output section.                                            00000400
       File-control.                                                    00000410
                                                                        00000420
           select Pending-Correction-File assign to "PENDCORR"          00000430
              organization is indexed                                   00000440
              access mode is sequential                                 00000450
              record key is Pc-Key                                      00000460
              file status is Ws-Pendcorr-Status.                        00000470
                                                                        00000480
           select Pending-Report-File assign to "PNDRPT"                00000490
              organization is line sequential                           00000500
              file status is Ws-Pndrpt-Status.                          00000510
                                                                        00000520
       Data Division.                                                   00000530
       File Section.                                                    00000540
                                                                        00000550
       FD  Pending-Correction-File.                                     00000560
       01  Pending-Correction-Record.                                   00000570
           COPY PENDCORR.                                               00000580
                                                                        00000590
       FD  Pending-Report-File.                                         00000600
       01  Pending-Report-Line        pic X(80).                        00000610
                                                                        00000620
       Working-Storage Section.                                         00000630
                                                                        00000640
       01 Ws-Pendcorr-Status         pic X(02).                         00000650
          88 Pendcorr-Ok             value "00".                        00000660
                                                                        00000670
       01 Ws-Pndrpt-Status           pic X(02).                         00000680
          88 Pndrpt-Ok               value "00".                        00000690
                                                                        00000700
      * File status 88s above double as each verb's current status, so  00000710
      * Finalize-Run guards its closes on these open-succeeded latches  00000720
      * instead, set once when a file's OPEN succeeds and never reset   00000730
      * afterwards.                                                     00000740
       01 Ws-Open-Switches.                                             00000750
          05 Ws-Pendcorr-Open-Ok     pic X(01) value "N".               00000760
             88 Pendcorr-Open-Ok     value "Y".                         00000770
          05 Ws-Pndrpt-Open-Ok       pic X(01) value "N".               00000780
             88 Pndrpt-Open-Ok       value "Y".                         00000790
                                                                        00000800
       01 Ws-Eof-Switch              pic X(01) value "N".               00000810
          88 No-More-Corrections     value "Y".                         00000820
                                                                        00000830
      * A correction left pending longer than this many days (of 24     00000838
      * hours, measured from the time it was keyed) is flagged and      00000846
      * drives the warning return code.                                 00000854
       01 Ws-Age-Limit-Days          pic 9(03) value 1.                 00000862
                                                                        00000870
       01 Ws-Run-Date-Group.                                            00000880
          05 Ws-Run-Date             pic 9(08).                         00000890
       01 Ws-Run-Date-Parts redefines Ws-Run-Date-Group.                00000900
          05 Ws-Run-Yyyy             pic 9(04).                         00000910
          05 Ws-Run-Mm               pic 9(02).                         00000920
          05 Ws-Run-Dd               pic 9(02).                         00000930
                                                                        00000940
       01 Ws-Run-Time-Group.                                            00000941
          05 Ws-Run-Time             pic 9(08).                         00000942
       01 Ws-Run-Time-Parts redefines Ws-Run-Time-Group.                00000943
          05 Ws-Run-Hh               pic 9(02).                         00000944
          05 Ws-Run-Mi               pic 9(02).                         00000945
          05 Ws-Run-Ss               pic 9(02).                         00000946
          05 Ws-Run-Hundredths       pic 9(02).                         00000947
                                                                        00000948
       01 Ws-Request-Date-Group.                                        00000950
          05 Ws-Request-Date         pic 9(08).                         00000960
       01 Ws-Request-Date-Parts redefines Ws-Request-Date-Group.        00000970
          05 Ws-Req-Yyyy             pic 9(04).                         00000980
          05 Ws-Req-Mm               pic 9(02).                         00000990
          05 Ws-Req-Dd               pic 9(02).                         00001000
                                                                        00001001
       01 Ws-Request-Time-Group.                                        00001002
          05 Ws-Request-Time         pic 9(06).                         00001003
       01 Ws-Request-Time-Parts redefines Ws-Request-Time-Group.        00001004
          05 Ws-Req-Hh               pic 9(02).                         00001005
          05 Ws-Req-Mi               pic 9(02).                         00001006
          05 Ws-Req-Ss               pic 9(02).                         00001007
                                                                        00001010
      * Calendar-approximate day numbers (year*372 + month*31 + day),   00001015
      * the same approximation XARISRFA ages referrals with, carried    00001020
      * down to the second: a correction is aged once a full 24 hours   00001025
      * have passed since it was keyed, whatever the two dates are.     00001030
       01 Ws-Run-Day-No              pic 9(07).                         00001035
       01 Ws-Req-Day-No              pic 9(07).                         00001040
       01 Ws-Run-Second-No           pic 9(12).                         00001045
       01 Ws-Req-Second-No           pic 9(12).                         00001050
       01 Ws-Age-Seconds             pic S9(11).                        00001055
       01 Ws-Age-Days                pic S9(05).                        00001060
                                                                        00001070
       01 Ws-Counters.                                                  00001080
          05 Ws-Rows-Read            pic 9(07) value zero.              00001090
          05 Ws-Pending-Count        pic 9(07) value zero.              00001100
          05 Ws-Aged-Count           pic 9(07) value zero.              00001110
          05 Ws-Oldest-Age           pic 9(05) value zero.              00001120
                                                                        00001130
       01 Ws-Report-Lines.                                              00001140
          05 Ws-Heading-Line-1       pic X(80)                          00001150
             value "PENDING DOB CORRECTION REPORT".                     00001160
          05 Ws-Heading-Line-2.                                         00001170
             10 filler               pic X(40) value                    00001180
                " CUST ID     KEYED     OLD DOB   NEW DOB".             00001190
             10 filler               pic X(40) value                    00001200
                "   RSN   MAKER       AGE".                             00001210
          05 Ws-Detail-Line.                                            00001220
             10 filler               pic X(01) value space.             00001230
             10 Ws-Dtl-Cust-Id       pic X(10).                         00001240
             10 filler               pic X(02) value spaces.            00001250
             10 Ws-Dtl-Keyed         pic 9(08).                         00001260
             10 filler               pic X(02) value spaces.            00001270
             10 Ws-Dtl-Old-Dob       pic 9(08).                         00001280
             10 filler               pic X(02) value spaces.            00001290
             10 Ws-Dtl-New-Dob       pic 9(08).                         00001300
             10 filler               pic X(02) value spaces.            00001310
             10 Ws-Dtl-Reason        pic X(04).                         00001320
             10 filler               pic X(02) value spaces.            00001330
             10 Ws-Dtl-Maker         pic X(08).                         00001340
             10 filler               pic X(02) value spaces.            00001350
             10 Ws-Dtl-Age           pic ZZZZ9.                         00001360
             10 Ws-Dtl-Aged-Flag     pic X(07).                         00001370
             10 filler               pic X(09) value spaces.            00001380
          05 Ws-Pending-Line.                                           00001390
             10 filler               pic X(01) value space.             00001400
             10 filler               pic X(20)                          00001410
                value "PENDING ............".                           00001420
             10 Ws-Tot-Pending       pic ZZZ,ZZ9.                       00001430
          05 Ws-Aged-Line.                                              00001440
             10 filler               pic X(01) value space.             00001450
             10 filler               pic X(20)                          00001460
                value "OVER AGE LIMIT .....".                           00001470
             10 Ws-Tot-Aged          pic ZZZ,ZZ9.                       00001480
          05 Ws-Oldest-Line.                                            00001490
             10 filler               pic X(01) value space.             00001500
             10 filler               pic X(20)                          00001510
                value "OLDEST AGE (DAYS) ..".                           00001520
             10 Ws-Tot-Oldest        pic ZZZ,ZZ9.                       00001530
                                                                        00001540
       Procedure division.                                              00001550
                                                                        00001560
       Main Section.                                                    00001570
                                                                        00001580
           Perform Initialize-Run.                                      00001590
           Perform Process-Corrections until No-More-Corrections.       00001600
           Perform Finalize-Run.                                        00001610
                                                                        00001620
           Goback.                                                      00001630
                                                                        00001640
       Initialize-Run Section.                                          00001650
                                                                        00001660
           Accept Ws-Run-Date from date yyyymmdd.                       00001665
           Accept Ws-Run-Time from time.                                00001670
           compute Ws-Run-Day-No =                                      00001675
              Ws-Run-Yyyy * 372 + Ws-Run-Mm * 31 + Ws-Run-Dd.           00001680
           compute Ws-Run-Second-No =                                   00001685
              Ws-Run-Day-No * 86400 + Ws-Run-Hh * 3600                  00001690
              + Ws-Run-Mi * 60 + Ws-Run-Ss.                             00001695
                                                                        00001700
      * PENDCORR is created by the first correction XARISONL holds; a   00001705
      * shop that has never held one has no file, which is an empty     00001710
      * report, not a failure.                                          00001715
           Open input Pending-Correction-File.                          00001720
           evaluate true                                                00001725
              when Pendcorr-Ok                                          00001730
                 move "Y" to Ws-Pendcorr-Open-Ok                        00001735
              when Ws-Pendcorr-Status = "35"                            00001740
                 display "XARISPND: PENDCORR NOT PRESENT - NOTHING "    00001745
                    "PENDING"                                           00001750
                 move "Y" to Ws-Eof-Switch                              00001755
              when other                                                00001760
                 display "XARISPND: UNABLE TO OPEN PENDCORR, STATUS="   00001765
                    Ws-Pendcorr-Status                                  00001770
                 move "Y" to Ws-Eof-Switch                              00001775
                 move 12 to Return-Code                                 00001780
           end-evaluate.                                                00001790
                                                                        00001800
           Open output Pending-Report-File.                             00001810
           if not Pndrpt-Ok                                             00001820
              display "XARISPND: UNABLE TO OPEN PNDRPT, STATUS="        00001830
                 Ws-Pndrpt-Status                                       00001840
              move "Y" to Ws-Eof-Switch                                 00001850
              move 12 to Return-Code                                    00001860
           else                                                         00001870
              move "Y" to Ws-Pndrpt-Open-Ok                             00001880
              Write Pending-Report-Line from Ws-Heading-Line-1          00001890
              Write Pending-Report-Line from Ws-Heading-Line-2          00001900
           end-if.                                                      00001910
                                                                        00001920
           if not No-More-Corrections                                   00001930
              Perform Read-Next-Correction                              00001940
           end-if.                                                      00001950
                                                                        00001960
       Process-Corrections Section.                                     00001970
                                                                        00001980
           add 1 to Ws-Rows-Read.                                       00001990
                                                                        00002000
      * Approved and rejected rows stay on file as the audit trail;     00002010
      * only rows still waiting for a checker are reported.             00002020
           if Pc-Pending                                                00002030
              Perform Report-Pending-Correction                         00002040
           end-if.                                                      00002050
                                                                        00002060
           Perform Read-Next-Correction.                                00002070
                                                                        00002080
       Report-Pending-Correction Section.                               00002090
                                                                        00002100
           add 1 to Ws-Pending-Count.                                   00002110
                                                                        00002120
           move Pc-Request-Date to Ws-Request-Date.                     00002125
           move Pc-Request-Time to Ws-Request-Time.                     00002130
           compute Ws-Req-Day-No =                                      00002135
              Ws-Req-Yyyy * 372 + Ws-Req-Mm * 31 + Ws-Req-Dd.           00002140
           compute Ws-Req-Second-No =                                   00002145
              Ws-Req-Day-No * 86400 + Ws-Req-Hh * 3600                  00002150
              + Ws-Req-Mi * 60 + Ws-Req-Ss.                             00002155
           compute Ws-Age-Seconds = Ws-Run-Second-No - Ws-Req-Second-No.00002160
           if Ws-Age-Seconds < zero                                     00002165
              move zero to Ws-Age-Seconds                               00002170
           end-if.                                                      00002175
      * The AGE column is whole days waited.                            00002180
           compute Ws-Age-Days = Ws-Age-Seconds / 86400.                00002185
                                                                        00002200
           if Ws-Age-Days > Ws-Oldest-Age                               00002210
              move Ws-Age-Days to Ws-Oldest-Age                         00002220
           end-if.                                                      00002230
                                                                        00002240
           move Pc-Cust-Id      to Ws-Dtl-Cust-Id.                      00002250
           move Pc-Request-Date to Ws-Dtl-Keyed.                        00002260
           move Pc-Old-Dob      to Ws-Dtl-Old-Dob.                      00002270
           move Pc-New-Dob      to Ws-Dtl-New-Dob.                      00002280
           move Pc-Hold-Reason  to Ws-Dtl-Reason.                       00002290
           move Pc-Maker-Id     to Ws-Dtl-Maker.                        00002300
           move Ws-Age-Days     to Ws-Dtl-Age.                          00002310
                                                                        00002320
           if Ws-Age-Seconds > Ws-Age-Limit-Days * 86400                00002330
              add 1 to Ws-Aged-Count                                    00002340
              move " *AGED*" to Ws-Dtl-Aged-Flag                        00002350
           else                                                         00002360
              move spaces to Ws-Dtl-Aged-Flag                           00002370
           end-if.                                                      00002380
                                                                        00002390
           if Pndrpt-Open-Ok                                            00002400
              Write Pending-Report-Line from Ws-Detail-Line             00002410
           end-if.                                                      00002420
                                                                        00002430
       Read-Next-Correction Section.                                    00002440
                                                                        00002450
           Read Pending-Correction-File next record                     00002460
              at end move "Y" to Ws-Eof-Switch                          00002470
           end-read.                                                    00002480
                                                                        00002490
       Finalize-Run Section.                                            00002500
                                                                        00002510
           move Ws-Pending-Count to Ws-Tot-Pending.                     00002520
           move Ws-Aged-Count    to Ws-Tot-Aged.                        00002530
           move Ws-Oldest-Age    to Ws-Tot-Oldest.                      00002540
                                                                        00002550
           if Pndrpt-Open-Ok                                            00002560
              Write Pending-Report-Line from Ws-Pending-Line            00002570
              Write Pending-Report-Line from Ws-Aged-Line               00002580
              Write Pending-Report-Line from Ws-Oldest-Line             00002590
           end-if.                                                      00002600
                                                                        00002610
           if Ws-Aged-Count > zero and Return-Code = zero               00002620
              move 4 to Return-Code                                     00002630
           end-if.                                                      00002640
                                                                        00002650
           if Pendcorr-Open-Ok                                          00002660
              Close Pending-Correction-File                             00002670
           end-if.                                                      00002680
           if Pndrpt-Open-Ok                                            00002690
              Close Pending-Report-File                                 00002700
           end-if.                                                      00002710
