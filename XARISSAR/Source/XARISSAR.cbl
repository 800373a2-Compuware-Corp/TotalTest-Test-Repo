       Identification division.                                         00000010
       Program-id.   XaRisSar.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISSAR                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Subject access dossier.  Takes an explicit CUST=nnnnnnnnnn    * 00000120
      * run parameter and gathers everything the risk system holds    * 00000130
      * on that one customer into a printed dossier (SARRPT) and a    * 00000140
      * machine-readable copy of the same records (SARFILE, layout    * 00000150
      * SARREC): the master record as it stands on CUSTMAST, as       * 00000160
      * archived on CUSTARCH by XARISCAR, or as retired on MERGELOG   * 00000170
      * by XARISMRG; the address; every policy; the full score        * 00000180
      * history, archived ARCHHIST rows first then RISKHIST, and the  * 00000190
      * current-score row on CURRSCOR; underwriter overrides; every   * 00000200
      * DOB correction and who made and approved it; suspense and     * 00000210
      * reinstatement events; underwriter referrals and their         * 00000220
      * dispositions; the premiums the pricing system sent back;      * 00000230
      * reinsurance cessions; premium letters sent; and merges the    * 00000240
      * customer took part in.                                        * 00000250
      *                                                               * 00000260
      * The job refuses to run without an explicit CUST= parameter,   * 00000270
      * as XARISRLD does.  CUSTMAST, POLMAST and RISKHIST must open;  * 00000280
      * any other file not yet created is reported as such and        * 00000290
      * counted as holding nothing.  RC 4 when nothing at all is      * 00000300
      * held on the customer, RC 12 on open or write failures.        * 00000310
      *                                                               * 00000320
      ***************************************************************** 00000330
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000340
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000350
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000360
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000370
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000380
      *                                                               * 00000390
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000400
      * ALL RIGHTS RESERVED.                                          * 00000410
      ***************************************************************** 00000420
      *                          Maintenance Log                        00000430
      *---------------------------------------------------------------- 00000440
      *              Description                       |   Date   | Who 00000450
      *---------------------------------------------------------------- 00000460
      * Initial subject access dossier                  | 10/15/26 | AGT00000470
      * Include the customer's CURRSCOR score row       | 10/15/26 | AGT00000480
      ***************************************************************** 00000490
                                                                        00000500
       environment division.                                            00000510
       Input-Output section.                                            00000520
       File-control.                                                    00000530
                                                                        00000540
           select Cust-Master-File assign to "CUSTMAST"                 00000550
              organization is indexed                                   00000560
              access mode is random                                     00000570
              record key is Cust-Id of Cust-Master-Record               00000580
              file status is Ws-Custmast-Status.                        00000590
                                                                        00000600
           select Policy-Master-File assign to "POLMAST"                00000610
              organization is indexed                                   00000620
              access mode is dynamic                                    00000630
              record key is Pol-Policy-No                               00000640
              alternate record key is Pol-Cust-Id                       00000650
                 with duplicates                                        00000660
              file status is Ws-Polmast-Status.                         00000670
                                                                        00000680
           select Risk-History-File assign to "RISKHIST"                00000690
              organization is indexed                                   00000700
              access mode is dynamic                                    00000710
              record key is Rh-Key                                      00000720
              file status is Ws-Riskhist-Status.                        00000730
                                                                        00000740
           select Archive-History-File assign to "ARCHHIST"             00000750
              organization is line sequential                           00000760
              file status is Ws-Archhist-Status.                        00000770
                                                                        00000780
           select Cust-Archive-File assign to "CUSTARCH"                00000790
              organization is line sequential                           00000800
              file status is Ws-Custarch-Status.                        00000810
                                                                        00000820
           select Correction-Log-File assign to "CORRLOG"               00000830
              organization is indexed                                   00000840
              access mode is dynamic                                    00000850
              record key is Cl-Key                                      00000860
              file status is Ws-Corrlog-Status.                         00000870
                                                                        00000880
           select Pending-Correction-File assign to "PENDCORR"          00000890
              organization is indexed                                   00000900
              access mode is dynamic                                    00000910
              record key is Pc-Key                                      00000920
              file status is Ws-Pendcorr-Status.                        00000930
                                                                        00000940
           select Suspense-File assign to "SUSPENSE"                    00000950
              organization is indexed                                   00000960
              access mode is random                                     00000970
              record key is Sus-Cust-Id                                 00000980
              file status is Ws-Suspense-Status.                        00000990
                                                                        00001000
           select Reinstate-Log-File assign to "REINLOG"                00001010
              organization is indexed                                   00001020
              access mode is dynamic                                    00001030
              record key is Rl-Key                                      00001040
              file status is Ws-Reinlog-Status.                         00001050
                                                                        00001060
           select Referral-Queue-File assign to "REFQUEUE"              00001070
              organization is indexed                                   00001080
              access mode is dynamic                                    00001090
              record key is Rq-Key                                      00001100
              file status is Ws-Refqueue-Status.                        00001110
                                                                        00001120
           select Override-File assign to "RISKOVR"                     00001130
              organization is indexed                                   00001140
              access mode is dynamic                                    00001150
              record key is Ro-Key                                      00001160
              file status is Ws-Riskovr-Status.                         00001170
                                                                        00001180
           select Premium-History-File assign to "PREMHIST"             00001190
              organization is indexed                                   00001200
              access mode is dynamic                                    00001210
              record key is Ph-Key                                      00001220
              file status is Ws-Premhist-Status.                        00001230
                                                                        00001240
           select Cust-Address-File assign to "CUSTADDR"                00001250
              organization is indexed                                   00001260
              access mode is random                                     00001270
              record key is Ad-Cust-Id                                  00001280
              file status is Ws-Custaddr-Status.                        00001290
                                                                        00001300
           select Letter-Log-File assign to "LTRLOG"                    00001310
              organization is indexed                                   00001320
              access mode is dynamic                                    00001330
              record key is Lt-Key                                      00001340
              file status is Ws-Ltrlog-Status.                          00001350
                                                                        00001360
      * Keyed on the retired Cust-Id; merges where this customer was    00001370
      * the survivor are found by reading the whole log.                00001380
           select Merge-Log-File assign to "MERGELOG"                   00001390
              organization is indexed                                   00001400
              access mode is dynamic                                    00001410
              record key is Mg-Retired-Cust-Id                          00001420
              file status is Ws-Mergelog-Status.                        00001430
                                                                        00001440
      * Keyed on month and policy, so the customer's cessions are       00001450
      * found by reading the whole log.                                 00001460
           select Cession-Log-File assign to "CESSLOG"                  00001470
              organization is indexed                                   00001480
              access mode is sequential                                 00001490
              record key is Cs-Key                                      00001500
              file status is Ws-Cesslog-Status.                         00001510
                                                                        00001520
           select Current-Score-File assign to "CURRSCOR"               00001530
              organization is indexed                                   00001540
              access mode is random                                     00001550
              record key is Sc-Cust-Id                                  00001560
              file status is Ws-Currscor-Status.                        00001570
                                                                        00001580
           select Sar-File assign to "SARFILE"                          00001590
              organization is line sequential                           00001600
              file status is Ws-Sarfile-Status.                         00001610
                                                                        00001620
           select Sar-Report-File assign to "SARRPT"                    00001630
              organization is line sequential                           00001640
              file status is Ws-Sarrpt-Status.                          00001650
                                                                        00001660
       Data Division.                                                   00001670
       File Section.                                                    00001680
                                                                        00001690
       FD  Cust-Master-File.                                            00001700
       01  Cust-Master-Record.                                          00001710
           COPY CUSTREC.                                                00001720
                                                                        00001730
       FD  Policy-Master-File.                                          00001740
       01  Policy-Master-Record.                                        00001750
           COPY POLREC.                                                 00001760
                                                                        00001770
       FD  Risk-History-File.                                           00001780
       01  Risk-History-Record.                                         00001790
           COPY RISKHIST.                                               00001800
                                                                        00001810
      * A full RISKHIST image, read into Risk-History-Record so both    00001820
      * kinds of score row print the same way.  Rows archived before    00001830
      * the override fields existed come back space-filled.             00001840
       FD  Archive-History-File.                                        00001850
       01  Archive-History-Record     pic X(34).                        00001860
                                                                        00001870
       FD  Cust-Archive-File.                                           00001880
       01  Cust-Archive-Record.                                         00001890
           03 Arch-Rec-Type           pic X(01).                        00001900
              88 Arch-Customer-Rec    value "C".                        00001910
              88 Arch-Policy-Rec      value "P".                        00001920
           03 Arch-Customer-Data.                                       00001930
              COPY CUSTREC.                                             00001940
           03 Arch-Policy-Data redefines Arch-Customer-Data.            00001950
              05 Arch-Policy-Image    pic X(31).                        00001960
              05 filler               pic X(34).                        00001970
                                                                        00001980
       FD  Correction-Log-File.                                         00001990
       01  Correction-Log-Record.                                       00002000
           COPY CORRLOG.                                                00002010
                                                                        00002020
       FD  Pending-Correction-File.                                     00002030
       01  Pending-Correction-Record.                                   00002040
           COPY PENDCORR.                                               00002050
                                                                        00002060
       FD  Suspense-File.                                               00002070
       01  Suspense-Record.                                             00002080
           COPY SUSPREC.                                                00002090
                                                                        00002100
       FD  Reinstate-Log-File.                                          00002110
       01  Reinstate-Log-Record.                                        00002120
           COPY REINLOG.                                                00002130
                                                                        00002140
       FD  Referral-Queue-File.                                         00002150
       01  Referral-Queue-Record.                                       00002160
           COPY REFQUEUE.                                               00002170
                                                                        00002180
       FD  Override-File.                                               00002190
       01  Override-Record.                                             00002200
           COPY RISKOVR.                                                00002210
                                                                        00002220
       FD  Premium-History-File.                                        00002230
       01  Premium-History-Record.                                      00002240
           COPY PREMHIST.                                               00002250
                                                                        00002260
       FD  Cust-Address-File.                                           00002270
       01  Cust-Address-Record.                                         00002280
           COPY CUSTADDR.                                               00002290
                                                                        00002300
       FD  Letter-Log-File.                                             00002310
       01  Letter-Log-Record.                                           00002320
           COPY LTRLOG.                                                 00002330
                                                                        00002340
       FD  Merge-Log-File.                                              00002350
       01  Merge-Log-Record.                                            00002360
           COPY MERGELOG.                                               00002370
                                                                        00002380
       FD  Cession-Log-File.                                            00002390
       01  Cession-Log-Record.                                          00002400
           COPY CESSLOG.                                                00002410
                                                                        00002420
       FD  Current-Score-File.                                          00002430
       01  Current-Score-Record.                                        00002440
           COPY CURRSCOR.                                               00002450
                                                                        00002460
       FD  Sar-File.                                                    00002470
       01  Sar-Record.                                                  00002480
           COPY SARREC.                                                 00002490
                                                                        00002500
       FD  Sar-Report-File.                                             00002510
       01  Sar-Report-Line            pic X(80).                        00002520
                                                                        00002530
       Working-Storage Section.                                         00002540
                                                                        00002550
       01 Ws-Custmast-Status         pic X(02).                         00002560
          88 Custmast-Ok             value "00".                        00002570
                                                                        00002580
      * "02" is a successful read whose alternate key has more          00002590
      * duplicates to come - still a good record.                       00002600
       01 Ws-Polmast-Status          pic X(02).                         00002610
          88 Polmast-Ok              value "00".                        00002620
          88 Polmast-Read-Ok         value "00" "02".                   00002630
                                                                        00002640
       01 Ws-Riskhist-Status         pic X(02).                         00002650
          88 Riskhist-Ok             value "00".                        00002660
                                                                        00002670
       01 Ws-Archhist-Status         pic X(02).                         00002680
          88 Archhist-Ok             value "00".                        00002690
                                                                        00002700
       01 Ws-Custarch-Status         pic X(02).                         00002710
          88 Custarch-Ok             value "00".                        00002720
                                                                        00002730
       01 Ws-Corrlog-Status          pic X(02).                         00002740
          88 Corrlog-Ok              value "00".                        00002750
                                                                        00002760
       01 Ws-Pendcorr-Status         pic X(02).                         00002770
          88 Pendcorr-Ok             value "00".                        00002780
                                                                        00002790
       01 Ws-Suspense-Status         pic X(02).                         00002800
          88 Suspense-Ok             value "00".                        00002810
                                                                        00002820
       01 Ws-Reinlog-Status          pic X(02).                         00002830
          88 Reinlog-Ok              value "00".                        00002840
                                                                        00002850
       01 Ws-Refqueue-Status         pic X(02).                         00002860
          88 Refqueue-Ok             value "00".                        00002870
                                                                        00002880
       01 Ws-Riskovr-Status          pic X(02).                         00002890
          88 Riskovr-Ok              value "00".                        00002900
                                                                        00002910
       01 Ws-Premhist-Status         pic X(02).                         00002920
          88 Premhist-Ok             value "00".                        00002930
                                                                        00002940
       01 Ws-Custaddr-Status         pic X(02).                         00002950
          88 Custaddr-Ok             value "00".                        00002960
                                                                        00002970
       01 Ws-Ltrlog-Status           pic X(02).                         00002980
          88 Ltrlog-Ok               value "00".                        00002990
                                                                        00003000
       01 Ws-Mergelog-Status         pic X(02).                         00003010
          88 Mergelog-Ok             value "00".                        00003020
                                                                        00003030
       01 Ws-Cesslog-Status          pic X(02).                         00003040
          88 Cesslog-Ok              value "00".                        00003050
                                                                        00003060
       01 Ws-Currscor-Status         pic X(02).                         00003070
          88 Currscor-Ok             value "00".                        00003080
                                                                        00003090
       01 Ws-Sarfile-Status          pic X(02).                         00003100
          88 Sarfile-Ok              value "00".                        00003110
                                                                        00003120
       01 Ws-Sarrpt-Status           pic X(02).                         00003130
          88 Sarrpt-Ok               value "00".                        00003140
                                                                        00003150
      * File status 88s above double as each verb's current status, so  00003160
      * Finalize-Run guards its closes on these open-succeeded latches  00003170
      * instead, set once when a file's OPEN succeeds and never reset   00003180
      * afterwards.  A file left unopened on status 35 has not been     00003190
      * created yet and is reported as holding nothing.                 00003200
       01 Ws-Open-Switches.                                             00003210
          05 Ws-Custmast-Open-Ok     pic X(01) value "N".               00003220
             88 Custmast-Open-Ok     value "Y".                         00003230
          05 Ws-Polmast-Open-Ok      pic X(01) value "N".               00003240
             88 Polmast-Open-Ok      value "Y".                         00003250
          05 Ws-Riskhist-Open-Ok     pic X(01) value "N".               00003260
             88 Riskhist-Open-Ok     value "Y".                         00003270
          05 Ws-Archhist-Open-Ok     pic X(01) value "N".               00003280
             88 Archhist-Open-Ok     value "Y".                         00003290
          05 Ws-Custarch-Open-Ok     pic X(01) value "N".               00003300
             88 Custarch-Open-Ok     value "Y".                         00003310
          05 Ws-Corrlog-Open-Ok      pic X(01) value "N".               00003320
             88 Corrlog-Open-Ok      value "Y".                         00003330
          05 Ws-Pendcorr-Open-Ok     pic X(01) value "N".               00003340
             88 Pendcorr-Open-Ok     value "Y".                         00003350
          05 Ws-Suspense-Open-Ok     pic X(01) value "N".               00003360
             88 Suspense-Open-Ok     value "Y".                         00003370
          05 Ws-Reinlog-Open-Ok      pic X(01) value "N".               00003380
             88 Reinlog-Open-Ok      value "Y".                         00003390
          05 Ws-Refqueue-Open-Ok     pic X(01) value "N".               00003400
             88 Refqueue-Open-Ok     value "Y".                         00003410
          05 Ws-Riskovr-Open-Ok      pic X(01) value "N".               00003420
             88 Riskovr-Open-Ok      value "Y".                         00003430
          05 Ws-Premhist-Open-Ok     pic X(01) value "N".               00003440
             88 Premhist-Open-Ok     value "Y".                         00003450
          05 Ws-Custaddr-Open-Ok     pic X(01) value "N".               00003460
             88 Custaddr-Open-Ok     value "Y".                         00003470
          05 Ws-Ltrlog-Open-Ok       pic X(01) value "N".               00003480
             88 Ltrlog-Open-Ok       value "Y".                         00003490
          05 Ws-Mergelog-Open-Ok     pic X(01) value "N".               00003500
             88 Mergelog-Open-Ok     value "Y".                         00003510
          05 Ws-Cesslog-Open-Ok      pic X(01) value "N".               00003520
             88 Cesslog-Open-Ok      value "Y".                         00003530
          05 Ws-Currscor-Open-Ok     pic X(01) value "N".               00003540
             88 Currscor-Open-Ok     value "Y".                         00003550
          05 Ws-Sarfile-Open-Ok      pic X(01) value "N".               00003560
             88 Sarfile-Open-Ok      value "Y".                         00003570
          05 Ws-Sarrpt-Open-Ok       pic X(01) value "N".               00003580
             88 Sarrpt-Open-Ok       value "Y".                         00003590
                                                                        00003600
       01 Ws-Eof-Switch              pic X(01) value "N".               00003610
          88 Dossier-Stopped         value "Y".                         00003620
                                                                        00003630
       01 Ws-Scan-Eof-Switch         pic X(01) value "N".               00003640
          88 No-More-Rows            value "Y".                         00003650
                                                                        00003660
       01 Ws-Parm                    pic X(30) value spaces.            00003670
       01 Ws-Target-Cust-Id          pic X(10) value spaces.            00003680
       01 Ws-Parm-Switch             pic X(01) value "N".               00003690
          88 Cust-Parm-Ok            value "Y".                         00003700
                                                                        00003710
       01 Ws-Run-Date                pic 9(08).                         00003720
       01 Ws-Run-Time-Group.                                            00003730
          05 Ws-Run-Time             pic 9(08).                         00003740
       01 Ws-Run-Time-Parts redefines Ws-Run-Time-Group.                00003750
          05 Ws-Run-Hhmmss           pic 9(06).                         00003760
          05 Ws-Run-Hundredths       pic 9(02).                         00003770
                                                                        00003780
      * Where the customer record itself was found.                     00003790
       01 Ws-Master-Switch           pic X(01) value "N".               00003800
          88 On-Cust-Master          value "Y".                         00003810
       01 Ws-Archived-Switch         pic X(01) value "N".               00003820
          88 On-Cust-Archive         value "Y".                         00003830
       01 Ws-Retired-Switch          pic X(01) value "N".               00003840
          88 Retired-By-Merge        value "Y".                         00003850
       01 Ws-Collect-Switch          pic X(01) value "N".               00003860
          88 Collecting-Policies     value "Y".                         00003870
                                                                        00003880
       01 Ws-Master-Customer.                                           00003890
          COPY CUSTREC.                                                 00003900
       01 Ws-Archived-Customer.                                         00003910
          COPY CUSTREC.                                                 00003920
       01 Ws-Print-Customer.                                            00003930
          COPY CUSTREC.                                                 00003940
       01 Ws-Print-Source            pic X(40).                         00003950
                                                                        00003960
      * The customer's policies off the archive, kept from the one      00003970
      * pass over CUSTARCH made when the customer is located.           00003980
       01 Ws-Archive-Policies.                                          00003990
          05 Ws-Ap-Used              pic 9(03) comp value zero.         00004000
          05 Ws-Ap-Entry occurs 50 times.                               00004010
             10 Ws-Ap-Image          pic X(31).                         00004020
       01 Ws-Ax                      pic 9(03) comp.                    00004030
                                                                        00004040
      * Every policy number the customer has held, wherever found -     00004050
      * the keys PREMHIST is read by.                                   00004060
       01 Ws-Policy-Table.                                              00004070
          05 Ws-Pols-Used            pic 9(03) comp value zero.         00004080
          05 Ws-Pol-Entry occurs 50 times.                              00004090
             10 Ws-Pt-Policy-No      pic X(10).                         00004100
       01 Ws-Px                      pic 9(03) comp.                    00004110
       01 Ws-Overflow-Switch         pic X(01) value "N".               00004120
          88 Policy-Table-Overflow   value "Y".                         00004130
       01 Ws-Listed-Switch           pic X(01) value "N".               00004140
          88 Policy-Listed           value "Y".                         00004150
       01 Ws-Check-Policy-No         pic X(10).                         00004160
       01 Ws-Policy-Image            pic X(31).                         00004170
                                                                        00004180
       01 Ws-Sa-Source               pic X(08).                         00004190
       01 Ws-Sa-Image                pic X(200).                        00004200
                                                                        00004210
       01 Ws-Counters.                                                  00004220
          05 Ws-Section-Rows         pic 9(07) value zero.              00004230
          05 Ws-Rows-Held            pic 9(07) value zero.              00004240
          05 Ws-Sar-Details          pic 9(07) value zero.              00004250
          05 Ws-Sections-Absent      pic 9(07) value zero.              00004260
                                                                        00004270
       01 Ws-Report-Lines.                                              00004280
          05 Ws-Heading-Line-1       pic X(80)                          00004290
             value "CUSTOMER DATA DOSSIER - SUBJECT ACCESS".            00004300
          05 Ws-Parms-Line.                                             00004310
             10 filler               pic X(01) value space.             00004320
             10 filler               pic X(16)                          00004330
                value "CUSTOMER ID =   ".                               00004340
             10 Ws-Rpt-Cust-Id       pic X(10).                         00004350
             10 filler               pic X(13) value "  RUN DATE = ".   00004360
             10 Ws-Rpt-Run-Date      pic 9(08).                         00004370
             10 filler               pic X(09) value "  TIME = ".       00004380
             10 Ws-Rpt-Run-Time      pic 9(06).                         00004390
             10 filler               pic X(17) value spaces.            00004400
          05 Ws-Section-Line.                                           00004410
             10 filler               pic X(01) value space.             00004420
             10 Ws-Sec-Title         pic X(79).                         00004430
          05 Ws-None-Line            pic X(80)                          00004440
             value "    NONE HELD".                                     00004450
          05 Ws-Absent-Line          pic X(80)                          00004460
             value "    FILE NOT PRESENT - NONE HELD".                  00004470
          05 Ws-Field-Line.                                             00004480
             10 filler               pic X(04) value spaces.            00004490
             10 Ws-Fld-Label         pic X(20).                         00004500
             10 Ws-Fld-Value         pic X(56).                         00004510
          05 Ws-Policy-Heading.                                         00004520
             10 filler               pic X(40)                          00004530
                value "    POLICY NO  TYPE STATUS    INCEPTION ".       00004540
             10 filler               pic X(40)                          00004550
                value "HELD ON".                                        00004560
          05 Ws-Policy-Line.                                            00004570
             10 filler               pic X(04) value spaces.            00004580
             10 Ws-Pl-Policy-No      pic X(10).                         00004590
             10 filler               pic X(01) value space.             00004600
             10 Ws-Pl-Type           pic X(04).                         00004610
             10 filler               pic X(01) value space.             00004620
             10 Ws-Pl-Status         pic X(09).                         00004630
             10 filler               pic X(01) value space.             00004640
             10 Ws-Pl-Inception      pic X(08).                         00004650
             10 filler               pic X(02) value spaces.            00004660
             10 Ws-Pl-Source         pic X(40).                         00004670
          05 Ws-Score-Heading.                                          00004680
             10 filler               pic X(40)                          00004690
                value "    RUN DATE  RISC BRKT AGE OVERRIDE OVR".       00004700
             10 filler               pic X(40)                          00004710
                value " RISC HELD ON".                                  00004720
          05 Ws-Score-Line.                                             00004730
             10 filler               pic X(04) value spaces.            00004740
             10 Ws-Sl-Run-Date       pic 9(08).                         00004750
             10 filler               pic X(01) value space.             00004760
             10 Ws-Sl-Risc           pic ZZZZ9.                         00004770
             10 filler               pic X(02) value spaces.            00004780
             10 Ws-Sl-Bracket        pic X(02).                         00004790
             10 filler               pic X(01) value space.             00004800
             10 Ws-Sl-Age            pic ZZ9.                           00004810
             10 filler               pic X(01) value space.             00004820
             10 Ws-Sl-Override       pic X(08).                         00004830
             10 filler               pic X(01) value space.             00004840
             10 Ws-Sl-Ovr-Risc       pic X(08).                         00004850
             10 filler               pic X(01) value space.             00004860
             10 Ws-Sl-Source         pic X(35).                         00004870
          05 Ws-Override-Heading.                                       00004880
             10 filler               pic X(40)                          00004890
                value "    POLICY NO  T VALUE SET DATE EXPIRES ".       00004900
             10 filler               pic X(40)                          00004910
                value " SET BY   REASON".                               00004920
          05 Ws-Override-Line.                                          00004930
             10 filler               pic X(04) value spaces.            00004940
             10 Ws-Ol-Policy-No      pic X(10).                         00004950
             10 filler               pic X(01) value space.             00004960
             10 Ws-Ol-Type           pic X(01).                         00004970
             10 filler               pic X(01) value space.             00004980
             10 Ws-Ol-Value          pic ZZZZ9.                         00004990
             10 filler               pic X(01) value space.             00005000
             10 Ws-Ol-Set-Date       pic 9(08).                         00005010
             10 filler               pic X(01) value space.             00005020
             10 Ws-Ol-Expiry         pic 9(08).                         00005030
             10 filler               pic X(01) value space.             00005040
             10 Ws-Ol-User-Id        pic X(08).                         00005050
             10 filler               pic X(01) value space.             00005060
             10 Ws-Ol-Reason         pic X(30).                         00005070
          05 Ws-Corr-Heading.                                           00005080
             10 filler               pic X(38)                          00005090
                value "    DATE     TIME   OLD DOB  NEW DOB  ".         00005100
             10 filler               pic X(42)                          00005110
                value "OLD NEW MADE BY  RECALC".                        00005120
          05 Ws-Corr-Line.                                              00005130
             10 filler               pic X(04) value spaces.            00005140
             10 Ws-Cr-Date           pic 9(08).                         00005150
             10 filler               pic X(01) value space.             00005160
             10 Ws-Cr-Time           pic 9(06).                         00005170
             10 filler               pic X(01) value space.             00005180
             10 Ws-Cr-Old-Dob        pic 9(08).                         00005190
             10 filler               pic X(01) value space.             00005200
             10 Ws-Cr-New-Dob        pic 9(08).                         00005210
             10 filler               pic X(01) value space.             00005220
             10 Ws-Cr-Old-Age        pic ZZ9.                           00005230
             10 filler               pic X(01) value space.             00005240
             10 Ws-Cr-New-Age        pic ZZ9.                           00005250
             10 filler               pic X(01) value space.             00005260
             10 Ws-Cr-User-Id        pic X(08).                         00005270
             10 filler               pic X(01) value space.             00005280
             10 Ws-Cr-Recalc         pic X(01).                         00005290
             10 filler               pic X(24) value spaces.            00005300
          05 Ws-Pend-Heading.                                           00005310
             10 filler               pic X(37)                          00005320
                value "    REQUESTED OLD DOB  NEW DOB  WHY  ".          00005330
             10 filler               pic X(43)                          00005340
                value "MADE BY  DECISION CHECKED  DECIDED".             00005350
          05 Ws-Pend-Line.                                              00005360
             10 filler               pic X(04) value spaces.            00005370
             10 Ws-Pn-Date           pic 9(08).                         00005380
             10 filler               pic X(02) value spaces.            00005390
             10 Ws-Pn-Old-Dob        pic 9(08).                         00005400
             10 filler               pic X(01) value space.             00005410
             10 Ws-Pn-New-Dob        pic 9(08).                         00005420
             10 filler               pic X(01) value space.             00005430
             10 Ws-Pn-Reason         pic X(04).                         00005440
             10 filler               pic X(01) value space.             00005450
             10 Ws-Pn-Maker-Id       pic X(08).                         00005460
             10 filler               pic X(01) value space.             00005470
             10 Ws-Pn-Status         pic X(08).                         00005480
             10 filler               pic X(01) value space.             00005490
             10 Ws-Pn-Checker-Id     pic X(08).                         00005500
             10 filler               pic X(01) value space.             00005510
             10 Ws-Pn-Decided        pic X(08).                         00005520
             10 filler               pic X(08) value spaces.            00005530
          05 Ws-Event-Line.                                             00005540
             10 filler               pic X(04) value spaces.            00005550
             10 Ws-Ev-Text           pic X(11).                         00005560
             10 filler               pic X(01) value space.             00005570
             10 Ws-Ev-Date           pic 9(08).                         00005580
             10 filler               pic X(01) value space.             00005590
             10 Ws-Ev-Time           pic X(06).                         00005600
             10 filler               pic X(09) value "  REASON ".       00005610
             10 Ws-Ev-Reason         pic X(04).                         00005620
             10 filler               pic X(02) value spaces.            00005630
             10 Ws-Ev-By-Label       pic X(03).                         00005640
             10 Ws-Ev-User-Id        pic X(08).                         00005650
             10 filler               pic X(23) value spaces.            00005660
          05 Ws-Referral-Heading.                                       00005670
             10 filler               pic X(40)                          00005680
                value "    CREATED  WHY  FROM        TO        ".       00005690
             10 filler               pic X(40)                          00005700
                value "  STATUS UNDERWRT DISP CLOSED".                  00005710
          05 Ws-Referral-Line.                                          00005720
             10 filler               pic X(04) value spaces.            00005730
             10 Ws-Rf-Create-Date    pic 9(08).                         00005740
             10 filler               pic X(01) value space.             00005750
             10 Ws-Rf-Reason         pic X(04).                         00005760
             10 filler               pic X(01) value space.             00005770
             10 Ws-Rf-Prior-Risc     pic ZZZZ9.                         00005780
             10 filler               pic X(01) value "/".               00005790
             10 Ws-Rf-Prior-Bracket  pic X(02).                         00005800
             10 filler               pic X(04) value spaces.            00005810
             10 Ws-Rf-New-Risc       pic ZZZZ9.                         00005820
             10 filler               pic X(01) value "/".               00005830
             10 Ws-Rf-New-Bracket    pic X(02).                         00005840
             10 filler               pic X(04) value spaces.            00005850
             10 Ws-Rf-Status         pic X(06).                         00005860
             10 filler               pic X(01) value space.             00005870
             10 Ws-Rf-Underwriter    pic X(08).                         00005880
             10 filler               pic X(01) value space.             00005890
             10 Ws-Rf-Disposition    pic X(04).                         00005900
             10 filler               pic X(01) value space.             00005910
             10 Ws-Rf-Close-Date     pic X(08).                         00005920
             10 filler               pic X(09) value spaces.            00005930
          05 Ws-Comment-Line.                                           00005940
             10 filler               pic X(13) value spaces.            00005950
             10 Ws-Rf-Comment        pic X(40).                         00005960
             10 filler               pic X(27) value spaces.            00005970
          05 Ws-Premium-Heading.                                        00005980
             10 filler               pic X(39)                          00005990
                value "    POLICY NO  CYCLE     RISC BRKT     ".        00006000
             10 filler               pic X(41)                          00006010
                value "PREMIUM  STATUS".                                00006020
          05 Ws-Premium-Line.                                           00006030
             10 filler               pic X(04) value spaces.            00006040
             10 Ws-Pr-Policy-No      pic X(10).                         00006050
             10 filler               pic X(01) value space.             00006060
             10 Ws-Pr-Cycle-Date     pic 9(08).                         00006070
             10 filler               pic X(01) value space.             00006080
             10 Ws-Pr-Risc           pic ZZZZ9.                         00006090
             10 filler               pic X(02) value spaces.            00006100
             10 Ws-Pr-Bracket        pic X(02).                         00006110
             10 filler               pic X(01) value space.             00006120
             10 Ws-Pr-Premium        pic Z,ZZZ,ZZ9.99.                  00006130
             10 filler               pic X(02) value spaces.            00006140
             10 Ws-Pr-Priced         pic X(10).                         00006150
             10 filler               pic X(22) value spaces.            00006160
          05 Ws-Cession-Heading.                                        00006170
             10 filler               pic X(40)                          00006180
                value "    MONTH  POLICY NO   RISC BRKT  CEDED ".       00006190
             10 filler               pic X(40)                          00006200
                value "PREM CESSION".                                   00006210
          05 Ws-Cession-Line.                                           00006220
             10 filler               pic X(04) value spaces.            00006230
             10 Ws-Cl-Month          pic 9(06).                         00006240
             10 filler               pic X(01) value space.             00006250
             10 Ws-Cl-Policy-No      pic X(10).                         00006260
             10 filler               pic X(01) value space.             00006270
             10 Ws-Cl-Risc           pic ZZZZ9.                         00006280
             10 filler               pic X(02) value spaces.            00006290
             10 Ws-Cl-Bracket        pic X(02).                         00006300
             10 filler               pic X(01) value space.             00006310
             10 Ws-Cl-Ceded          pic Z,ZZZ,ZZ9.99.                  00006320
             10 filler               pic X(01) value space.             00006330
             10 Ws-Cl-Flag           pic X(10).                         00006340
             10 filler               pic X(25) value spaces.            00006350
          05 Ws-Letter-Heading      pic X(80)                           00006360
             value "    CYCLE    SENT     BRACKET   POLICIES".          00006370
          05 Ws-Letter-Line.                                            00006380
             10 filler               pic X(04) value spaces.            00006390
             10 Ws-Lr-Cycle-Date     pic 9(08).                         00006400
             10 filler               pic X(01) value space.             00006410
             10 Ws-Lr-Sent-Date      pic 9(08).                         00006420
             10 filler               pic X(01) value space.             00006430
             10 Ws-Lr-Prior-Bracket  pic X(02).                         00006440
             10 filler               pic X(04) value " TO ".            00006450
             10 Ws-Lr-New-Bracket    pic X(02).                         00006460
             10 filler               pic X(02) value spaces.            00006470
             10 Ws-Lr-Policy-Count   pic ZZ9.                           00006480
             10 filler               pic X(45) value spaces.            00006490
          05 Ws-Merge-Line.                                             00006500
             10 filler               pic X(04) value spaces.            00006510
             10 Ws-Mg-Text           pic X(14).                         00006520
             10 Ws-Mg-Other-Id       pic X(10).                         00006530
             10 filler               pic X(04) value " ON ".            00006540
             10 Ws-Mg-Date           pic 9(08).                         00006550
             10 filler               pic X(01) value space.             00006560
             10 Ws-Mg-Status         pic X(10).                         00006570
             10 filler               pic X(04) value " BY ".            00006580
             10 Ws-Mg-Requested-By   pic X(08).                         00006590
             10 filler               pic X(17) value spaces.            00006600
          05 Ws-Note-Line.                                              00006610
             10 filler               pic X(04) value spaces.            00006620
             10 Ws-Note-Text         pic X(76).                         00006630
          05 Ws-Held-Line.                                              00006640
             10 filler               pic X(01) value space.             00006650
             10 filler               pic X(20)                          00006660
                value "RECORDS HELD .......".                           00006670
             10 Ws-Tot-Held          pic ZZZ,ZZ9.                       00006680
          05 Ws-Sar-Line.                                               00006690
             10 filler               pic X(01) value space.             00006700
             10 filler               pic X(20)                          00006710
                value "SARFILE DETAILS ....".                           00006720
             10 Ws-Tot-Sar           pic ZZZ,ZZ9.                       00006730
          05 Ws-Absent-Total-Line.                                      00006740
             10 filler               pic X(01) value space.             00006750
             10 filler               pic X(20)                          00006760
                value "FILES NOT PRESENT ..".                           00006770
             10 Ws-Tot-Absent        pic ZZZ,ZZ9.                       00006780
          05 Ws-Not-Held-Line        pic X(80)                          00006790
             value " *** NOTHING HELD ON THIS CUSTOMER".                00006800
          05 Ws-Blank-Line           pic X(80) value spaces.            00006810
                                                                        00006820
       Procedure division.                                              00006830
                                                                        00006840
       Main Section.                                                    00006850
                                                                        00006860
           Perform Initialize-Run.                                      00006870
           if not Dossier-Stopped                                       00006880
              Perform Build-Dossier                                     00006890
           end-if.                                                      00006900
           Perform Finalize-Run.                                        00006910
                                                                        00006920
           Goback.                                                      00006930
                                                                        00006940
       Initialize-Run Section.                                          00006950
                                                                        00006960
           Accept Ws-Run-Date from date yyyymmdd.                       00006970
           Accept Ws-Run-Time from time.                                00006980
           Accept Ws-Parm from command-line.                            00006990
                                                                        00007000
           Perform Edit-Cust-Parm.                                      00007010
           if not Cust-Parm-Ok                                          00007020
              display "XARISSAR: CUST=NNNNNNNNNN PARAMETER MISSING"     00007030
                 " - NO DOSSIER PRODUCED"                               00007040
              move "Y" to Ws-Eof-Switch                                 00007050
              move 8 to Return-Code                                     00007060
           end-if.                                                      00007070
                                                                        00007080
           if not Dossier-Stopped                                       00007090
              Open input Cust-Master-File                               00007100
              if not Custmast-Ok                                        00007110
                 display "XARISSAR: UNABLE TO OPEN CUSTMAST, STATUS="   00007120
                    Ws-Custmast-Status                                  00007130
                 move "Y" to Ws-Eof-Switch                              00007140
                 move 12 to Return-Code                                 00007150
              else                                                      00007160
                 move "Y" to Ws-Custmast-Open-Ok                        00007170
              end-if                                                    00007180
           end-if.                                                      00007190
                                                                        00007200
           if not Dossier-Stopped                                       00007210
              Open input Policy-Master-File                             00007220
              if not Polmast-Ok                                         00007230
                 display "XARISSAR: UNABLE TO OPEN POLMAST, STATUS="    00007240
                    Ws-Polmast-Status                                   00007250
                 move "Y" to Ws-Eof-Switch                              00007260
                 move 12 to Return-Code                                 00007270
              else                                                      00007280
                 move "Y" to Ws-Polmast-Open-Ok                         00007290
              end-if                                                    00007300
           end-if.                                                      00007310
                                                                        00007320
           if not Dossier-Stopped                                       00007330
              Open input Risk-History-File                              00007340
              if not Riskhist-Ok                                        00007350
                 display "XARISSAR: UNABLE TO OPEN RISKHIST, STATUS="   00007360
                    Ws-Riskhist-Status                                  00007370
                 move "Y" to Ws-Eof-Switch                              00007380
                 move 12 to Return-Code                                 00007390
              else                                                      00007400
                 move "Y" to Ws-Riskhist-Open-Ok                        00007410
              end-if                                                    00007420
           end-if.                                                      00007430
                                                                        00007440
           if not Dossier-Stopped                                       00007450
              Perform Open-History-Files                                00007460
           end-if.                                                      00007470
                                                                        00007480
           if not Dossier-Stopped                                       00007490
              Open output Sar-File                                      00007500
              if not Sarfile-Ok                                         00007510
                 display "XARISSAR: UNABLE TO OPEN SARFILE, STATUS="    00007520
                    Ws-Sarfile-Status                                   00007530
                 move "Y" to Ws-Eof-Switch                              00007540
                 move 12 to Return-Code                                 00007550
              else                                                      00007560
                 move "Y" to Ws-Sarfile-Open-Ok                         00007570
              end-if                                                    00007580
           end-if.                                                      00007590
                                                                        00007600
           if not Dossier-Stopped                                       00007610
              Open output Sar-Report-File                               00007620
              if not Sarrpt-Ok                                          00007630
                 display "XARISSAR: UNABLE TO OPEN SARRPT, STATUS="     00007640
                    Ws-Sarrpt-Status                                    00007650
                 move "Y" to Ws-Eof-Switch                              00007660
                 move 12 to Return-Code                                 00007670
              else                                                      00007680
                 move "Y" to Ws-Sarrpt-Open-Ok                          00007690
                 move Ws-Target-Cust-Id to Ws-Rpt-Cust-Id               00007700
                 move Ws-Run-Date       to Ws-Rpt-Run-Date              00007710
                 move Ws-Run-Hhmmss     to Ws-Rpt-Run-Time              00007720
                 Write Sar-Report-Line from Ws-Heading-Line-1           00007730
                 Write Sar-Report-Line from Ws-Parms-Line               00007740
              end-if                                                    00007750
           end-if.                                                      00007760
                                                                        00007770
           if not Dossier-Stopped                                       00007780
              Perform Locate-Customer                                   00007790
              Perform Write-Sar-Header                                  00007800
           end-if.                                                      00007810
                                                                        00007820
       Edit-Cust-Parm Section.                                          00007830
                                                                        00007840
           if Ws-Parm(1:5) = "CUST="                                    00007850
              move Ws-Parm(6:10) to Ws-Target-Cust-Id                   00007860
           else                                                         00007870
              move spaces to Ws-Target-Cust-Id                          00007880
           end-if.                                                      00007890
                                                                        00007900
           if Ws-Target-Cust-Id not = spaces                            00007910
              move "Y" to Ws-Parm-Switch                                00007920
           end-if.                                                      00007930
                                                                        00007940
       Open-History-Files Section.                                      00007950
                                                                        00007960
      * Status 35 is a file this installation has not created yet -     00007970
      * nothing held there; any other failure stops the dossier.        00007980
           Open input Archive-History-File.                             00007990
           evaluate true                                                00008000
              when Archhist-Ok                                          00008010
                 move "Y" to Ws-Archhist-Open-Ok                        00008020
              when Ws-Archhist-Status = "35"                            00008030
                 continue                                               00008040
              when other                                                00008050
                 display "XARISSAR: UNABLE TO OPEN ARCHHIST, STATUS="   00008060
                    Ws-Archhist-Status                                  00008070
                 move "Y" to Ws-Eof-Switch                              00008080
                 move 12 to Return-Code                                 00008090
           end-evaluate.                                                00008100
                                                                        00008110
           Open input Cust-Archive-File.                                00008120
           evaluate true                                                00008130
              when Custarch-Ok                                          00008140
                 move "Y" to Ws-Custarch-Open-Ok                        00008150
              when Ws-Custarch-Status = "35"                            00008160
                 continue                                               00008170
              when other                                                00008180
                 display "XARISSAR: UNABLE TO OPEN CUSTARCH, STATUS="   00008190
                    Ws-Custarch-Status                                  00008200
                 move "Y" to Ws-Eof-Switch                              00008210
                 move 12 to Return-Code                                 00008220
           end-evaluate.                                                00008230
                                                                        00008240
           Open input Correction-Log-File.                              00008250
           evaluate true                                                00008260
              when Corrlog-Ok                                           00008270
                 move "Y" to Ws-Corrlog-Open-Ok                         00008280
              when Ws-Corrlog-Status = "35"                             00008290
                 continue                                               00008300
              when other                                                00008310
                 display "XARISSAR: UNABLE TO OPEN CORRLOG, STATUS="    00008320
                    Ws-Corrlog-Status                                   00008330
                 move "Y" to Ws-Eof-Switch                              00008340
                 move 12 to Return-Code                                 00008350
           end-evaluate.                                                00008360
                                                                        00008370
           Open input Pending-Correction-File.                          00008380
           evaluate true                                                00008390
              when Pendcorr-Ok                                          00008400
                 move "Y" to Ws-Pendcorr-Open-Ok                        00008410
              when Ws-Pendcorr-Status = "35"                            00008420
                 continue                                               00008430
              when other                                                00008440
                 display "XARISSAR: UNABLE TO OPEN PENDCORR, STATUS="   00008450
                    Ws-Pendcorr-Status                                  00008460
                 move "Y" to Ws-Eof-Switch                              00008470
                 move 12 to Return-Code                                 00008480
           end-evaluate.                                                00008490
                                                                        00008500
           Open input Suspense-File.                                    00008510
           evaluate true                                                00008520
              when Suspense-Ok                                          00008530
                 move "Y" to Ws-Suspense-Open-Ok                        00008540
              when Ws-Suspense-Status = "35"                            00008550
                 continue                                               00008560
              when other                                                00008570
                 display "XARISSAR: UNABLE TO OPEN SUSPENSE, STATUS="   00008580
                    Ws-Suspense-Status                                  00008590
                 move "Y" to Ws-Eof-Switch                              00008600
                 move 12 to Return-Code                                 00008610
           end-evaluate.                                                00008620
                                                                        00008630
           Open input Reinstate-Log-File.                               00008640
           evaluate true                                                00008650
              when Reinlog-Ok                                           00008660
                 move "Y" to Ws-Reinlog-Open-Ok                         00008670
              when Ws-Reinlog-Status = "35"                             00008680
                 continue                                               00008690
              when other                                                00008700
                 display "XARISSAR: UNABLE TO OPEN REINLOG, STATUS="    00008710
                    Ws-Reinlog-Status                                   00008720
                 move "Y" to Ws-Eof-Switch                              00008730
                 move 12 to Return-Code                                 00008740
           end-evaluate.                                                00008750
                                                                        00008760
           Open input Referral-Queue-File.                              00008770
           evaluate true                                                00008780
              when Refqueue-Ok                                          00008790
                 move "Y" to Ws-Refqueue-Open-Ok                        00008800
              when Ws-Refqueue-Status = "35"                            00008810
                 continue                                               00008820
              when other                                                00008830
                 display "XARISSAR: UNABLE TO OPEN REFQUEUE, STATUS="   00008840
                    Ws-Refqueue-Status                                  00008850
                 move "Y" to Ws-Eof-Switch                              00008860
                 move 12 to Return-Code                                 00008870
           end-evaluate.                                                00008880
                                                                        00008890
           Open input Override-File.                                    00008900
           evaluate true                                                00008910
              when Riskovr-Ok                                           00008920
                 move "Y" to Ws-Riskovr-Open-Ok                         00008930
              when Ws-Riskovr-Status = "35"                             00008940
                 continue                                               00008950
              when other                                                00008960
                 display "XARISSAR: UNABLE TO OPEN RISKOVR, STATUS="    00008970
                    Ws-Riskovr-Status                                   00008980
                 move "Y" to Ws-Eof-Switch                              00008990
                 move 12 to Return-Code                                 00009000
           end-evaluate.                                                00009010
                                                                        00009020
           Open input Premium-History-File.                             00009030
           evaluate true                                                00009040
              when Premhist-Ok                                          00009050
                 move "Y" to Ws-Premhist-Open-Ok                        00009060
              when Ws-Premhist-Status = "35"                            00009070
                 continue                                               00009080
              when other                                                00009090
                 display "XARISSAR: UNABLE TO OPEN PREMHIST, STATUS="   00009100
                    Ws-Premhist-Status                                  00009110
                 move "Y" to Ws-Eof-Switch                              00009120
                 move 12 to Return-Code                                 00009130
           end-evaluate.                                                00009140
                                                                        00009150
           Open input Cust-Address-File.                                00009160
           evaluate true                                                00009170
              when Custaddr-Ok                                          00009180
                 move "Y" to Ws-Custaddr-Open-Ok                        00009190
              when Ws-Custaddr-Status = "35"                            00009200
                 continue                                               00009210
              when other                                                00009220
                 display "XARISSAR: UNABLE TO OPEN CUSTADDR, STATUS="   00009230
                    Ws-Custaddr-Status                                  00009240
                 move "Y" to Ws-Eof-Switch                              00009250
                 move 12 to Return-Code                                 00009260
           end-evaluate.                                                00009270
                                                                        00009280
           Open input Letter-Log-File.                                  00009290
           evaluate true                                                00009300
              when Ltrlog-Ok                                            00009310
                 move "Y" to Ws-Ltrlog-Open-Ok                          00009320
              when Ws-Ltrlog-Status = "35"                              00009330
                 continue                                               00009340
              when other                                                00009350
                 display "XARISSAR: UNABLE TO OPEN LTRLOG, STATUS="     00009360
                    Ws-Ltrlog-Status                                    00009370
                 move "Y" to Ws-Eof-Switch                              00009380
                 move 12 to Return-Code                                 00009390
           end-evaluate.                                                00009400
                                                                        00009410
           Open input Merge-Log-File.                                   00009420
           evaluate true                                                00009430
              when Mergelog-Ok                                          00009440
                 move "Y" to Ws-Mergelog-Open-Ok                        00009450
              when Ws-Mergelog-Status = "35"                            00009460
                 continue                                               00009470
              when other                                                00009480
                 display "XARISSAR: UNABLE TO OPEN MERGELOG, STATUS="   00009490
                    Ws-Mergelog-Status                                  00009500
                 move "Y" to Ws-Eof-Switch                              00009510
                 move 12 to Return-Code                                 00009520
           end-evaluate.                                                00009530
                                                                        00009540
           Open input Current-Score-File.                               00009550
           evaluate true                                                00009560
              when Currscor-Ok                                          00009570
                 move "Y" to Ws-Currscor-Open-Ok                        00009580
              when Ws-Currscor-Status = "35"                            00009590
                 continue                                               00009600
              when other                                                00009610
                 display "XARISSAR: UNABLE TO OPEN CURRSCOR, STATUS="   00009620
                    Ws-Currscor-Status                                  00009630
                 move "Y" to Ws-Eof-Switch                              00009640
                 move 12 to Return-Code                                 00009650
           end-evaluate.                                                00009660
                                                                        00009670
           Open input Cession-Log-File.                                 00009680
           evaluate true                                                00009690
              when Cesslog-Ok                                           00009700
                 move "Y" to Ws-Cesslog-Open-Ok                         00009710
              when Ws-Cesslog-Status = "35"                             00009720
                 continue                                               00009730
              when other                                                00009740
                 display "XARISSAR: UNABLE TO OPEN CESSLOG, STATUS="    00009750
                    Ws-Cesslog-Status                                   00009760
                 move "Y" to Ws-Eof-Switch                              00009770
                 move 12 to Return-Code                                 00009780
           end-evaluate.                                                00009790
                                                                        00009800
       Locate-Customer Section.                                         00009810
                                                                        00009820
      * The customer record may be live on CUSTMAST, purged to          00009830
      * CUSTARCH by XARISCAR, retired onto MERGELOG by XARISMRG - or,   00009840
      * after a reload, on more than one of them.                       00009850
           move Ws-Target-Cust-Id to Cust-Id of Cust-Master-Record.     00009860
           Read Cust-Master-File                                        00009870
              invalid key                                               00009880
                 continue                                               00009890
              not invalid key                                           00009900
                 move "Y" to Ws-Master-Switch                           00009910
                 move Cust-Master-Record to Ws-Master-Customer          00009920
           end-read.                                                    00009930
                                                                        00009940
           if Custarch-Open-Ok                                          00009950
              move "N" to Ws-Scan-Eof-Switch                            00009960
              perform until No-More-Rows                                00009970
                 Read Cust-Archive-File                                 00009980
                    at end                                              00009990
                       move "Y" to Ws-Scan-Eof-Switch                   00010000
                    not at end                                          00010010
                       Perform Handle-Archive-Record                    00010020
                 end-read                                               00010030
              end-perform                                               00010040
           end-if.                                                      00010050
                                                                        00010060
           if Mergelog-Open-Ok                                          00010070
              move Ws-Target-Cust-Id to Mg-Retired-Cust-Id              00010080
              Read Merge-Log-File                                       00010090
                 invalid key                                            00010100
                    continue                                            00010110
                 not invalid key                                        00010120
                    move "Y" to Ws-Retired-Switch                       00010130
              end-read                                                  00010140
           end-if.                                                      00010150
                                                                        00010160
       Handle-Archive-Record Section.                                   00010170
                                                                        00010180
      * The archive holds one image of a customer, its "C" record       00010190
      * followed by that customer's "P" records; the next "C" record    00010200
      * closes the unit (the XARISRLD scan).                            00010210
           evaluate true                                                00010220
              when Arch-Customer-Rec                                    00010230
                 if Collecting-Policies                                 00010240
                    move "N" to Ws-Collect-Switch                       00010250
                    move "Y" to Ws-Scan-Eof-Switch                      00010260
                 else                                                   00010270
                    if Cust-Id of Arch-Customer-Data                    00010280
                       = Ws-Target-Cust-Id                              00010290
                       move "Y" to Ws-Archived-Switch                   00010300
                       move "Y" to Ws-Collect-Switch                    00010310
                       move Arch-Customer-Data to Ws-Archived-Customer  00010320
                    end-if                                              00010330
                 end-if                                                 00010340
              when Arch-Policy-Rec                                      00010350
                 if Collecting-Policies and Ws-Ap-Used < 50             00010360
                    add 1 to Ws-Ap-Used                                 00010370
                    move Arch-Policy-Image to Ws-Ap-Image(Ws-Ap-Used)   00010380
                 end-if                                                 00010390
              when other                                                00010400
                 continue                                               00010410
           end-evaluate.                                                00010420
                                                                        00010430
       Write-Sar-Header Section.                                        00010440
                                                                        00010450
           move "H"               to Sa-Rec-Type.                       00010460
           move Ws-Target-Cust-Id to Sa-Cust-Id.                        00010470
           move spaces            to Sa-Header-Data.                    00010480
           move Ws-Run-Date       to Sa-Hdr-Run-Date.                   00010490
           move Ws-Run-Hhmmss     to Sa-Hdr-Run-Time.                   00010500
           evaluate true                                                00010510
              when On-Cust-Master                                       00010520
                 move "M" to Sa-Hdr-Cust-Status                         00010530
              when Retired-By-Merge                                     00010540
                 move "R" to Sa-Hdr-Cust-Status                         00010550
              when On-Cust-Archive                                      00010560
                 move "A" to Sa-Hdr-Cust-Status                         00010570
              when other                                                00010580
                 move "N" to Sa-Hdr-Cust-Status                         00010590
           end-evaluate.                                                00010600
           Write Sar-Record.                                            00010610
           Perform Check-Sar-Write.                                     00010620
                                                                        00010630
       Build-Dossier Section.                                           00010640
                                                                        00010650
           Perform Report-Customer.                                     00010660
           Perform Report-Address.                                      00010670
           Perform Report-Policies.                                     00010680
           Perform Report-Score-History.                                00010690
           Perform Report-Current-Score.                                00010700
           Perform Report-Overrides.                                    00010710
           Perform Report-Corrections.                                  00010720
           Perform Report-Pending-Corrections.                          00010730
           Perform Report-Suspense.                                     00010740
           Perform Report-Referrals.                                    00010750
           Perform Report-Premiums.                                     00010760
           Perform Report-Cessions.                                     00010770
           Perform Report-Letters.                                      00010780
           Perform Report-Merges.                                       00010790
                                                                        00010800
       Report-Customer Section.                                         00010810
                                                                        00010820
           move "CUSTOMER MASTER DATA" to Ws-Sec-Title.                 00010830
           Perform Start-Section.                                       00010840
                                                                        00010850
           if On-Cust-Master                                            00010860
              move Ws-Master-Customer to Ws-Print-Customer              00010870
              move "CUSTMAST (CURRENT)" to Ws-Print-Source              00010880
              Perform Print-Customer-Image                              00010890
              move "CUSTMAST"         to Ws-Sa-Source                   00010900
              move Ws-Master-Customer to Ws-Sa-Image                    00010910
              Perform Write-Sar-Detail                                  00010920
           end-if.                                                      00010930
                                                                        00010940
           if On-Cust-Archive                                           00010950
              move Ws-Archived-Customer to Ws-Print-Customer            00010960
              move "CUSTARCH (PURGED BY ARCHIVE)" to Ws-Print-Source    00010970
              Perform Print-Customer-Image                              00010980
              move "CUSTARCH"           to Ws-Sa-Source                 00010990
              move spaces               to Ws-Sa-Image                  00011000
              move "C"                  to Ws-Sa-Image(1:1)             00011010
              move Ws-Archived-Customer to Ws-Sa-Image(2:)              00011020
              Perform Write-Sar-Detail                                  00011030
           end-if.                                                      00011040
                                                                        00011050
           if Retired-By-Merge                                          00011060
              move Mg-Retired-Customer to Ws-Print-Customer             00011070
              move "MERGELOG (RETIRED BY MERGE)" to Ws-Print-Source     00011080
              Perform Print-Customer-Image                              00011090
           end-if.                                                      00011100
                                                                        00011110
           Perform End-Section.                                         00011120
                                                                        00011130
       Print-Customer-Image Section.                                    00011140
                                                                        00011150
           if Ws-Section-Rows > zero                                    00011160
              Write Sar-Report-Line from Ws-Blank-Line                  00011170
           end-if.                                                      00011180
           add 1 to Ws-Section-Rows.                                    00011190
           move "HELD ON ............" to Ws-Fld-Label.                 00011200
           move Ws-Print-Source to Ws-Fld-Value.                        00011210
           Write Sar-Report-Line from Ws-Field-Line.                    00011220
           move "NAME ..............." to Ws-Fld-Label.                 00011230
           move Cust-Name of Ws-Print-Customer to Ws-Fld-Value.         00011240
           Write Sar-Report-Line from Ws-Field-Line.                    00011250
           move "DATE OF BIRTH ......" to Ws-Fld-Label.                 00011260
           move Cust-Dob of Ws-Print-Customer to Ws-Fld-Value.          00011270
           Write Sar-Report-Line from Ws-Field-Line.                    00011280
           move "AGE ................" to Ws-Fld-Label.                 00011290
           move Age of Ws-Print-Customer to Ws-Fld-Value.               00011300
           Write Sar-Report-Line from Ws-Field-Line.                    00011310
           move "POLICY NUMBER ......" to Ws-Fld-Label.                 00011320
           move Cust-Policy-No of Ws-Print-Customer to Ws-Fld-Value.    00011330
           Write Sar-Report-Line from Ws-Field-Line.                    00011340
           move "SMOKER ............." to Ws-Fld-Label.                 00011350
           move Smoker-Flag of Ws-Print-Customer to Ws-Fld-Value.       00011360
           Write Sar-Report-Line from Ws-Field-Line.                    00011370
           move "OCCUPATION CLASS ..." to Ws-Fld-Label.                 00011380
           move Occup-Class of Ws-Print-Customer to Ws-Fld-Value.       00011390
           Write Sar-Report-Line from Ws-Field-Line.                    00011400
           move "PRE-EXISTING COND .." to Ws-Fld-Label.                 00011410
           move Pre-Exist-Flag of Ws-Print-Customer to Ws-Fld-Value.    00011420
           Write Sar-Report-Line from Ws-Field-Line.                    00011430
                                                                        00011440
       Report-Address Section.                                          00011450
                                                                        00011460
           move "ADDRESS (CUSTADDR)" to Ws-Sec-Title.                   00011470
           Perform Start-Section.                                       00011480
                                                                        00011490
           if not Custaddr-Open-Ok                                      00011500
              Perform Report-File-Absent                                00011510
           else                                                         00011520
              move Ws-Target-Cust-Id to Ad-Cust-Id                      00011530
              Read Cust-Address-File                                    00011540
                 invalid key                                            00011550
                    continue                                            00011560
                 not invalid key                                        00011570
                    add 1 to Ws-Section-Rows                            00011580
                    move "ADDRESS LINE 1 ....." to Ws-Fld-Label         00011590
                    move Ad-Line-1 to Ws-Fld-Value                      00011600
                    Write Sar-Report-Line from Ws-Field-Line            00011610
                    move "ADDRESS LINE 2 ....." to Ws-Fld-Label         00011620
                    move Ad-Line-2 to Ws-Fld-Value                      00011630
                    Write Sar-Report-Line from Ws-Field-Line            00011640
                    move "TOWN ..............." to Ws-Fld-Label         00011650
                    move Ad-Town to Ws-Fld-Value                        00011660
                    Write Sar-Report-Line from Ws-Field-Line            00011670
                    move "POSTCODE ..........." to Ws-Fld-Label         00011680
                    move Ad-Postcode to Ws-Fld-Value                    00011690
                    Write Sar-Report-Line from Ws-Field-Line            00011700
                    move "LAST CHANGED ......." to Ws-Fld-Label         00011710
                    move Ad-Change-Date to Ws-Fld-Value                 00011720
                    Write Sar-Report-Line from Ws-Field-Line            00011730
                    move "CUSTADDR"          to Ws-Sa-Source            00011740
                    move Cust-Address-Record to Ws-Sa-Image             00011750
                    Perform Write-Sar-Detail                            00011760
              end-read                                                  00011770
              Perform End-Section                                       00011780
           end-if.                                                      00011790
                                                                        00011800
       Report-Policies Section.                                         00011810
                                                                        00011820
           move "POLICIES" to Ws-Sec-Title.                             00011830
           Perform Start-Section.                                       00011840
           Write Sar-Report-Line from Ws-Policy-Heading.                00011850
                                                                        00011860
           move "N" to Ws-Scan-Eof-Switch.                              00011870
           move Ws-Target-Cust-Id to Pol-Cust-Id.                       00011880
           Start Policy-Master-File                                     00011890
              key is equal to Pol-Cust-Id                               00011900
              invalid key                                               00011910
                 move "Y" to Ws-Scan-Eof-Switch                         00011920
           end-start.                                                   00011930
           perform until No-More-Rows                                   00011940
              Read Policy-Master-File next record                       00011950
                 at end                                                 00011960
                    move "Y" to Ws-Scan-Eof-Switch                      00011970
              end-read                                                  00011980
              if not No-More-Rows                                       00011990
                 if not Polmast-Read-Ok                                 00012000
                    or Pol-Cust-Id not = Ws-Target-Cust-Id              00012010
                    move "Y" to Ws-Scan-Eof-Switch                      00012020
                 else                                                   00012030
                    move "POLMAST" to Ws-Pl-Source                      00012040
                    Perform List-Master-Policy                          00012050
                 end-if                                                 00012060
              end-if                                                    00012070
           end-perform.                                                 00012080
                                                                        00012090
      * The policy a customer record carries is the customer's even     00012100
      * when POLMAST does not show it under this Cust-Id.               00012110
           if On-Cust-Master                                            00012120
              move Cust-Policy-No of Ws-Master-Customer                 00012130
                 to Ws-Check-Policy-No                                  00012140
              Perform Check-Policy-Listed                               00012150
              if not Policy-Listed and Ws-Check-Policy-No not = spaces  00012160
                 move Ws-Check-Policy-No to Pol-Policy-No               00012170
                 Read Policy-Master-File                                00012180
                    invalid key                                         00012190
                       Perform List-Customer-Policy                     00012200
                    not invalid key                                     00012210
                       move "POLMAST (FROM CUSTOMER RECORD)"            00012220
                          to Ws-Pl-Source                               00012230
                       Perform List-Master-Policy                       00012240
                 end-read                                               00012250
              end-if                                                    00012260
           end-if.                                                      00012270
                                                                        00012280
           perform varying Ws-Ax from 1 by 1 until Ws-Ax > Ws-Ap-Used   00012290
              move Ws-Ap-Image(Ws-Ax) to Policy-Master-Record           00012300
              move "CUSTARCH (PURGED BY ARCHIVE)" to Ws-Pl-Source       00012310
              Perform Print-Policy-Line                                 00012320
              move Pol-Policy-No to Ws-Check-Policy-No                  00012330
              Perform Add-Policy-Entry                                  00012340
              move "CUSTARCH"         to Ws-Sa-Source                   00012350
              move spaces             to Ws-Sa-Image                    00012360
              move "P"                to Ws-Sa-Image(1:1)               00012370
              move Ws-Ap-Image(Ws-Ax) to Ws-Sa-Image(2:)                00012380
              Perform Write-Sar-Detail                                  00012390
           end-perform.                                                 00012400
                                                                        00012410
           if Policy-Table-Overflow                                     00012420
              move "MORE THAN 50 POLICIES - PREMIUMS SHOWN FOR 50 ONLY" 00012430
                 to Ws-Note-Text                                        00012440
              Write Sar-Report-Line from Ws-Note-Line                   00012450
           end-if.                                                      00012460
                                                                        00012470
           Perform End-Section.                                         00012480
                                                                        00012490
       List-Master-Policy Section.                                      00012500
                                                                        00012510
           Perform Print-Policy-Line.                                   00012520
           move Pol-Policy-No to Ws-Check-Policy-No.                    00012530
           Perform Add-Policy-Entry.                                    00012540
           move "POLMAST"            to Ws-Sa-Source.                   00012550
           move Policy-Master-Record to Ws-Sa-Image.                    00012560
           Perform Write-Sar-Detail.                                    00012570
                                                                        00012580
       List-Customer-Policy Section.                                    00012590
                                                                        00012600
      * Nothing on POLMAST: all that is held is the number itself.      00012610
           add 1 to Ws-Section-Rows.                                    00012620
           move Ws-Check-Policy-No to Ws-Pl-Policy-No.                  00012630
           move spaces to Ws-Pl-Type Ws-Pl-Status Ws-Pl-Inception.      00012640
           move "CUSTMAST ONLY (NOT ON POLMAST)" to Ws-Pl-Source.       00012650
           Write Sar-Report-Line from Ws-Policy-Line.                   00012660
           Perform Add-Policy-Entry.                                    00012670
                                                                        00012680
       Print-Policy-Line Section.                                       00012690
                                                                        00012700
           add 1 to Ws-Section-Rows.                                    00012710
           move Pol-Policy-No      to Ws-Pl-Policy-No.                  00012720
           move Pol-Type           to Ws-Pl-Type.                       00012730
           move Pol-Inception-Date to Ws-Pl-Inception.                  00012740
           evaluate true                                                00012750
              when Pol-Active                                           00012760
                 move "ACTIVE"    to Ws-Pl-Status                       00012770
              when Pol-Lapsed                                           00012780
                 move "LAPSED"    to Ws-Pl-Status                       00012790
              when Pol-Cancelled                                        00012800
                 move "CANCELLED" to Ws-Pl-Status                       00012810
              when other                                                00012820
                 move Pol-Status  to Ws-Pl-Status                       00012830
           end-evaluate.                                                00012840
           Write Sar-Report-Line from Ws-Policy-Line.                   00012850
                                                                        00012860
       Check-Policy-Listed Section.                                     00012870
                                                                        00012880
           move "N" to Ws-Listed-Switch.                                00012890
           perform varying Ws-Px from 1 by 1                            00012900
              until Ws-Px > Ws-Pols-Used or Policy-Listed               00012910
              if Ws-Pt-Policy-No(Ws-Px) = Ws-Check-Policy-No            00012920
                 move "Y" to Ws-Listed-Switch                           00012930
              end-if                                                    00012940
           end-perform.                                                 00012950
                                                                        00012960
       Add-Policy-Entry Section.                                        00012970
                                                                        00012980
           Perform Check-Policy-Listed.                                 00012990
           if not Policy-Listed                                         00013000
              if Ws-Pols-Used < 50                                      00013010
                 add 1 to Ws-Pols-Used                                  00013020
                 move Ws-Check-Policy-No                                00013030
                    to Ws-Pt-Policy-No(Ws-Pols-Used)                    00013040
              else                                                      00013050
                 move "Y" to Ws-Overflow-Switch                         00013060
              end-if                                                    00013070
           end-if.                                                      00013080
                                                                        00013090
       Report-Score-History Section.                                    00013100
                                                                        00013110
      * Archived rows are the older ones, so they print first.          00013120
           move "SCORE HISTORY (ARCHHIST THEN RISKHIST)"                00013130
              to Ws-Sec-Title.                                          00013140
           Perform Start-Section.                                       00013150
           Write Sar-Report-Line from Ws-Score-Heading.                 00013160
                                                                        00013170
           if not Archhist-Open-Ok                                      00013180
              move "ARCHHIST NOT PRESENT - NO ARCHIVED SCORES HELD"     00013190
                 to Ws-Note-Text                                        00013200
              Write Sar-Report-Line from Ws-Note-Line                   00013210
              add 1 to Ws-Sections-Absent                               00013220
           else                                                         00013230
              move "N" to Ws-Scan-Eof-Switch                            00013240
              perform until No-More-Rows                                00013250
                 Read Archive-History-File into Risk-History-Record     00013260
                    at end                                              00013270
                       move "Y" to Ws-Scan-Eof-Switch                   00013280
                    not at end                                          00013290
                       if Rh-Cust-Id = Ws-Target-Cust-Id                00013300
                          move "ARCHHIST (ARCHIVED)" to Ws-Sl-Source    00013310
                          Perform Print-Score-Line                      00013320
                          move "ARCHHIST" to Ws-Sa-Source               00013330
                          move Archive-History-Record to Ws-Sa-Image    00013340
                          Perform Write-Sar-Detail                      00013350
                       end-if                                           00013360
                 end-read                                               00013370
              end-perform                                               00013380
           end-if.                                                      00013390
                                                                        00013400
           move "N" to Ws-Scan-Eof-Switch.                              00013410
           move Ws-Target-Cust-Id to Rh-Cust-Id.                        00013420
           move zeros             to Rh-Run-Date.                       00013430
           Start Risk-History-File                                      00013440
              key is not less than Rh-Key                               00013450
              invalid key                                               00013460
                 move "Y" to Ws-Scan-Eof-Switch                         00013470
           end-start.                                                   00013480
           perform until No-More-Rows                                   00013490
              Read Risk-History-File next record                        00013500
                 at end                                                 00013510
                    move "Y" to Ws-Scan-Eof-Switch                      00013520
                 not at end                                             00013530
                    if Rh-Cust-Id not = Ws-Target-Cust-Id               00013540
                       move "Y" to Ws-Scan-Eof-Switch                   00013550
                    else                                                00013560
                       move "RISKHIST" to Ws-Sl-Source                  00013570
                       Perform Print-Score-Line                         00013580
                       move "RISKHIST"          to Ws-Sa-Source         00013590
                       move Risk-History-Record to Ws-Sa-Image          00013600
                       Perform Write-Sar-Detail                         00013610
                    end-if                                              00013620
              end-read                                                  00013630
           end-perform.                                                 00013640
                                                                        00013650
           Perform End-Section.                                         00013660
                                                                        00013670
       Print-Score-Line Section.                                        00013680
                                                                        00013690
           add 1 to Ws-Section-Rows.                                    00013700
           move Rh-Run-Date to Ws-Sl-Run-Date.                          00013710
           move Rh-Risc     to Ws-Sl-Risc.                              00013720
           move Rh-Bracket  to Ws-Sl-Bracket.                           00013730
           move Rh-Age      to Ws-Sl-Age.                               00013740
           evaluate true                                                00013750
              when Rh-Customer-Override                                 00013760
                 move "CUSTOMER"        to Ws-Sl-Override               00013770
                 move Rh-Override-Risc  to Ws-Sl-Ovr-Risc               00013780
              when Rh-Policy-Override                                   00013790
                 move "POLICY"          to Ws-Sl-Override               00013800
                 move Rh-Override-Risc  to Ws-Sl-Ovr-Risc               00013810
              when other                                                00013820
                 move spaces to Ws-Sl-Override Ws-Sl-Ovr-Risc           00013830
           end-evaluate.                                                00013840
           Write Sar-Report-Line from Ws-Score-Line.                    00013850
                                                                        00013860
       Report-Current-Score Section.                                    00013870
                                                                        00013880
           move "CURRENT AND PRIOR SCORE (CURRSCOR)" to Ws-Sec-Title.   00013890
           Perform Start-Section.                                       00013900
                                                                        00013910
           if not Currscor-Open-Ok                                      00013920
              Perform Report-File-Absent                                00013930
           else                                                         00013940
              move Ws-Target-Cust-Id to Sc-Cust-Id                      00013950
              Read Current-Score-File                                   00013960
                 invalid key                                            00013970
                    continue                                            00013980
                 not invalid key                                        00013990
                    add 1 to Ws-Section-Rows                            00014000
                    move "LATEST RUN DATE ...." to Ws-Fld-Label         00014010
                    move Sc-Run-Date to Ws-Fld-Value                    00014020
                    Write Sar-Report-Line from Ws-Field-Line            00014030
                    move "LATEST RISC ........" to Ws-Fld-Label         00014040
                    move Sc-Risc to Ws-Fld-Value                        00014050
                    Write Sar-Report-Line from Ws-Field-Line            00014060
                    move "LATEST BRACKET ....." to Ws-Fld-Label         00014070
                    move Sc-Bracket to Ws-Fld-Value                     00014080
                    Write Sar-Report-Line from Ws-Field-Line            00014090
                    move "LATEST AGE ........." to Ws-Fld-Label         00014100
                    move Sc-Age to Ws-Fld-Value                         00014110
                    Write Sar-Report-Line from Ws-Field-Line            00014120
                    move "PRIOR RUN DATE ....." to Ws-Fld-Label         00014130
                    move Sc-Prior-Run-Date to Ws-Fld-Value              00014140
                    Write Sar-Report-Line from Ws-Field-Line            00014150
                    move "PRIOR RISC ........." to Ws-Fld-Label         00014160
                    move Sc-Prior-Risc to Ws-Fld-Value                  00014170
                    Write Sar-Report-Line from Ws-Field-Line            00014180
                    move "PRIOR BRACKET ......" to Ws-Fld-Label         00014190
                    move Sc-Prior-Bracket to Ws-Fld-Value               00014200
                    Write Sar-Report-Line from Ws-Field-Line            00014210
                    move "CURRSCOR"           to Ws-Sa-Source           00014220
                    move Current-Score-Record to Ws-Sa-Image            00014230
                    Perform Write-Sar-Detail                            00014240
              end-read                                                  00014250
              Perform End-Section                                       00014260
           end-if.                                                      00014270
                                                                        00014280
       Report-Overrides Section.                                        00014290
                                                                        00014300
           move "UNDERWRITER OVERRIDES (RISKOVR)" to Ws-Sec-Title.      00014310
           Perform Start-Section.                                       00014320
                                                                        00014330
           if not Riskovr-Open-Ok                                       00014340
              Perform Report-File-Absent                                00014350
           else                                                         00014360
              Write Sar-Report-Line from Ws-Override-Heading            00014370
              move "N" to Ws-Scan-Eof-Switch                            00014380
              move Ws-Target-Cust-Id to Ro-Cust-Id                      00014390
              move low-values        to Ro-Policy-No                    00014400
              Start Override-File                                       00014410
                 key is not less than Ro-Key                            00014420
                 invalid key                                            00014430
                    move "Y" to Ws-Scan-Eof-Switch                      00014440
              end-start                                                 00014450
              perform until No-More-Rows                                00014460
                 Read Override-File next record                         00014470
                    at end                                              00014480
                       move "Y" to Ws-Scan-Eof-Switch                   00014490
                    not at end                                          00014500
                       if Ro-Cust-Id not = Ws-Target-Cust-Id            00014510
                          move "Y" to Ws-Scan-Eof-Switch                00014520
                       else                                             00014530
                          Perform Print-Override-Line                   00014540
                       end-if                                           00014550
                 end-read                                               00014560
              end-perform                                               00014570
              Perform End-Section                                       00014580
           end-if.                                                      00014590
                                                                        00014600
       Print-Override-Line Section.                                     00014610
                                                                        00014620
           add 1 to Ws-Section-Rows.                                    00014630
           if Ro-Customer-Level                                         00014640
              move "CUSTOMER"   to Ws-Ol-Policy-No                      00014650
           else                                                         00014660
              move Ro-Policy-No to Ws-Ol-Policy-No                      00014670
           end-if.                                                      00014680
           move Ro-Type        to Ws-Ol-Type.                           00014690
           move Ro-Value       to Ws-Ol-Value.                          00014700
           move Ro-Set-Date    to Ws-Ol-Set-Date.                       00014710
           move Ro-Expiry-Date to Ws-Ol-Expiry.                         00014720
           move Ro-User-Id     to Ws-Ol-User-Id.                        00014730
           move Ro-Reason      to Ws-Ol-Reason.                         00014740
           Write Sar-Report-Line from Ws-Override-Line.                 00014750
           move "RISKOVR"       to Ws-Sa-Source.                        00014760
           move Override-Record to Ws-Sa-Image.                         00014770
           Perform Write-Sar-Detail.                                    00014780
                                                                        00014790
       Report-Corrections Section.                                      00014800
                                                                        00014810
           move "DOB CORRECTIONS APPLIED (CORRLOG)" to Ws-Sec-Title.    00014820
           Perform Start-Section.                                       00014830
                                                                        00014840
           if not Corrlog-Open-Ok                                       00014850
              Perform Report-File-Absent                                00014860
           else                                                         00014870
              Write Sar-Report-Line from Ws-Corr-Heading                00014880
              move "N" to Ws-Scan-Eof-Switch                            00014890
              move Ws-Target-Cust-Id to Cl-Cust-Id                      00014900
              move zeros to Cl-Correct-Date Cl-Correct-Time             00014910
              Start Correction-Log-File                                 00014920
                 key is not less than Cl-Key                            00014930
                 invalid key                                            00014940
                    move "Y" to Ws-Scan-Eof-Switch                      00014950
              end-start                                                 00014960
              perform until No-More-Rows                                00014970
                 Read Correction-Log-File next record                   00014980
                    at end                                              00014990
                       move "Y" to Ws-Scan-Eof-Switch                   00015000
                    not at end                                          00015010
                       if Cl-Cust-Id not = Ws-Target-Cust-Id            00015020
                          move "Y" to Ws-Scan-Eof-Switch                00015030
                       else                                             00015040
                          Perform Print-Correction-Line                 00015050
                       end-if                                           00015060
                 end-read                                               00015070
              end-perform                                               00015080
              Perform End-Section                                       00015090
           end-if.                                                      00015100
                                                                        00015110
       Print-Correction-Line Section.                                   00015120
                                                                        00015130
           add 1 to Ws-Section-Rows.                                    00015140
           move Cl-Correct-Date to Ws-Cr-Date.                          00015150
           move Cl-Correct-Time to Ws-Cr-Time.                          00015160
           move Cl-Old-Dob      to Ws-Cr-Old-Dob.                       00015170
           move Cl-New-Dob      to Ws-Cr-New-Dob.                       00015180
           move Cl-Old-Age      to Ws-Cr-Old-Age.                       00015190
           move Cl-New-Age      to Ws-Cr-New-Age.                       00015200
           move Cl-User-Id      to Ws-Cr-User-Id.                       00015210
           move Cl-Recalc-Flag  to Ws-Cr-Recalc.                        00015220
           Write Sar-Report-Line from Ws-Corr-Line.                     00015230
           move "CORRLOG"               to Ws-Sa-Source.                00015240
           move Correction-Log-Record   to Ws-Sa-Image.                 00015250
           Perform Write-Sar-Detail.                                    00015260
                                                                        00015270
       Report-Pending-Corrections Section.                              00015280
                                                                        00015290
      * Corrections held for four-eyes approval, with the maker, the    00015300
      * checker and the decision.                                       00015310
           move "DOB CORRECTIONS REFERRED FOR APPROVAL (PENDCORR)"      00015320
              to Ws-Sec-Title.                                          00015330
           Perform Start-Section.                                       00015340
                                                                        00015350
           if not Pendcorr-Open-Ok                                      00015360
              Perform Report-File-Absent                                00015370
           else                                                         00015380
              Write Sar-Report-Line from Ws-Pend-Heading                00015390
              move "N" to Ws-Scan-Eof-Switch                            00015400
              move Ws-Target-Cust-Id to Pc-Cust-Id                      00015410
              move zeros to Pc-Request-Date Pc-Request-Time             00015420
              Start Pending-Correction-File                             00015430
                 key is not less than Pc-Key                            00015440
                 invalid key                                            00015450
                    move "Y" to Ws-Scan-Eof-Switch                      00015460
              end-start                                                 00015470
              perform until No-More-Rows                                00015480
                 Read Pending-Correction-File next record               00015490
                    at end                                              00015500
                       move "Y" to Ws-Scan-Eof-Switch                   00015510
                    not at end                                          00015520
                       if Pc-Cust-Id not = Ws-Target-Cust-Id            00015530
                          move "Y" to Ws-Scan-Eof-Switch                00015540
                       else                                             00015550
                          Perform Print-Pending-Line                    00015560
                       end-if                                           00015570
                 end-read                                               00015580
              end-perform                                               00015590
              Perform End-Section                                       00015600
           end-if.                                                      00015610
                                                                        00015620
       Print-Pending-Line Section.                                      00015630
                                                                        00015640
           add 1 to Ws-Section-Rows.                                    00015650
           move Pc-Request-Date to Ws-Pn-Date.                          00015660
           move Pc-Old-Dob      to Ws-Pn-Old-Dob.                       00015670
           move Pc-New-Dob      to Ws-Pn-New-Dob.                       00015680
           move Pc-Hold-Reason  to Ws-Pn-Reason.                        00015690
           move Pc-Maker-Id     to Ws-Pn-Maker-Id.                      00015700
           evaluate true                                                00015710
              when Pc-Pending                                           00015720
                 move "PENDING"  to Ws-Pn-Status                        00015730
                 move spaces     to Ws-Pn-Checker-Id Ws-Pn-Decided      00015740
              when Pc-Approved                                          00015750
                 move "APPROVED" to Ws-Pn-Status                        00015760
                 move Pc-Checker-Id    to Ws-Pn-Checker-Id              00015770
                 move Pc-Decision-Date to Ws-Pn-Decided                 00015780
              when Pc-Rejected                                          00015790
                 move "REJECTED" to Ws-Pn-Status                        00015800
                 move Pc-Checker-Id    to Ws-Pn-Checker-Id              00015810
                 move Pc-Decision-Date to Ws-Pn-Decided                 00015820
              when other                                                00015830
                 move Pc-Status  to Ws-Pn-Status                        00015840
                 move Pc-Checker-Id    to Ws-Pn-Checker-Id              00015850
                 move Pc-Decision-Date to Ws-Pn-Decided                 00015860
           end-evaluate.                                                00015870
           Write Sar-Report-Line from Ws-Pend-Line.                     00015880
           move "PENDCORR"                to Ws-Sa-Source.              00015890
           move Pending-Correction-Record to Ws-Sa-Image.               00015900
           Perform Write-Sar-Detail.                                    00015910
                                                                        00015920
       Report-Suspense Section.                                         00015930
                                                                        00015940
           move "SUSPENSE AND REINSTATEMENT (SUSPENSE, REINLOG)"        00015950
              to Ws-Sec-Title.                                          00015960
           Perform Start-Section.                                       00015970
                                                                        00015980
           if not Suspense-Open-Ok                                      00015990
              move "SUSPENSE NOT PRESENT - NO SUSPENSION HELD"          00016000
                 to Ws-Note-Text                                        00016010
              Write Sar-Report-Line from Ws-Note-Line                   00016020
              add 1 to Ws-Sections-Absent                               00016030
           else                                                         00016040
              move Ws-Target-Cust-Id to Sus-Cust-Id                     00016050
              Read Suspense-File                                        00016060
                 invalid key                                            00016070
                    continue                                            00016080
                 not invalid key                                        00016090
                    add 1 to Ws-Section-Rows                            00016100
                    move "SUSPENDED"      to Ws-Ev-Text                 00016110
                    move Sus-Suspend-Date to Ws-Ev-Date                 00016120
                    move spaces           to Ws-Ev-Time                 00016130
                    move Sus-Reason-Code  to Ws-Ev-Reason               00016140
                    move spaces      to Ws-Ev-By-Label Ws-Ev-User-Id    00016150
                    Write Sar-Report-Line from Ws-Event-Line            00016160
                    move "SUSPENSE"      to Ws-Sa-Source                00016170
                    move Suspense-Record to Ws-Sa-Image                 00016180
                    Perform Write-Sar-Detail                            00016190
              end-read                                                  00016200
           end-if.                                                      00016210
                                                                        00016220
           if not Reinlog-Open-Ok                                       00016230
              move "REINLOG NOT PRESENT - NO REINSTATEMENT HELD"        00016240
                 to Ws-Note-Text                                        00016250
              Write Sar-Report-Line from Ws-Note-Line                   00016260
              add 1 to Ws-Sections-Absent                               00016270
           else                                                         00016280
              move "N" to Ws-Scan-Eof-Switch                            00016290
              move Ws-Target-Cust-Id to Rl-Cust-Id                      00016300
              move zeros to Rl-Reinst-Date Rl-Reinst-Time               00016310
              Start Reinstate-Log-File                                  00016320
                 key is not less than Rl-Key                            00016330
                 invalid key                                            00016340
                    move "Y" to Ws-Scan-Eof-Switch                      00016350
              end-start                                                 00016360
              perform until No-More-Rows                                00016370
                 Read Reinstate-Log-File next record                    00016380
                    at end                                              00016390
                       move "Y" to Ws-Scan-Eof-Switch                   00016400
                    not at end                                          00016410
                       if Rl-Cust-Id not = Ws-Target-Cust-Id            00016420
                          move "Y" to Ws-Scan-Eof-Switch                00016430
                       else                                             00016440
                          Perform Print-Reinstate-Line                  00016450
                       end-if                                           00016460
                 end-read                                               00016470
              end-perform                                               00016480
           end-if.                                                      00016490
                                                                        00016500
           Perform End-Section.                                         00016510
                                                                        00016520
       Print-Reinstate-Line Section.                                    00016530
                                                                        00016540
           add 1 to Ws-Section-Rows.                                    00016550
           move "REINSTATED"   to Ws-Ev-Text.                           00016560
           move Rl-Reinst-Date to Ws-Ev-Date.                           00016570
           move Rl-Reinst-Time to Ws-Ev-Time.                           00016580
           move Rl-Reason-Code to Ws-Ev-Reason.                         00016590
           move "BY "          to Ws-Ev-By-Label.                       00016600
           move Rl-User-Id     to Ws-Ev-User-Id.                        00016610
           Write Sar-Report-Line from Ws-Event-Line.                    00016620
           move "REINLOG"            to Ws-Sa-Source.                   00016630
           move Reinstate-Log-Record to Ws-Sa-Image.                    00016640
           Perform Write-Sar-Detail.                                    00016650
                                                                        00016660
       Report-Referrals Section.                                        00016670
                                                                        00016680
           move "UNDERWRITER REFERRALS (REFQUEUE)" to Ws-Sec-Title.     00016690
           Perform Start-Section.                                       00016700
                                                                        00016710
           if not Refqueue-Open-Ok                                      00016720
              Perform Report-File-Absent                                00016730
           else                                                         00016740
              Write Sar-Report-Line from Ws-Referral-Heading            00016750
              move "N" to Ws-Scan-Eof-Switch                            00016760
              move Ws-Target-Cust-Id to Rq-Cust-Id                      00016770
              move zeros             to Rq-Create-Date                  00016780
              Start Referral-Queue-File                                 00016790
                 key is not less than Rq-Key                            00016800
                 invalid key                                            00016810
                    move "Y" to Ws-Scan-Eof-Switch                      00016820
              end-start                                                 00016830
              perform until No-More-Rows                                00016840
                 Read Referral-Queue-File next record                   00016850
                    at end                                              00016860
                       move "Y" to Ws-Scan-Eof-Switch                   00016870
                    not at end                                          00016880
                       if Rq-Cust-Id not = Ws-Target-Cust-Id            00016890
                          move "Y" to Ws-Scan-Eof-Switch                00016900
                       else                                             00016910
                          Perform Print-Referral-Line                   00016920
                       end-if                                           00016930
                 end-read                                               00016940
              end-perform                                               00016950
              Perform End-Section                                       00016960
           end-if.                                                      00016970
                                                                        00016980
       Print-Referral-Line Section.                                     00016990
                                                                        00017000
           add 1 to Ws-Section-Rows.                                    00017010
           move Rq-Create-Date   to Ws-Rf-Create-Date.                  00017020
           move Rq-Reason-Code   to Ws-Rf-Reason.                       00017030
           move Rq-Prior-Risc    to Ws-Rf-Prior-Risc.                   00017040
           move Rq-Prior-Bracket to Ws-Rf-Prior-Bracket.                00017050
           move Rq-New-Risc      to Ws-Rf-New-Risc.                     00017060
           move Rq-New-Bracket   to Ws-Rf-New-Bracket.                  00017070
           move Rq-Underwriter   to Ws-Rf-Underwriter.                  00017080
           move Rq-Disposition   to Ws-Rf-Disposition.                  00017090
           evaluate true                                                00017100
              when Rq-Open                                              00017110
                 move "OPEN"   to Ws-Rf-Status                          00017120
              when Rq-Taken                                             00017130
                 move "TAKEN"  to Ws-Rf-Status                          00017140
              when Rq-Closed                                            00017150
                 move "CLOSED" to Ws-Rf-Status                          00017160
              when other                                                00017170
                 move Rq-Status to Ws-Rf-Status                         00017180
           end-evaluate.                                                00017190
           if Rq-Closed                                                 00017200
              move Rq-Close-Date to Ws-Rf-Close-Date                    00017210
           else                                                         00017220
              move spaces        to Ws-Rf-Close-Date                    00017230
           end-if.                                                      00017240
           Write Sar-Report-Line from Ws-Referral-Line.                 00017250
           if Rq-Comment not = spaces                                   00017260
              move Rq-Comment to Ws-Rf-Comment                          00017270
              Write Sar-Report-Line from Ws-Comment-Line                00017280
           end-if.                                                      00017290
           move "REFQUEUE"            to Ws-Sa-Source.                  00017300
           move Referral-Queue-Record to Ws-Sa-Image.                   00017310
           Perform Write-Sar-Detail.                                    00017320
                                                                        00017330
       Report-Premiums Section.                                         00017340
                                                                        00017350
      * PREMHIST is keyed by policy: every policy found above is read.  00017360
           move "PREMIUMS RETURNED BY PRICING (PREMHIST)"               00017370
              to Ws-Sec-Title.                                          00017380
           Perform Start-Section.                                       00017390
                                                                        00017400
           if not Premhist-Open-Ok                                      00017410
              Perform Report-File-Absent                                00017420
           else                                                         00017430
              Write Sar-Report-Line from Ws-Premium-Heading             00017440
              perform varying Ws-Px from 1 by 1                         00017450
                 until Ws-Px > Ws-Pols-Used                             00017460
                 Perform List-Policy-Premiums                           00017470
              end-perform                                               00017480
              Perform End-Section                                       00017490
           end-if.                                                      00017500
                                                                        00017510
       List-Policy-Premiums Section.                                    00017520
                                                                        00017530
           move "N" to Ws-Scan-Eof-Switch.                              00017540
           move Ws-Pt-Policy-No(Ws-Px) to Ph-Policy-No.                 00017550
           move zeros                  to Ph-Cycle-Date.                00017560
           Start Premium-History-File                                   00017570
              key is not less than Ph-Key                               00017580
              invalid key                                               00017590
                 move "Y" to Ws-Scan-Eof-Switch                         00017600
           end-start.                                                   00017610
           perform until No-More-Rows                                   00017620
              Read Premium-History-File next record                     00017630
                 at end                                                 00017640
                    move "Y" to Ws-Scan-Eof-Switch                      00017650
                 not at end                                             00017660
                    if Ph-Policy-No not = Ws-Pt-Policy-No(Ws-Px)        00017670
                       move "Y" to Ws-Scan-Eof-Switch                   00017680
                    else                                                00017690
                       Perform Print-Premium-Line                       00017700
                    end-if                                              00017710
              end-read                                                  00017720
           end-perform.                                                 00017730
                                                                        00017740
       Print-Premium-Line Section.                                      00017750
                                                                        00017760
           add 1 to Ws-Section-Rows.                                    00017770
           move Ph-Policy-No  to Ws-Pr-Policy-No.                       00017780
           move Ph-Cycle-Date to Ws-Pr-Cycle-Date.                      00017790
           move Ph-Risc       to Ws-Pr-Risc.                            00017800
           move Ph-Bracket    to Ws-Pr-Bracket.                         00017810
           move Ph-Premium    to Ws-Pr-Premium.                         00017820
           if Ph-Premium-Matched                                        00017830
              move "PRICED"     to Ws-Pr-Priced                         00017840
           else                                                         00017850
              move "NOT PRICED" to Ws-Pr-Priced                         00017860
           end-if.                                                      00017870
           Write Sar-Report-Line from Ws-Premium-Line.                  00017880
           move "PREMHIST"             to Ws-Sa-Source.                 00017890
           move Premium-History-Record to Ws-Sa-Image.                  00017900
           Perform Write-Sar-Detail.                                    00017910
                                                                        00017920
       Report-Cessions Section.                                         00017930
                                                                        00017940
           move "REINSURANCE CESSIONS (CESSLOG)" to Ws-Sec-Title.       00017950
           Perform Start-Section.                                       00017960
                                                                        00017970
           if not Cesslog-Open-Ok                                       00017980
              Perform Report-File-Absent                                00017990
           else                                                         00018000
              Write Sar-Report-Line from Ws-Cession-Heading             00018010
              move "N" to Ws-Scan-Eof-Switch                            00018020
              perform until No-More-Rows                                00018030
                 Read Cession-Log-File                                  00018040
                    at end                                              00018050
                       move "Y" to Ws-Scan-Eof-Switch                   00018060
                    not at end                                          00018070
                       if Cs-Cust-Id = Ws-Target-Cust-Id                00018080
                          Perform Print-Cession-Line                    00018090
                       end-if                                           00018100
                 end-read                                               00018110
              end-perform                                               00018120
              Perform End-Section                                       00018130
           end-if.                                                      00018140
                                                                        00018150
       Print-Cession-Line Section.                                      00018160
                                                                        00018170
           add 1 to Ws-Section-Rows.                                    00018180
           move Cs-Month         to Ws-Cl-Month.                        00018190
           move Cs-Policy-No     to Ws-Cl-Policy-No.                    00018200
           move Cs-Risc          to Ws-Cl-Risc.                         00018210
           move Cs-Bracket       to Ws-Cl-Bracket.                      00018220
           move Cs-Ceded-Premium to Ws-Cl-Ceded.                        00018230
           evaluate true                                                00018240
              when Cs-New-Cession                                       00018250
                 move "NEW"        to Ws-Cl-Flag                        00018260
              when Cs-Continuing                                        00018270
                 move "CONTINUING" to Ws-Cl-Flag                        00018280
              when other                                                00018290
                 move Cs-Cession-Flag to Ws-Cl-Flag                     00018300
           end-evaluate.                                                00018310
           Write Sar-Report-Line from Ws-Cession-Line.                  00018320
           move "CESSLOG"          to Ws-Sa-Source.                     00018330
           move Cession-Log-Record to Ws-Sa-Image.                      00018340
           Perform Write-Sar-Detail.                                    00018350
                                                                        00018360
       Report-Letters Section.                                          00018370
                                                                        00018380
           move "PREMIUM INCREASE LETTERS SENT (LTRLOG)"                00018390
              to Ws-Sec-Title.                                          00018400
           Perform Start-Section.                                       00018410
                                                                        00018420
           if not Ltrlog-Open-Ok                                        00018430
              Perform Report-File-Absent                                00018440
           else                                                         00018450
              Write Sar-Report-Line from Ws-Letter-Heading              00018460
              move "N" to Ws-Scan-Eof-Switch                            00018470
              move Ws-Target-Cust-Id to Lt-Cust-Id                      00018480
              move zeros             to Lt-Cycle-Date                   00018490
              Start Letter-Log-File                                     00018500
                 key is not less than Lt-Key                            00018510
                 invalid key                                            00018520
                    move "Y" to Ws-Scan-Eof-Switch                      00018530
              end-start                                                 00018540
              perform until No-More-Rows                                00018550
                 Read Letter-Log-File next record                       00018560
                    at end                                              00018570
                       move "Y" to Ws-Scan-Eof-Switch                   00018580
                    not at end                                          00018590
                       if Lt-Cust-Id not = Ws-Target-Cust-Id            00018600
                          move "Y" to Ws-Scan-Eof-Switch                00018610
                       else                                             00018620
                          Perform Print-Letter-Line                     00018630
                       end-if                                           00018640
                 end-read                                               00018650
              end-perform                                               00018660
              Perform End-Section                                       00018670
           end-if.                                                      00018680
                                                                        00018690
       Print-Letter-Line Section.                                       00018700
                                                                        00018710
           add 1 to Ws-Section-Rows.                                    00018720
           move Lt-Cycle-Date    to Ws-Lr-Cycle-Date.                   00018730
           move Lt-Sent-Date     to Ws-Lr-Sent-Date.                    00018740
           move Lt-Prior-Bracket to Ws-Lr-Prior-Bracket.                00018750
           move Lt-New-Bracket   to Ws-Lr-New-Bracket.                  00018760
           move Lt-Policy-Count  to Ws-Lr-Policy-Count.                 00018770
           Write Sar-Report-Line from Ws-Letter-Line.                   00018780
           move "LTRLOG"          to Ws-Sa-Source.                      00018790
           move Letter-Log-Record to Ws-Sa-Image.                       00018800
           Perform Write-Sar-Detail.                                    00018810
                                                                        00018820
       Report-Merges Section.                                           00018830
                                                                        00018840
      * Retired by a merge: its history now sits under the survivor.    00018850
      * Survivor of a merge: the other customer's history was moved     00018860
      * in and shows in the sections above.                             00018870
           move "DUPLICATE CUSTOMER MERGES (MERGELOG)" to Ws-Sec-Title. 00018880
           Perform Start-Section.                                       00018890
                                                                        00018900
           if not Mergelog-Open-Ok                                      00018910
              Perform Report-File-Absent                                00018920
           else                                                         00018930
              move "N" to Ws-Scan-Eof-Switch                            00018940
              move low-values to Mg-Retired-Cust-Id                     00018950
              Start Merge-Log-File                                      00018960
                 key is not less than Mg-Retired-Cust-Id                00018970
                 invalid key                                            00018980
                    move "Y" to Ws-Scan-Eof-Switch                      00018990
              end-start                                                 00019000
              perform until No-More-Rows                                00019010
                 Read Merge-Log-File next record                        00019020
                    at end                                              00019030
                       move "Y" to Ws-Scan-Eof-Switch                   00019040
                    not at end                                          00019050
                       if Mg-Retired-Cust-Id = Ws-Target-Cust-Id        00019060
                          or Mg-Survivor-Cust-Id = Ws-Target-Cust-Id    00019070
                          Perform Print-Merge-Line                      00019080
                       end-if                                           00019090
                 end-read                                               00019100
              end-perform                                               00019110
              Perform End-Section                                       00019120
           end-if.                                                      00019130
                                                                        00019140
       Print-Merge-Line Section.                                        00019150
                                                                        00019160
           add 1 to Ws-Section-Rows.                                    00019170
           if Mg-Retired-Cust-Id = Ws-Target-Cust-Id                    00019180
              move "MERGED INTO"         to Ws-Mg-Text                  00019190
              move Mg-Survivor-Cust-Id   to Ws-Mg-Other-Id              00019200
           else                                                         00019210
              move "ABSORBED"            to Ws-Mg-Text                  00019220
              move Mg-Retired-Cust-Id    to Ws-Mg-Other-Id              00019230
           end-if.                                                      00019240
           move Mg-Merge-Date    to Ws-Mg-Date.                         00019250
           move Mg-Requested-By  to Ws-Mg-Requested-By.                 00019260
           if Mg-Merge-Complete                                         00019270
              move "COMPLETE"   to Ws-Mg-Status                         00019280
           else                                                         00019290
              move "INCOMPLETE" to Ws-Mg-Status                         00019300
           end-if.                                                      00019310
           Write Sar-Report-Line from Ws-Merge-Line.                    00019320
           move "MERGELOG"       to Ws-Sa-Source.                       00019330
           move Merge-Log-Record to Ws-Sa-Image.                        00019340
           Perform Write-Sar-Detail.                                    00019350
                                                                        00019360
       Start-Section Section.                                           00019370
                                                                        00019380
           move zero to Ws-Section-Rows.                                00019390
           Write Sar-Report-Line from Ws-Blank-Line.                    00019400
           Write Sar-Report-Line from Ws-Section-Line.                  00019410
                                                                        00019420
       End-Section Section.                                             00019430
                                                                        00019440
           if Ws-Section-Rows = zero                                    00019450
              Write Sar-Report-Line from Ws-None-Line                   00019460
           end-if.                                                      00019470
           add Ws-Section-Rows to Ws-Rows-Held.                         00019480
                                                                        00019490
       Report-File-Absent Section.                                      00019500
                                                                        00019510
           Write Sar-Report-Line from Ws-Absent-Line.                   00019520
           add 1 to Ws-Sections-Absent.                                 00019530
                                                                        00019540
       Write-Sar-Detail Section.                                        00019550
                                                                        00019560
           add 1 to Ws-Sar-Details.                                     00019570
           move "D"               to Sa-Rec-Type.                       00019580
           move Ws-Target-Cust-Id to Sa-Cust-Id.                        00019590
           move Ws-Sa-Source      to Sa-Source.                         00019600
           move Ws-Sar-Details    to Sa-Seq.                            00019610
           move Ws-Sa-Image       to Sa-Image.                          00019620
           Write Sar-Record.                                            00019630
           Perform Check-Sar-Write.                                     00019640
                                                                        00019650
       Check-Sar-Write Section.                                         00019660
                                                                        00019670
           if not Sarfile-Ok                                            00019680
              display "XARISSAR: SARFILE WRITE FAILED, STATUS="         00019690
                 Ws-Sarfile-Status                                      00019700
              move 12 to Return-Code                                    00019710
           end-if.                                                      00019720
                                                                        00019730
       Finalize-Run Section.                                            00019740
                                                                        00019750
           if not Dossier-Stopped                                       00019760
              move "T"               to Sa-Rec-Type                     00019770
              move Ws-Target-Cust-Id to Sa-Cust-Id                      00019780
              move spaces            to Sa-Trailer-Data                 00019790
              move Ws-Sar-Details    to Sa-Trl-Record-Count             00019800
              Write Sar-Record                                          00019810
              Perform Check-Sar-Write                                   00019820
                                                                        00019830
              move Ws-Rows-Held       to Ws-Tot-Held                    00019840
              move Ws-Sar-Details     to Ws-Tot-Sar                     00019850
              move Ws-Sections-Absent to Ws-Tot-Absent                  00019860
              Write Sar-Report-Line from Ws-Blank-Line                  00019870
              if Ws-Rows-Held = zero                                    00019880
                 Write Sar-Report-Line from Ws-Not-Held-Line            00019890
              end-if                                                    00019900
              Write Sar-Report-Line from Ws-Held-Line                   00019910
              Write Sar-Report-Line from Ws-Sar-Line                    00019920
              Write Sar-Report-Line from Ws-Absent-Total-Line           00019930
           end-if.                                                      00019940
                                                                        00019950
           if not Dossier-Stopped                                       00019960
              and Ws-Rows-Held = zero and Return-Code = zero            00019970
              move 4 to Return-Code                                     00019980
           end-if.                                                      00019990
                                                                        00020000
           if Custmast-Open-Ok                                          00020010
              Close Cust-Master-File                                    00020020
           end-if.                                                      00020030
           if Polmast-Open-Ok                                           00020040
              Close Policy-Master-File                                  00020050
           end-if.                                                      00020060
           if Riskhist-Open-Ok                                          00020070
              Close Risk-History-File                                   00020080
           end-if.                                                      00020090
           if Archhist-Open-Ok                                          00020100
              Close Archive-History-File                                00020110
           end-if.                                                      00020120
           if Custarch-Open-Ok                                          00020130
              Close Cust-Archive-File                                   00020140
           end-if.                                                      00020150
           if Corrlog-Open-Ok                                           00020160
              Close Correction-Log-File                                 00020170
           end-if.                                                      00020180
           if Pendcorr-Open-Ok                                          00020190
              Close Pending-Correction-File                             00020200
           end-if.                                                      00020210
           if Suspense-Open-Ok                                          00020220
              Close Suspense-File                                       00020230
           end-if.                                                      00020240
           if Reinlog-Open-Ok                                           00020250
              Close Reinstate-Log-File                                  00020260
           end-if.                                                      00020270
           if Refqueue-Open-Ok                                          00020280
              Close Referral-Queue-File                                 00020290
           end-if.                                                      00020300
           if Riskovr-Open-Ok                                           00020310
              Close Override-File                                       00020320
           end-if.                                                      00020330
           if Premhist-Open-Ok                                          00020340
              Close Premium-History-File                                00020350
           end-if.                                                      00020360
           if Custaddr-Open-Ok                                          00020370
              Close Cust-Address-File                                   00020380
           end-if.                                                      00020390
           if Ltrlog-Open-Ok                                            00020400
              Close Letter-Log-File                                     00020410
           end-if.                                                      00020420
           if Mergelog-Open-Ok                                          00020430
              Close Merge-Log-File                                      00020440
           end-if.                                                      00020450
           if Cesslog-Open-Ok                                           00020460
              Close Cession-Log-File                                    00020470
           end-if.                                                      00020480
           if Currscor-Open-Ok                                          00020490
              Close Current-Score-File                                  00020500
           end-if.                                                      00020510
           if Sarfile-Open-Ok                                           00020520
              Close Sar-File                                            00020530
           end-if.                                                      00020540
           if Sarrpt-Open-Ok                                            00020550
              Close Sar-Report-File                                     00020560
           end-if.                                                      00020570
