       Identification division.                                         00000010
       Program-id.   XaRisDup.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISDUP                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Periodic duplicate-customer match over CUSTMAST.  XARISEDT's  * 00000120
      * duplicate-policy edit only catches one policy number keyed    * 00000130
      * under two customers; the same person keyed twice under two    * 00000140
      * Cust-Ids by new business was scored, referred and priced      * 00000150
      * twice.  This job sorts every customer on date of birth plus   * 00000160
      * a normalised name (upper case, letters only, so "O'Brien,     * 00000170
      * Mary" and "OBRIEN MARY" meet) and lists every pair sharing    * 00000180
      * both on DUPRPT with a confidence rating:                      * 00000190
      *                                                               * 00000200
      *    HIGH    names identical as keyed and every rating factor   * 00000210
      *            (smoker, occupation class, pre-existing) agrees,   * 00000220
      *            or both carry the same policy number               * 00000230
      *    MEDIUM  one of those differs                               * 00000240
      *    LOW     two or more differ                                 * 00000250
      *                                                               * 00000260
      * Nothing is changed here: a pair confirmed as one person is    * 00000270
      * merged by an XARISMRG transaction.  RC 4 when any pair is     * 00000280
      * listed, the same signal XARISEDT gives for suspensions.       * 00000290
      *                                                               * 00000300
      ***************************************************************** 00000310
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000320
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000330
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000340
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000350
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000360
      *                                                               * 00000370
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000380
      * ALL RIGHTS RESERVED.                                          * 00000390
      ***************************************************************** 00000400
      *                          Maintenance Log                        00000410
      *---------------------------------------------------------------- 00000420
      *              Description                       |   Date   | Who 00000430
      *---------------------------------------------------------------- 00000440
      * Initial duplicate customer match run            | 10/15/26 | AGT00000450
      ***************************************************************** 00000460
                                                                        00000470
       environment division.                                            00000480
       Input-Output section.                                            00000490
       File-control.                                                    00000500
                                                                        00000510
           select Cust-Master-File assign to "CUSTMAST"                 00000520
              organization is indexed                                   00000530
              access mode is sequential                                 00000540
              record key is Cust-Id of Cust-Master-Record               00000550
              file status is Ws-Custmast-Status.                        00000560
                                                                        00000570
           select Dup-Report-File assign to "DUPRPT"                    00000580
              organization is line sequential                           00000590
              file status is Ws-Duprpt-Status.                          00000600
                                                                        00000610
           select Match-Sort-File assign to "DUPSORT".                  00000620
                                                                        00000630
       Data Division.                                                   00000640
       File Section.                                                    00000650
                                                                        00000660
       FD  Cust-Master-File.                                            00000670
       01  Cust-Master-Record.                                          00000680
           COPY CUSTREC.                                                00000690
                                                                        00000700
       FD  Dup-Report-File.                                             00000710
       01  Dup-Report-Line            pic X(80).                        00000720
                                                                        00000730
       SD  Match-Sort-File.                                             00000740
       01  Match-Sort-Record.                                           00000750
           05 Sort-Dob                pic 9(08).                        00000760
           05 Sort-Norm-Name          pic X(30).                        00000770
           05 Sort-Cust-Id            pic X(10).                        00000780
           05 Sort-Cust-Name          pic X(30).                        00000790
           05 Sort-Policy-No          pic X(10).                        00000800
           05 Sort-Smoker-Flag        pic X(01).                        00000810
           05 Sort-Occup-Class        pic X(02).                        00000820
           05 Sort-Pre-Exist-Flag     pic X(01).                        00000830
                                                                        00000840
       Working-Storage Section.                                         00000850
                                                                        00000860
       01 Ws-Custmast-Status         pic X(02).                         00000870
          88 Custmast-Ok             value "00".                        00000880
                                                                        00000890
       01 Ws-Duprpt-Status           pic X(02).                         00000900
          88 Duprpt-Ok               value "00".                        00000910
                                                                        00000920
      * File status 88s above double as each verb's current status, so  00000930
      * Finalize-Run guards its closes on these open-succeeded latches  00000940
      * instead, set once when a file's OPEN succeeds and never reset   00000950
      * afterwards.                                                     00000960
       01 Ws-Open-Switches.                                             00000970
          05 Ws-Duprpt-Open-Ok       pic X(01) value "N".               00000980
             88 Duprpt-Open-Ok       value "Y".                         00000990
                                                                        00001000
       01 Ws-Abort-Switch            pic X(01) value "N".               00001010
          88 Run-Aborted             value "Y".                         00001020
                                                                        00001030
       01 Ws-Eof-Switch              pic X(01) value "N".               00001040
          88 No-More-Customers       value "Y".                         00001050
                                                                        00001060
       01 Ws-Sort-Eof-Switch         pic X(01) value "N".               00001070
          88 No-More-Sorted          value "Y".                         00001080
                                                                        00001090
      * Name normalisation: folded to upper case, then every character  00001100
      * that is not a letter (spaces, apostrophes, hyphens, commas,     00001110
      * full stops) dropped.                                            00001120
       01 Ws-Lower-Letters           pic X(26)                          00001130
          value "abcdefghijklmnopqrstuvwxyz".                           00001140
       01 Ws-Upper-Letters           pic X(26)                          00001150
          value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                           00001160
       01 Ws-Name-Work               pic X(30).                         00001170
       01 Ws-Norm-Name               pic X(30).                         00001180
       01 Ws-Name-Char               pic X(01).                         00001190
       01 Ws-Name-Ix                 pic 9(02) comp.                    00001200
       01 Ws-Norm-Len                pic 9(02) comp.                    00001210
                                                                        00001220
      * One match group - every customer sharing a DOB and normalised   00001230
      * name.  A group larger than the table is listed for its first    00001240
      * 20 members and counted; that many records for one person is a   00001250
      * load problem, not a keying slip.                                00001260
       01 Ws-Group-Key.                                                 00001270
          05 Ws-Group-Dob            pic 9(08).                         00001280
          05 Ws-Group-Norm-Name      pic X(30).                         00001290
       01 Ws-Group-Table.                                               00001300
          05 Ws-Grp-Used             pic 9(02) comp value zero.         00001310
          05 Ws-Grp-Entry occurs 20 times.                              00001320
             10 Ws-Grp-Cust-Id       pic X(10).                         00001330
             10 Ws-Grp-Cust-Name     pic X(30).                         00001340
             10 Ws-Grp-Policy-No     pic X(10).                         00001350
             10 Ws-Grp-Smoker-Flag   pic X(01).                         00001360
             10 Ws-Grp-Occup-Class   pic X(02).                         00001370
             10 Ws-Grp-Pre-Exist-Flag pic X(01).                        00001380
       01 Ws-Grp-Overflow-Switch     pic X(01) value "N".               00001390
          88 Group-Table-Overflow    value "Y".                         00001400
       01 Ws-Ax                      pic 9(02) comp.                    00001410
       01 Ws-Bx                      pic 9(02) comp.                    00001420
                                                                        00001430
       01 Ws-Difference-Count        pic 9(01).                         00001440
       01 Ws-Confidence              pic X(06).                         00001450
          88 Confidence-High         value "HIGH".                      00001460
          88 Confidence-Medium       value "MEDIUM".                    00001470
          88 Confidence-Low          value "LOW".                       00001480
                                                                        00001490
       01 Ws-Run-Date                pic 9(08).                         00001500
                                                                        00001510
       01 Ws-Counters.                                                  00001520
          05 Ws-Customers-Read       pic 9(07) value zero.              00001530
          05 Ws-Dob-Skipped          pic 9(07) value zero.              00001540
          05 Ws-Groups-Found         pic 9(07) value zero.              00001550
          05 Ws-Pairs-Listed         pic 9(07) value zero.              00001560
          05 Ws-High-Pairs           pic 9(07) value zero.              00001570
          05 Ws-Medium-Pairs         pic 9(07) value zero.              00001580
          05 Ws-Low-Pairs            pic 9(07) value zero.              00001590
          05 Ws-Group-Overflows      pic 9(07) value zero.              00001600
                                                                        00001610
       01 Ws-Report-Lines.                                              00001620
          05 Ws-Heading-Line-1.                                         00001630
             10 filler               pic X(30)                          00001640
                value "DUPLICATE CUSTOMER MATCH".                       00001650
             10 filler               pic X(11) value "RUN DATE = ".     00001660
             10 Ws-Hdr-Run-Date      pic 9(08).                         00001670
             10 filler               pic X(31) value spaces.            00001680
          05 Ws-Heading-Line-2.                                         00001690
             10 filler               pic X(40) value                    00001700
                " DOB       CUST ID A   CUST ID B   CONF ".             00001710
             10 filler               pic X(40) value                    00001720
                "   NAME".                                              00001730
          05 Ws-Detail-Line.                                            00001740
             10 filler               pic X(01) value space.             00001750
             10 Ws-Dtl-Dob           pic 9(08).                         00001760
             10 filler               pic X(02) value spaces.            00001770
             10 Ws-Dtl-Cust-Id-A     pic X(10).                         00001780
             10 filler               pic X(02) value spaces.            00001790
             10 Ws-Dtl-Cust-Id-B     pic X(10).                         00001800
             10 filler               pic X(02) value spaces.            00001810
             10 Ws-Dtl-Confidence    pic X(06).                         00001820
             10 filler               pic X(02) value spaces.            00001830
             10 Ws-Dtl-Name          pic X(30).                         00001840
             10 filler               pic X(07) value spaces.            00001850
      * Second line only when the names differ as keyed: the name the   00001860
      * B customer was keyed under.                                     00001870
          05 Ws-Name-B-Line.                                            00001880
             10 filler               pic X(43) value spaces.            00001890
             10 Ws-Dtl-Name-B        pic X(30).                         00001900
             10 filler               pic X(07) value spaces.            00001910
          05 Ws-Read-Line.                                              00001920
             10 filler               pic X(01) value space.             00001930
             10 filler               pic X(20)                          00001940
                value "CUSTOMERS READ .....".                           00001950
             10 Ws-Tot-Read          pic ZZZ,ZZ9.                       00001960
          05 Ws-Skipped-Line.                                           00001970
             10 filler               pic X(01) value space.             00001980
             10 filler               pic X(20)                          00001990
                value "BAD DOB - SKIPPED ..".                           00002000
             10 Ws-Tot-Skipped       pic ZZZ,ZZ9.                       00002010
          05 Ws-Groups-Line.                                            00002020
             10 filler               pic X(01) value space.             00002030
             10 filler               pic X(20)                          00002040
                value "MATCH GROUPS .......".                           00002050
             10 Ws-Tot-Groups        pic ZZZ,ZZ9.                       00002060
          05 Ws-Pairs-Line.                                             00002070
             10 filler               pic X(01) value space.             00002080
             10 filler               pic X(20)                          00002090
                value "PAIRS LISTED .......".                           00002100
             10 Ws-Tot-Pairs         pic ZZZ,ZZ9.                       00002110
          05 Ws-High-Line.                                              00002120
             10 filler               pic X(01) value space.             00002130
             10 filler               pic X(20)                          00002140
                value "  HIGH CONFIDENCE ..".                           00002150
             10 Ws-Tot-High          pic ZZZ,ZZ9.                       00002160
          05 Ws-Medium-Line.                                            00002170
             10 filler               pic X(01) value space.             00002180
             10 filler               pic X(20)                          00002190
                value "  MEDIUM CONFIDENCE ".                           00002200
             10 Ws-Tot-Medium        pic ZZZ,ZZ9.                       00002210
          05 Ws-Low-Line.                                               00002220
             10 filler               pic X(01) value space.             00002230
             10 filler               pic X(20)                          00002240
                value "  LOW CONFIDENCE ...".                           00002250
             10 Ws-Tot-Low           pic ZZZ,ZZ9.                       00002260
          05 Ws-Overflow-Line.                                          00002270
             10 filler               pic X(01) value space.             00002280
             10 filler               pic X(20)                          00002290
                value "GROUPS OVER 20 .....".                           00002300
             10 Ws-Tot-Overflows     pic ZZZ,ZZ9.                       00002310
          05 Ws-Blank-Line           pic X(80) value spaces.            00002320
                                                                        00002330
       Procedure division.                                              00002340
                                                                        00002350
       Main Section.                                                    00002360
                                                                        00002370
           Perform Initialize-Run.                                      00002380
                                                                        00002390
           if not Run-Aborted                                           00002400
              Sort Match-Sort-File                                      00002410
                 on ascending key Sort-Dob                              00002420
                                  Sort-Norm-Name                        00002430
                                  Sort-Cust-Id                          00002440
                 input procedure is Release-Customers                   00002450
                 output procedure is Collect-Matches                    00002460
           end-if.                                                      00002470
                                                                        00002480
           Perform Finalize-Run.                                        00002490
                                                                        00002500
           Goback.                                                      00002510
                                                                        00002520
       Initialize-Run Section.                                          00002530
                                                                        00002540
           Accept Ws-Run-Date from date yyyymmdd.                       00002550
                                                                        00002560
           Open output Dup-Report-File.                                 00002570
           if not Duprpt-Ok                                             00002580
              display "XARISDUP: UNABLE TO OPEN DUPRPT, STATUS="        00002590
                 Ws-Duprpt-Status                                       00002600
              move "Y" to Ws-Abort-Switch                               00002610
              move 12 to Return-Code                                    00002620
           else                                                         00002630
              move "Y" to Ws-Duprpt-Open-Ok                             00002640
              move Ws-Run-Date to Ws-Hdr-Run-Date                       00002650
              Write Dup-Report-Line from Ws-Heading-Line-1              00002660
              Write Dup-Report-Line from Ws-Heading-Line-2              00002670
           end-if.                                                      00002680
                                                                        00002690
       Release-Customers Section.                                       00002700
                                                                        00002710
           Open input Cust-Master-File.                                 00002720
           if not Custmast-Ok                                           00002730
              display "XARISDUP: UNABLE TO OPEN CUSTMAST, STATUS="      00002740
                 Ws-Custmast-Status                                     00002750
              move "Y" to Ws-Abort-Switch                               00002760
              move 12 to Return-Code                                    00002770
           else                                                         00002780
              perform until No-More-Customers                           00002790
                 Read Cust-Master-File next record                      00002800
                    at end move "Y" to Ws-Eof-Switch                    00002810
                    not at end                                          00002820
                       Perform Release-One-Customer                     00002830
                 end-read                                               00002840
              end-perform                                               00002850
              Close Cust-Master-File                                    00002860
           end-if.                                                      00002870
                                                                        00002880
       Release-One-Customer Section.                                    00002890
                                                                        00002900
           add 1 to Ws-Customers-Read.                                  00002910
                                                                        00002920
      * A DOB that is not even numeric is XARISEDT's to suspend; it     00002930
      * cannot anchor a match.                                          00002940
           if Cust-Dob of Cust-Master-Record not numeric                00002950
              add 1 to Ws-Dob-Skipped                                   00002960
           else                                                         00002970
              move Cust-Name of Cust-Master-Record to Ws-Name-Work      00002980
              Perform Normalise-Name                                    00002990
              move Cust-Dob of Cust-Master-Record to Sort-Dob           00003000
              move Ws-Norm-Name to Sort-Norm-Name                       00003010
              move Cust-Id of Cust-Master-Record to Sort-Cust-Id        00003020
              move Cust-Name of Cust-Master-Record to Sort-Cust-Name    00003030
              move Cust-Policy-No of Cust-Master-Record                 00003040
                 to Sort-Policy-No                                      00003050
              move Smoker-Flag of Cust-Master-Record                    00003060
                 to Sort-Smoker-Flag                                    00003070
              move Occup-Class of Cust-Master-Record                    00003080
                 to Sort-Occup-Class                                    00003090
              move Pre-Exist-Flag of Cust-Master-Record                 00003100
                 to Sort-Pre-Exist-Flag                                 00003110
              Release Match-Sort-Record                                 00003120
           end-if.                                                      00003130
                                                                        00003140
       Normalise-Name Section.                                          00003150
                                                                        00003160
           inspect Ws-Name-Work                                         00003170
              converting Ws-Lower-Letters to Ws-Upper-Letters.          00003180
           move spaces to Ws-Norm-Name.                                 00003190
           move zero to Ws-Norm-Len.                                    00003200
                                                                        00003210
           perform varying Ws-Name-Ix from 1 by 1                       00003220
              until Ws-Name-Ix > 30                                     00003230
              move Ws-Name-Work(Ws-Name-Ix:1) to Ws-Name-Char           00003240
              if Ws-Name-Char alphabetic-upper                          00003250
                 and Ws-Name-Char not = space                           00003260
                 add 1 to Ws-Norm-Len                                   00003270
                 move Ws-Name-Char to Ws-Norm-Name(Ws-Norm-Len:1)       00003280
              end-if                                                    00003290
           end-perform.                                                 00003300
                                                                        00003310
       Collect-Matches Section.                                         00003320
                                                                        00003330
           move zero to Ws-Grp-Used.                                    00003340
           move low-values to Ws-Group-Key.                             00003350
                                                                        00003360
           perform until No-More-Sorted                                 00003370
              Return Match-Sort-File                                    00003380
                 at end                                                 00003390
                    move "Y" to Ws-Sort-Eof-Switch                      00003400
                 not at end                                             00003410
                    if Sort-Dob not = Ws-Group-Dob                      00003420
                       or Sort-Norm-Name not = Ws-Group-Norm-Name       00003430
                       Perform Evaluate-Group                           00003440
                       move Sort-Dob to Ws-Group-Dob                    00003450
                       move Sort-Norm-Name to Ws-Group-Norm-Name        00003460
                       move zero to Ws-Grp-Used                         00003470
                       move "N" to Ws-Grp-Overflow-Switch               00003480
                    end-if                                              00003490
                    Perform Add-To-Group                                00003500
              end-return                                                00003510
           end-perform.                                                 00003520
                                                                        00003530
           Perform Evaluate-Group.                                      00003540
                                                                        00003550
       Add-To-Group Section.                                            00003560
                                                                        00003570
           if Ws-Grp-Used < 20                                          00003580
              add 1 to Ws-Grp-Used                                      00003590
              move Sort-Cust-Id   to Ws-Grp-Cust-Id(Ws-Grp-Used)        00003600
              move Sort-Cust-Name to Ws-Grp-Cust-Name(Ws-Grp-Used)      00003610
              move Sort-Policy-No to Ws-Grp-Policy-No(Ws-Grp-Used)      00003620
              move Sort-Smoker-Flag                                     00003630
                 to Ws-Grp-Smoker-Flag(Ws-Grp-Used)                     00003640
              move Sort-Occup-Class                                     00003650
                 to Ws-Grp-Occup-Class(Ws-Grp-Used)                     00003660
              move Sort-Pre-Exist-Flag                                  00003670
                 to Ws-Grp-Pre-Exist-Flag(Ws-Grp-Used)                  00003680
           else                                                         00003690
              move "Y" to Ws-Grp-Overflow-Switch                        00003700
           end-if.                                                      00003710
                                                                        00003720
       Evaluate-Group Section.                                          00003730
                                                                        00003740
      * A group of one is the normal case: nobody else shares the DOB   00003750
      * and name.  Every pair in a larger group is listed.              00003760
           if Ws-Grp-Used > 1                                           00003770
              add 1 to Ws-Groups-Found                                  00003780
              if Group-Table-Overflow                                   00003790
                 add 1 to Ws-Group-Overflows                            00003800
                 display "XARISDUP: OVER 20 CUSTOMERS SHARE DOB "       00003810
                    Ws-Group-Dob " NAME " Ws-Group-Norm-Name            00003820
                    " - FIRST 20 LISTED"                                00003830
              end-if                                                    00003840
              perform varying Ws-Ax from 1 by 1                         00003850
                 until Ws-Ax > Ws-Grp-Used                              00003860
                 compute Ws-Bx = Ws-Ax + 1                              00003870
                 perform until Ws-Bx > Ws-Grp-Used                      00003880
                    Perform Rate-Pair                                   00003890
                    Perform Write-Pair-Line                             00003900
                    add 1 to Ws-Bx                                      00003910
                 end-perform                                            00003920
              end-perform                                               00003930
           end-if.                                                      00003940
                                                                        00003950
       Rate-Pair Section.                                               00003960
                                                                        00003970
           move zero to Ws-Difference-Count.                            00003980
           if Ws-Grp-Cust-Name(Ws-Ax) not = Ws-Grp-Cust-Name(Ws-Bx)     00003990
              add 1 to Ws-Difference-Count                              00004000
           end-if.                                                      00004010
           if Ws-Grp-Smoker-Flag(Ws-Ax)                                 00004020
              not = Ws-Grp-Smoker-Flag(Ws-Bx)                           00004030
              add 1 to Ws-Difference-Count                              00004040
           end-if.                                                      00004050
           if Ws-Grp-Occup-Class(Ws-Ax)                                 00004060
              not = Ws-Grp-Occup-Class(Ws-Bx)                           00004070
              add 1 to Ws-Difference-Count                              00004080
           end-if.                                                      00004090
           if Ws-Grp-Pre-Exist-Flag(Ws-Ax)                              00004100
              not = Ws-Grp-Pre-Exist-Flag(Ws-Bx)                        00004110
              add 1 to Ws-Difference-Count                              00004120
           end-if.                                                      00004130
                                                                        00004140
      * One policy number under both Cust-Ids is the same person        00004150
      * beyond reasonable doubt, whatever else was keyed differently.   00004160
           if Ws-Grp-Policy-No(Ws-Ax) = Ws-Grp-Policy-No(Ws-Bx)         00004170
              move zero to Ws-Difference-Count                          00004180
           end-if.                                                      00004190
                                                                        00004200
           evaluate Ws-Difference-Count                                 00004210
              when 0                                                    00004220
                 move "HIGH" to Ws-Confidence                           00004230
                 add 1 to Ws-High-Pairs                                 00004240
              when 1                                                    00004250
                 move "MEDIUM" to Ws-Confidence                         00004260
                 add 1 to Ws-Medium-Pairs                               00004270
              when other                                                00004280
                 move "LOW" to Ws-Confidence                            00004290
                 add 1 to Ws-Low-Pairs                                  00004300
           end-evaluate.                                                00004310
                                                                        00004320
       Write-Pair-Line Section.                                         00004330
                                                                        00004340
           add 1 to Ws-Pairs-Listed.                                    00004350
           move Ws-Group-Dob to Ws-Dtl-Dob.                             00004360
           move Ws-Grp-Cust-Id(Ws-Ax) to Ws-Dtl-Cust-Id-A.              00004370
           move Ws-Grp-Cust-Id(Ws-Bx) to Ws-Dtl-Cust-Id-B.              00004380
           move Ws-Confidence to Ws-Dtl-Confidence.                     00004390
           move Ws-Grp-Cust-Name(Ws-Ax) to Ws-Dtl-Name.                 00004400
                                                                        00004410
           if Duprpt-Open-Ok                                            00004420
              Write Dup-Report-Line from Ws-Detail-Line                 00004430
              if Ws-Grp-Cust-Name(Ws-Ax)                                00004440
                 not = Ws-Grp-Cust-Name(Ws-Bx)                          00004450
                 move Ws-Grp-Cust-Name(Ws-Bx) to Ws-Dtl-Name-B          00004460
                 Write Dup-Report-Line from Ws-Name-B-Line              00004470
              end-if                                                    00004480
           end-if.                                                      00004490
                                                                        00004500
       Finalize-Run Section.                                            00004510
                                                                        00004520
           move Ws-Customers-Read  to Ws-Tot-Read.                      00004530
           move Ws-Dob-Skipped     to Ws-Tot-Skipped.                   00004540
           move Ws-Groups-Found    to Ws-Tot-Groups.                    00004550
           move Ws-Pairs-Listed    to Ws-Tot-Pairs.                     00004560
           move Ws-High-Pairs      to Ws-Tot-High.                      00004570
           move Ws-Medium-Pairs    to Ws-Tot-Medium.                    00004580
           move Ws-Low-Pairs       to Ws-Tot-Low.                       00004590
           move Ws-Group-Overflows to Ws-Tot-Overflows.                 00004600
                                                                        00004610
           if Duprpt-Open-Ok                                            00004620
              Write Dup-Report-Line from Ws-Blank-Line                  00004630
              Write Dup-Report-Line from Ws-Read-Line                   00004640
              Write Dup-Report-Line from Ws-Skipped-Line                00004650
              Write Dup-Report-Line from Ws-Groups-Line                 00004660
              Write Dup-Report-Line from Ws-Pairs-Line                  00004670
              Write Dup-Report-Line from Ws-High-Line                   00004680
              Write Dup-Report-Line from Ws-Medium-Line                 00004690
              Write Dup-Report-Line from Ws-Low-Line                    00004700
              Write Dup-Report-Line from Ws-Overflow-Line               00004710
           end-if.                                                      00004720
                                                                        00004730
           if Ws-Pairs-Listed > zero                                    00004740
              and Return-Code = zero                                    00004750
              move 4 to Return-Code                                     00004760
           end-if.                                                      00004770
                                                                        00004780
           if Duprpt-Open-Ok                                            00004790
              Close Dup-Report-File                                     00004800
           end-if.                                                      00004810
