       Identification division.                                         00000010
       Program-id.   XaRisBqt.                                          00000020
       Author.       Xact Consulting A/S.                               00000030
                                                                        00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      *                     XaTester by Compuware                     * 00000070
      *                           XARISBQT                            * 00000080
      *                                                               * 00000090
      ***************************************************************** 00000100
      *                                                               * 00000110
      * Batch quote for broker prospect lists.  Reads a PROSPECT file * 00000120
      * (broker reference, DOB, smoker flag, occupation class and     * 00000130
      * pre-exist flag per record), puts every prospect through the   * 00000140
      * same edits XARISQTE's Edit-Quote-Input applies to the XQTE    * 00000150
      * screen, and scores each one that passes twice through         * 00000160
      * XaRisCal - once under the RISKPARM row in force today and     * 00000170
      * once under the next PENDING row, the same pair of rate rows   * 00000180
      * XARISQTE quotes under.  Both rows are fetched once up front   * 00000190
      * and handed to XaRisCal through its Supplied-Parms linkage, so * 00000200
      * the whole group is quoted off one consistent pair of rows.    * 00000210
      *                                                               * 00000220
      * QTERESP goes back to the broker: header, one detail per       * 00000230
      * prospect in input order (Risc and bracket under both rows, or * 00000240
      * the reject reason) and a trailer, laid out per copybook       * 00000250
      * QTERESP.  QTERPT summarises the group for underwriting: the   * 00000260
      * rate rows used, quoted/rejected counts, the bracket           * 00000270
      * distribution and average Risc under each row and the reject   * 00000280
      * reasons.  A quote saves nothing: CUSTMAST and RISKHIST are    * 00000290
      * never opened and RISKPARM is opened input-only.               * 00000300
      *                                                               * 00000310
      * RC 4 when any prospect is rejected, RC 8 when PROSPECT is     * 00000320
      * empty, RC 12 when a file cannot be opened.                    * 00000330
      *                                                               * 00000340
      ***************************************************************** 00000350
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000360
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000370
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000380
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000390
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000400
      *                                                               * 00000410
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000420
      * ALL RIGHTS RESERVED.                                          * 00000430
      ***************************************************************** 00000440
      *                          Maintenance Log                        00000450
      *---------------------------------------------------------------- 00000460
      *              Description                       |   Date   | Who 00000470
      *---------------------------------------------------------------- 00000480
      * Initial batch quote for broker prospect lists   | 10/15/26 | AGT00000490
      ***************************************************************** 00000500
                                                                        00000510
       environment division.                                            00000520
       Input-Output section.                                            00000530
       File-control.                                                    00000540
                                                                        00000550
           select Prospect-File assign to "PROSPECT"                    00000560
              organization is line sequential                           00000570
              file status is Ws-Prospect-Status.                        00000580
                                                                        00000590
           select Risk-Parm-File assign to "RISKPARM"                   00000600
              organization is indexed                                   00000610
              access mode is dynamic                                    00000620
              record key is Rp-Effective-Date                           00000630
              file status is Ws-Riskparm-Status.                        00000640
                                                                        00000650
           select Quote-Response-File assign to "QTERESP"               00000660
              organization is line sequential                           00000670
              file status is Ws-Qteresp-Status.                         00000680
                                                                        00000690
           select Quote-Report-File assign to "QTERPT"                  00000700
              organization is line sequential                           00000710
              file status is Ws-Qterpt-Status.                          00000720
                                                                        00000730
       Data Division.                                                   00000740
       File Section.                                                    00000750
                                                                        00000760
       FD  Prospect-File.                                               00000770
       01  Prospect-Record.                                             00000780
           COPY PROSPECT.                                               00000790
                                                                        00000800
       FD  Risk-Parm-File.                                              00000810
       01  Risk-Parm-Record.                                            00000820
           COPY RISKPARM.                                               00000830
                                                                        00000840
       FD  Quote-Response-File.                                         00000850
       01  Quote-Response-Record.                                       00000860
           COPY QTERESP.                                                00000870
                                                                        00000880
       FD  Quote-Report-File.                                           00000890
       01  Quote-Report-Line          pic X(80).                        00000900
                                                                        00000910
       Working-Storage Section.                                         00000920
                                                                        00000930
       01 Ws-Prospect-Status         pic X(02).                         00000940
          88 Prospect-Ok             value "00".                        00000950
                                                                        00000960
       01 Ws-Riskparm-Status         pic X(02).                         00000970
          88 Riskparm-Ok             value "00".                        00000980
                                                                        00000990
       01 Ws-Qteresp-Status          pic X(02).                         00001000
          88 Qteresp-Ok              value "00".                        00001010
                                                                        00001020
       01 Ws-Qterpt-Status           pic X(02).                         00001030
          88 Qterpt-Ok               value "00".                        00001040
                                                                        00001050
      * File status 88s above double as each verb's current status, so  00001060
      * Finalize-Run guards its closes on these open-succeeded latches  00001070
      * instead, set once when a file's OPEN succeeds and never reset   00001080
      * afterwards.                                                     00001090
       01 Ws-Open-Switches.                                             00001100
          05 Ws-Prospect-Open-Ok     pic X(01) value "N".               00001110
             88 Prospect-Open-Ok     value "Y".                         00001120
          05 Ws-Qteresp-Open-Ok      pic X(01) value "N".               00001130
             88 Qteresp-Open-Ok      value "Y".                         00001140
          05 Ws-Qterpt-Open-Ok       pic X(01) value "N".               00001150
             88 Qterpt-Open-Ok       value "Y".                         00001160
                                                                        00001170
       01 Ws-Eof-Switch              pic X(01) value "N".               00001180
          88 No-More-Prospects       value "Y".                         00001190
                                                                        00001200
      * Set once the response header is out, so the trailer is only     00001210
      * ever written to a response that has a header.                   00001220
       01 Ws-Header-Switch           pic X(01) value "N".               00001230
          88 Response-Header-Written value "Y".                         00001240
                                                                        00001250
       01 Ws-Run-Date-Group.                                            00001260
          05 Ws-Run-Date             pic 9(08).                         00001270
       01 Ws-Run-Date-Parts redefines Ws-Run-Date-Group.                00001280
          05 Ws-Run-Yyyy             pic 9(04).                         00001290
          05 Ws-Run-Mmdd             pic 9(04).                         00001300
                                                                        00001310
       01 Ws-Dob-Group.                                                 00001320
          05 Ws-Dob                  pic 9(08).                         00001330
       01 Ws-Dob-Parts redefines Ws-Dob-Group.                          00001340
          05 Ws-Dob-Yyyy             pic 9(04).                         00001350
          05 Ws-Dob-Mm               pic 9(02).                         00001360
          05 Ws-Dob-Dd               pic 9(02).                         00001370
       01 Ws-Dob-Parts-2 redefines Ws-Dob-Group.                        00001380
          05 filler                  pic 9(04).                         00001390
          05 Ws-Dob-Mmdd             pic 9(04).                         00001400
                                                                        00001410
       01 Ws-Edit-Age                pic S9(04).                        00001420
                                                                        00001430
       01 Ws-Days-In-Month           pic 9(02).                         00001440
       01 Ws-Leap-Quotient           pic 9(04).                         00001450
       01 Ws-Leap-Rem-4              pic 9(04).                         00001460
       01 Ws-Leap-Rem-100            pic 9(04).                         00001470
       01 Ws-Leap-Rem-400            pic 9(04).                         00001480
                                                                        00001490
       01 Ws-Edit-Fail-Switch        pic X(01) value "N".               00001500
          88 Quote-Input-Bad         value "Y".                         00001510
                                                                        00001520
      * Reject reasons, worded exactly as XARISQTE words them on the    00001530
      * XQTE screen so a broker's query reads the same either way, plus 00001540
      * one for a rate row XaRisCal refuses to score under.  The edits  00001550
      * pick their reason by position and the report counts by it.      00001560
       01 Ws-Reject-Reasons.                                            00001570
          05 filler                  pic X(30)                          00001580
             value "DOB REQUIRED (YYYYMMDD)".                           00001590
          05 filler                  pic X(30)                          00001600
             value "DOB NOT A CALENDAR DATE".                           00001610
          05 filler                  pic X(30)                          00001620
             value "DOB IN THE FUTURE".                                 00001630
          05 filler                  pic X(30)                          00001640
             value "AGE OVER 120".                                      00001650
          05 filler                  pic X(30)                          00001660
             value "SMOKER FLAG NOT Y/N".                               00001670
          05 filler                  pic X(30)                          00001680
             value "OCCUP CLASS NOT LO/MD/HI".                          00001690
          05 filler                  pic X(30)                          00001700
             value "PRE-EXIST FLAG NOT Y/N".                            00001710
          05 filler                  pic X(30)                          00001720
             value "RISC NOT CALCULATED".                               00001730
       01 Ws-Reject-Reason-Table redefines Ws-Reject-Reasons.           00001740
          05 Ws-Reject-Reason        pic X(30) occurs 8 times.          00001750
                                                                        00001760
       01 Ws-Reject-Counts.                                             00001770
          05 Ws-Reject-Count         pic 9(07) occurs 8 times.          00001780
       01 Ws-Reject-Ix               pic 9(02) comp.                    00001790
                                                                        00001800
       01 Ws-Pending-Switch          pic X(01) value "N".               00001810
          88 Pending-Row-Found       value "Y".                         00001820
                                                                        00001830
       01 Ws-Current-Eff-Date        pic 9(08) value zeros.             00001840
       01 Ws-Pending-Eff-Date        pic 9(08) value zeros.             00001850
                                                                        00001860
      * Rate row in force today, defaulted to XARISCAL's hardcoded      00001870
      * values for when no row is on file, and the next PENDING row.    00001880
       01 Ws-Current-Row.                                               00001890
          05 Ws-Cur-Boundary-1       pic 9(03) value 18.                00001900
          05 Ws-Cur-Boundary-2       pic 9(03) value 50.                00001910
          05 Ws-Cur-Smoker-Mult      pic 9v99 value 1.50.               00001920
          05 Ws-Cur-Occup-Low-Mult   pic 9v99 value 1.00.               00001930
          05 Ws-Cur-Occup-Medium-Mult pic 9v99 value 1.25.              00001940
          05 Ws-Cur-Occup-High-Mult  pic 9v99 value 1.50.               00001950
          05 Ws-Cur-Pre-Exist-Mult   pic 9v99 value 1.30.               00001960
                                                                        00001970
       01 Ws-Pending-Row.                                               00001980
          05 Ws-Pnd-Boundary-1       pic 9(03) value zero.              00001990
          05 Ws-Pnd-Boundary-2       pic 9(03) value zero.              00002000
          05 Ws-Pnd-Smoker-Mult      pic 9v99 value zero.               00002010
          05 Ws-Pnd-Occup-Low-Mult   pic 9v99 value zero.               00002020
          05 Ws-Pnd-Occup-Medium-Mult pic 9v99 value zero.              00002030
          05 Ws-Pnd-Occup-High-Mult  pic 9v99 value zero.               00002040
          05 Ws-Pnd-Pre-Exist-Mult   pic 9v99 value zero.               00002050
                                                                        00002060
       01 Ws-Import.                                                    00002070
          03 Ws-Customer.                                               00002080
             COPY CUSTREC.                                              00002090
          03 Ws-Import-As-Of-Date     pic 9(08) value zeros.            00002100
          03 Ws-Import-Parms-Supplied pic X(01) value "Y".              00002110
          03 Ws-Import-Supplied-Parms.                                  00002120
             05 Ws-Import-Sup-Boundary-1 pic 9(03) value zero.          00002130
             05 Ws-Import-Sup-Boundary-2 pic 9(03) value zero.          00002140
             05 Ws-Import-Sup-Smoker-Mult pic 9v99 value zero.          00002150
             05 Ws-Import-Sup-Occup-Low-Mult pic 9v99 value zero.       00002160
             05 Ws-Import-Sup-Occup-Medium-Mult pic 9v99 value zero.    00002170
             05 Ws-Import-Sup-Occup-High-Mult pic 9v99 value zero.      00002180
             05 Ws-Import-Sup-Pre-Exist-Mult pic 9v99 value zero.       00002190
                                                                        00002200
       01 Ws-Export.                                                    00002210
          05 Ws-Risc                 pic 9(05).                         00002220
          05 Ws-Risc-Except-Flag     pic X(01).                         00002230
             88 Ws-Risc-Not-Calc     value "Y".                         00002240
          05 Ws-Risc-Bracket         pic X(02).                         00002250
                                                                        00002260
       01 Ws-Cur-Result.                                                00002270
          05 Ws-Cur-Risc             pic 9(05).                         00002280
          05 Ws-Cur-Bracket          pic X(02).                         00002290
                                                                        00002300
       01 Ws-Pnd-Result.                                                00002310
          05 Ws-Pnd-Risc             pic 9(05).                         00002320
          05 Ws-Pnd-Bracket          pic X(02).                         00002330
                                                                        00002340
       01 Ws-Counters.                                                  00002350
          05 Ws-Prospects-Read       pic 9(07) value zero.              00002360
          05 Ws-Quoted-Count         pic 9(07) value zero.              00002370
          05 Ws-Rejected-Count       pic 9(07) value zero.              00002380
          05 Ws-Cur-Risc-Total       pic 9(11) value zero.              00002390
          05 Ws-Pnd-Risc-Total       pic 9(11) value zero.              00002400
          05 Ws-Cur-Brk-01           pic 9(07) value zero.              00002410
          05 Ws-Cur-Brk-02           pic 9(07) value zero.              00002420
          05 Ws-Cur-Brk-03           pic 9(07) value zero.              00002430
          05 Ws-Pnd-Brk-01           pic 9(07) value zero.              00002440
          05 Ws-Pnd-Brk-02           pic 9(07) value zero.              00002450
          05 Ws-Pnd-Brk-03           pic 9(07) value zero.              00002460
                                                                        00002470
       01 Ws-Cur-Risc-Average        pic 9(05)v99 value zero.           00002480
       01 Ws-Pnd-Risc-Average        pic 9(05)v99 value zero.           00002490
                                                                        00002500
       01 Ws-Report-Lines.                                              00002510
          05 Ws-Heading-Line-1       pic X(80)                          00002520
             value "BROKER PROSPECT QUOTE - GROUP SUMMARY".             00002530
          05 Ws-Run-Date-Line.                                          00002540
             10 filler               pic X(01) value space.             00002550
             10 filler               pic X(24)                          00002560
                value "RUN DATE ...............".                       00002570
             10 Ws-Rdl-Run-Date      pic 9(08).                         00002580
          05 Ws-Rates-Heading.                                          00002590
             10 filler               pic X(40)                          00002600
                value "          EFFECTIVE B1  B2  SMOKR OC-LO ".       00002610
             10 filler               pic X(40)                          00002620
                value "OC-MD OC-HI PREEX".                              00002630
          05 Ws-Rates-Line.                                             00002640
             10 Ws-Rat-Label         pic X(10).                         00002650
             10 Ws-Rat-Eff-Date      pic 9(08).                         00002660
             10 filler               pic X(01) value space.             00002670
             10 Ws-Rat-B1            pic ZZ9.                           00002680
             10 filler               pic X(01) value space.             00002690
             10 Ws-Rat-B2            pic ZZ9.                           00002700
             10 filler               pic X(02) value spaces.            00002710
             10 Ws-Rat-Smoker        pic 9.99.                          00002720
             10 filler               pic X(02) value spaces.            00002730
             10 Ws-Rat-Occ-Lo        pic 9.99.                          00002740
             10 filler               pic X(02) value spaces.            00002750
             10 Ws-Rat-Occ-Md        pic 9.99.                          00002760
             10 filler               pic X(02) value spaces.            00002770
             10 Ws-Rat-Occ-Hi        pic 9.99.                          00002780
             10 filler               pic X(02) value spaces.            00002790
             10 Ws-Rat-Preex         pic 9.99.                          00002800
             10 filler               pic X(24) value spaces.            00002810
          05 Ws-No-Pending-Line      pic X(80)                          00002820
             value "PENDING   NONE ON FILE - NO RATE CHANGE STAGED".    00002830
          05 Ws-Read-Line.                                              00002840
             10 filler               pic X(01) value space.             00002850
             10 filler               pic X(24)                          00002860
                value "PROSPECTS READ .........".                       00002870
             10 Ws-Tot-Read          pic ZZZ,ZZ9.                       00002880
          05 Ws-Quoted-Line.                                            00002890
             10 filler               pic X(01) value space.             00002900
             10 filler               pic X(24)                          00002910
                value "PROSPECTS QUOTED .......".                       00002920
             10 Ws-Tot-Quoted        pic ZZZ,ZZ9.                       00002930
          05 Ws-Rejected-Line.                                          00002940
             10 filler               pic X(01) value space.             00002950
             10 filler               pic X(24)                          00002960
                value "PROSPECTS REJECTED .....".                       00002970
             10 Ws-Tot-Rejected      pic ZZZ,ZZ9.                       00002980
          05 Ws-Dist-Heading-1       pic X(80)                          00002990
             value "BRACKET DISTRIBUTION OF QUOTED PROSPECTS".          00003000
          05 Ws-Dist-Heading-2       pic X(80)                          00003010
             value "                       CURRENT     PENDING".        00003020
          05 Ws-Dist-Line.                                              00003030
             10 filler               pic X(01) value space.             00003040
             10 Ws-Dst-Label         pic X(20).                         00003050
             10 filler               pic X(02) value spaces.            00003060
             10 Ws-Dst-Cur           pic ZZZ,ZZ9.                       00003070
             10 filler               pic X(05) value spaces.            00003080
             10 Ws-Dst-Pnd           pic ZZZ,ZZ9.                       00003090
             10 Ws-Dst-Pnd-X redefines Ws-Dst-Pnd                       00003100
                                     pic X(07).                         00003110
          05 Ws-Risc-Total-Line.                                        00003120
             10 filler               pic X(01) value space.             00003130
             10 filler               pic X(18)                          00003140
                value "TOTAL RISC .......".                             00003150
             10 Ws-Rtl-Cur           pic ZZZ,ZZZ,ZZ9.                   00003160
             10 filler               pic X(01) value space.             00003170
             10 Ws-Rtl-Pnd           pic ZZZ,ZZZ,ZZ9.                   00003180
             10 Ws-Rtl-Pnd-X redefines Ws-Rtl-Pnd                       00003190
                                     pic X(11).                         00003200
          05 Ws-Average-Line.                                           00003210
             10 filler               pic X(01) value space.             00003220
             10 Ws-Avg-Label         pic X(20).                         00003230
             10 Ws-Avg-Cur           pic ZZ,ZZ9.99.                     00003240
             10 filler               pic X(03) value spaces.            00003250
             10 Ws-Avg-Pnd           pic ZZ,ZZ9.99.                     00003260
             10 Ws-Avg-Pnd-X redefines Ws-Avg-Pnd                       00003270
                                     pic X(09).                         00003280
          05 Ws-Reason-Heading       pic X(80)                          00003290
             value "REJECT REASONS".                                    00003300
          05 Ws-Reason-Line.                                            00003310
             10 filler               pic X(01) value space.             00003320
             10 Ws-Rsn-Text          pic X(30).                         00003330
             10 Ws-Rsn-Count         pic ZZZ,ZZ9.                       00003340
          05 Ws-No-Reasons-Line      pic X(80)                          00003350
             value " NONE - EVERY PROSPECT WAS QUOTED".                 00003360
          05 Ws-Blank-Line           pic X(80) value spaces.            00003370
                                                                        00003380
       Procedure division.                                              00003390
                                                                        00003400
       Main Section.                                                    00003410
                                                                        00003420
           Perform Initialize-Run.                                      00003430
           Perform Quote-Prospects until No-More-Prospects.             00003440
           Perform Finalize-Run.                                        00003450
                                                                        00003460
           Goback.                                                      00003470
                                                                        00003480
       Initialize-Run Section.                                          00003490
                                                                        00003500
           Accept Ws-Run-Date from date yyyymmdd.                       00003510
           Initialize Ws-Reject-Counts.                                 00003520
                                                                        00003530
           Open input Prospect-File.                                    00003540
           if not Prospect-Ok                                           00003550
              display "XARISBQT: UNABLE TO OPEN PROSPECT, STATUS="      00003560
                 Ws-Prospect-Status                                     00003570
              move "Y" to Ws-Eof-Switch                                 00003580
              move 12 to Return-Code                                    00003590
           else                                                         00003600
              move "Y" to Ws-Prospect-Open-Ok                           00003610
           end-if.                                                      00003620
                                                                        00003630
           Open output Quote-Response-File.                             00003640
           if not Qteresp-Ok                                            00003650
              display "XARISBQT: UNABLE TO OPEN QTERESP, STATUS="       00003660
                 Ws-Qteresp-Status                                      00003670
              move "Y" to Ws-Eof-Switch                                 00003680
              move 12 to Return-Code                                    00003690
           else                                                         00003700
              move "Y" to Ws-Qteresp-Open-Ok                            00003710
           end-if.                                                      00003720
                                                                        00003730
           Open output Quote-Report-File.                               00003740
           if not Qterpt-Ok                                             00003750
              display "XARISBQT: UNABLE TO OPEN QTERPT, STATUS="        00003760
                 Ws-Qterpt-Status                                       00003770
              move "Y" to Ws-Eof-Switch                                 00003780
              move 12 to Return-Code                                    00003790
           else                                                         00003800
              move "Y" to Ws-Qterpt-Open-Ok                             00003810
           end-if.                                                      00003820
                                                                        00003830
           if not No-More-Prospects                                     00003840
              Perform Load-Rate-Rows                                    00003850
           end-if.                                                      00003860
                                                                        00003870
           if not No-More-Prospects                                     00003880
              Perform Write-Response-Header                             00003890
              Perform Read-Next-Prospect                                00003900
              if No-More-Prospects                                      00003910
                 display "XARISBQT: PROSPECT FILE IS EMPTY, NOTHING TO" 00003920
                    " QUOTE"                                            00003930
                 move 8 to Return-Code                                  00003940
              end-if                                                    00003950
           end-if.                                                      00003960
                                                                        00003970
       Load-Rate-Rows Section.                                          00003980
                                                                        00003990
      * Both rows are read once here, so every prospect in the group    00004000
      * is quoted off the same pair even if the table is maintained     00004010
      * while the step runs.  The row in force is the nearest           00004020
      * effective date not after today - XARISCAL's own lookup - and    00004030
      * falls back to XARISCAL's defaults when no row is on file, as    00004040
      * XARISQTE does.  The PENDING row is the first one strictly       00004050
      * after today; none means no rate change is staged, which is an   00004060
      * answer, not an error.  A RISKPARM that will not open at all     00004070
      * stops the step: a broker is never quoted off the defaults       00004080
      * because of a file problem.                                      00004090
           Open input Risk-Parm-File.                                   00004100
           if not Riskparm-Ok                                           00004110
              display "XARISBQT: UNABLE TO OPEN RISKPARM, STATUS="      00004120
                 Ws-Riskparm-Status                                     00004130
              move "Y" to Ws-Eof-Switch                                 00004140
              move 12 to Return-Code                                    00004150
           else                                                         00004160
              Perform Fetch-Current-Row                                 00004170
              Perform Fetch-Pending-Row                                 00004180
              Close Risk-Parm-File                                      00004190
           end-if.                                                      00004200
                                                                        00004210
       Fetch-Current-Row Section.                                       00004220
                                                                        00004230
           move Ws-Run-Date to Rp-Effective-Date.                       00004240
           Start Risk-Parm-File                                         00004250
              key is less than or equal Rp-Effective-Date               00004260
              invalid key                                               00004270
                 move "10" to Ws-Riskparm-Status                        00004280
           end-start.                                                   00004290
           if Riskparm-Ok                                               00004300
              Read Risk-Parm-File next record                           00004310
                 at end move "10" to Ws-Riskparm-Status                 00004320
              end-read                                                  00004330
           end-if.                                                      00004340
                                                                        00004350
           if Riskparm-Ok                                               00004360
              move Rp-Effective-Date     to Ws-Current-Eff-Date         00004370
              move Rp-Bracket-Boundary-1 to Ws-Cur-Boundary-1           00004380
              move Rp-Bracket-Boundary-2 to Ws-Cur-Boundary-2           00004390
              move Rp-Smoker-Mult        to Ws-Cur-Smoker-Mult          00004400
              move Rp-Occup-Low-Mult     to Ws-Cur-Occup-Low-Mult       00004410
              move Rp-Occup-Medium-Mult  to Ws-Cur-Occup-Medium-Mult    00004420
              move Rp-Occup-High-Mult    to Ws-Cur-Occup-High-Mult      00004430
              move Rp-Pre-Exist-Mult     to Ws-Cur-Pre-Exist-Mult       00004440
           else                                                         00004450
              display "XARISBQT: NO RISKPARM ROW IN FORCE, USING"       00004460
                 " DEFAULTS"                                            00004470
           end-if.                                                      00004480
                                                                        00004490
       Fetch-Pending-Row Section.                                       00004500
                                                                        00004510
           move "N" to Ws-Pending-Switch.                               00004520
           move Ws-Run-Date to Rp-Effective-Date.                       00004530
           Start Risk-Parm-File                                         00004540
              key is greater than Rp-Effective-Date                     00004550
              invalid key                                               00004560
                 move "10" to Ws-Riskparm-Status                        00004570
           end-start.                                                   00004580
           if Riskparm-Ok                                               00004590
              Read Risk-Parm-File next record                           00004600
                 at end move "10" to Ws-Riskparm-Status                 00004610
              end-read                                                  00004620
           end-if.                                                      00004630
                                                                        00004640
           if Riskparm-Ok                                               00004650
              move "Y" to Ws-Pending-Switch                             00004660
              move Rp-Effective-Date     to Ws-Pending-Eff-Date         00004670
              move Rp-Bracket-Boundary-1 to Ws-Pnd-Boundary-1           00004680
              move Rp-Bracket-Boundary-2 to Ws-Pnd-Boundary-2           00004690
              move Rp-Smoker-Mult        to Ws-Pnd-Smoker-Mult          00004700
              move Rp-Occup-Low-Mult     to Ws-Pnd-Occup-Low-Mult       00004710
              move Rp-Occup-Medium-Mult  to Ws-Pnd-Occup-Medium-Mult    00004720
              move Rp-Occup-High-Mult    to Ws-Pnd-Occup-High-Mult      00004730
              move Rp-Pre-Exist-Mult     to Ws-Pnd-Pre-Exist-Mult       00004740
           end-if.                                                      00004750
                                                                        00004760
       Quote-Prospects Section.                                         00004770
                                                                        00004780
           add 1 to Ws-Prospects-Read.                                  00004790
           Perform Edit-Prospect.                                       00004800
                                                                        00004810
           if not Quote-Input-Bad                                       00004820
              Perform Build-Prospect                                    00004830
              Perform Quote-Current-Rates                               00004840
           end-if.                                                      00004850
                                                                        00004860
           if not Quote-Input-Bad                                       00004870
              Perform Quote-Pending-Rates                               00004880
           end-if.                                                      00004890
                                                                        00004900
           if Quote-Input-Bad                                           00004910
              Perform Write-Reject-Detail                               00004920
           else                                                         00004930
              Perform Write-Quote-Detail                                00004940
           end-if.                                                      00004950
                                                                        00004960
           Perform Read-Next-Prospect.                                  00004970
                                                                        00004980
       Edit-Prospect Section.                                           00004990
                                                                        00005000
      * XARISQTE's Edit-Quote-Input, edit for edit and in the same      00005010
      * order, pointed at the broker's record instead of the screen:    00005020
      * the first failing edit is the reason returned.                  00005030
           move "N" to Ws-Edit-Fail-Switch.                             00005040
                                                                        00005050
           if Pp-Dob = spaces or Pp-Dob = low-values                    00005060
              or Pp-Dob is not numeric                                  00005070
              move "Y" to Ws-Edit-Fail-Switch                           00005080
              move 1 to Ws-Reject-Ix                                    00005090
           end-if.                                                      00005100
                                                                        00005110
           if not Quote-Input-Bad                                       00005120
              move Pp-Dob to Ws-Dob                                     00005130
              Perform Validate-Calendar-Date                            00005140
           end-if.                                                      00005150
                                                                        00005160
           if not Quote-Input-Bad                                       00005170
              and Ws-Dob > Ws-Run-Date                                  00005180
              move "Y" to Ws-Edit-Fail-Switch                           00005190
              move 3 to Ws-Reject-Ix                                    00005200
           end-if.                                                      00005210
                                                                        00005220
           if not Quote-Input-Bad                                       00005230
              compute Ws-Edit-Age = Ws-Run-Yyyy - Ws-Dob-Yyyy           00005240
              if Ws-Dob-Mmdd > Ws-Run-Mmdd                              00005250
                 subtract 1 from Ws-Edit-Age                            00005260
              end-if                                                    00005270
              if Ws-Edit-Age > 120                                      00005280
                 move "Y" to Ws-Edit-Fail-Switch                        00005290
                 move 4 to Ws-Reject-Ix                                 00005300
              end-if                                                    00005310
           end-if.                                                      00005320
                                                                        00005330
           if not Quote-Input-Bad                                       00005340
              and Pp-Smoker-Flag not = "Y" and Pp-Smoker-Flag not = "N" 00005350
              move "Y" to Ws-Edit-Fail-Switch                           00005360
              move 5 to Ws-Reject-Ix                                    00005370
           end-if.                                                      00005380
                                                                        00005390
           if not Quote-Input-Bad                                       00005400
              and Pp-Occup-Class not = "LO"                             00005410
              and Pp-Occup-Class not = "MD"                             00005420
              and Pp-Occup-Class not = "HI"                             00005430
              move "Y" to Ws-Edit-Fail-Switch                           00005440
              move 6 to Ws-Reject-Ix                                    00005450
           end-if.                                                      00005460
                                                                        00005470
           if not Quote-Input-Bad                                       00005480
              and Pp-Pre-Exist-Flag not = "Y"                           00005490
              and Pp-Pre-Exist-Flag not = "N"                           00005500
              move "Y" to Ws-Edit-Fail-Switch                           00005510
              move 7 to Ws-Reject-Ix                                    00005520
           end-if.                                                      00005530
                                                                        00005540
       Validate-Calendar-Date Section.                                  00005550
                                                                        00005560
           if Ws-Dob-Mm < 01 or Ws-Dob-Mm > 12                          00005570
              move "Y" to Ws-Edit-Fail-Switch                           00005580
              move 2 to Ws-Reject-Ix                                    00005590
           else                                                         00005600
              evaluate Ws-Dob-Mm                                        00005610
                 when 01                                                00005620
                 when 03                                                00005630
                 when 05                                                00005640
                 when 07                                                00005650
                 when 08                                                00005660
                 when 10                                                00005670
                 when 12                                                00005680
                    move 31 to Ws-Days-In-Month                         00005690
                 when 04                                                00005700
                 when 06                                                00005710
                 when 09                                                00005720
                 when 11                                                00005730
                    move 30 to Ws-Days-In-Month                         00005740
                 when other                                             00005750
                    Perform Set-February-Days                           00005760
              end-evaluate                                              00005770
              if Ws-Dob-Dd < 01 or Ws-Dob-Dd > Ws-Days-In-Month         00005780
                 move "Y" to Ws-Edit-Fail-Switch                        00005790
                 move 2 to Ws-Reject-Ix                                 00005800
              end-if                                                    00005810
           end-if.                                                      00005820
                                                                        00005830
       Set-February-Days Section.                                       00005840
                                                                        00005850
           divide Ws-Dob-Yyyy by 4                                      00005860
              giving Ws-Leap-Quotient remainder Ws-Leap-Rem-4.          00005870
           divide Ws-Dob-Yyyy by 100                                    00005880
              giving Ws-Leap-Quotient remainder Ws-Leap-Rem-100.        00005890
           divide Ws-Dob-Yyyy by 400                                    00005900
              giving Ws-Leap-Quotient remainder Ws-Leap-Rem-400.        00005910
                                                                        00005920
           if (Ws-Leap-Rem-4 = zero and Ws-Leap-Rem-100 not = zero)     00005930
              or Ws-Leap-Rem-400 = zero                                 00005940
              move 29 to Ws-Days-In-Month                               00005950
           else                                                         00005960
              move 28 to Ws-Days-In-Month                               00005970
           end-if.                                                      00005980
                                                                        00005990
       Build-Prospect Section.                                          00006000
                                                                        00006010
      * No Cust-Id, no policy: the prospect exists only in this         00006020
      * step's working storage.  Age is derived from the DOB the same   00006030
      * way XARISQTE and the nightly batch derive it before a score.    00006040
           move spaces            to Cust-Id of Ws-Customer.            00006050
           move spaces            to Cust-Name of Ws-Customer.          00006060
           move spaces            to Cust-Policy-No of Ws-Customer.     00006070
           move Ws-Dob            to Cust-Dob of Ws-Customer.           00006080
           move Pp-Smoker-Flag    to Smoker-Flag of Ws-Customer.        00006090
           move Pp-Occup-Class    to Occup-Class of Ws-Customer.        00006100
           move Pp-Pre-Exist-Flag to Pre-Exist-Flag of Ws-Customer.     00006110
                                                                        00006120
           compute Age of Ws-Customer =                                 00006130
              Ws-Run-Yyyy - Ws-Dob-Yyyy.                                00006140
           if Ws-Run-Mmdd < Ws-Dob-Mmdd                                 00006150
              subtract 1 from Age of Ws-Customer                        00006160
           end-if.                                                      00006170
                                                                        00006180
       Quote-Current-Rates Section.                                     00006190
                                                                        00006200
           move Ws-Cur-Boundary-1  to Ws-Import-Sup-Boundary-1.         00006210
           move Ws-Cur-Boundary-2  to Ws-Import-Sup-Boundary-2.         00006220
           move Ws-Cur-Smoker-Mult to Ws-Import-Sup-Smoker-Mult.        00006230
           move Ws-Cur-Occup-Low-Mult                                   00006240
              to Ws-Import-Sup-Occup-Low-Mult.                          00006250
           move Ws-Cur-Occup-Medium-Mult                                00006260
              to Ws-Import-Sup-Occup-Medium-Mult.                       00006270
           move Ws-Cur-Occup-High-Mult                                  00006280
              to Ws-Import-Sup-Occup-High-Mult.                         00006290
           move Ws-Cur-Pre-Exist-Mult                                   00006300
              to Ws-Import-Sup-Pre-Exist-Mult.                          00006310
           Call "XARISCAL" using Ws-Import Ws-Export.                   00006320
           move Ws-Risc         to Ws-Cur-Risc.                         00006330
           move Ws-Risc-Bracket to Ws-Cur-Bracket.                      00006340
                                                                        00006350
      * XaRisCal flags the score rather than returning one when the     00006360
      * row's bracket boundaries are unusable - never quote that.       00006370
           if Ws-Risc-Not-Calc                                          00006380
              move "Y" to Ws-Edit-Fail-Switch                           00006390
              move 8 to Ws-Reject-Ix                                    00006400
           end-if.                                                      00006410
                                                                        00006420
       Quote-Pending-Rates Section.                                     00006430
                                                                        00006440
           move zeros  to Ws-Pnd-Risc.                                  00006450
           move spaces to Ws-Pnd-Bracket.                               00006460
                                                                        00006470
           if Pending-Row-Found                                         00006480
              move Ws-Pnd-Boundary-1  to Ws-Import-Sup-Boundary-1       00006490
              move Ws-Pnd-Boundary-2  to Ws-Import-Sup-Boundary-2       00006500
              move Ws-Pnd-Smoker-Mult to Ws-Import-Sup-Smoker-Mult      00006510
              move Ws-Pnd-Occup-Low-Mult                                00006520
                 to Ws-Import-Sup-Occup-Low-Mult                        00006530
              move Ws-Pnd-Occup-Medium-Mult                             00006540
                 to Ws-Import-Sup-Occup-Medium-Mult                     00006550
              move Ws-Pnd-Occup-High-Mult                               00006560
                 to Ws-Import-Sup-Occup-High-Mult                       00006570
              move Ws-Pnd-Pre-Exist-Mult                                00006580
                 to Ws-Import-Sup-Pre-Exist-Mult                        00006590
              Call "XARISCAL" using Ws-Import Ws-Export                 00006600
              move Ws-Risc         to Ws-Pnd-Risc                       00006610
              move Ws-Risc-Bracket to Ws-Pnd-Bracket                    00006620
              if Ws-Risc-Not-Calc                                       00006630
                 move "Y" to Ws-Edit-Fail-Switch                        00006640
                 move 8 to Ws-Reject-Ix                                 00006650
              end-if                                                    00006660
           end-if.                                                      00006670
                                                                        00006680
       Write-Response-Header Section.                                   00006690
                                                                        00006700
           move "H"                 to Qr-Rec-Type.                     00006710
           move spaces              to Qr-Header-Data.                  00006720
           move Ws-Run-Date         to Qr-Hdr-Run-Date.                 00006730
           move Ws-Current-Eff-Date to Qr-Hdr-Cur-Eff-Date.             00006740
           move Ws-Pending-Eff-Date to Qr-Hdr-Pnd-Eff-Date.             00006750
           Write Quote-Response-Record.                                 00006760
           move "Y" to Ws-Header-Switch.                                00006770
                                                                        00006780
       Write-Quote-Detail Section.                                      00006790
                                                                        00006800
           move "D"                   to Qr-Rec-Type.                   00006810
           move spaces                to Qr-Detail-Data.                00006820
           move Pp-Broker-Ref         to Qr-Broker-Ref.                 00006830
           move Pp-Dob                to Qr-Dob.                        00006840
           move "Q"                   to Qr-Quote-Status.               00006850
           move Age of Ws-Customer    to Qr-Age.                        00006860
           move Ws-Cur-Risc           to Qr-Cur-Risc.                   00006870
           move Ws-Cur-Bracket        to Qr-Cur-Bracket.                00006880
           move Ws-Pnd-Risc           to Qr-Pnd-Risc.                   00006890
           move Ws-Pnd-Bracket        to Qr-Pnd-Bracket.                00006900
           Write Quote-Response-Record.                                 00006910
                                                                        00006920
           add 1           to Ws-Quoted-Count.                          00006930
           add Ws-Cur-Risc to Ws-Cur-Risc-Total.                        00006940
           add Ws-Pnd-Risc to Ws-Pnd-Risc-Total.                        00006950
                                                                        00006960
           evaluate Ws-Cur-Bracket                                      00006970
              when "01"                                                 00006980
                 add 1 to Ws-Cur-Brk-01                                 00006990
              when "02"                                                 00007000
                 add 1 to Ws-Cur-Brk-02                                 00007010
              when "03"                                                 00007020
                 add 1 to Ws-Cur-Brk-03                                 00007030
              when other                                                00007040
                 continue                                               00007050
           end-evaluate.                                                00007060
                                                                        00007070
           evaluate Ws-Pnd-Bracket                                      00007080
              when "01"                                                 00007090
                 add 1 to Ws-Pnd-Brk-01                                 00007100
              when "02"                                                 00007110
                 add 1 to Ws-Pnd-Brk-02                                 00007120
              when "03"                                                 00007130
                 add 1 to Ws-Pnd-Brk-03                                 00007140
              when other                                                00007150
                 continue                                               00007160
           end-evaluate.                                                00007170
                                                                        00007180
       Write-Reject-Detail Section.                                     00007190
                                                                        00007200
           move "D"                   to Qr-Rec-Type.                   00007210
           move spaces                to Qr-Detail-Data.                00007220
           move Pp-Broker-Ref         to Qr-Broker-Ref.                 00007230
           move Pp-Dob                to Qr-Dob.                        00007240
           move "R"                   to Qr-Quote-Status.               00007250
           move zeros                 to Qr-Age.                        00007260
           move zeros                 to Qr-Cur-Risc.                   00007270
           move zeros                 to Qr-Pnd-Risc.                   00007280
           move Ws-Reject-Reason(Ws-Reject-Ix) to Qr-Reject-Reason.     00007290
           Write Quote-Response-Record.                                 00007300
                                                                        00007310
           add 1 to Ws-Rejected-Count.                                  00007320
           add 1 to Ws-Reject-Count(Ws-Reject-Ix).                      00007330
                                                                        00007340
       Read-Next-Prospect Section.                                      00007350
                                                                        00007360
           Read Prospect-File                                           00007370
              at end move "Y" to Ws-Eof-Switch                          00007380
           end-read.                                                    00007390
                                                                        00007400
       Finalize-Run Section.                                            00007410
                                                                        00007420
           if Response-Header-Written                                   00007430
              Perform Write-Response-Trailer                            00007440
           end-if.                                                      00007450
                                                                        00007460
      * No header means the step stopped on an open failure before      00007470
      * quoting anything - the displayed message is the whole story.    00007480
           if Qterpt-Open-Ok                                            00007490
              and Response-Header-Written                               00007500
              Perform Write-Quote-Report                                00007510
           end-if.                                                      00007520
                                                                        00007530
           if Ws-Rejected-Count > zero                                  00007540
              and Return-Code < 4                                       00007550
              move 4 to Return-Code                                     00007560
           end-if.                                                      00007570
                                                                        00007580
           Perform Close-Files.                                         00007590
                                                                        00007600
       Write-Response-Trailer Section.                                  00007610
                                                                        00007620
           move "T"                to Qr-Rec-Type.                      00007630
           move spaces             to Qr-Trailer-Data.                  00007640
           move Ws-Prospects-Read  to Qr-Trl-Record-Count.              00007650
           move Ws-Quoted-Count    to Qr-Trl-Quoted-Count.              00007660
           move Ws-Rejected-Count  to Qr-Trl-Reject-Count.              00007670
           Write Quote-Response-Record.                                 00007680
                                                                        00007690
       Write-Quote-Report Section.                                      00007700
                                                                        00007710
           Write Quote-Report-Line from Ws-Heading-Line-1.              00007720
           Write Quote-Report-Line from Ws-Blank-Line.                  00007730
           move Ws-Run-Date to Ws-Rdl-Run-Date.                         00007740
           Write Quote-Report-Line from Ws-Run-Date-Line.               00007750
                                                                        00007760
           Write Quote-Report-Line from Ws-Blank-Line.                  00007770
           Write Quote-Report-Line from Ws-Rates-Heading.               00007780
           move "CURRENT   "           to Ws-Rat-Label.                 00007790
           move Ws-Current-Eff-Date    to Ws-Rat-Eff-Date.              00007800
           move Ws-Cur-Boundary-1      to Ws-Rat-B1.                    00007810
           move Ws-Cur-Boundary-2      to Ws-Rat-B2.                    00007820
           move Ws-Cur-Smoker-Mult     to Ws-Rat-Smoker.                00007830
           move Ws-Cur-Occup-Low-Mult  to Ws-Rat-Occ-Lo.                00007840
           move Ws-Cur-Occup-Medium-Mult to Ws-Rat-Occ-Md.              00007850
           move Ws-Cur-Occup-High-Mult to Ws-Rat-Occ-Hi.                00007860
           move Ws-Cur-Pre-Exist-Mult  to Ws-Rat-Preex.                 00007870
           Write Quote-Report-Line from Ws-Rates-Line.                  00007880
                                                                        00007890
           if Pending-Row-Found                                         00007900
              move "PENDING   "           to Ws-Rat-Label               00007910
              move Ws-Pending-Eff-Date    to Ws-Rat-Eff-Date            00007920
              move Ws-Pnd-Boundary-1      to Ws-Rat-B1                  00007930
              move Ws-Pnd-Boundary-2      to Ws-Rat-B2                  00007940
              move Ws-Pnd-Smoker-Mult     to Ws-Rat-Smoker              00007950
              move Ws-Pnd-Occup-Low-Mult  to Ws-Rat-Occ-Lo              00007960
              move Ws-Pnd-Occup-Medium-Mult to Ws-Rat-Occ-Md            00007970
              move Ws-Pnd-Occup-High-Mult to Ws-Rat-Occ-Hi              00007980
              move Ws-Pnd-Pre-Exist-Mult  to Ws-Rat-Preex               00007990
              Write Quote-Report-Line from Ws-Rates-Line                00008000
           else                                                         00008010
              Write Quote-Report-Line from Ws-No-Pending-Line           00008020
           end-if.                                                      00008030
                                                                        00008040
           move Ws-Prospects-Read to Ws-Tot-Read.                       00008050
           move Ws-Quoted-Count   to Ws-Tot-Quoted.                     00008060
           move Ws-Rejected-Count to Ws-Tot-Rejected.                   00008070
           Write Quote-Report-Line from Ws-Blank-Line.                  00008080
           Write Quote-Report-Line from Ws-Read-Line.                   00008090
           Write Quote-Report-Line from Ws-Quoted-Line.                 00008100
           Write Quote-Report-Line from Ws-Rejected-Line.               00008110
                                                                        00008120
           Write Quote-Report-Line from Ws-Blank-Line.                  00008130
           Write Quote-Report-Line from Ws-Dist-Heading-1.              00008140
           Write Quote-Report-Line from Ws-Dist-Heading-2.              00008150
           move "BRACKET 01 .........." to Ws-Dst-Label.                00008160
           move Ws-Cur-Brk-01 to Ws-Dst-Cur.                            00008170
           move Ws-Pnd-Brk-01 to Ws-Dst-Pnd.                            00008180
           Perform Write-Dist-Line.                                     00008190
           move "BRACKET 02 .........." to Ws-Dst-Label.                00008200
           move Ws-Cur-Brk-02 to Ws-Dst-Cur.                            00008210
           move Ws-Pnd-Brk-02 to Ws-Dst-Pnd.                            00008220
           Perform Write-Dist-Line.                                     00008230
           move "BRACKET 03 .........." to Ws-Dst-Label.                00008240
           move Ws-Cur-Brk-03 to Ws-Dst-Cur.                            00008250
           move Ws-Pnd-Brk-03 to Ws-Dst-Pnd.                            00008260
           Perform Write-Dist-Line.                                     00008270
                                                                        00008280
           move Ws-Cur-Risc-Total to Ws-Rtl-Cur.                        00008290
           if Pending-Row-Found                                         00008300
              move Ws-Pnd-Risc-Total to Ws-Rtl-Pnd                      00008310
           else                                                         00008320
              move spaces to Ws-Rtl-Pnd-X                               00008330
           end-if.                                                      00008340
           Write Quote-Report-Line from Ws-Risc-Total-Line.             00008350
                                                                        00008360
           if Ws-Quoted-Count > zero                                    00008370
              compute Ws-Cur-Risc-Average rounded =                     00008380
                 Ws-Cur-Risc-Total / Ws-Quoted-Count                    00008390
              compute Ws-Pnd-Risc-Average rounded =                     00008400
                 Ws-Pnd-Risc-Total / Ws-Quoted-Count                    00008410
           end-if.                                                      00008420
           move "AVERAGE RISC ........" to Ws-Avg-Label.                00008430
           move Ws-Cur-Risc-Average to Ws-Avg-Cur.                      00008440
           if Pending-Row-Found                                         00008450
              move Ws-Pnd-Risc-Average to Ws-Avg-Pnd                    00008460
           else                                                         00008470
              move spaces to Ws-Avg-Pnd-X                               00008480
           end-if.                                                      00008490
           Write Quote-Report-Line from Ws-Average-Line.                00008500
                                                                        00008510
           Write Quote-Report-Line from Ws-Blank-Line.                  00008520
           Write Quote-Report-Line from Ws-Reason-Heading.              00008530
           if Ws-Rejected-Count = zero                                  00008540
              Write Quote-Report-Line from Ws-No-Reasons-Line           00008550
           else                                                         00008560
              perform varying Ws-Reject-Ix from 1 by 1                  00008570
                 until Ws-Reject-Ix > 8                                 00008580
                 if Ws-Reject-Count(Ws-Reject-Ix) > zero                00008590
                    move Ws-Reject-Reason(Ws-Reject-Ix)                 00008600
                       to Ws-Rsn-Text                                   00008610
                    move Ws-Reject-Count(Ws-Reject-Ix)                  00008620
                       to Ws-Rsn-Count                                  00008630
                    Write Quote-Report-Line from Ws-Reason-Line         00008640
                 end-if                                                 00008650
              end-perform                                               00008660
           end-if.                                                      00008670
                                                                        00008680
       Write-Dist-Line Section.                                         00008690
                                                                        00008700
      * With no PENDING row the pending column is left blank rather     00008710
      * than showing zeros that read like a real distribution.          00008720
           if not Pending-Row-Found                                     00008730
              move spaces to Ws-Dst-Pnd-X                               00008740
           end-if.                                                      00008750
           Write Quote-Report-Line from Ws-Dist-Line.                   00008760
                                                                        00008770
       Close-Files Section.                                             00008780
                                                                        00008790
           if Prospect-Open-Ok                                          00008800
              Close Prospect-File                                       00008810
           end-if.                                                      00008820
           if Qteresp-Open-Ok                                           00008830
              Close Quote-Response-File                                 00008840
           end-if.                                                      00008850
           if Qterpt-Open-Ok                                            00008860
              Close Quote-Report-File                                   00008870
           end-if.                                                      00008880
