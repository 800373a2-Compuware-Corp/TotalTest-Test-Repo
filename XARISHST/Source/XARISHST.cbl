      * the same dates, so a score jump can be explained while the    * 00000170
      * customer is still on the line ("DOB corrected on the 14th,    * 00000180
      * bracket moved 02 to 03").  PF7/PF8 page backward and          * 00000190
      * forward; every interaction re-browses the files so the list   * 00000197
      * is always current.  A headline above the list shows the       * 00000204
      * customer's latest and prior score straight from CURRSCOR.     * 00000211
      *                                                               * 00000220
      * NOTE: this program uses EXEC CICS commands and is not         * 00000230
      * compilable/testable with a stand-alone GnuCOBOL syntax-only   * 00000240
      *              Description                       |   Date   | Who 00000410
      *---------------------------------------------------------------- 00000420
      * Initial risk history inquiry transaction        | 08/21/26 | AGT00000430
      * Current/prior score headline read from CURRSCOR | 10/15/26 | AGT00000435
      * Not-on-file text only when CURRSCOR read fails  | 10/15/26 | AGT00000437
      ***************************************************************** 00000440
                                                                        00000450
       Environment division.                                            00000460
       01 Ws-Correction-Rec.                                            00000580
          COPY CORRLOG.                                                 00000590
                                                                        00000600
       01 Ws-Current-Score-Rec.                                         00000601
          COPY CURRSCOR.                                                00000602
                                                                        00000603
       01 Ws-Score-Key               pic X(10).                         00000604
                                                                        00000605
       01 Ws-Hist-Key.                                                  00000610
          05 Ws-Hk-Cust-Id           pic X(10).                         00000620
          05 Ws-Hk-Run-Date          pic 9(08).                         00000630
      * instead of twelve discrete moves.                               00000740
       01 Xarih1-Line-Overlay redefines Xarih1i.                        00000750
          05 filler                  pic x(12).                         00000760
          05 filler                  pic x(13).                         00000766
          05 filler                  pic x(75).                         00000772
          05 Xarih1-Line-Entry occurs 12 times.                         00000780
             10 filler               pic x(03).                         00000790
             10 Xarih1-Line-Text     pic x(72).                         00000800
          05 filler                  pic X(08) value " RECALC ".        00001400
          05 Ws-Cl-Recalc            pic X(01).                         00001410
          05 filler                  pic X(17) value spaces.            00001420
                                                                        00001421
      * Headline above the list: latest run, then the run before it.    00001422
       01 Ws-Score-Line.                                                00001424
          05 filler                  pic X(10) value "SCORE NOW ".      00001425
          05 Ws-Sl-Risc              pic ZZZZ9.                         00001426
          05 filler                  pic X(01) value "/".               00001428
          05 Ws-Sl-Bracket           pic X(02).                         00001429
          05 filler                  pic X(05) value " AGE ".           00001430
          05 Ws-Sl-Age               pic ZZ9.                           00001432
          05 filler                  pic X(04) value " ON ".            00001433
          05 Ws-Sl-Date              pic 9(08).                         00001434
          05 filler                  pic X(02) value spaces.            00001436
          05 filler                  pic X(06) value "PRIOR ".          00001437
          05 Ws-Sl-Prior-Risc        pic ZZZZ9.                         00001439
          05 filler                  pic X(01) value "/".               00001440
          05 Ws-Sl-Prior-Bracket     pic X(02).                         00001441
          05 filler                  pic X(04) value " ON ".            00001443
          05 Ws-Sl-Prior-Date        pic 9(08).                         00001444
          05 filler                  pic X(06) value spaces.            00001445
                                                                        00001447
       01 Ws-Commarea.                                                  00001448
          05 Ca-Cust-Id              pic X(10) value spaces.            00001450
          05 Ca-Page                 pic 9(03) value zero.              00001460
                                                                        00001470
       Show-Current-Page Section.                                       00004110
                                                                        00004120
           Perform Clear-List-Lines.                                    00004130
           Perform Show-Current-Score.                                  00004135
                                                                        00004140
           compute Ws-Page-Start = (Ca-Page - 1) * 12.                  00004150
           perform varying Ws-Sx from 1 by 1 until Ws-Sx > 12           00004160
                                                                        00004400
           Perform Send-Display-Map.                                    00004410
                                                                        00004420
       Show-Current-Score Section.                                      00004421
                                                                        00004422
      * One keyed read for the headline: the latest and prior score     00004423
      * XARISBAT keeps on CURRSCOR, so where the customer stands now    00004424
      * is on screen without paging through the history below.          00004425
           move Ca-Cust-Id to Ws-Score-Key.                             00004426
                                                                        00004427
           Exec Cics Read                                               00004428
              File('CURRSCOR')                                          00004429
              Into(Ws-Current-Score-Rec)                                00004430
              Ridfld(Ws-Score-Key)                                      00004431
              Resp(Ws-Resp)                                             00004432
           End-Exec.                                                    00004433
                                                                        00004434
           if Ws-Resp = Dfhresp(Normal)                                 00004435
              move Sc-Risc of Ws-Current-Score-Rec    to Ws-Sl-Risc     00004436
              move Sc-Bracket of Ws-Current-Score-Rec to Ws-Sl-Bracket  00004437
              move Sc-Age of Ws-Current-Score-Rec     to Ws-Sl-Age      00004438
              move Sc-Run-Date of Ws-Current-Score-Rec                  00004439
                 to Ws-Sl-Date                                          00004440
              move Sc-Prior-Risc of Ws-Current-Score-Rec                00004441
                 to Ws-Sl-Prior-Risc                                    00004442
              move Sc-Prior-Bracket of Ws-Current-Score-Rec             00004443
                 to Ws-Sl-Prior-Bracket                                 00004444
              move Sc-Prior-Run-Date of Ws-Current-Score-Rec            00004445
                 to Ws-Sl-Prior-Date                                    00004446
              move Ws-Score-Line to Curscro                             00004447
      * Only one run on file yet (a new customer): nothing to show      00004448
      * in the prior half of the line.                                  00004449
              if Sc-Prior-Run-Date of Ws-Current-Score-Rec = zero       00004450
                 move "NO PRIOR RUN ON FILE" to Curscro(41:)            00004451
              end-if                                                    00004452
           else                                                         00004453
              move "NO CURRENT SCORE ON FILE" to Curscro                00004454
           end-if.                                                      00004455
                                                                        00004456
       Clear-List-Lines Section.                                        00004457
                                                                        00004458
           perform varying Ws-Sx from 1 by 1 until Ws-Sx > 12           00004459
              move spaces to Xarih1-Line-Text(Ws-Sx)                    00004460
           end-perform.                                                 00004463
           move spaces to Curscro.                                      00004466
                                                                        00004480
       Receive-Map Section.                                             00004490
                                                                        00004500
