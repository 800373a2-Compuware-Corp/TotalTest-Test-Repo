      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *              CURRSCOR - Current Risk Score Record             * 00000040
      *                                                               * 00000050
      ***************************************************************** 00000060
      * THESE MATERIALS CONTAIN CONFIDENTIAL INFORMATION AND          * 00000070
      * TRADE SECRETS OF COMPUWARE CORPORATION.  USING, DISCLOSING,   * 00000080
      * OR REPRODUCING THESE MATERIALS IS STRICTLY PROHIBITED UNLESS  * 00000090
      * REQUIRED BY OR AUTHORIZED BY LAW OR ADVANCE WRITTEN PERMISSION* 00000100
      * HAS BEEN GIVEN BY COMPUWARE CORPORATION.                      * 00000110
      *                                                               * 00000120
      * COPYRIGHT (C) 2026 COMPUWARE CORPORATION.                     * 00000130
      * ALL RIGHTS RESERVED.                                          * 00000140
      ***************************************************************** 00000150
      * One row per customer, keyed on Sc-Cust-Id, holding the two    * 00000160
      * most recent RISKHIST rows side by side: Sc-Last is the latest * 00000170
      * run and Sc-Prior the run before it.  Maintained by XARISBAT   * 00000180
      * as it writes each RISKHIST row and by XARISMRG when a merge   * 00000188
      * re-keys history, and reloadable from RISKHIST by XARISCSR, so * 00000196
      * readers that only need "now" and "last time" do a single      * 00000204
      * keyed read instead of browsing history.  A zero               * 00000212
      * Sc-Prior-Run-Date means only one run is on file.              * 00000220
      * COPY this member under an 01 (file record) level.             * 00000230
      ***************************************************************** 00000240
      *                          Maintenance Log                        00000250
      *---------------------------------------------------------------- 00000260
      *              Description                       |   Date   | Who 00000270
      *---------------------------------------------------------------- 00000280
      * Initial current risk score record layout        | 10/15/26 | AGT00000290
      * XARISMRG keeps the rows of merged customers     | 10/15/26 | AGT00000295
      ***************************************************************** 00000300
                                                                        00000310
           05 Sc-Cust-Id             pic X(10).                         00000320
      * Sc-Last and Sc-Prior share one layout so a new run can shift    00000330
      * the latest values down with a single group move.                00000340
           05 Sc-Last.                                                  00000350
              10 Sc-Run-Date         pic 9(08).                         00000360
              10 Sc-Risc             pic 9(05).                         00000370
              10 Sc-Bracket          pic X(02).                         00000380
                 88 Sc-Bracket-Under-18 value "01".                     00000390
                 88 Sc-Bracket-18-To-49 value "02".                     00000400
                 88 Sc-Bracket-50-Up    value "03".                     00000410
              10 Sc-Age              pic 9(03).                         00000420
              10 Sc-Override-Flag    pic X(01).                         00000430
              10 Sc-Override-Risc    pic 9(05).                         00000440
           05 Sc-Prior.                                                 00000450
              10 Sc-Prior-Run-Date   pic 9(08).                         00000460
              10 Sc-Prior-Risc       pic 9(05).                         00000470
              10 Sc-Prior-Bracket    pic X(02).                         00000480
              10 Sc-Prior-Age        pic 9(03).                         00000490
              10 Sc-Prior-Override-Flag pic X(01).                      00000500
              10 Sc-Prior-Override-Risc pic 9(05).                      00000510
