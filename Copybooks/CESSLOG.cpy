      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *            CESSLOG - Reinsurance Cession Log Record           * 00000040
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
      * One row per policy ceded on a monthly bordereau, keyed on     * 00000160
      * Cs-Key (bordereau month + policy number) with every month's   * 00000170
      * rows retained.  XARISBDX reads last month's rows to flag each * 00000180
      * policy new or continuing and to report the ones that have     * 00000190
      * left the treaty; a rerun of a month replaces that month's     * 00000200
      * rows.  COPY this member under an 01 (file record) level.      * 00000210
      ***************************************************************** 00000220
      *                          Maintenance Log                        00000230
      *---------------------------------------------------------------- 00000240
      *              Description                       |   Date   | Who 00000250
      *---------------------------------------------------------------- 00000260
      * Initial cession log record layout               | 10/15/26 | AGT00000270
      ***************************************************************** 00000280
                                                                        00000290
           05 Cs-Key.                                                   00000300
              10 Cs-Month            pic 9(06).                         00000310
              10 Cs-Policy-No        pic X(10).                         00000320
           05 Cs-Cust-Id             pic X(10).                         00000330
           05 Cs-Pol-Type            pic X(02).                         00000340
           05 Cs-Inception-Date      pic 9(08).                         00000350
           05 Cs-Risc                pic 9(05).                         00000360
           05 Cs-Bracket             pic X(02).                         00000370
           05 Cs-Ceded-Premium       pic 9(07)v99.                      00000380
           05 Cs-Cession-Flag        pic X(01).                         00000390
              88 Cs-New-Cession      value "N".                         00000400
              88 Cs-Continuing       value "C".                         00000410
           05 Cs-Run-Date            pic 9(08).                         00000420
