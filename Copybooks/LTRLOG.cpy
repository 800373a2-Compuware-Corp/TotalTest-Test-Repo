      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *             LTRLOG - Policyholder Letter Sent Log Record      * 00000040
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
      * One row per premium-increase notice XARISLTR has produced,    * 00000160
      * keyed on Lt-Key (customer ID + the cycle date the increase    * 00000170
      * was scored on).  XARISLTR checks it before writing a letter   * 00000180
      * so a rerun of the same cycle never sends the same customer    * 00000190
      * the same notice twice.  COPY this member under an 01 (file    * 00000200
      * record) level.                                                * 00000210
      ***************************************************************** 00000220
      *                          Maintenance Log                        00000230
      *---------------------------------------------------------------- 00000240
      *              Description                       |   Date   | Who 00000250
      *---------------------------------------------------------------- 00000260
      * Initial letter sent log record layout           | 10/15/26 | AGT00000270
      ***************************************************************** 00000280
                                                                        00000290
           05 Lt-Key.                                                   00000300
              10 Lt-Cust-Id          pic X(10).                         00000310
              10 Lt-Cycle-Date       pic 9(08).                         00000320
           05 Lt-Sent-Date           pic 9(08).                         00000330
           05 Lt-Prior-Bracket       pic X(02).                         00000340
           05 Lt-New-Bracket         pic X(02).                         00000350
           05 Lt-Policy-Count        pic 9(03).                         00000360
