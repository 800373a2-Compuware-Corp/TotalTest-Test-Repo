      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *              RISKOVR - Underwriter Risc Override Record       * 00000040
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
      * One row per underwriter override, keyed on Ro-Key (customer   * 00000160
      * ID + policy number).  A blank policy number is an override on * 00000170
      * the whole customer; a filled one covers that single policy    * 00000180
      * and beats the customer-level row for it.  The underwriter     * 00000190
      * sets the row on the XREF screen (XARISREF) when closing a     * 00000200
      * referral: either a manual loading - a percentage added to the * 00000210
      * calculated Risc - or a fixed Risc that replaces it outright.  * 00000220
      * XARISBAT and XARISRGN apply the row to every RISKEXT detail   * 00000230
      * it covers while the cycle date falls between the set date and * 00000240
      * the expiry date; XARISOVR reports what was applied and what   * 00000250
      * is about to expire.  A new override for the same key replaces * 00000260
      * the old one.  COPY this member under an 01 (file record)      * 00000270
      * level.                                                        * 00000280
      ***************************************************************** 00000290
      *                          Maintenance Log                        00000300
      *---------------------------------------------------------------- 00000310
      *              Description                       |   Date   | Who 00000320
      *---------------------------------------------------------------- 00000330
      * Initial underwriter Risc override record layout | 10/15/26 | AGT00000340
      ***************************************************************** 00000350
                                                                        00000360
           05 Ro-Key.                                                   00000370
              10 Ro-Cust-Id          pic X(10).                         00000380
              10 Ro-Policy-No        pic X(10).                         00000390
                 88 Ro-Customer-Level value spaces.                     00000400
           05 Ro-Type                pic X(01).                         00000410
              88 Ro-Loading          value "L".                         00000420
              88 Ro-Fixed-Risc       value "F".                         00000430
      * Loading: whole percent added to the calculated Risc (1-999).    00000440
      * Fixed: the Risc sent in place of the calculated one.            00000450
           05 Ro-Value               pic 9(05).                         00000460
           05 Ro-Reason              pic X(30).                         00000470
           05 Ro-Expiry-Date         pic 9(08).                         00000480
           05 Ro-User-Id             pic X(08).                         00000490
           05 Ro-Set-Date            pic 9(08).                         00000500
      * Create date of the REFQUEUE referral whose close set the row.   00000510
           05 Ro-Ref-Create-Date     pic 9(08).                         00000520
