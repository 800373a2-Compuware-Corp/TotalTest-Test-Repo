      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *               MERGELOG - Customer Merge Log Record            * 00000040
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
      * One row per duplicate customer merged away by XARISMRG, keyed * 00000160
      * on Mg-Retired-Cust-Id.  The row is written "S" (started)      * 00000170
      * before anything is moved and rewritten "C" (complete) with    * 00000180
      * the moved-row counts once the retired customer has been       * 00000190
      * taken off CUSTMAST, so a merge that stopped part way through  * 00000200
      * is visible and is finished by resubmitting the same           * 00000210
      * transaction.  The retired customer's CUSTREC image is kept    * 00000220
      * here as the only copy once it leaves the master.  XARISBAT    * 00000230
      * never scores a Cust-Id found here and XARISMNT refuses to add * 00000240
      * one back.  COPY this member under an 01 (file record) level.  * 00000250
      ***************************************************************** 00000260
      *                          Maintenance Log                        00000270
      *---------------------------------------------------------------- 00000280
      *              Description                       |   Date   | Who 00000290
      *---------------------------------------------------------------- 00000300
      * Initial customer merge log record layout        | 10/15/26 | AGT00000310
      ***************************************************************** 00000320
                                                                        00000330
           03 Mg-Retired-Cust-Id     pic X(10).                         00000340
           03 Mg-Survivor-Cust-Id    pic X(10).                         00000350
           03 Mg-Merge-Date          pic 9(08).                         00000360
           03 Mg-Merge-Time          pic 9(06).                         00000370
           03 Mg-Requested-By        pic X(08).                         00000380
           03 Mg-Status              pic X(01).                         00000390
              88 Mg-Merge-Started    value "S".                         00000400
              88 Mg-Merge-Complete   value "C".                         00000410
           03 Mg-Complete-Date       pic 9(08).                         00000420
           03 Mg-Counts.                                                00000430
              05 Mg-Policies-Moved   pic 9(05).                         00000440
              05 Mg-Premiums-Moved   pic 9(05).                         00000450
              05 Mg-History-Moved    pic 9(05).                         00000460
              05 Mg-History-Dropped  pic 9(05).                         00000470
              05 Mg-Corrections-Moved pic 9(05).                        00000480
              05 Mg-Corrections-Left pic 9(05).                         00000490
              05 Mg-Referrals-Moved  pic 9(05).                         00000500
              05 Mg-Referrals-Dropped pic 9(05).                        00000510
              05 Mg-Overrides-Moved  pic 9(05).                         00000520
              05 Mg-Overrides-Dropped pic 9(05).                        00000530
           03 Mg-Retired-Customer.                                      00000540
              COPY CUSTREC.                                             00000550
