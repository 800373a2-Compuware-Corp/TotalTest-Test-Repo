      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *             CUSTADDR - Customer Mailing Address Record        * 00000040
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
      * One mailing address per customer, keyed on Ad-Cust-Id.  Kept  * 00000160
      * beside CUSTMAST rather than on CUSTREC, which is also         * 00000170
      * XARISCAL's Import layout and carries only what scoring needs. * 00000180
      * XARISMNT writes it from the optional address that may follow  * 00000190
      * the customer fields on an add or change transaction, and      * 00000200
      * deletes it with the customer; XARISLTR addresses policyholder * 00000210
      * letters from it.  A customer with no row, or with no first    * 00000220
      * line or postcode, has no usable address.  COPY this member    * 00000230
      * under an 01 (file record) or 03 (group) level.                * 00000240
      ***************************************************************** 00000250
      *                          Maintenance Log                        00000260
      *---------------------------------------------------------------- 00000270
      *              Description                       |   Date   | Who 00000280
      *---------------------------------------------------------------- 00000290
      * Initial customer mailing address record layout  | 10/15/26 | AGT00000300
      ***************************************************************** 00000310
                                                                        00000320
           05 Ad-Cust-Id             pic X(10).                         00000330
           05 Ad-Line-1              pic X(30).                         00000340
           05 Ad-Line-2              pic X(30).                         00000350
           05 Ad-Town                pic X(25).                         00000360
           05 Ad-Postcode            pic X(10).                         00000370
           05 Ad-Change-Date         pic 9(08).                         00000380
