      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *            PROSPECT - Broker Prospect Quote Request           * 00000040
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
      * One prospect per record, as sent by a broker for a group      * 00000160
      * scheme quote - the same five fields underwriting keys on the  * 00000170
      * XQTE screen.  The broker's own reference is carried through   * 00000180
      * to the response untouched.  Every field is alphanumeric so    * 00000190
      * XARISBQT can edit a badly keyed spreadsheet row instead of    * 00000200
      * abending on it.  COPY this member under an 01 (file record)   * 00000210
      * level.                                                        * 00000220
      ***************************************************************** 00000230
      *                          Maintenance Log                        00000240
      *---------------------------------------------------------------- 00000250
      *              Description                       |   Date   | Who 00000260
      *---------------------------------------------------------------- 00000270
      * Initial broker prospect quote request layout    | 10/15/26 | AGT00000280
      ***************************************************************** 00000290
                                                                        00000300
           03 Pp-Broker-Ref            pic X(20).                       00000310
           03 Pp-Dob                   pic X(08).                       00000320
           03 Pp-Smoker-Flag           pic X(01).                       00000330
           03 Pp-Occup-Class           pic X(02).                       00000340
           03 Pp-Pre-Exist-Flag        pic X(01).                       00000350
