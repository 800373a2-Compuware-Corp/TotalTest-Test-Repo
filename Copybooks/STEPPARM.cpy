      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *             STEPPARM - Step Log Call Parameter Block          * 00000040
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
      * Passed on CALL "XARISSLG" by every nightly stream step, once  * 00000160
      * with Sp-Start-Call as its first action and once with          * 00000170
      * Sp-End-Call just before GOBACK.  The cycle date is resolved   * 00000180
      * on the start call (Sp-Cycle-Date when the caller knows it,    * 00000190
      * otherwise per Sp-Cycle-Source) and handed back, and the same  * 00000200
      * block must be passed unchanged on the end call.  COPY this    * 00000210
      * member under an 01 level.                                     * 00000220
      ***************************************************************** 00000230
      *                          Maintenance Log                        00000240
      *---------------------------------------------------------------- 00000250
      *              Description                       |   Date   | Who 00000260
      *---------------------------------------------------------------- 00000270
      * Initial step log call parameter block           | 10/15/26 | AGT00000280
      ***************************************************************** 00000290
                                                                        00000300
           05 Sp-Function            pic X(01).                         00000310
              88 Sp-Start-Call       value "S".                         00000320
              88 Sp-End-Call         value "E".                         00000330
           05 Sp-Program             pic X(08).                         00000340
      * Steps ahead of XARISBAT log under today's date ("T"); steps     00000350
      * after it log under the highest CYCLCTL row XARISBAT stamped     00000360
      * ("C", today when CYCLCTL is empty or unreadable).               00000370
           05 Sp-Cycle-Source        pic X(01).                         00000380
              88 Sp-Cycle-From-Today value "T".                         00000390
              88 Sp-Cycle-From-Cyclctl value "C".                       00000400
           05 Sp-Cycle-Date          pic 9(08).                         00000410
           05 Sp-Run-No              pic 9(03).                         00000420
           05 Sp-Restart-Flag        pic X(01).                         00000430
              88 Sp-Restart-Run      value "Y".                         00000440
           05 Sp-Return-Code         pic 9(04).                         00000450
           05 Sp-Records-Read        pic 9(09).                         00000460
           05 Sp-Records-Written     pic 9(09).                         00000470
           05 Sp-Records-Rejected    pic 9(09).                         00000480
