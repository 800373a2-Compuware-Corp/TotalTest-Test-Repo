      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *              STEPLOG - Nightly Stream Step Log Record         * 00000040
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
      * One row per run of a nightly stream step, keyed on Sl-Key     * 00000160
      * (CYCLCTL cycle date + program + run number, so a rerun of the * 00000170
      * same step for the same cycle adds a row instead of replacing  * 00000180
      * the first one).  Written by XARISSLG - "R" when the step      * 00000190
      * starts, rewritten "E" with the return code and record counts  * 00000200
      * when it ends; a row still "R" the next morning is a step that * 00000210
      * abended.  All cycles are retained; XARISOPS reads it for the  * 00000220
      * morning operations summary.  COPY this member under an 01     * 00000230
      * (file record) level.                                          * 00000240
      ***************************************************************** 00000250
      *                          Maintenance Log                        00000260
      *---------------------------------------------------------------- 00000270
      *              Description                       |   Date   | Who 00000280
      *---------------------------------------------------------------- 00000290
      * Initial nightly step log record layout          | 10/15/26 | AGT00000300
      ***************************************************************** 00000310
                                                                        00000320
           05 Sl-Key.                                                   00000330
              10 Sl-Cycle-Date       pic 9(08).                         00000340
              10 Sl-Program          pic X(08).                         00000350
              10 Sl-Run-No           pic 9(03).                         00000360
           05 Sl-Start-Date          pic 9(08).                         00000370
           05 Sl-Start-Time          pic 9(06).                         00000380
           05 Sl-End-Date            pic 9(08).                         00000390
           05 Sl-End-Time            pic 9(06).                         00000400
           05 Sl-Status              pic X(01).                         00000410
              88 Sl-Step-Running     value "R".                         00000420
              88 Sl-Step-Ended       value "E".                         00000430
           05 Sl-Return-Code         pic 9(04).                         00000440
           05 Sl-Records-Read        pic 9(09).                         00000450
           05 Sl-Records-Written     pic 9(09).                         00000460
           05 Sl-Records-Rejected    pic 9(09).                         00000470
           05 Sl-Restart-Flag        pic X(01).                         00000480
              88 Sl-Restart-Run      value "Y".                         00000490
