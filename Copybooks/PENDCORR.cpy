      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *             PENDCORR - Pending DOB Correction Record          * 00000040
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
      * One row per DOB correction keyed on XARISONL that was too big * 00000160
      * to apply on the maker's say-so alone: an age change of more   * 00000170
      * than the four-eyes limit, or one that moves the customer      * 00000180
      * across a RISKPARM bracket boundary.  Keyed on Pc-Key          * 00000190
      * (customer ID + request timestamp), the same shape as CORRLOG. * 00000200
      * CUSTMAST is left untouched until a second user approves the   * 00000210
      * row on the XARISAPV supervisor screen; only then is CUSTMAST  * 00000220
      * rewritten, CORRLOG and TOUCHLOG written and any recalc the    * 00000230
      * maker asked for run.  Decided rows stay on file with the      * 00000240
      * checker's userid as the maker-checker trail; XARISPND reports * 00000250
      * pending rows older than a day each morning.  COPY this member * 00000260
      * under an 01 (file record) level.                              * 00000270
      ***************************************************************** 00000280
      *                          Maintenance Log                        00000290
      *---------------------------------------------------------------- 00000300
      *              Description                       |   Date   | Who 00000310
      *---------------------------------------------------------------- 00000320
      * Initial pending DOB correction record layout    | 10/15/26 | AGT00000330
      ***************************************************************** 00000340
                                                                        00000350
           05 Pc-Key.                                                   00000360
              10 Pc-Cust-Id          pic X(10).                         00000370
              10 Pc-Request-Date     pic 9(08).                         00000380
              10 Pc-Request-Time     pic 9(06).                         00000390
           05 Pc-Old-Dob             pic 9(08).                         00000400
           05 Pc-New-Dob             pic 9(08).                         00000410
           05 Pc-Old-Age             pic 9(03).                         00000420
           05 Pc-New-Age             pic 9(03).                         00000430
           05 Pc-Hold-Reason         pic X(04).                         00000440
              88 Pc-Reason-Age       value "AGE ".                      00000450
              88 Pc-Reason-Bracket   value "BRKT".                      00000460
           05 Pc-Maker-Id            pic X(08).                         00000470
           05 Pc-Recalc-Flag         pic X(01).                         00000480
              88 Pc-Recalc-Requested value "Y".                         00000490
           05 Pc-Status              pic X(01).                         00000500
              88 Pc-Pending          value "P".                         00000510
              88 Pc-Approved         value "A".                         00000520
              88 Pc-Rejected         value "R".                         00000530
           05 Pc-Checker-Id          pic X(08).                         00000540
           05 Pc-Decision-Date       pic 9(08).                         00000550
           05 Pc-Decision-Time       pic 9(06).                         00000560
