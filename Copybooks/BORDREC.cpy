      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *           BORDREC - Reinsurance Bordereau Record              * 00000040
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
      * Layout of the monthly bordereau sent to the reinsurer: one    * 00000160
      * header record (bordereau month, run date and the treaty       * 00000170
      * terms it was built under), one detail per ceded or exited     * 00000180
      * policy, one trailer (record count, hashed Risc total, ceded   * 00000190
      * premium total) - the same control shape as RISKEXT.  Written  * 00000200
      * and reconciled by XARISBDX.  COPY this member under an 01     * 00000210
      * (file record) level.                                          * 00000220
      ***************************************************************** 00000230
      *                          Maintenance Log                        00000240
      *---------------------------------------------------------------- 00000250
      *              Description                       |   Date   | Who 00000260
      *---------------------------------------------------------------- 00000270
      * Initial bordereau layout with hdr/trailer       | 10/15/26 | AGT00000280
      ***************************************************************** 00000290
                                                                        00000300
           03 Bd-Rec-Type              pic X(01).                       00000310
              88 Bd-Header-Rec         value "H".                       00000320
              88 Bd-Detail-Rec         value "D".                       00000330
              88 Bd-Trailer-Rec        value "T".                       00000340
           03 Bd-Detail-Data.                                           00000350
              05 Bd-Policy-No          pic X(10).                       00000360
              05 Bd-Pol-Type           pic X(02).                       00000370
              05 Bd-Inception-Date     pic 9(08).                       00000380
              05 Bd-Risc               pic 9(05).                       00000390
              05 Bd-Bracket            pic X(02).                       00000400
              05 Bd-Ceded-Premium      pic 9(07)v99.                    00000410
              05 Bd-Cession-Flag       pic X(01).                       00000420
                 88 Bd-New-Cession     value "N".                       00000430
                 88 Bd-Continuing      value "C".                       00000440
                 88 Bd-Exited          value "X".                       00000450
           03 Bd-Header-Data redefines Bd-Detail-Data.                  00000460
              05 Bd-Hdr-Month          pic 9(06).                       00000470
              05 Bd-Hdr-Run-Date       pic 9(08).                       00000480
              05 Bd-Hdr-Attach-Risc    pic 9(05).                       00000490
              05 Bd-Hdr-Cede-Pct       pic 9(03)v99.                    00000500
              05 filler                pic X(13).                       00000510
           03 Bd-Trailer-Data redefines Bd-Detail-Data.                 00000520
              05 Bd-Trl-Record-Count   pic 9(07).                       00000530
              05 Bd-Trl-Risc-Hash      pic 9(11).                       00000540
              05 Bd-Trl-Ceded-Total    pic 9(11)v99.                    00000550
              05 filler                pic X(06).                       00000560
