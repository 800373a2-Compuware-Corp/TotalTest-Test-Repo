      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *            QTERESP - Broker Prospect Quote Response           * 00000040
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
      * Response returned to the broker for a PROSPECT file: one      * 00000160
      * header record (run date and the effective dates of the two    * 00000170
      * RISKPARM rows quoted under - a zero pending date means no     * 00000180
      * rate change is staged), one detail per prospect in input      * 00000190
      * order, one trailer (detail, quoted and rejected counts) - the * 00000200
      * same control shape as RISKEXT.  A quoted detail carries Risc  * 00000210
      * and bracket under the current row and, when there is one,     * 00000220
      * the pending row; a rejected detail carries the reason         * 00000230
      * instead.  Written by XARISBQT.  COPY this member under an 01  * 00000240
      * (file record) level.                                          * 00000250
      ***************************************************************** 00000260
      *                          Maintenance Log                        00000270
      *---------------------------------------------------------------- 00000280
      *              Description                       |   Date   | Who 00000290
      *---------------------------------------------------------------- 00000300
      * Initial prospect quote response with hdr/trailer| 10/15/26 | AGT00000310
      ***************************************************************** 00000320
                                                                        00000330
           03 Qr-Rec-Type              pic X(01).                       00000340
              88 Qr-Header-Rec         value "H".                       00000350
              88 Qr-Detail-Rec         value "D".                       00000360
              88 Qr-Trailer-Rec        value "T".                       00000370
           03 Qr-Detail-Data.                                           00000380
              05 Qr-Broker-Ref         pic X(20).                       00000390
              05 Qr-Dob                pic X(08).                       00000400
              05 Qr-Quote-Status       pic X(01).                       00000410
                 88 Qr-Quoted          value "Q".                       00000420
                 88 Qr-Rejected        value "R".                       00000430
              05 Qr-Age                pic 9(03).                       00000440
              05 Qr-Cur-Risc           pic 9(05).                       00000450
              05 Qr-Cur-Bracket        pic X(02).                       00000460
              05 Qr-Pnd-Risc           pic 9(05).                       00000470
              05 Qr-Pnd-Bracket        pic X(02).                       00000480
              05 Qr-Reject-Reason      pic X(30).                       00000490
           03 Qr-Header-Data redefines Qr-Detail-Data.                  00000500
              05 Qr-Hdr-Run-Date       pic 9(08).                       00000510
              05 Qr-Hdr-Cur-Eff-Date   pic 9(08).                       00000520
              05 Qr-Hdr-Pnd-Eff-Date   pic 9(08).                       00000530
              05 filler                pic X(52).                       00000540
           03 Qr-Trailer-Data redefines Qr-Detail-Data.                 00000550
              05 Qr-Trl-Record-Count   pic 9(07).                       00000560
              05 Qr-Trl-Quoted-Count   pic 9(07).                       00000570
              05 Qr-Trl-Reject-Count   pic 9(07).                       00000580
              05 filler                pic X(55).                       00000590
