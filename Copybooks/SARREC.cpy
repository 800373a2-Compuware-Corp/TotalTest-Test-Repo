      ***************************************************************** 00000010
      *                                                               * 00000020
      *                     XaTester by Compuware                     * 00000030
      *           SARREC - Subject Access Dossier Record              * 00000040
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
      * Machine-readable copy of the subject access dossier written   * 00000160
      * by XARISSAR: one header record (customer, run date and time,  * 00000170
      * where the customer record was found), one detail per record   * 00000180
      * held on the customer, one trailer (detail count).  A detail   * 00000190
      * names the file it came from by its DD name and carries that   * 00000200
      * record exactly as held, to be read with that file's own       * 00000210
      * copybook (CUSTREC for CUSTMAST, RISKHIST for RISKHIST and     * 00000220
      * ARCHHIST, and so on; CUSTARCH details carry the archive       * 00000230
      * record with its "C"/"P" type byte).  COPY this member under   * 00000240
      * an 01 (file record) level.                                    * 00000250
      ***************************************************************** 00000260
      *                          Maintenance Log                        00000270
      *---------------------------------------------------------------- 00000280
      *              Description                       |   Date   | Who 00000290
      *---------------------------------------------------------------- 00000300
      * Initial subject access dossier layout           | 10/15/26 | AGT00000310
      ***************************************************************** 00000320
                                                                        00000330
           03 Sa-Rec-Type              pic X(01).                       00000340
              88 Sa-Header-Rec         value "H".                       00000350
              88 Sa-Detail-Rec         value "D".                       00000360
              88 Sa-Trailer-Rec        value "T".                       00000370
           03 Sa-Cust-Id               pic X(10).                       00000380
           03 Sa-Detail-Data.                                           00000390
              05 Sa-Source             pic X(08).                       00000400
              05 Sa-Seq                pic 9(05).                       00000410
              05 Sa-Image              pic X(200).                      00000420
           03 Sa-Header-Data redefines Sa-Detail-Data.                  00000430
              05 Sa-Hdr-Run-Date       pic 9(08).                       00000440
              05 Sa-Hdr-Run-Time       pic 9(06).                       00000450
              05 Sa-Hdr-Cust-Status    pic X(01).                       00000460
                 88 Sa-Cust-Current    value "M".                       00000470
                 88 Sa-Cust-Merged     value "R".                       00000480
                 88 Sa-Cust-Archived   value "A".                       00000490
                 88 Sa-Cust-Not-Held   value "N".                       00000500
              05 filler                pic X(198).                      00000510
           03 Sa-Trailer-Data redefines Sa-Detail-Data.                 00000520
              05 Sa-Trl-Record-Count   pic 9(07).                       00000530
              05 filler                pic X(206).                      00000540
