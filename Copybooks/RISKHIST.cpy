      *              Description                       |   Date   | Who 00000230
      *---------------------------------------------------------------- 00000240
      * Initial risk history record layout (req 005)    | 08/08/26 | AGT00000250
      * Keep calculated and overridden Risc side by side| 10/15/26 | AGT00000255
      ***************************************************************** 00000260
                                                                        00000270
           05 Rh-Key.                                                   00000280
              88 Rh-Bracket-18-To-49 value "02".                        00000340
              88 Rh-Bracket-50-Up    value "03".                        00000350
           05 Rh-Age                 pic 9(03).                         00000360
      * Rh-Risc is always the calculated score - DELTA carries it       00000370
      * forward and XARISREC compares it.  When a RISKOVR override      00000380
      * went out on the extract instead, the flag says whether it was   00000390
      * the customer-level row (C) or only single-policy rows (P), and  00000400
      * Rh-Override-Risc holds the Risc actually sent: the customer-    00000410
      * level value, or for P the last overridden policy's value.       00000420
           05 Rh-Override-Flag       pic X(01).                         00000430
              88 Rh-Not-Overridden   value space.                       00000440
              88 Rh-Customer-Override value "C".                        00000450
              88 Rh-Policy-Override  value "P".                         00000460
           05 Rh-Override-Risc       pic 9(05).                         00000470
