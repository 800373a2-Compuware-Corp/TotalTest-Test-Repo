      ***************************************************************** 00000150
      * Symbolic map generated from mapset XARISHS, map XARISH1.      * 00000160
      * Risk history / correction trail inquiry screen used by        * 00000170
      * XARISHST: one customer ID input field, a protected current    * 00000180
      * score headline and twelve protected list lines, L/F/I triads  * 00000190
      * for all named fields in BMS field order so Xarih1i and        * 00000200
      * Xarih1o describe the same byte range.                         * 00000210
      * COPY this member under an 01 level in Working-Storage.        * 00000215
      ***************************************************************** 00000220
      *                          Maintenance Log                        00000230
      *---------------------------------------------------------------- 00000240
      *              Description                       |   Date   | Who 00000250
      *---------------------------------------------------------------- 00000260
      * Initial risk history inquiry map                | 08/21/26 | AGT00000270
      * Add current/prior score headline field CURSCR   | 10/15/26 | AGT00000275
      ***************************************************************** 00000280
                                                                        00000290
       01  Xarih1i.                                                     00000300
           05 Custidf                pic x.                             00000330
           05 filler redefines Custidf pic x.                           00000340
           05 Custidi                pic x(10).                         00000350
           05 Curscrl                pic s9(4) comp.                    00000352
           05 Curscrf                pic x.                             00000354
           05 filler redefines Curscrf pic x.                           00000356
           05 Curscri                pic x(72).                         00000358
           05 Hl01l                  pic s9(4) comp.                    00000360
           05 Hl01f                  pic x.                             00000370
           05 filler redefines Hl01f pic x.                             00000380
           05 filler                pic x(12).                          00000900
           05 filler                pic x(03).                          00000910
           05 Custido                pic x(10).                         00000920
           05 filler                pic x(03).                          00000923
           05 Curscro                pic x(72).                         00000926
           05 filler                pic x(03).                          00000930
           05 Hl01o                  pic x(72).                         00000940
           05 filler                pic x(03).                          00000950
