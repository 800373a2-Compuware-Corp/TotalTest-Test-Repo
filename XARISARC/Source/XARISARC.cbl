      *              Description                       |   Date   | Who 00000350
      *---------------------------------------------------------------- 00000360
      * Initial history archive/purge job               | 08/21/26 | AGT00000370
      * ARCHHIST image widened for RISKHIST override    | 10/15/26 | AGT00000375
      ***************************************************************** 00000380
                                                                        00000390
       environment division.                                            00000400
           COPY RISKHIST.                                               00000630
                                                                        00000640
       FD  Archive-File.                                                00000650
      * A full RISKHIST image, override fields included; rows unloaded  00000654
      * before those fields existed are 28 bytes and read back with the 00000658
      * override fields space-filled.                                   00000662
       01  Archive-Record             pic X(34).                        00000666
                                                                        00000670
       FD  Archive-Report-File.                                         00000680
       01  Archive-Report-Line        pic X(80).                        00000690
