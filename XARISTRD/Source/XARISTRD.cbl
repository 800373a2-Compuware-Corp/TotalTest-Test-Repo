      *              Description                       |   Date   | Who 00000420
      *---------------------------------------------------------------- 00000430
      * Initial portfolio trend report                  | 09/03/26 | AGT00000440
      * ARCHHIST note for widened RISKHIST image        | 10/15/26 | AGT00000445
      ***************************************************************** 00000450
                                                                        00000460
       environment division.                                            00000470
       01  Risk-History-Record.                                         00000710
           COPY RISKHIST.                                               00000720
                                                                        00000730
      * ARCHHIST rows are the RISKHIST images XARISARC unloads, so the  00000736
      * shared layout reads them straight back; older 28-byte rows come 00000742
      * back with the override fields space-filled, which the trend     00000748
      * never looks at.                                                 00000754
       FD  Archive-File.                                                00000760
       01  Archive-Record.                                              00000770
           COPY RISKHIST.                                               00000780
