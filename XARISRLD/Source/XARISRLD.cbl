      *              Description                       |   Date   | Who 00000370
      *---------------------------------------------------------------- 00000380
      * Initial archived customer reload                | 09/03/26 | AGT00000390
      * Reload record carries a blank address block     | 10/15/26 | AGT00000395
      ***************************************************************** 00000400
                                                                        00000410
       environment division.                                            00000420
              05 Arch-Policy-Image    pic X(31).                        00000730
              05 filler               pic X(34).                        00000740
                                                                        00000750
      * The exact CUSTTRAN layout XARISMNT reads.  The address is       00000756
      * sent blank, which leaves any CUSTADDR row as it stands.         00000762
       FD  Cust-Reload-File.                                            00000770
       01  Cust-Reload-Record.                                          00000780
           03 Ct-Action               pic X(01).                        00000790
           03 Ct-Customer.                                              00000800
              COPY CUSTREC.                                             00000810
           03 Ct-Address.                                               00000813
              COPY CUSTADDR.                                            00000816
                                                                        00000820
      * The exact POLTRAN layout XARISPOL reads.                        00000830
       FD  Pol-Reload-File.                                             00000840
                                                                        00002920
           move "A" to Ct-Action.                                       00002930
           move Arch-Customer-Data to Ct-Customer.                      00002940
           move spaces to Ct-Address.                                   00002945
           Write Cust-Reload-Record.                                    00002950
           if Relctran-Ok                                               00002960
              add 1 to Ws-Cust-Trans-Written                            00002970
