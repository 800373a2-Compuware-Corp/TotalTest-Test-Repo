      ***************************************************************** 00000150
      * Symbolic map generated from mapset XARISRS, map XARISR1.      * 00000160
      * Underwriter referral work screen used by XARISREF, with       * 00000170
      * L/F/I triads for all 17 named fields in BMS field order so    * 00000180
      * Xarisr1i and Xarisr1o describe the same byte range.           * 00000190
      * COPY this member under an 01 level in Working-Storage.        * 00000200
      ***************************************************************** 00000210
      *              Description                       |   Date   | Who 00000240
      *---------------------------------------------------------------- 00000250
      * Initial underwriter referral work map           | 09/03/26 | AGT00000260
      * Underwriter override entry fields               | 10/15/26 | AGT00000265
      ***************************************************************** 00000270
                                                                        00000280
       01  Xarisr1i.                                                    00000290
           05 Commentf               pic x.                             00000720
           05 filler redefines Commentf pic x.                          00000730
           05 Commenti               pic x(40).                         00000740
           05 Ovtypel                pic s9(4) comp.                    00000741
           05 Ovtypef                pic x.                             00000742
           05 filler redefines Ovtypef pic x.                           00000743
           05 Ovtypei                pic x(01).                         00000745
           05 Ovvall                 pic s9(4) comp.                    00000746
           05 Ovvalf                 pic x.                             00000747
           05 filler redefines Ovvalf pic x.                            00000749
           05 Ovvali                 pic x(05).                         00000750
           05 Ovpoll                 pic s9(4) comp.                    00000751
           05 Ovpolf                 pic x.                             00000753
           05 filler redefines Ovpolf pic x.                            00000754
           05 Ovpoli                 pic x(10).                         00000755
           05 Ovrsnl                 pic s9(4) comp.                    00000756
           05 Ovrsnf                 pic x.                             00000758
           05 filler redefines Ovrsnf pic x.                            00000759
           05 Ovrsni                 pic x(30).                         00000760
           05 Ovexpl                 pic s9(4) comp.                    00000762
           05 Ovexpf                 pic x.                             00000763
           05 filler redefines Ovexpf pic x.                            00000764
           05 Ovexpi                 pic x(08).                         00000766
           05 Msgl                   pic s9(4) comp.                    00000767
           05 Msgf                   pic x.                             00000768
           05 filler redefines Msgf pic x.                              00000770
           05 Msgi                   pic x(60).                         00000780
                                                                        00000790
           05 Dispo                  pic x(04).                         00001010
           05 filler                pic x(03).                          00001020
           05 Commento               pic x(40).                         00001030
           05 filler                pic x(03).                          00001031
           05 Ovtypeo                pic x(01).                         00001033
           05 filler                pic x(03).                          00001035
           05 Ovvalo                 pic x(05).                         00001036
           05 filler                pic x(03).                          00001038
           05 Ovpolo                 pic x(10).                         00001040
           05 filler                pic x(03).                          00001041
           05 Ovrsno                 pic x(30).                         00001043
           05 filler                pic x(03).                          00001045
           05 Ovexpo                 pic x(08).                         00001046
           05 filler                pic x(03).                          00001048
           05 Msgo                   pic x(60).                         00001050
