       02 LB-Mode pic x(1).
       02 filler pic x(8).
       02 LB-Cause pic x(25).
       02 filler pic x(40).

fd EventFile.

       02 filler pic x(1).
       02 EV-GoldSign pic x(1).
       02 EV-Gold pic 9(5).
       02 filler pic x(1).
       02 EV-Seq pic 9(9).
       02 filler pic x(1).
       02 EV-Chain pic 9(9).

fd CkptFile.

