       02 LB-Mode pic x(1).
       02 filler pic x(8).
       02 LB-Cause pic x(25).
       02 filler pic x(40).

fd SeasonFile.

 01 SeasonRec pic x(215).

fd SeasonReportFile.

01 RunTable.
       02 RunCount pic 9(3) value 0.
       02 RunEntry occurs 100 times.
           03 RN-Line pic x(215).
           03 RN-Player pic x(15).
           03 RN-Score pic s9(7).

01 SwapEntry.
       02 SW-Line pic x(215).
       02 SW-Player pic x(15).
       02 SW-Score pic s9(7).

