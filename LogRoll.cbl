
01 ws-archived-count pic 9(6) value 0.
01 ws-kept-count pic 9(6) value 0.
01 ws-keeping pic 9(1) value 0.
01 ws-summary-line pic x(99) value spaces.

01 ws-current-date-data.

           move 0 to ws-archived-count
           move 0 to ws-kept-count
           move 0 to ws-keeping

           open input LiveFile
           if ws-live-status not = "00" then
               not at end
                   move LiveRec to SnapRec
                   write SnapRec
                   if ws-keeping = 0 and LR-Date < ws-cutoff-date and LR-Date(3:1) = "-" then
                       move LiveRec to ArchiveRec
                       write ArchiveRec
                       add 1 to ws-archived-count
                   else
                       move 1 to ws-keeping
                       move LiveRec to KeepRec
                       write KeepRec
                       add 1 to ws-kept-count
