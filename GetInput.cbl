01 ws-capture-on pic 9(1) value 0.
01 ws-seed-env pic x(9) value spaces.
01 ws-line-read pic 9(1) value 0.
01 ws-recent-list pic x(160) value spaces.

01 ws-current-date-data.
       02 ws-current-date.
               perform CaptureLine
           end-if
       end-if
       call "GetRecent" using "KEEP",ws-script-line,ws-recent-list
       exit program.

StartCapture section.
