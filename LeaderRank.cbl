       access is sequential
       file status is ws-leaderboard-status.

       select SuspectFile assign to "SuspectRuns.dat"
       organization is line sequential
       access is sequential
       file status is ws-suspect-status.

       select ReportFile assign to "LeaderboardReport.txt"
       organization is line sequential
       access is sequential
       02 LB-Mode pic x(1).
       02 filler pic x(8).
       02 LB-Cause pic x(25).
       02 filler pic x(6).
       02 LB-RunId pic x(12).
       02 filler pic x(8).
       02 LB-EventId pic x(8).
       02 filler pic x(6).

fd SuspectFile.

 01 SuspectRec.
       02 SR-RunId pic x(12).
       02 filler pic x(1).
       02 SR-Player pic x(15).
       02 filler pic x(1).
       02 SR-Date pic x(8).
       02 filler pic x(1).
       02 SR-Count pic 9(3).
       02 filler pic x(1).
       02 SR-Rule pic x(40).

fd ReportFile.

 01 ReportRec pic x(240).

working-storage section.
01 ws-leaderboard-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-suspect-status pic xx value spaces.
01 ws-suspect-idx pic 9(4) value 0.
01 ws-suspect-count pic 9(3) value 0.
01 ws-run-idx pic 9(3) value 0.
01 ws-sort-idx pic 9(3) value 0.
01 ws-rank pic 9(2) value 0.
01 ws-swapped pic 9(1) value 0.
01 ws-report-line pic x(240) value spaces.

01 ws-diff-factor pic 9v99 value 1.00.
01 ws-score-disp pic +9(7) value 0.
01 RunTable.
       02 RunCount pic 9(3) value 0.
       02 RunEntry occurs 100 times.
           03 RN-Line pic x(215).
           03 RN-Gold pic 9(5).
           03 RN-Secs pic 9(7).
           03 RN-Score pic s9(7).
           03 RN-Mode pic x(1).
           03 RN-Cause pic x(25).
           03 RN-Suspect pic x(1).

01 SwapEntry.
       02 SW-Line pic x(215).
       02 SW-Gold pic 9(5).
       02 SW-Secs pic 9(7).
       02 SW-Score pic s9(7).
       02 SW-Mode pic x(1).
       02 SW-Cause pic x(25).
       02 SW-Suspect pic x(1).

01 SuspectTable.
       02 SuspectCount pic 9(4) value 0.
       02 SuspectRunId occurs 2000 times pic x(12).

procedure division.

       move 0 to RunCount
       move 0 to SuspectCount
       move 0 to ws-suspect-count
       perform LoadSuspectRuns
       open input LeaderboardFile
       if ws-leaderboard-status not = "00" then
           display "Leaderboard.txt could not be opened (status " ws-leaderboard-status "), nothing to rank"
                       perform ScoreRun
                       move LB-Mode to RN-Mode(RunCount)
                       move LB-Cause to RN-Cause(RunCount)
                       move "N" to RN-Suspect(RunCount)
                       if LB-RunId not = spaces then
                           perform varying ws-suspect-idx from 1 by 1
                                   until ws-suspect-idx > SuspectCount
                               if SuspectRunId(ws-suspect-idx) = LB-RunId then
                                   move "Y" to RN-Suspect(RunCount)
                                   add 1 to ws-suspect-count
                                   exit perform
                               end-if
                           end-perform
                       end-if
                   end-if
               end-if
           end-read
       write ReportRec
       perform WriteIronManDeaths

       move "Withheld from the top-10 views (suspect saves, see SaveAnomalyReport.txt):" to ReportRec
       write ReportRec
       perform WriteSuspectRuns

       close ReportFile
       display "Leaderboard report written to LeaderboardReport.txt (" RunCount " runs ranked)"
       goback.

LoadSuspectRuns section.

           move spaces to ws-suspect-status
           open input SuspectFile
           if ws-suspect-status = "00" then
               perform until ws-suspect-status not = "00"
                   read SuspectFile
                   at end
                       move "10" to ws-suspect-status
                   not at end
                       if SR-RunId not = spaces then
                           if SuspectCount >= 2000 then
                               display "Warning: SuspectRuns.dat entry ignored, suspect table is full"
                           else
                               add 1 to SuspectCount
                               move SR-RunId to SuspectRunId(SuspectCount)
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close SuspectFile
           exit section.

WriteSuspectRuns section.

           move 0 to ws-rank
           perform varying ws-run-idx from 1 by 1 until ws-run-idx > RunCount
               if RN-Suspect(ws-run-idx) = "Y" then
                   add 1 to ws-rank
                   move spaces to ws-report-line
                   string "  " RN-Line(ws-run-idx)
                          delimited by size into ws-report-line
                   move ws-report-line to ReportRec
                   write ReportRec
               end-if
           end-perform
           if ws-rank = 0 then
               move "  none" to ReportRec
               write ReportRec
           end-if
           exit section.

ScoreRun section.

           evaluate LB-Diff

           move 0 to ws-rank
           perform varying ws-run-idx from 1 by 1
                   until ws-run-idx > RunCount or ws-rank >= 10
               if RN-Suspect(ws-run-idx) not = "Y" then
                   add 1 to ws-rank
                   move RN-Score(ws-run-idx) to ws-score-disp
                   move spaces to ws-report-line
                   string ws-rank ". Score " ws-score-disp " - " RN-Line(ws-run-idx)
                          delimited by size into ws-report-line
                   move ws-report-line to ReportRec
                   write ReportRec
               end-if
           end-perform
           exit section.

           move RN-Score(ws-sort-idx) to SW-Score
           move RN-Mode(ws-sort-idx) to SW-Mode
           move RN-Cause(ws-sort-idx) to SW-Cause
           move RN-Suspect(ws-sort-idx) to SW-Suspect
           move RN-Line(ws-sort-idx + 1) to RN-Line(ws-sort-idx)
           move RN-Gold(ws-sort-idx + 1) to RN-Gold(ws-sort-idx)
           move RN-Secs(ws-sort-idx + 1) to RN-Secs(ws-sort-idx)
           move RN-Score(ws-sort-idx + 1) to RN-Score(ws-sort-idx)
           move RN-Mode(ws-sort-idx + 1) to RN-Mode(ws-sort-idx)
           move RN-Cause(ws-sort-idx + 1) to RN-Cause(ws-sort-idx)
           move RN-Suspect(ws-sort-idx + 1) to RN-Suspect(ws-sort-idx)
           move SW-Line to RN-Line(ws-sort-idx + 1)
           move SW-Gold to RN-Gold(ws-sort-idx + 1)
           move SW-Secs to RN-Secs(ws-sort-idx + 1)
           move SW-Score to RN-Score(ws-sort-idx + 1)
           move SW-Mode to RN-Mode(ws-sort-idx + 1)
           move SW-Cause to RN-Cause(ws-sort-idx + 1)
           move SW-Suspect to RN-Suspect(ws-sort-idx + 1)
           move 1 to ws-swapped
           exit section.


           move 0 to ws-rank
           perform varying ws-run-idx from 1 by 1
                   until ws-run-idx > RunCount or ws-rank >= 10
               if RN-Suspect(ws-run-idx) not = "Y" then
                   add 1 to ws-rank
                   move spaces to ws-report-line
                   string ws-rank ". " RN-Line(ws-run-idx)
                          delimited by size into ws-report-line
                   move ws-report-line to ReportRec
                   write ReportRec
               end-if
           end-perform
           exit section.
