       >>SOURCE FORMAT FREE
identification division.
program-id. DailyRank.
environment division.
input-output section.
file-control.
       select DailyBoardFile assign to "DailyLeaderboard.txt"
       organization is line sequential
       access is sequential
       file status is ws-board-status.

       select WinnerFile assign to "DailyWinners.dat"
       organization is line sequential
       access is sequential
       file status is ws-winner-status.

       select SuspectFile assign to "SuspectRuns.dat"
       organization is line sequential
       access is sequential
       file status is ws-suspect-status.

       select ReportFile assign to "DailyRankReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

data division.
file section.
fd DailyBoardFile.

 01 LeaderboardRec.
       02 LB-Date pic x(8).
       02 filler pic x(1).
       02 LB-Time pic x(8).
       02 filler pic x(7).
       02 LB-Gold pic 9(5).
       02 filler pic x(14).
       02 LB-CombatsWon pic 9(3).
       02 filler pic x(10).
       02 LB-ElapsedHH pic 9(2).
       02 filler pic x(1).
       02 LB-ElapsedMM pic 9(2).
       02 filler pic x(1).
       02 LB-ElapsedSS pic 9(2).
       02 filler pic x(10).
       02 filler pic x(7).
       02 LB-Diff pic 9(1).
       02 filler pic x(9).
       02 LB-Deaths pic 9(3).
       02 filler pic x(8).
       02 LB-Class pic x(8).
       02 filler pic x(9).
       02 LB-Player pic x(15).
       02 filler pic x(7).
       02 LB-Mode pic x(1).
       02 filler pic x(8).
       02 LB-Cause pic x(25).
       02 filler pic x(6).
       02 LB-RunId pic x(12).
       02 filler pic x(8).
       02 LB-EventId pic x(8).
       02 filler pic x(6).

fd WinnerFile.

 01 WinnerRec.
       02 DW-Date pic x(8).
       02 filler pic x(1).
       02 DW-Player pic x(15).
       02 filler pic x(1).
       02 DW-RunId pic x(12).
       02 filler pic x(1).
       02 DW-Score pic +9(7).
       02 filler pic x(1).
       02 DW-Entries pic 9(4).

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

 01 ReportRec pic x(132).

working-storage section.
01 ws-board-status pic xx value spaces.
01 ws-winner-status pic xx value spaces.
01 ws-suspect-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-report-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "DailyRank".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-final-rc pic 9(1) value 0.
01 ws-entry-idx pic 9(4) value 0.
01 ws-sort-idx pic 9(4) value 0.
01 ws-find-idx pic 9(4) value 0.
01 ws-suspect-idx pic 9(4) value 0.
01 ws-winner-idx pic 9(4) value 0.
01 ws-swapped pic 9(1) value 0.
01 ws-rank pic 9(4) value 0.
01 ws-day-entries pic 9(4) value 0.
01 ws-withheld pic 9(4) value 0.
01 ws-new-winners pic 9(4) value 0.
01 ws-recorded pic 9(1) value 0.
01 ws-group-day pic x(8) value spaces.
01 ws-today pic x(8) value spaces.
01 ws-report-day pic x(8) value spaces.
01 ws-daily-env pic x(8) value spaces.
01 ws-secs-left pic 9(7) value 0.
01 ws-elapsed-hh pic 9(2) value 0.
01 ws-elapsed-mm pic 9(2) value 0.
01 ws-elapsed-ss pic 9(2) value 0.
01 ws-score-disp pic +9(7) value 0.
01 ws-first-winner pic 9(4) value 0.

01 DailyTable.
       02 DailyCount pic 9(4) value 0.
       02 DailyEntry occurs 2000 times.
           03 DE-Day pic x(8).
           03 DE-RunId pic x(12).
           03 DE-Player pic x(15).
           03 DE-Gold pic 9(5).
           03 DE-Combats pic 9(3).
           03 DE-Secs pic 9(7).
           03 DE-Deaths pic 9(3).
           03 DE-Score pic s9(7).
           03 DE-Cause pic x(25).
           03 DE-Suspect pic x(1).

01 SwapEntry.
       02 SW-Day pic x(8).
       02 SW-RunId pic x(12).
       02 SW-Player pic x(15).
       02 SW-Gold pic 9(5).
       02 SW-Combats pic 9(3).
       02 SW-Secs pic 9(7).
       02 SW-Deaths pic 9(3).
       02 SW-Score pic s9(7).
       02 SW-Cause pic x(25).
       02 SW-Suspect pic x(1).

01 WinnerTable.
       02 WinnerCount pic 9(4) value 0.
       02 WinnerEntry occurs 2000 times.
           03 WT-Date pic x(8).
           03 WT-Player pic x(15).
           03 WT-RunId pic x(12).
           03 WT-Score pic x(8).
           03 WT-Entries pic 9(4).

01 SuspectTable.
       02 SuspectCount pic 9(4) value 0.
       02 SuspectRunId occurs 2000 times pic x(12).

01 ws-current-date-data.
       02 ws-current-date.
           03 ws-current-century pic 9(2).
           03 ws-current-year pic 9(2).
           03 ws-current-month pic 9(2).
           03 ws-current-day pic 9(2).
       02 ws-current-time.
           03 ws-current-hours pic 9(2).
           03 ws-current-minute pic 9(2).
           03 ws-current-second pic 9(2).
           03 ws-current-millisecond pic 9(3).
       02 ws-diff-from-gmt pic s9(4).

procedure division.

       move function current-date to ws-current-date-data
       move ws-current-date to ws-today
       accept ws-daily-env from environment "DAILY_DATE"
       if ws-daily-env = spaces then
           move ws-today to ws-report-day
       else
           move ws-daily-env to ws-report-day
       end-if

       perform LoadSuspectRuns
       perform LoadDailyBoard
       perform LoadWinners
       perform SortEntries
       perform RecordWinners

       open output ReportFile
       if ws-report-status not = "00" then
           move "DailyRankReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
           close ReportFile
           move 8 to return-code
           goback
       end-if
       move spaces to ws-report-line
       string "=== Daily Challenge Ranking " ws-report-day(1:4) "-" ws-report-day(5:2)
              "-" ws-report-day(7:2) " ===" delimited by size into ws-report-line
       perform PutLine
       perform WriteDayRanking
       perform WriteWinnerHistory
       close ReportFile

       display "Daily ranking written to DailyRankReport.txt (" ws-day-entries " entries for "
               ws-report-day ", " ws-new-winners " day(s) closed)"
       move ws-final-rc to return-code
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
                               move 4 to ws-final-rc
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

LoadDailyBoard section.

           move spaces to ws-board-status
           open input DailyBoardFile
           if ws-board-status not = "00" then
               display "DailyLeaderboard.txt could not be opened (status " ws-board-status "), no challenge runs yet"
               close DailyBoardFile
               exit section
           end-if
           perform until ws-board-status not = "00"
               move spaces to LeaderboardRec
               read DailyBoardFile
               at end
                   move "10" to ws-board-status
               not at end
                   if LB-Gold is numeric and LB-RunId not = spaces then
                       perform StoreEntry
                   end-if
               end-read
           end-perform
           close DailyBoardFile
           exit section.

StoreEntry section.

           move 0 to ws-find-idx
           perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > DailyCount
               if DE-RunId(ws-entry-idx) = LB-RunId then
                   move ws-entry-idx to ws-find-idx
                   exit perform
               end-if
           end-perform
           if ws-find-idx = 0 then
               if DailyCount >= 2000 then
                   display "Warning: DailyLeaderboard.txt entry ignored, daily table is full"
                   move 4 to ws-final-rc
                   exit section
               end-if
               add 1 to DailyCount
               move DailyCount to ws-find-idx
           end-if
           move spaces to DE-Day(ws-find-idx)
           string ws-current-century LB-RunId(1:6) delimited by size into DE-Day(ws-find-idx)
           move LB-RunId to DE-RunId(ws-find-idx)
           move LB-Player to DE-Player(ws-find-idx)
           move LB-Gold to DE-Gold(ws-find-idx)
           move 0 to DE-Combats(ws-find-idx)
           if LB-CombatsWon is numeric then
               move LB-CombatsWon to DE-Combats(ws-find-idx)
           end-if
           if LB-ElapsedHH is numeric and LB-ElapsedMM is numeric
              and LB-ElapsedSS is numeric then
               compute DE-Secs(ws-find-idx) = LB-ElapsedHH * 3600
                       + LB-ElapsedMM * 60 + LB-ElapsedSS
           else
               move 9999999 to DE-Secs(ws-find-idx)
           end-if
           move 0 to DE-Deaths(ws-find-idx)
           if LB-Deaths is numeric then
               move LB-Deaths to DE-Deaths(ws-find-idx)
           end-if
           move LB-Cause to DE-Cause(ws-find-idx)
           compute DE-Score(ws-find-idx) = DE-Gold(ws-find-idx)
                                         + (DE-Combats(ws-find-idx) * 20)
                                         - (DE-Secs(ws-find-idx) / 60)
                                         - (DE-Deaths(ws-find-idx) * 50)
           move "N" to DE-Suspect(ws-find-idx)
           perform varying ws-suspect-idx from 1 by 1 until ws-suspect-idx > SuspectCount
               if SuspectRunId(ws-suspect-idx) = LB-RunId then
                   move "Y" to DE-Suspect(ws-find-idx)
                   exit perform
               end-if
           end-perform
           exit section.

LoadWinners section.

           move spaces to ws-winner-status
           open input WinnerFile
           if ws-winner-status = "00" then
               perform until ws-winner-status not = "00"
                   read WinnerFile
                   at end
                       move "10" to ws-winner-status
                   not at end
                       if DW-Date not = spaces then
                           if WinnerCount >= 2000 then
                               display "Warning: DailyWinners.dat entry ignored, winner table is full"
                               move 4 to ws-final-rc
                           else
                               add 1 to WinnerCount
                               move DW-Date to WT-Date(WinnerCount)
                               move DW-Player to WT-Player(WinnerCount)
                               move DW-RunId to WT-RunId(WinnerCount)
                               move WinnerRec(39:8) to WT-Score(WinnerCount)
                               move 0 to WT-Entries(WinnerCount)
                               if DW-Entries is numeric then
                                   move DW-Entries to WT-Entries(WinnerCount)
                               end-if
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close WinnerFile
           exit section.

SortEntries section.

           move 1 to ws-swapped
           perform until ws-swapped = 0
               move 0 to ws-swapped
               perform varying ws-sort-idx from 1 by 1 until ws-sort-idx >= DailyCount
                   if DE-Day(ws-sort-idx) > DE-Day(ws-sort-idx + 1)
                      or (DE-Day(ws-sort-idx) = DE-Day(ws-sort-idx + 1)
                          and DE-Score(ws-sort-idx) < DE-Score(ws-sort-idx + 1))
                      or (DE-Day(ws-sort-idx) = DE-Day(ws-sort-idx + 1)
                          and DE-Score(ws-sort-idx) = DE-Score(ws-sort-idx + 1)
                          and DE-Secs(ws-sort-idx) > DE-Secs(ws-sort-idx + 1)) then
                       move DailyEntry(ws-sort-idx) to SwapEntry
                       move DailyEntry(ws-sort-idx + 1) to DailyEntry(ws-sort-idx)
                       move SwapEntry to DailyEntry(ws-sort-idx + 1)
                       move 1 to ws-swapped
                   end-if
               end-perform
           end-perform
           exit section.

RecordWinners section.

           move spaces to ws-group-day
           perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > DailyCount
               if DE-Day(ws-entry-idx) not = ws-group-day then
                   if ws-group-day not = spaces then
                       perform CloseDay
                   end-if
                   move DE-Day(ws-entry-idx) to ws-group-day
                   move 0 to ws-first-winner
                   move 0 to ws-day-entries
               end-if
               if DE-Suspect(ws-entry-idx) not = "Y" then
                   add 1 to ws-day-entries
                   if ws-first-winner = 0 then
                       move ws-entry-idx to ws-first-winner
                   end-if
               end-if
           end-perform
           if ws-group-day not = spaces then
               perform CloseDay
           end-if
           move 0 to ws-day-entries
           exit section.

CloseDay section.

           if ws-group-day >= ws-today or ws-first-winner = 0 then
               exit section
           end-if
           move 0 to ws-recorded
           perform varying ws-winner-idx from 1 by 1 until ws-winner-idx > WinnerCount
               if WT-Date(ws-winner-idx) = ws-group-day then
                   move 1 to ws-recorded
                   exit perform
               end-if
           end-perform
           if ws-recorded = 1 then
               exit section
           end-if

           open extend WinnerFile
           if ws-winner-status not = "00" then
               close WinnerFile
               open output WinnerFile
           end-if
           move spaces to WinnerRec
           move ws-group-day to DW-Date
           move DE-Player(ws-first-winner) to DW-Player
           move DE-RunId(ws-first-winner) to DW-RunId
           move DE-Score(ws-first-winner) to DW-Score
           move ws-day-entries to DW-Entries
           write WinnerRec
           if ws-winner-status not = "00" then
               move "DailyWinners.dat" to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-winner-status
               close WinnerFile
               move 4 to ws-final-rc
               exit section
           end-if
           close WinnerFile
           add 1 to ws-new-winners
           if WinnerCount < 2000 then
               add 1 to WinnerCount
               move ws-group-day to WT-Date(WinnerCount)
               move DE-Player(ws-first-winner) to WT-Player(WinnerCount)
               move DE-RunId(ws-first-winner) to WT-RunId(WinnerCount)
               move DW-Score to WT-Score(WinnerCount)
               move ws-day-entries to WT-Entries(WinnerCount)
           end-if
           display "Daily Challenge " ws-group-day " won by " function trim(DE-Player(ws-first-winner))
           exit section.

WriteDayRanking section.

           move "Rank  Score     Player           Gold  Won  Elapsed   Deaths  Run           Fell to"
             to ReportRec
           write ReportRec
           move 0 to ws-rank
           move 0 to ws-withheld
           perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > DailyCount
               if DE-Day(ws-entry-idx) = ws-report-day then
                   if DE-Suspect(ws-entry-idx) = "Y" then
                       add 1 to ws-withheld
                   else
                       add 1 to ws-rank
                       perform FormatEntry
                       move spaces to ws-report-line
                       string ws-rank "  " ws-score-disp "  " DE-Player(ws-entry-idx) "  "
                              DE-Gold(ws-entry-idx) "  " DE-Combats(ws-entry-idx) "  "
                              ws-elapsed-hh ":" ws-elapsed-mm ":" ws-elapsed-ss "  "
                              DE-Deaths(ws-entry-idx) "     " DE-RunId(ws-entry-idx) "  "
                              DE-Cause(ws-entry-idx)
                              delimited by size into ws-report-line
                       perform PutLine
                   end-if
               end-if
           end-perform
           move ws-rank to ws-day-entries
           if ws-rank = 0 then
               move "  No challenge runs posted for this day." to ReportRec
               write ReportRec
           end-if
           if ws-withheld > 0 then
               move spaces to ws-report-line
               string "  " ws-withheld " run(s) withheld as suspect saves (see SaveAnomalyReport.txt)"
                      delimited by size into ws-report-line
               perform PutLine
           end-if
           if ws-report-day >= ws-today then
               move "  The day is still open; its winner is recorded after midnight." to ReportRec
               write ReportRec
           end-if
           exit section.

FormatEntry section.

           move DE-Score(ws-entry-idx) to ws-score-disp
           move DE-Secs(ws-entry-idx) to ws-secs-left
           if ws-secs-left > 359999 then
               move 99 to ws-elapsed-hh
               move 59 to ws-elapsed-mm
               move 59 to ws-elapsed-ss
           else
               divide ws-secs-left by 3600 giving ws-elapsed-hh remainder ws-secs-left
               divide ws-secs-left by 60 giving ws-elapsed-mm remainder ws-elapsed-ss
           end-if
           exit section.

WriteWinnerHistory section.

           move spaces to ReportRec
           write ReportRec
           move "Daily winners (most recent 14):" to ReportRec
           write ReportRec
           if WinnerCount = 0 then
               move "  none recorded yet" to ReportRec
               write ReportRec
               exit section
           end-if
           move 1 to ws-winner-idx
           if WinnerCount > 14 then
               compute ws-winner-idx = WinnerCount - 13
           end-if
           perform varying ws-winner-idx from ws-winner-idx by 1 until ws-winner-idx > WinnerCount
               move spaces to ws-report-line
               string "  " WT-Date(ws-winner-idx) "  " WT-Player(ws-winner-idx)
                      "  score " WT-Score(ws-winner-idx)
                      "  of " WT-Entries(ws-winner-idx) " run(s)  Run " WT-RunId(ws-winner-idx)
                      delimited by size into ws-report-line
               perform PutLine
           end-perform
           exit section.

PutLine section.

           move ws-report-line to ReportRec
           write ReportRec
           exit section.
