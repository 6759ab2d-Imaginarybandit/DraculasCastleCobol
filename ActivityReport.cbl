       >>SOURCE FORMAT FREE
identification division.
program-id. ActivityReport.
environment division.
input-output section.
file-control.
       select RunMasterFile assign to "RunMaster.dat"
       organization is line sequential
       access is sequential
       file status is ws-runmaster-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is sequential
       record key is PR-Name
       file status is ws-profile-status.

       select ActivityWorkFile assign to "ActivityWork.dat"
       organization is indexed
       access is dynamic
       record key is AW-Key
       file status is ws-work-status.

       select ActivityFile assign to "ActivityReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-activity-status.

data division.
file section.
fd RunMasterFile.

 01 RunMasterRec.
       02 RM-RunId pic x(12).
       02 filler pic x(1).
       02 RM-Player pic x(15).
       02 filler pic x(1).
       02 RM-Difficulty pic 9(1).
       02 filler pic x(1).
       02 RM-Level pic 9(2).
       02 filler pic x(1).
       02 RM-XP pic 9(5).
       02 filler pic x(1).
       02 RM-Gold pic 9(5).
       02 filler pic x(1).
       02 RM-CombatsWon pic 9(3).
       02 filler pic x(1).
       02 RM-Rooms pic 9(2).
       02 filler pic x(1).
       02 RM-End pic x(8).
       02 filler pic x(1).
       02 RM-ConfigVer pic 9(5).
       02 filler pic x(1).
       02 RM-Class pic x(8).
       02 filler pic x(1).
       02 RM-EventId pic x(8).
       02 filler pic x(1).
       02 RM-EndTurn pic 9(5).

fd ProfileFile.

 01 ProfileRec.
       02 PR-Name pic x(15).
       02 PR-Runs pic 9(3).
       02 PR-BestDifficulty pic 9(1).
       02 PR-LastGold pic 9(5).

fd ActivityWorkFile.

 01 ActivityWorkRec.
       02 AW-Key.
           03 AW-Player pic x(15).
           03 AW-Week pic 9(7).
       02 AW-First pic 9(7).
       02 AW-FirstWeek pic 9(7).
       02 AW-Last pic 9(7).
       02 AW-Runs pic 9(5).
       02 AW-Best pic 9(1).
       02 AW-InProfile pic 9(1).

fd ActivityFile.

 01 ActivityRec pic x(132).

working-storage section.
01 ws-runmaster-status pic xx value spaces.
01 ws-profile-status pic xx value spaces.
01 ws-activity-status pic xx value spaces.
01 ws-work-status pic xx value spaces.
01 ws-work-name pic x(40) value "ActivityWork.dat".
01 ws-player-found pic 9(1) value 0.
01 ws-player-count pic 9(5) value 0.
01 ws-from-week pic 9(7) value 0.
01 ws-first-week pic 9(7) value 0.
01 ws-activity-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "ActivityRpt".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-lapse-env pic x(9) value spaces.
01 ws-lapse-days pic 9(4) value 30.
01 ws-today pic 9(7) value 0.
01 ws-run-day pic 9(7) value 0.
01 ws-run-week pic 9(7) value 0.
01 ws-week-num pic 9(7) value 0.
01 ws-run-date pic 9(8) value 0.
01 ws-date-work pic 9(8) value 0.
01 ws-date-disp pic x(10) value spaces.
01 ws-find-name pic x(15) value spaces.
01 ws-week-idx pic 9(3) value 0.
01 ws-shift-idx pic 9(3) value 0.
01 ws-days-idle pic 9(7) value 0.
01 ws-runs-read pic 9(6) value 0.
01 ws-runs-skipped pic 9(6) value 0.
01 ws-dropped pic 9(6) value 0.
01 ws-lapsed-count pic 9(4) value 0.
01 ws-active-count pic 9(4) value 0.
01 ws-rpp pic 9(3)v9 value 0.
01 ws-rpp-disp pic zz9.9.

01 ws-current-date-data.
       02 ws-current-date.
           03 ws-current-yyyy pic 9(4).
           03 ws-current-month pic 9(2).
           03 ws-current-day pic 9(2).
       02 ws-current-time.
           03 ws-current-hours pic 9(2).
           03 ws-current-minute pic 9(2).
           03 ws-current-second pic 9(2).
           03 ws-current-millisecond pic 9(3).
       02 ws-diff-from-gmt pic s9(4).

01 WeekTable.
       02 WK-Count pic 9(3) value 0.
       02 WeekEntry occurs 104 times.
           03 WK-Week pic 9(7).
           03 WK-Runs pic 9(5).
           03 WK-Distinct pic 9(4).
           03 WK-New pic 9(4).
           03 WK-Returning pic 9(4).

procedure division.

       accept ws-lapse-env from environment "LAPSE_DAYS"
       if ws-lapse-env not = spaces and function trim(ws-lapse-env) is numeric then
           move function numval(ws-lapse-env) to ws-lapse-days
       end-if
       move function current-date to ws-current-date-data
       move ws-current-date to ws-date-work
       compute ws-today = function integer-of-date(ws-date-work)
       compute ws-week-num = (ws-today - 1) / 7
       compute ws-from-week = (ws-week-num - 103) * 7 + 1

       open output ActivityFile
       if ws-activity-status not = "00" then
           move "ActivityReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-activity-status
           close ActivityFile
           move 8 to return-code
           goback
       end-if
       move "=== Player Activity and Retention Report ===" to ActivityRec
       write ActivityRec

       open output ActivityWorkFile
       close ActivityWorkFile
       open i-o ActivityWorkFile
       if ws-work-status not = "00" then
           move ws-work-name to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-work-status
           close ActivityWorkFile
           move "FAILED: the activity work file could not be opened" to ActivityRec
           write ActivityRec
           close ActivityFile
           move 8 to return-code
           goback
       end-if

       perform LoadPlayerRuns
       perform LoadProfiles
       perform CountWeeks
       perform WriteWeekTable
       perform WriteLapsedPlayers

       move spaces to ActivityRec
       write ActivityRec
       move spaces to ws-activity-line
       string "Runs read: " ws-runs-read
              "  players: " ws-player-count
              "  active in the last " ws-lapse-days " days: " ws-active-count
              "  lapsed: " ws-lapsed-count
              delimited by size into ws-activity-line
       move ws-activity-line to ActivityRec
       write ActivityRec
       if ws-runs-skipped > 0 then
           move spaces to ws-activity-line
           string "Runs skipped (RunId carries no valid date): " ws-runs-skipped
                  delimited by size into ws-activity-line
           move ws-activity-line to ActivityRec
           write ActivityRec
       end-if
       if ws-dropped > 0 then
           move spaces to ws-activity-line
           string "FAILED: " ws-dropped
                  " run(s) not counted, week table is full or the work file could not be written"
                  delimited by size into ws-activity-line
           move ws-activity-line to ActivityRec
           write ActivityRec
           move 8 to return-code
       end-if
       close ActivityWorkFile
       call "CBL_DELETE_FILE" using ws-work-name
       close ActivityFile
       display "Activity report written to ActivityReport.txt ("
               ws-player-count " player(s), " ws-lapsed-count " lapsed)"
       goback.

RunDay section.

           move 0 to ws-run-day
           if RM-RunId(1:6) is numeric then
               compute ws-run-date = 20000000 + function numval(RM-RunId(1:6))
               if ws-run-date(5:2) >= "01" and ws-run-date(5:2) <= "12"
                  and ws-run-date(7:2) >= "01" and ws-run-date(7:2) <= "31" then
                   compute ws-run-day = function integer-of-date(ws-run-date)
               end-if
           end-if
           if ws-run-day > 0 then
               compute ws-week-num = (ws-run-day - 1) / 7
               compute ws-run-week = ws-week-num * 7 + 1
           end-if
           exit section.

LoadPlayerRuns section.

           open input RunMasterFile
           if ws-runmaster-status not = "00" then
               display "RunMaster.dat could not be opened (status " ws-runmaster-status ")"
               close RunMasterFile
               exit section
           end-if
           perform until ws-runmaster-status not = "00"
               read RunMasterFile
               at end
                   move "10" to ws-runmaster-status
               not at end
                   add 1 to ws-runs-read
                   perform RunDay
                   if ws-run-day = 0 or RM-Player = spaces then
                       add 1 to ws-runs-skipped
                   else
                       perform PostPlayerRun
                   end-if
               end-read
           end-perform
           close RunMasterFile
           exit section.

FetchPlayer section.

           move ws-find-name to AW-Player
           move 0 to AW-Week
           move 1 to ws-player-found
           read ActivityWorkFile
               invalid key
                   move 0 to ws-player-found
           end-read
           if ws-player-found = 0 then
               move ws-find-name to AW-Player
               move 0 to AW-Week
               move 9999999 to AW-First
               move 0 to AW-FirstWeek
               move 0 to AW-Last
               move 0 to AW-Runs
               move 0 to AW-Best
               move 0 to AW-InProfile
           end-if
           exit section.

StorePlayer section.

           if ws-player-found = 1 then
               rewrite ActivityWorkRec
           else
               write ActivityWorkRec
               if ws-work-status = "00" then
                   add 1 to ws-player-count
               end-if
           end-if
           if ws-work-status not = "00" then
               move ws-work-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-work-status
               add 1 to ws-dropped
           end-if
           exit section.

PostPlayerRun section.

           move RM-Player to ws-find-name
           perform FetchPlayer
           add 1 to AW-Runs
           if ws-run-day < AW-First then
               move ws-run-day to AW-First
               move ws-run-week to AW-FirstWeek
           end-if
           if ws-run-day > AW-Last then
               move ws-run-day to AW-Last
           end-if
           if RM-Difficulty is numeric and RM-Difficulty > AW-Best then
               move RM-Difficulty to AW-Best
           end-if
           perform StorePlayer
           exit section.

LoadProfiles section.

           open input ProfileFile
           if ws-profile-status not = "00" then
               close ProfileFile
               exit section
           end-if
           perform until ws-profile-status not = "00"
               read ProfileFile
               at end
                   move "10" to ws-profile-status
               not at end
                   move PR-Name to ws-find-name
                   perform FetchPlayer
                   move 1 to AW-InProfile
                   if PR-BestDifficulty is numeric
                      and PR-BestDifficulty > AW-Best then
                       move PR-BestDifficulty to AW-Best
                   end-if
                   perform StorePlayer
               end-read
           end-perform
           close ProfileFile
           exit section.

CountWeeks section.

           move spaces to ws-runmaster-status
           open input RunMasterFile
           if ws-runmaster-status not = "00" then
               close RunMasterFile
               exit section
           end-if
           perform until ws-runmaster-status not = "00"
               read RunMasterFile
               at end
                   move "10" to ws-runmaster-status
               not at end
                   perform RunDay
                   if ws-run-day > 0 and RM-Player not = spaces then
                       perform PostWeekRun
                   end-if
               end-read
           end-perform
           close RunMasterFile
           exit section.

PostWeekRun section.

           if ws-run-week < ws-from-week then
               exit section
           end-if
           move RM-Player to ws-find-name
           perform FetchPlayer
           if ws-player-found = 0 then
               exit section
           end-if
           move AW-FirstWeek to ws-first-week
           perform FindWeek
           if ws-week-idx = 0 then
               add 1 to ws-dropped
               exit section
           end-if
           add 1 to WK-Runs(ws-week-idx)

           move RM-Player to AW-Player
           move ws-run-week to AW-Week
           read ActivityWorkFile
               invalid key
                   continue
               not invalid key
                   exit section
           end-read
           initialize ActivityWorkRec
           move RM-Player to AW-Player
           move ws-run-week to AW-Week
           write ActivityWorkRec
           if ws-work-status not = "00" then
               move ws-work-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-work-status
               add 1 to ws-dropped
               exit section
           end-if
           add 1 to WK-Distinct(ws-week-idx)
           if ws-first-week = ws-run-week then
               add 1 to WK-New(ws-week-idx)
           else
               add 1 to WK-Returning(ws-week-idx)
           end-if
           exit section.

FindWeek section.

           perform varying ws-week-idx from 1 by 1 until ws-week-idx > WK-Count
               if WK-Week(ws-week-idx) >= ws-run-week then
                   exit perform
               end-if
           end-perform
           if ws-week-idx <= WK-Count then
               if WK-Week(ws-week-idx) = ws-run-week then
                   exit section
               end-if
           end-if
           if WK-Count >= 104 then
               move 0 to ws-week-idx
               exit section
           end-if
           perform varying ws-shift-idx from WK-Count by -1 until ws-shift-idx < ws-week-idx
               move WeekEntry(ws-shift-idx) to WeekEntry(ws-shift-idx + 1)
           end-perform
           add 1 to WK-Count
           move ws-run-week to WK-Week(ws-week-idx)
           move 0 to WK-Runs(ws-week-idx)
           move 0 to WK-Distinct(ws-week-idx)
           move 0 to WK-New(ws-week-idx)
           move 0 to WK-Returning(ws-week-idx)
           exit section.

FormatDate section.

           move function date-of-integer(ws-date-work) to ws-date-work
           move spaces to ws-date-disp
           string ws-date-work(1:4) "-" ws-date-work(5:2) "-" ws-date-work(7:2)
                  delimited by size into ws-date-disp
           exit section.

WriteWeekTable section.

           move spaces to ActivityRec
           write ActivityRec
           move "Week of      Players    New  Returning   Runs  Runs/Player" to ActivityRec
           write ActivityRec
           move "----------   -------  -----  ---------  -----  -----------" to ActivityRec
           write ActivityRec
           perform varying ws-week-idx from 1 by 1 until ws-week-idx > WK-Count
               move WK-Week(ws-week-idx) to ws-date-work
               perform FormatDate
               move 0 to ws-rpp
               if WK-Distinct(ws-week-idx) > 0 then
                   compute ws-rpp rounded = WK-Runs(ws-week-idx) / WK-Distinct(ws-week-idx)
               end-if
               move ws-rpp to ws-rpp-disp
               move spaces to ws-activity-line
               string ws-date-disp "      " WK-Distinct(ws-week-idx)
                      "   " WK-New(ws-week-idx)
                      "       " WK-Returning(ws-week-idx)
                      "  " WK-Runs(ws-week-idx)
                      "        " ws-rpp-disp
                      delimited by size into ws-activity-line
               move ws-activity-line to ActivityRec
               write ActivityRec
           end-perform
           if WK-Count = 0 then
               move "  (no dated runs in RunMaster.dat)" to ActivityRec
               write ActivityRec
           end-if
           exit section.

WriteLapsedPlayers section.

           move spaces to ActivityRec
           write ActivityRec
           move spaces to ws-activity-line
           string "Lapsed players (no run in the last " ws-lapse-days " days)"
                  delimited by size into ws-activity-line
           move ws-activity-line to ActivityRec
           write ActivityRec
           move "Player           Last run    Days idle  Best diff   Runs" to ActivityRec
           write ActivityRec
           move "---------------  ----------  ---------  ---------  -----" to ActivityRec
           write ActivityRec
           move low-values to AW-Key
           start ActivityWorkFile key is not less than AW-Key
               invalid key
                   move "10" to ws-work-status
               not invalid key
                   move "00" to ws-work-status
           end-start
           perform until ws-work-status not = "00"
               read ActivityWorkFile next record
               at end
                   move "10" to ws-work-status
               not at end
                   if AW-Week = 0 then
                       perform ListLapsedPlayer
                   end-if
               end-read
           end-perform
           if ws-lapsed-count = 0 then
               move "  (none)" to ActivityRec
               write ActivityRec
           end-if
           exit section.

ListLapsedPlayer section.

           if AW-Runs = 0 then
               add 1 to ws-lapsed-count
               move spaces to ws-activity-line
               string AW-Player "  (no run on file)"
                      delimited by size into ws-activity-line
               move ws-activity-line to ActivityRec
               write ActivityRec
               exit section
           end-if
           compute ws-days-idle = ws-today - AW-Last
           if ws-days-idle > ws-lapse-days then
               add 1 to ws-lapsed-count
               move AW-Last to ws-date-work
               perform FormatDate
               move spaces to ws-activity-line
               string AW-Player "  " ws-date-disp
                      "  " ws-days-idle
                      "          " AW-Best
                      "      " AW-Runs
                      delimited by size into ws-activity-line
               move ws-activity-line to ActivityRec
               write ActivityRec
           else
               add 1 to ws-active-count
           end-if
           exit section.
