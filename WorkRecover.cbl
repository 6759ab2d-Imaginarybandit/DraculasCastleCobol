       >>SOURCE FORMAT FREE
identification division.
program-id. WorkRecover.
environment division.
input-output section.
file-control.
       select LockFile assign to "Session.lock"
       organization is line sequential
       access is sequential
       file status is ws-lock-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is sequential
       record key is PR-Name
       file status is ws-profile-status.

       select WorkFile assign to ws-work-name
       organization is line sequential
       access is sequential
       file status is ws-work-status.

       select SharedFile assign to ws-shared-name
       organization is line sequential
       access is sequential
       file status is ws-shared-status.

       select RecoverReportFile assign to "RecoveryReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

data division.
file section.
fd LockFile.

 01 LockRec.
       02 LK-Date.
           03 LK-Year pic 9(2).
           03 filler pic x(1).
           03 LK-Month pic 9(2).
           03 filler pic x(1).
           03 LK-Day pic 9(2).
       02 filler pic x(1).
       02 LK-Time.
           03 LK-Hours pic 9(2).
           03 filler pic x(1).
           03 LK-Minute pic 9(2).
           03 filler pic x(1).
           03 LK-Second pic 9(2).
       02 filler pic x(1).
       02 LK-Player pic x(22).

fd ProfileFile.

 01 ProfileRec.
       02 PR-Name pic x(15).
       02 PR-Runs pic 9(3).
       02 PR-BestDifficulty pic 9(1).
       02 PR-LastGold pic 9(5).

fd WorkFile.

 01 WorkRec pic x(199).

fd SharedFile.

 01 SharedRec pic x(199).

fd RecoverReportFile.

 01 RecoverReportRec pic x(132).

working-storage section.
01 ws-lock-status pic xx value spaces.
01 ws-profile-status pic xx value spaces.
01 ws-work-status pic xx value spaces.
01 ws-shared-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-work-name pic x(40) value spaces.
01 ws-shared-name pic x(40) value spaces.
01 ws-done-name pic x(60) value spaces.
01 ws-work-prefix pic x(12) value spaces.
01 ws-player-name pic x(15) value spaces.
01 ws-report-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "WorkRecover".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-stale-env pic x(6) value spaces.
01 ws-stale-minutes pic 9(6) value 240.
01 ws-lock-minutes pic 9(9) value 0.
01 ws-now-minutes pic 9(9) value 0.
01 ws-lock-age pic s9(9) value 0.
01 ws-lock-age-disp pic z(8)9 value 0.
01 ws-lock-stale pic 9(1) value 0.
01 ws-date-work pic 9(8) value 0.
01 ws-run-stamp pic x(12) value spaces.
01 ws-work-idx pic 9(4) value 0.
01 ws-low-stamp pic x(17) value spaces.
01 ws-high-stamp pic x(17) value spaces.
01 ws-overflow pic 9(1) value 0.
01 ws-append-failed pic 9(1) value 0.
01 ws-final-rc pic 9(2) value 0.
01 ws-body-len pic 9(3) value 199.
01 ws-chain-name pic x(40) value spaces.
01 ws-chain-line pic x(199) value spaces.
01 ws-chain-mode pic x(1) value space.
01 ws-chain-pos pic 9(3) value 0.
01 ws-chain-seq pic 9(9) value 0.
01 ws-chain-hash pic 9(9) value 0.
01 ws-chain-ok pic 9(1) value 0.
01 ws-work-seq pic 9(9) value 0.
01 ws-work-hash pic 9(9) value 0.
01 ws-work-broken pic 9(1) value 0.
01 ws-already pic 9(4) value 0.
01 ws-appended pic 9(4) value 0.
01 ws-files-recovered pic 9(4) value 0.
01 ws-files-skipped pic 9(4) value 0.
01 ws-lines-appended pic 9(7) value 0.
01 ws-lines-already pic 9(7) value 0.

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

01 WorkTable.
       02 WT-Count pic 9(4) value 0.
       02 WorkEntry occurs 5000 times.
           03 WT-Line pic x(199).
           03 WT-Merged pic 9(1).

procedure division.

       accept ws-stale-env from environment "LOCK_STALE_MINUTES"
       if ws-stale-env not = spaces and function trim(ws-stale-env) is numeric then
           move function numval(ws-stale-env) to ws-stale-minutes
       end-if

       open output RecoverReportFile
       if ws-report-status not = "00" then
           move "RecoveryReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
           close RecoverReportFile
           move 8 to return-code
           goback
       end-if
       move 0 to return-code
       move function current-date to ws-current-date-data
       move spaces to ws-run-stamp
       string ws-current-year ws-current-month ws-current-day
              ws-current-hours ws-current-minute ws-current-second
              delimited by size into ws-run-stamp
       move spaces to ws-report-line
       string "=== Session Work-File Recovery " ws-current-year "-" ws-current-month "-"
              ws-current-day " " ws-current-hours ":" ws-current-minute " ==="
              delimited by size into ws-report-line
       move ws-report-line to RecoverReportRec
       write RecoverReportRec

       perform CheckSessionLock
       if ws-lock-status = "LV" then
           close RecoverReportFile
           move 4 to return-code
           goback
       end-if

       move spaces to ws-player-name
       perform RecoverPlayer
       open input ProfileFile
       if ws-profile-status = "00" then
           perform until ws-profile-status not = "00"
               read ProfileFile
               at end
                   move "10" to ws-profile-status
               not at end
                   if PR-Name not = spaces then
                       move PR-Name to ws-player-name
                       perform RecoverPlayer
                   end-if
               end-read
           end-perform
       else
           move spaces to ws-report-line
           string "  Profile.dat could not be opened (status " ws-profile-status
                  "), only the unnamed work files were checked"
                  delimited by size into ws-report-line
           move ws-report-line to RecoverReportRec
           write RecoverReportRec
           move 4 to ws-final-rc
       end-if
       close ProfileFile

       if ws-lock-stale = 1 then
           open output LockFile
           close LockFile
           move "  Stale Session.lock cleared" to RecoverReportRec
           write RecoverReportRec
       end-if

       move spaces to RecoverReportRec
       write RecoverReportRec
       move spaces to ws-report-line
       string "Work files recovered: " ws-files-recovered
              "  lines appended: " ws-lines-appended
              "  lines already merged: " ws-lines-already
              "  files left in place: " ws-files-skipped
              delimited by size into ws-report-line
       move ws-report-line to RecoverReportRec
       write RecoverReportRec
       if ws-files-skipped > 0 then
           move 4 to ws-final-rc
       end-if
       close RecoverReportFile
       move ws-final-rc to return-code
       display "Work-file recovery written to RecoveryReport.txt ("
               ws-files-recovered " file(s) recovered)"
       goback.

CheckSessionLock section.

           move 0 to ws-lock-stale
           move spaces to LockRec
           open input LockFile
           if ws-lock-status = "00" then
               read LockFile
           end-if
           if ws-lock-status not = "00" or LockRec = spaces then
               close LockFile
               move spaces to ws-lock-status
               move "No session lock is held" to RecoverReportRec
               write RecoverReportRec
               exit section
           end-if
           close LockFile
           if LK-Year is not numeric or LK-Month is not numeric or LK-Day is not numeric
              or LK-Hours is not numeric or LK-Minute is not numeric then
               move spaces to ws-report-line
               string "SKIPPED: Session.lock cannot be dated (" function trim(LockRec)
                      "); clear it by hand once the castle is idle"
                      delimited by size into ws-report-line
               move ws-report-line to RecoverReportRec
               write RecoverReportRec
               display function trim(ws-report-line)
               move "LV" to ws-lock-status
               exit section
           end-if
           compute ws-date-work = 20000000 + LK-Year * 10000 + LK-Month * 100 + LK-Day
           compute ws-lock-minutes = function integer-of-date(ws-date-work) * 1440
                                   + LK-Hours * 60 + LK-Minute
           move ws-current-date to ws-date-work
           compute ws-now-minutes = function integer-of-date(ws-date-work) * 1440
                                  + ws-current-hours * 60 + ws-current-minute
           compute ws-lock-age = ws-now-minutes - ws-lock-minutes
           if ws-lock-age < 0 then
               move 0 to ws-lock-age
           end-if
           move ws-lock-age to ws-lock-age-disp
           move spaces to ws-report-line
           if ws-lock-age < ws-stale-minutes then
               string "SKIPPED: a game session is active (" function trim(LockRec)
                      ", " function trim(ws-lock-age-disp) " minute(s) old)"
                      delimited by size into ws-report-line
               move ws-report-line to RecoverReportRec
               write RecoverReportRec
               display function trim(ws-report-line)
               move "LV" to ws-lock-status
           else
               move 1 to ws-lock-stale
               move spaces to ws-lock-status
               string "Stale Session.lock (" function trim(LockRec) ", "
                      function trim(ws-lock-age-disp) " minute(s) old); recovering"
                      delimited by size into ws-report-line
               move ws-report-line to RecoverReportRec
               write RecoverReportRec
           end-if
           exit section.

RecoverPlayer section.

           move "AuditWork" to ws-work-prefix
           move "Audit.txt" to ws-shared-name
           move 181 to ws-chain-pos
           move 179 to ws-body-len
           perform RecoverOneFile
           move "EventWork" to ws-work-prefix
           move "Events.dat" to ws-shared-name
           move 87 to ws-chain-pos
           move 85 to ws-body-len
           perform RecoverOneFile
           move "CombatWork" to ws-work-prefix
           move "CombatLog.txt" to ws-shared-name
           move 0 to ws-chain-pos
           move 199 to ws-body-len
           perform RecoverOneFile
           exit section.

RecoverOneFile section.

           move spaces to ws-work-name
           if ws-player-name = spaces then
               string function trim(ws-work-prefix) ".txt"
                      delimited by size into ws-work-name
           else
               string function trim(ws-work-prefix) "-" function trim(ws-player-name) ".txt"
                      delimited by size into ws-work-name
           end-if
           perform LoadWorkFile
           if WT-Count = 0 and ws-overflow = 0 then
               exit section
           end-if
           if ws-overflow = 1 then
               add 1 to ws-files-skipped
               move spaces to ws-report-line
               string "  LEFT     " ws-work-name " holds more than 5000 lines;"
                      " merge it by hand into " function trim(ws-shared-name)
                      delimited by size into ws-report-line
               move ws-report-line to RecoverReportRec
               write RecoverReportRec
               exit section
           end-if

           perform MarkAlreadyMerged
           perform AppendWorkLines
           if ws-append-failed = 1 then
               add 1 to ws-files-skipped
               move spaces to ws-report-line
               string "  LEFT     " ws-work-name " could not be appended to "
                      function trim(ws-shared-name) "; rerun after fixing it"
                      delimited by size into ws-report-line
               move ws-report-line to RecoverReportRec
               write RecoverReportRec
               exit section
           end-if

           move spaces to ws-done-name
           string function trim(ws-work-name) "." ws-run-stamp
                  delimited by size into ws-done-name
           move 0 to return-code
           call "CBL_RENAME_FILE" using ws-work-name, ws-done-name
           if return-code not = 0 then
               move ws-work-name to ws-guard-file
               move "RENAME" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
               move spaces to ws-done-name
               string "(rename failed, emptied in place)" delimited by size into ws-done-name
               open output WorkFile
               close WorkFile
           end-if
           move 0 to return-code

           add 1 to ws-files-recovered
           add ws-appended to ws-lines-appended
           add ws-already to ws-lines-already
           move spaces to ws-report-line
           string "  RECOVERED " ws-work-name " lines " WT-Count
                  "  already merged " ws-already "  appended " ws-appended
                  delimited by size into ws-report-line
           move ws-report-line to RecoverReportRec
           write RecoverReportRec
           move spaces to ws-report-line
           string "            kept as " function trim(ws-done-name)
                  delimited by size into ws-report-line
           move ws-report-line to RecoverReportRec
           write RecoverReportRec
           exit section.

LoadWorkFile section.

           move 0 to WT-Count
           move 0 to ws-overflow
           move high-values to ws-low-stamp
           move low-values to ws-high-stamp
           move spaces to ws-work-status
           open input WorkFile
           if ws-work-status not = "00" then
               close WorkFile
               exit section
           end-if
           perform until ws-work-status not = "00"
               read WorkFile
               at end
                   move "10" to ws-work-status
               not at end
                   if WorkRec not = spaces then
                       if WT-Count < 5000 then
                           add 1 to WT-Count
                           move WorkRec to WT-Line(WT-Count)
                           move 0 to WT-Merged(WT-Count)
                           if WorkRec(1:17) < ws-low-stamp then
                               move WorkRec(1:17) to ws-low-stamp
                           end-if
                           if WorkRec(1:17) > ws-high-stamp then
                               move WorkRec(1:17) to ws-high-stamp
                           end-if
                       else
                           move 1 to ws-overflow
                       end-if
                   end-if
               end-read
           end-perform
           close WorkFile
           exit section.

MarkAlreadyMerged section.

           move 0 to ws-already
           move spaces to ws-shared-status
           open input SharedFile
           if ws-shared-status not = "00" then
               close SharedFile
               exit section
           end-if
           perform until ws-shared-status not = "00"
               read SharedFile
               at end
                   move "10" to ws-shared-status
               not at end
                   if SharedRec(1:17) >= ws-low-stamp
                      and SharedRec(1:17) <= ws-high-stamp then
                       perform varying ws-work-idx from 1 by 1 until ws-work-idx > WT-Count
                           if WT-Merged(ws-work-idx) = 0
                              and WT-Line(ws-work-idx)(1:ws-body-len) = SharedRec(1:ws-body-len) then
                               move 1 to WT-Merged(ws-work-idx)
                               add 1 to ws-already
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-read
           end-perform
           close SharedFile
           exit section.

AppendWorkLines section.

           move 0 to ws-appended
           move 0 to ws-append-failed
           move 0 to ws-work-seq
           move 0 to ws-work-hash
           move 0 to ws-work-broken
           if ws-chain-pos > 0 then
               move ws-shared-name to ws-chain-name
               call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
               if ws-chain-seq = 0 and ws-shared-name = "Audit.txt" then
                   move "AuditArchive.txt" to ws-chain-name
                   call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
               end-if
           end-if
           open extend SharedFile
           if ws-shared-status not = "00" then
               close SharedFile
               open output SharedFile
           end-if
           if ws-shared-status not = "00" then
               move ws-shared-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-shared-status
               move 1 to ws-append-failed
               close SharedFile
               exit section
           end-if
           perform varying ws-work-idx from 1 by 1 until ws-work-idx > WT-Count
               if ws-chain-pos > 0 then
                   perform CheckWorkLink
               end-if
               if WT-Merged(ws-work-idx) = 0 then
                   move WT-Line(ws-work-idx) to SharedRec
                   if ws-chain-pos > 0 then
                       move SharedRec to ws-chain-line
                       move "S" to ws-chain-mode
                       call 'ChainLink' using ws-chain-mode,ws-chain-line,ws-chain-pos,ws-chain-seq,ws-chain-hash,ws-chain-ok
                       move ws-chain-line to SharedRec
                   end-if
                   write SharedRec
                   if ws-shared-status not = "00" then
                       move ws-shared-name to ws-guard-file
                       move "WRITE" to ws-guard-op
                       call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-shared-status
                       move 1 to ws-append-failed
                       exit perform
                   end-if
                   add 1 to ws-appended
               end-if
           end-perform
           close SharedFile
           exit section.

CheckWorkLink section.

           move WT-Line(ws-work-idx) to ws-chain-line
           if ws-chain-line(ws-chain-pos:9) is not numeric then
               exit section
           end-if
           move "V" to ws-chain-mode
           call 'ChainLink' using ws-chain-mode,ws-chain-line,ws-chain-pos,ws-work-seq,ws-work-hash,ws-chain-ok
           if ws-chain-ok = 0 and ws-work-broken = 0 then
               move 1 to ws-work-broken
               move 4 to ws-final-rc
               move spaces to ws-report-line
               string "  WARNING  " ws-work-name " chain breaks at work sequence "
                      ws-work-seq "; lines kept but check for tampering"
                      delimited by size into ws-report-line
               move ws-report-line to RecoverReportRec
               write RecoverReportRec
           end-if
           exit section.
