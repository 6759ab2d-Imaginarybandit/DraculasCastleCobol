       >>SOURCE FORMAT FREE
identification division.
program-id. ProfileMaint.
environment division.
input-output section.
file-control.
       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is dynamic
       record key is PR-Name
       file status is ws-profile-status.

       select BestiaryFile assign to "Bestiary.dat"
       organization is indexed
       access is dynamic
       record key is BF-RecKey
       file status is ws-bestiary-status.

       select SrcFile assign to ws-src-name
       organization is line sequential
       access is sequential
       file status is ws-src-status.

       select DstFile assign to ws-dst-name
       organization is line sequential
       access is sequential
       file status is ws-dst-status.

       select ArchiveFile assign to "RetiredPlayers.dat"
       organization is line sequential
       access is sequential
       file status is ws-archive-status.

       select MaintAuditFile assign to "DataMaintAudit.txt"
       organization is line sequential
       access is sequential
       file status is ws-maudit-status.

       select LockFile assign to "Session.lock"
       organization is line sequential
       access is sequential
       file status is ws-lock-status.

data division.
file section.
fd ProfileFile.

 01 ProfileRec.
       02 PR-Name pic x(15).
       02 PR-Runs pic 9(3).
       02 PR-BestDifficulty pic 9(1).
       02 PR-LastGold pic 9(5).

fd BestiaryFile.

 01 BestiaryRec.
       02 BF-RecKey.
           03 BF-Player pic x(15).
           03 BF-Key pic x(15).
       02 BF-Name pic x(25).
       02 BF-Encountered pic 9(5).
       02 BF-Defeated pic 9(5).
       02 BF-KilledPlayer pic 9(5).
       02 BF-Discovered pic x(4).

fd SrcFile.

 01 SrcRec pic x(900).

fd DstFile.

 01 DstRec pic x(900).

fd ArchiveFile.

 01 ArchiveRec.
       02 AR-Date pic x(8).
       02 filler pic x(1).
       02 AR-Player pic x(15).
       02 filler pic x(1).
       02 AR-Type pic x(1).
       02 filler pic x(1).
       02 AR-Image pic x(200).

fd MaintAuditFile.

 01 MaintAuditRec pic x(132).

fd LockFile.

 01 LockRec pic x(40).

working-storage section.
01 ws-profile-status pic xx value spaces.
01 ws-bestiary-status pic xx value spaces.
01 ws-src-status pic xx value spaces.
01 ws-dst-status pic xx value spaces.
01 ws-archive-status pic xx value spaces.
01 ws-maudit-status pic xx value spaces.
01 ws-lock-status pic xx value spaces.
01 ws-src-name pic x(60) value spaces.
01 ws-dst-name pic x(60) value spaces.
01 ws-script-line pic x(99) value spaces.
01 ws-file-done pic 9(1) value 0.
01 ws-old-player pic x(15) value spaces.
01 ws-new-player pic x(15) value spaces.
01 ws-prof-found pic 9(1) value 0.
01 ws-hold-profile pic x(24) value spaces.
01 ws-hold-target pic x(24) value spaces.
01 ws-hold-runs pic 9(4) value 0.
01 ws-hold-best pic 9(1) value 0.
01 ws-maint-action pic x(10) value spaces.
01 ws-maint-kind pic x(6) value "PLAYER".
01 ws-maint-key pic x(25) value spaces.
01 ws-old-image pic x(110) value spaces.
01 ws-new-image pic x(125) value spaces.
01 ws-maudit-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "ProfileMaint".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-role-ok pic 9(1) value 0.

01 ws-cascade-mode pic x(1) value spaces.
01 ws-name-pos pic 9(3) value 0.
01 ws-arch-type pic x(1) value spaces.
01 ws-file-count pic 9(5) value 0.
01 ws-beast-moved pic 9(5) value 0.
01 ws-ach-moved pic 9(5) value 0.
01 ws-board-moved pic 9(5) value 0.
01 ws-runs-moved pic 9(5) value 0.
01 ws-other-moved pic 9(5) value 0.
01 ws-files-moved pic 9(2) value 0.
01 ws-files-parked pic 9(2) value 0.
01 ws-dedupe pic 9(1) value 0.
01 ws-skip-line pic 9(1) value 0.
01 ws-copy-failed pic 9(1) value 0.
01 ws-archive-failed pic 9(1) value 0.
01 ws-lines-kept pic 9(5) value 0.
01 ws-file-exists pic 9(1) value 0.
01 ws-target-busy pic 9(1) value 0.
01 ws-work-pending pic 9(1) value 0.
01 ws-pf-idx pic 9(1) value 0.
01 ws-ach-idx pic 9(2) value 0.
01 ws-last-run pic x(12) value spaces.
01 ws-run-count pic 9(5) value 0.
01 ws-hold-beast pic x(74) value spaces.
01 ws-hold-target-beast pic x(74) value spaces.
01 ws-target-found pic 9(1) value 0.
01 ws-beast-failed pic 9(1) value 0.
01 ws-hold-encountered pic 9(5) value 0.
01 ws-hold-defeated pic 9(5) value 0.
01 ws-hold-killed pic 9(5) value 0.
01 ws-hold-discovered pic x(4) value spaces.
01 ws-discover-idx pic 9(1) value 0.

01 PlayerFileTable.
       02 PlayerFilePrefix occurs 6 times pic x(12).
01 ws-old-file pic x(60) value spaces.
01 ws-new-file pic x(60) value spaces.

01 TargetAchTable.
       02 TargetAchCount pic 9(2) value 0.
       02 TargetAchName occurs 50 times pic x(30).

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

       linkage section.
       01 OperatorId pic x(8).
       01 OperatorRole pic x(1).

procedure division using OperatorId,OperatorRole.

       move "SaveGame-" to PlayerFilePrefix(1)
       move "Stash-" to PlayerFilePrefix(2)
       move "CombatCkpt-" to PlayerFilePrefix(3)
       move "AuditWork-" to PlayerFilePrefix(4)
       move "EventWork-" to PlayerFilePrefix(5)
       move "CombatWork-" to PlayerFilePrefix(6)
       move spaces to ws-lock-status
       move spaces to LockRec
       open input LockFile
       if ws-lock-status = "00" then
           read LockFile
           if ws-lock-status = "00" and LockRec not = spaces then
               display "A game session is active (" function trim(LockRec) ")."
               display "Player maintenance is not allowed while the castle is in use."
               close LockFile
               goback
           end-if
       end-if
       close LockFile

       move 0 to ws-file-done
       perform until ws-file-done = 1
           display "Players: L)ist R)ename M)erge T) retire X) back"
           display "Choose: "
           perform GetInput
           evaluate function upper-case(function trim(ws-script-line))
               when "L" perform ListPlayers
               when "R"
                   perform CheckMaintainer
                   if ws-role-ok = 1 then
                       perform RenamePlayer
                   end-if
               when "M"
                   perform CheckMaintainer
                   if ws-role-ok = 1 then
                       perform MergePlayer
                   end-if
               when "T"
                   if OperatorRole = "A" then
                       perform RetirePlayer
                   else
                       display "Not allowed: retiring a player needs an administrator sign-on"
                   end-if
               when "X" move 1 to ws-file-done
               when "QUIT" move 1 to ws-file-done
               when other display "Invalid choice"
           end-evaluate
       end-perform
       goback.

GetInput section.

       call "GetInput" using ws-script-line
       exit section.

CheckMaintainer section.

           move 0 to ws-role-ok
           if OperatorRole = "M" or OperatorRole = "A" then
               move 1 to ws-role-ok
           else
               display "Not allowed: player changes need a maintainer sign-on"
           end-if
           exit section.

ListPlayers section.

           move spaces to ws-profile-status
           open input ProfileFile
           if ws-profile-status not = "00" then
               display "No player profiles on file"
               close ProfileFile
               exit section
           end-if
           display "Player          Runs Best LastGold"
           move 0 to ws-file-count
           perform until ws-profile-status not = "00"
               read ProfileFile next record
               at end
                   move "10" to ws-profile-status
               not at end
                   add 1 to ws-file-count
                   display PR-Name " " PR-Runs "  " PR-BestDifficulty "    " PR-LastGold
               end-read
           end-perform
           close ProfileFile
           display ws-file-count " player(s) on file"
           exit section.

AskPlayerName section.

           perform GetInput
           if function length(function trim(ws-script-line)) > 15 then
               display "Player names are limited to 15 characters"
               move spaces to ws-script-line
           end-if
           if function trim(ws-script-line) = "quit" then
               move spaces to ws-script-line
           end-if
           exit section.

ReadProfile section.

           move 0 to ws-prof-found
           move spaces to ws-profile-status
           open input ProfileFile
           if ws-profile-status = "00" then
               read ProfileFile key is PR-Name
               invalid key
                   move 0 to ws-prof-found
               not invalid key
                   move 1 to ws-prof-found
               end-read
           end-if
           close ProfileFile
           exit section.

ConfirmChange section.

           display "Apply this change? (Y/N)"
           perform GetInput
           move function upper-case(function trim(ws-script-line)) to ws-script-line
           exit section.

RenamePlayer section.

           display "Current player name: "
           perform AskPlayerName
           move function trim(ws-script-line) to ws-old-player
           if ws-old-player = spaces then
               display "Rename cancelled"
               exit section
           end-if
           display "New player name: "
           perform AskPlayerName
           move function trim(ws-script-line) to ws-new-player
           if ws-new-player = spaces or ws-new-player = ws-old-player then
               display "Rename cancelled"
               exit section
           end-if
           move ws-old-player to PR-Name
           perform ReadProfile
           if ws-prof-found = 0 then
               display "No player named " function trim(ws-old-player)
               exit section
           end-if
           move ProfileRec to ws-hold-profile
           move ws-new-player to PR-Name
           perform ReadProfile
           if ws-prof-found = 1 then
               display "A player named " function trim(ws-new-player)
                       " already exists; use Merge instead"
               exit section
           end-if
           perform CheckTargetFiles
           if ws-target-busy = 1 then
               display "Rename cancelled, nothing changed"
               exit section
           end-if
           display "Rename " function trim(ws-old-player) " to " function trim(ws-new-player)
           perform ConfirmChange
           if ws-script-line not = "Y" then
               display "Rename cancelled"
               exit section
           end-if

           move "R" to ws-cascade-mode
           open i-o ProfileFile
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               close ProfileFile
               display "Rename failed, nothing changed"
               exit section
           end-if
           move ws-hold-profile to ProfileRec
           move ws-new-player to PR-Name
           write ProfileRec
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               close ProfileFile
               display "Rename failed, nothing changed"
               exit section
           end-if
           move ws-old-player to PR-Name
           delete ProfileFile record
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "DELETE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               move ws-new-player to PR-Name
               delete ProfileFile record
               close ProfileFile
               display "Rename failed, nothing changed"
               exit section
           end-if
           close ProfileFile

           perform CascadePlayer
           move "RENAME" to ws-maint-action
           move ws-old-player to ws-maint-key
           move ws-hold-profile to ws-old-image
           perform WriteCascadeAudit
           display "Player renamed: " function trim(ws-old-player)
                   " is now " function trim(ws-new-player)
           exit section.

MergePlayer section.

           display "Merge FROM player: "
           perform AskPlayerName
           move function trim(ws-script-line) to ws-old-player
           if ws-old-player = spaces then
               display "Merge cancelled"
               exit section
           end-if
           display "Merge INTO player: "
           perform AskPlayerName
           move function trim(ws-script-line) to ws-new-player
           if ws-new-player = spaces or ws-new-player = ws-old-player then
               display "Merge cancelled"
               exit section
           end-if
           move ws-old-player to PR-Name
           perform ReadProfile
           if ws-prof-found = 0 then
               display "No player named " function trim(ws-old-player)
               exit section
           end-if
           move ProfileRec to ws-hold-profile
           move PR-Runs to ws-hold-runs
           move PR-BestDifficulty to ws-hold-best
           move ws-new-player to PR-Name
           perform ReadProfile
           if ws-prof-found = 0 then
               display "No player named " function trim(ws-new-player)
                       "; use Rename instead"
               exit section
           end-if
           display "Merge " function trim(ws-old-player) " into " function trim(ws-new-player)
           display "Runs and kills are summed and the best difficulty is kept."
           perform ConfirmChange
           if ws-script-line not = "Y" then
               display "Merge cancelled"
               exit section
           end-if

           move "M" to ws-cascade-mode
           open i-o ProfileFile
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               close ProfileFile
               display "Merge failed, nothing changed"
               exit section
           end-if
           move ws-new-player to PR-Name
           read ProfileFile key is PR-Name
           invalid key
               close ProfileFile
               display "Merge failed, nothing changed"
               exit section
           end-read
           add PR-Runs to ws-hold-runs
           if ws-hold-runs > 999 then
               move 999 to ws-hold-runs
           end-if
           move ws-hold-runs to PR-Runs
           if ws-hold-best > PR-BestDifficulty then
               move ws-hold-best to PR-BestDifficulty
           end-if
           move ProfileRec to ws-hold-target
           move ws-old-player to PR-Name
           delete ProfileFile record
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "DELETE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               close ProfileFile
               display "Merge failed, nothing changed"
               exit section
           end-if
           move ws-hold-target to ProfileRec
           rewrite ProfileRec
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "REWRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               move ws-hold-profile to ProfileRec
               write ProfileRec
               close ProfileFile
               display "Merge failed, nothing changed"
               exit section
           end-if
           close ProfileFile

           perform CascadePlayer
           move "MERGE" to ws-maint-action
           move ws-old-player to ws-maint-key
           move ws-hold-profile to ws-old-image
           perform WriteCascadeAudit
           display "Player " function trim(ws-old-player) " merged into "
                   function trim(ws-new-player)
           exit section.

RetirePlayer section.

           display "Player to retire: "
           perform AskPlayerName
           move function trim(ws-script-line) to ws-old-player
           if ws-old-player = spaces then
               display "Retire cancelled"
               exit section
           end-if
           move ws-old-player to PR-Name
           perform ReadProfile
           if ws-prof-found = 0 then
               display "No player named " function trim(ws-old-player)
               exit section
           end-if
           move ProfileRec to ws-hold-profile
           perform CheckWorkFiles
           if ws-work-pending = 1 then
               display "Run WorkRecover before retiring " function trim(ws-old-player)
                       "; nothing changed"
               exit section
           end-if
           perform FindLastRun
           if ws-run-count = 0 then
               display function trim(ws-old-player) " has no runs in RunMaster.dat"
           else
               display function trim(ws-old-player) " has " ws-run-count
                       " run(s); the last was RunId " ws-last-run
           end-if
           display "The profile, bestiary, achievements, queued notifications and save files are archived."
           perform ConfirmChange
           if ws-script-line not = "Y" then
               display "Retire cancelled"
               exit section
           end-if

           move "T" to ws-cascade-mode
           move spaces to ws-new-player
           move function current-date to ws-current-date-data
           perform OpenArchive
           if ws-archive-status not = "00" then
               display "Retire failed, nothing changed"
               exit section
           end-if
           open i-o ProfileFile
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               close ProfileFile
               close ArchiveFile
               display "Retire failed, nothing changed"
               exit section
           end-if
           move ws-old-player to PR-Name
           delete ProfileFile record
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "DELETE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               close ProfileFile
               close ArchiveFile
               display "Retire failed, nothing changed"
               exit section
           end-if
           move "P" to AR-Type
           move ws-hold-profile to AR-Image
           perform WriteArchive
           if ws-archive-failed = 1 then
               move ws-hold-profile to ProfileRec
               write ProfileRec
               close ProfileFile
               close ArchiveFile
               display "Retire failed, nothing changed"
               exit section
           end-if
           close ProfileFile
           close ArchiveFile

           perform CascadePlayer
           move "RETIRE" to ws-maint-action
           move ws-old-player to ws-maint-key
           move ws-hold-profile to ws-old-image
           perform WriteCascadeAudit
           display "Player retired: " function trim(ws-old-player)
                   " (archived to RetiredPlayers.dat)"
           exit section.

FindLastRun section.

           move spaces to ws-last-run
           move 0 to ws-run-count
           move "RunMaster.dat" to ws-src-name
           move spaces to ws-src-status
           open input SrcFile
           if ws-src-status = "00" then
               perform until ws-src-status not = "00"
                   read SrcFile
                   at end
                       move "10" to ws-src-status
                   not at end
                       if SrcRec(14:15) = ws-old-player then
                           add 1 to ws-run-count
                           if SrcRec(1:12) > ws-last-run then
                               move SrcRec(1:12) to ws-last-run
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close SrcFile
           exit section.

CheckTargetFiles section.

           move 0 to ws-target-busy
           perform varying ws-pf-idx from 1 by 1 until ws-pf-idx > 6
               move spaces to ws-src-name
               string function trim(PlayerFilePrefix(ws-pf-idx))
                      function trim(ws-new-player) ".txt"
                      delimited by size into ws-src-name
               perform CheckFileExists
               if ws-file-exists = 1 then
                   display function trim(ws-src-name) " already exists"
                   move 1 to ws-target-busy
               end-if
           end-perform
           exit section.

CheckWorkFiles section.

           move 0 to ws-work-pending
           perform varying ws-pf-idx from 4 by 1 until ws-pf-idx > 6
               move spaces to ws-src-name
               string function trim(PlayerFilePrefix(ws-pf-idx))
                      function trim(ws-old-player) ".txt"
                      delimited by size into ws-src-name
               perform CheckFileExists
               if ws-file-exists = 1 then
                   display function trim(ws-src-name) " has not been merged yet"
                   move 1 to ws-work-pending
               end-if
           end-perform
           exit section.

CheckFileExists section.

           move 0 to ws-file-exists
           move spaces to ws-src-status
           open input SrcFile
           if ws-src-status = "00" then
               move 1 to ws-file-exists
           end-if
           close SrcFile
           exit section.

CascadePlayer section.

           move 0 to ws-beast-moved
           move 0 to ws-ach-moved
           move 0 to ws-board-moved
           move 0 to ws-runs-moved
           move 0 to ws-other-moved
           move 0 to ws-files-moved
           move 0 to ws-files-parked
           perform MoveBeastRecords
           perform MovePlayerFiles

           move 0 to ws-dedupe
           if ws-cascade-mode = "M" then
               perform LoadTargetAchievements
               move 1 to ws-dedupe
           end-if
           move "Achievements.dat" to ws-src-name
           move 39 to ws-name-pos
           move "A" to ws-arch-type
           perform RelabelFile
           move ws-file-count to ws-ach-moved
           move 0 to ws-dedupe

           move "Notifications.dat" to ws-src-name
           move 36 to ws-name-pos
           move "N" to ws-arch-type
           perform RelabelFile
           add ws-file-count to ws-other-moved

           if ws-cascade-mode not = "T" then
               move "Leaderboard.txt" to ws-src-name
               move 120 to ws-name-pos
               perform RelabelFile
               move ws-file-count to ws-board-moved
               move "RunMaster.dat" to ws-src-name
               move 14 to ws-name-pos
               perform RelabelFile
               move ws-file-count to ws-runs-moved
               move "DailyLeaderboard.txt" to ws-src-name
               move 120 to ws-name-pos
               perform RelabelFile
               add ws-file-count to ws-other-moved
               move "DailyAttempts.dat" to ws-src-name
               move 10 to ws-name-pos
               perform RelabelFile
               add ws-file-count to ws-other-moved
               move "Tickets.dat" to ws-src-name
               move 28 to ws-name-pos
               perform RelabelFile
               add ws-file-count to ws-other-moved
           end-if
           exit section.

MoveBeastRecords section.

           move spaces to ws-bestiary-status
           open i-o BestiaryFile
           if ws-bestiary-status not = "00" then
               close BestiaryFile
               exit section
           end-if
           if ws-cascade-mode = "T" then
               perform OpenArchive
           end-if
           move 0 to ws-beast-failed
           perform until ws-bestiary-status not = "00" or ws-beast-failed = 1
               move ws-old-player to BF-Player
               move low-values to BF-Key
               start BestiaryFile key is >= BF-RecKey
               invalid key
                   move "10" to ws-bestiary-status
               end-start
               if ws-bestiary-status = "00" then
                   read BestiaryFile next record
                   at end
                       move "10" to ws-bestiary-status
                   end-read
               end-if
               if ws-bestiary-status = "00" and BF-Player not = ws-old-player then
                   move "10" to ws-bestiary-status
               end-if
               if ws-bestiary-status = "00" then
                   perform MoveOneBeast
               end-if
           end-perform
           close BestiaryFile
           if ws-cascade-mode = "T" then
               close ArchiveFile
           end-if
           if ws-beast-failed = 1 then
               display "Could not move every bestiary record; the rest stay under "
                       function trim(ws-old-player)
           end-if
           exit section.

MoveOneBeast section.

           move BestiaryRec to ws-hold-beast
           move BF-Encountered to ws-hold-encountered
           move BF-Defeated to ws-hold-defeated
           move BF-KilledPlayer to ws-hold-killed
           move BF-Discovered to ws-hold-discovered
           if ws-cascade-mode = "T" then
               move "B" to AR-Type
               move ws-hold-beast to AR-Image
               perform WriteArchive
               if ws-archive-failed = 1 then
                   move 1 to ws-beast-failed
                   exit section
               end-if
               move ws-hold-beast to BestiaryRec
               delete BestiaryFile record
               if ws-bestiary-status not = "00" then
                   move "Bestiary.dat" to ws-guard-file
                   move "DELETE" to ws-guard-op
                   call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-bestiary-status
                   move 1 to ws-beast-failed
                   exit section
               end-if
               add 1 to ws-beast-moved
               exit section
           end-if
           move 0 to ws-target-found
           move ws-hold-beast to BestiaryRec
           move ws-new-player to BF-Player
           read BestiaryFile key is BF-RecKey
           invalid key
               move ws-hold-beast to BestiaryRec
               move ws-new-player to BF-Player
               move "WRITE" to ws-guard-op
               write BestiaryRec
           not invalid key
               move 1 to ws-target-found
               move BestiaryRec to ws-hold-target-beast
               add ws-hold-encountered to BF-Encountered
               add ws-hold-defeated to BF-Defeated
               add ws-hold-killed to BF-KilledPlayer
               perform varying ws-discover-idx from 1 by 1 until ws-discover-idx > 4
                   if BF-Discovered(ws-discover-idx:1) = space then
                       move ws-hold-discovered(ws-discover-idx:1)
                         to BF-Discovered(ws-discover-idx:1)
                   end-if
               end-perform
               move "REWRITE" to ws-guard-op
               rewrite BestiaryRec
           end-read
           if ws-bestiary-status not = "00" then
               move "Bestiary.dat" to ws-guard-file
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-bestiary-status
               move 1 to ws-beast-failed
               exit section
           end-if
           move ws-hold-beast to BestiaryRec
           delete BestiaryFile record
           if ws-bestiary-status not = "00" then
               move "Bestiary.dat" to ws-guard-file
               move "DELETE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-bestiary-status
               if ws-target-found = 1 then
                   move ws-hold-target-beast to BestiaryRec
                   rewrite BestiaryRec
               else
                   move ws-hold-beast to BestiaryRec
                   move ws-new-player to BF-Player
                   delete BestiaryFile record
               end-if
               move 1 to ws-beast-failed
               exit section
           end-if
           add 1 to ws-beast-moved
           move "00" to ws-bestiary-status
           exit section.

MovePlayerFiles section.

           perform varying ws-pf-idx from 1 by 1 until ws-pf-idx > 6
               move spaces to ws-old-file
               string function trim(PlayerFilePrefix(ws-pf-idx))
                      function trim(ws-old-player) ".txt"
                      delimited by size into ws-old-file
               move ws-old-file to ws-src-name
               perform CheckFileExists
               if ws-file-exists = 1 then
                   move spaces to ws-new-file
                   evaluate ws-cascade-mode
                       when "T"
                           string "Retired-" function trim(ws-old-file)
                                  delimited by size into ws-new-file
                           add 1 to ws-files-parked
                       when other
                           string function trim(PlayerFilePrefix(ws-pf-idx))
                                  function trim(ws-new-player) ".txt"
                                  delimited by size into ws-new-file
                           move ws-new-file to ws-src-name
                           perform CheckFileExists
                           if ws-file-exists = 1 then
                               move spaces to ws-new-file
                               string function trim(ws-old-file) ".merged"
                                      delimited by size into ws-new-file
                               add 1 to ws-files-parked
                           else
                               add 1 to ws-files-moved
                           end-if
                   end-evaluate
                   move 0 to return-code
                   call "CBL_RENAME_FILE" using ws-old-file, ws-new-file
                   if return-code not = 0 then
                       move ws-old-file to ws-guard-file
                       move "RENAME" to ws-guard-op
                       call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
                       display "Could not rename " function trim(ws-old-file)
                   end-if
                   move 0 to return-code
               end-if
           end-perform
           exit section.

LoadTargetAchievements section.

           initialize TargetAchTable
           move "Achievements.dat" to ws-src-name
           move spaces to ws-src-status
           open input SrcFile
           if ws-src-status = "00" then
               perform until ws-src-status not = "00"
                   read SrcFile
                   at end
                       move "10" to ws-src-status
                   not at end
                       if SrcRec(39:15) = ws-new-player and TargetAchCount < 50 then
                           add 1 to TargetAchCount
                           move SrcRec(1:30) to TargetAchName(TargetAchCount)
                       end-if
                   end-read
               end-perform
           end-if
           close SrcFile
           exit section.

RelabelFile section.

           move 0 to ws-file-count
           move spaces to ws-src-status
           open input SrcFile
           if ws-src-status not = "00" then
               close SrcFile
               exit section
           end-if
           move spaces to ws-dst-name
           string function trim(ws-src-name) ".tmp" delimited by size into ws-dst-name
           open output DstFile
           if ws-dst-status not = "00" then
               move ws-dst-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-dst-status
               close DstFile
               close SrcFile
               display "Could not update " function trim(ws-src-name)
               exit section
           end-if
           if ws-cascade-mode = "T" then
               perform OpenArchive
           end-if
           move 0 to ws-copy-failed
           move 0 to ws-lines-kept
           perform until ws-src-status not = "00" or ws-copy-failed = 1
               read SrcFile
               at end
                   move "10" to ws-src-status
               not at end
                   move 0 to ws-skip-line
                   if SrcRec(ws-name-pos:15) = ws-old-player then
                       if ws-cascade-mode = "T" then
                           move ws-arch-type to AR-Type
                           move SrcRec to AR-Image
                           perform WriteArchive
                           if ws-archive-failed = 0 then
                               add 1 to ws-file-count
                               move 1 to ws-skip-line
                           else
                               add 1 to ws-lines-kept
                           end-if
                       else
                           add 1 to ws-file-count
                           move ws-new-player to SrcRec(ws-name-pos:15)
                           if ws-dedupe = 1 then
                               perform varying ws-ach-idx from 1 by 1
                                       until ws-ach-idx > TargetAchCount
                                   if TargetAchName(ws-ach-idx) = SrcRec(1:30) then
                                       move 1 to ws-skip-line
                                   end-if
                               end-perform
                           end-if
                       end-if
                   end-if
                   if ws-skip-line = 0 then
                       move SrcRec to DstRec
                       write DstRec
                       if ws-dst-status not = "00" then
                           move 1 to ws-copy-failed
                       end-if
                   end-if
               end-read
           end-perform
           close SrcFile
           close DstFile
           if ws-cascade-mode = "T" then
               close ArchiveFile
           end-if
           if ws-copy-failed = 1 then
               move ws-dst-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-dst-status
               call "CBL_DELETE_FILE" using ws-dst-name
               move 0 to return-code
               move 0 to ws-file-count
               display "Could not update " function trim(ws-src-name) ", left unchanged"
               exit section
           end-if
           if ws-lines-kept > 0 then
               display "Could not archive " ws-lines-kept " line(s) of "
                       function trim(ws-src-name) "; they were left in place"
           end-if
           move 0 to return-code
           call "CBL_RENAME_FILE" using ws-dst-name, ws-src-name
           if return-code not = 0 then
               move ws-src-name to ws-guard-file
               move "RENAME" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
               call "CBL_DELETE_FILE" using ws-dst-name
               display "Could not replace " function trim(ws-src-name)
           end-if
           move 0 to return-code
           exit section.

OpenArchive section.

           move spaces to ws-archive-status
           open extend ArchiveFile
           if ws-archive-status not = "00" then
               close ArchiveFile
               open output ArchiveFile
           end-if
           if ws-archive-status not = "00" then
               move "RetiredPlayers.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-archive-status
           end-if
           exit section.

WriteArchive section.

           move ws-current-year to AR-Date(1:2)
           move "-" to AR-Date(3:1)
           move ws-current-month to AR-Date(4:2)
           move "-" to AR-Date(6:1)
           move ws-current-day to AR-Date(7:2)
           move ws-old-player to AR-Player
           move 0 to ws-archive-failed
           write ArchiveRec
           if ws-archive-status not = "00" then
               move "RetiredPlayers.dat" to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-archive-status
               move 1 to ws-archive-failed
           end-if
           exit section.

WriteCascadeAudit section.

           move spaces to ws-new-image
           string "-> " ws-new-player
                  " bestiary " ws-beast-moved
                  " achievements " ws-ach-moved
                  " leaderboard " ws-board-moved
                  " runs " ws-runs-moved
                  " other " ws-other-moved
                  " files moved " ws-files-moved
                  " parked " ws-files-parked
                  delimited by size into ws-new-image
           move function current-date to ws-current-date-data
           open extend MaintAuditFile
           if ws-maudit-status not = "00" then
               close MaintAuditFile
               open output MaintAuditFile
           end-if
           move spaces to ws-maudit-line
           string ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ":" ws-current-second
                  " " ws-maint-action " " ws-maint-kind " " ws-maint-key
                  " OPER " OperatorId
                  delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           move spaces to ws-maudit-line
           string "  OLD: " ws-old-image delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           move spaces to ws-maudit-line
           string "  NEW: " ws-new-image delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           close MaintAuditFile
           exit section.
