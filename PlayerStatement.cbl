       >>SOURCE FORMAT FREE
identification division.
program-id. PlayerStatement.
environment division.
input-output section.
file-control.
       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is dynamic
       record key is PR-Name
       file status is ws-profile-status.

       select RunMasterFile assign to "RunMaster.dat"
       organization is line sequential
       access is sequential
       file status is ws-runmaster-status.

       select AchFile assign to "Achievements.dat"
       organization is line sequential
       access is sequential
       file status is ws-ach-status.

       select BestiaryFile assign to "Bestiary.dat"
       organization is indexed
       access is dynamic
       record key is BF-RecKey
       file status is ws-bestiary-status.

       select EventFile assign to "Events.dat"
       organization is line sequential
       access is sequential
       file status is ws-event-status.

       select StatementFile assign to ws-statement-name
       organization is line sequential
       access is sequential
       file status is ws-statement-status.

data division.
file section.
fd ProfileFile.

 01 ProfileRec.
       02 PR-Name pic x(15).
       02 PR-Runs pic 9(3).
       02 PR-BestDifficulty pic 9(1).
       02 PR-LastGold pic 9(5).

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

fd AchFile.

 01 AchRec.
       02 AF-Name pic x(30).
       02 AF-Date pic x(8).
       02 AF-Player pic x(15).

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

fd EventFile.

 01 EventRec.
       02 EV-Date pic x(8).
       02 filler pic x(1).
       02 EV-Time pic x(8).
       02 filler pic x(1).
       02 EV-RunId pic x(12).
       02 filler pic x(1).
       02 EV-Player pic x(15).
       02 filler pic x(1).
       02 EV-Type pic x(1).
       02 filler pic x(1).
       02 EV-Key pic x(25).
       02 filler pic x(1).
       02 EV-Qty pic 9(3).
       02 filler pic x(1).
       02 EV-GoldSign pic x(1).
       02 EV-Gold pic 9(5).
       02 filler pic x(1).
       02 EV-Seq pic 9(9).
       02 filler pic x(1).
       02 EV-Chain pic 9(9).

fd StatementFile.

 01 StatementRec pic x(132).

working-storage section.
01 ws-profile-status pic xx value spaces.
01 ws-runmaster-status pic xx value spaces.
01 ws-ach-status pic xx value spaces.
01 ws-bestiary-status pic xx value spaces.
01 ws-event-status pic xx value spaces.
01 ws-statement-status pic xx value spaces.
01 ws-statement-name pic x(60) value spaces.
01 ws-statement-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "PlayerStmt".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-player-env pic x(15) value spaces.
01 ws-player pic x(15) value spaces.
01 ws-player-idx pic 9(4) value 0.
01 ws-final-rc pic 9(1) value 0.
01 ws-statements pic 9(4) value 0.
01 ws-run-date pic x(14) value spaces.
01 ws-end-word pic x(8) value spaces.

01 ws-run-count pic 9(5) value 0.
01 ws-run-wins pic 9(5) value 0.
01 ws-run-deaths pic 9(5) value 0.
01 ws-run-quits pic 9(5) value 0.
01 ws-run-gold pic 9(9) value 0.
01 ws-run-best pic 9(5) value 0.
01 ws-ach-count pic 9(5) value 0.
01 ws-beast-count pic 9(5) value 0.
01 ws-beast-kills pic 9(7) value 0.
01 ws-beast-deaths pic 9(7) value 0.
01 ws-gold-earned pic 9(9) value 0.
01 ws-gold-spent pic 9(9) value 0.
01 ws-gold-events pic 9(7) value 0.
01 ws-run-idx pic 9(4) value 0.
01 ws-gold-runid pic x(12) value spaces.
01 ws-gold-match pic 9(1) value 0.
01 ws-gold-net pic s9(9) value 0.
01 ws-net-disp pic -(9)9.
01 ws-earned-disp pic z(8)9.
01 ws-spent-disp pic z(8)9.

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

01 StatementTable.
       02 ST-Count pic 9(4) value 0.
       02 StatementEntry occurs 500 times.
           03 ST-Name pic x(15).
           03 ST-InProfile pic 9(1).
           03 ST-Runs pic 9(3).
           03 ST-BestDifficulty pic 9(1).
           03 ST-LastGold pic 9(5).

01 RunIdTable.
       02 RunIdCount pic 9(4) value 0.
       02 RunIdEntry occurs 2000 times pic x(12).

procedure division.

       move function current-date to ws-current-date-data
       accept ws-player-env from environment "STATEMENT_PLAYER"

       open input ProfileFile
       if ws-player-env not = spaces then
           add 1 to ST-Count
           move ws-player-env to ST-Name(1)
           move 0 to ST-InProfile(1)
           if ws-profile-status = "00" then
               move ws-player-env to PR-Name
               read ProfileFile key is PR-Name
               invalid key
                   move 0 to ST-InProfile(1)
               not invalid key
                   move 1 to ST-InProfile(1)
                   move PR-Runs to ST-Runs(1)
                   move PR-BestDifficulty to ST-BestDifficulty(1)
                   move PR-LastGold to ST-LastGold(1)
               end-read
           end-if
       else
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               close ProfileFile
               move 8 to return-code
               goback
           end-if
           perform until ws-profile-status not = "00"
               read ProfileFile next record
               at end
                   move "10" to ws-profile-status
               not at end
                   if PR-Name not = spaces then
                       if ST-Count >= 500 then
                           display "Warning: " function trim(PR-Name)
                                   " skipped, statement table is full"
                           move 4 to ws-final-rc
                       else
                           add 1 to ST-Count
                           move PR-Name to ST-Name(ST-Count)
                           move 1 to ST-InProfile(ST-Count)
                           move PR-Runs to ST-Runs(ST-Count)
                           move PR-BestDifficulty to ST-BestDifficulty(ST-Count)
                           move PR-LastGold to ST-LastGold(ST-Count)
                       end-if
                   end-if
               end-read
           end-perform
       end-if
       close ProfileFile

       perform varying ws-player-idx from 1 by 1 until ws-player-idx > ST-Count
           move ST-Name(ws-player-idx) to ws-player
           perform WriteStatement
       end-perform

       display "Player statements written: " ws-statements
       if ws-statements = 0 and ws-final-rc = 0 then
           move 4 to ws-final-rc
       end-if
       move ws-final-rc to return-code
       goback.

WriteStatement section.

           move spaces to ws-statement-name
           string "Statement-" function trim(ws-player) ".txt"
                  delimited by size into ws-statement-name
           open output StatementFile
           if ws-statement-status not = "00" then
               move ws-statement-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-statement-status
               close StatementFile
               move 8 to ws-final-rc
               exit section
           end-if
           add 1 to ws-statements
           move spaces to ws-statement-line
           string "=== Player Statement: " function trim(ws-player) " ("
                  ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ") ==="
                  delimited by size into ws-statement-line
           perform PutLine

           perform StateProfile
           perform StateRuns
           perform StateAchievements
           perform StateBestiary
           perform StateGold

           move spaces to ws-statement-line
           perform PutLine
           move "=== End of statement ===" to ws-statement-line
           perform PutLine
           close StatementFile
           display "  " function trim(ws-statement-name)
           exit section.

StateProfile section.

           move spaces to ws-statement-line
           perform PutLine
           move "Profile (Profile.dat)" to ws-statement-line
           perform PutLine
           move spaces to ws-statement-line
           if ST-InProfile(ws-player-idx) = 1 then
               string "  Runs started " ST-Runs(ws-player-idx)
                      "  best difficulty " ST-BestDifficulty(ws-player-idx)
                      "  gold on last run " ST-LastGold(ws-player-idx)
                      delimited by size into ws-statement-line
           else
               move "  No profile record; the player has been retired or never registered"
                 to ws-statement-line
           end-if
           perform PutLine
           exit section.

StateRuns section.

           move 0 to ws-run-count
           move 0 to ws-run-wins
           move 0 to ws-run-deaths
           move 0 to ws-run-quits
           move 0 to ws-run-gold
           move 0 to ws-run-best
           move 0 to RunIdCount
           move spaces to ws-statement-line
           perform PutLine
           move "Runs (RunMaster.dat)" to ws-statement-line
           perform PutLine
           move "  Started        Diff Class    Level  Gold  Won  Ended    Event" to ws-statement-line
           perform PutLine
           move spaces to ws-runmaster-status
           open input RunMasterFile
           if ws-runmaster-status = "00" then
               perform until ws-runmaster-status not = "00"
                   move spaces to RunMasterRec
                   read RunMasterFile
                   at end
                       move "10" to ws-runmaster-status
                   not at end
                       if RM-Player = ws-player then
                           perform StateOneRun
                           if RunIdCount < 2000 then
                               add 1 to RunIdCount
                               move RM-RunId to RunIdEntry(RunIdCount)
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close RunMasterFile
           move spaces to ws-statement-line
           if ws-run-count = 0 then
               move "  No completed runs recorded" to ws-statement-line
           else
               string "  Runs " ws-run-count "  won " ws-run-wins "  died " ws-run-deaths
                      "  quit " ws-run-quits "  best gold " ws-run-best
                      "  total gold carried out " ws-run-gold
                      delimited by size into ws-statement-line
           end-if
           perform PutLine
           exit section.

StateOneRun section.

           add 1 to ws-run-count
           move spaces to ws-run-date
           string RM-RunId(1:2) "-" RM-RunId(3:2) "-" RM-RunId(5:2) " "
                  RM-RunId(7:2) ":" RM-RunId(9:2)
                  delimited by size into ws-run-date
           move RM-End to ws-end-word
           evaluate RM-End
               when "WIN"
                   add 1 to ws-run-wins
               when "DEATH"
                   add 1 to ws-run-deaths
               when "QUIT"
                   add 1 to ws-run-quits
               when other
                   move "UNKNOWN" to ws-end-word
           end-evaluate
           if RM-Gold is numeric then
               add RM-Gold to ws-run-gold
               if RM-Gold > ws-run-best then
                   move RM-Gold to ws-run-best
               end-if
           end-if
           move spaces to ws-statement-line
           string "  " ws-run-date " " RM-Difficulty "    " RM-Class " " RM-Level "     "
                  RM-Gold " " RM-CombatsWon "  " ws-end-word " " RM-EventId
                  delimited by size into ws-statement-line
           perform PutLine
           exit section.

StateAchievements section.

           move 0 to ws-ach-count
           move spaces to ws-statement-line
           perform PutLine
           move "Achievements (Achievements.dat)" to ws-statement-line
           perform PutLine
           move spaces to ws-ach-status
           open input AchFile
           if ws-ach-status = "00" then
               perform until ws-ach-status not = "00"
                   read AchFile
                   at end
                       move "10" to ws-ach-status
                   not at end
                       if AF-Player = ws-player then
                           add 1 to ws-ach-count
                           move spaces to ws-statement-line
                           string "  " AF-Date "  " AF-Name
                                  delimited by size into ws-statement-line
                           perform PutLine
                       end-if
                   end-read
               end-perform
           end-if
           close AchFile
           move spaces to ws-statement-line
           if ws-ach-count = 0 then
               move "  None unlocked" to ws-statement-line
           else
               string "  Unlocked " ws-ach-count delimited by size into ws-statement-line
           end-if
           perform PutLine
           exit section.

StateBestiary section.

           move 0 to ws-beast-count
           move 0 to ws-beast-kills
           move 0 to ws-beast-deaths
           move spaces to ws-statement-line
           perform PutLine
           move "Bestiary (Bestiary.dat)" to ws-statement-line
           perform PutLine
           move "  Creature                  Met   Slain  Killed you" to ws-statement-line
           perform PutLine
           move spaces to ws-bestiary-status
           open input BestiaryFile
           if ws-bestiary-status = "00" then
               move ws-player to BF-Player
               move low-values to BF-Key
               start BestiaryFile key is >= BF-RecKey
               invalid key
                   move "10" to ws-bestiary-status
               end-start
               perform until ws-bestiary-status not = "00"
                   read BestiaryFile next record
                   at end
                       move "10" to ws-bestiary-status
                   not at end
                       if BF-Player not = ws-player then
                           move "10" to ws-bestiary-status
                       else
                           add 1 to ws-beast-count
                           add BF-Defeated to ws-beast-kills
                           add BF-KilledPlayer to ws-beast-deaths
                           move spaces to ws-statement-line
                           string "  " BF-Name " " BF-Encountered " " BF-Defeated
                                  "  " BF-KilledPlayer
                                  delimited by size into ws-statement-line
                           perform PutLine
                       end-if
                   end-read
               end-perform
           end-if
           close BestiaryFile
           move spaces to ws-statement-line
           if ws-beast-count = 0 then
               move "  No creatures recorded" to ws-statement-line
           else
               string "  Creatures " ws-beast-count "  kills " ws-beast-kills
                      "  deaths " ws-beast-deaths
                      delimited by size into ws-statement-line
           end-if
           perform PutLine
           exit section.

StateGold section.

           move 0 to ws-gold-earned
           move 0 to ws-gold-spent
           move 0 to ws-gold-events
           move spaces to ws-gold-runid
           move 0 to ws-gold-match
           move spaces to ws-event-status
           open input EventFile
           if ws-event-status = "00" then
               perform until ws-event-status not = "00"
                   read EventFile
                   at end
                       move "10" to ws-event-status
                   not at end
                       if EV-RunId not = ws-gold-runid then
                           perform MatchGoldRun
                       end-if
                       if ws-gold-match = 1 and EV-Gold is numeric
                          and EV-Type not = "O" and EV-Gold > 0 then
                           add 1 to ws-gold-events
                           if EV-GoldSign = "-" then
                               add EV-Gold to ws-gold-spent
                           else
                               add EV-Gold to ws-gold-earned
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close EventFile
           compute ws-gold-net = ws-gold-earned - ws-gold-spent
           move ws-gold-earned to ws-earned-disp
           move ws-gold-spent to ws-spent-disp
           move ws-gold-net to ws-net-disp
           move spaces to ws-statement-line
           perform PutLine
           move "Lifetime gold (Events.dat)" to ws-statement-line
           perform PutLine
           move spaces to ws-statement-line
           string "  Earned " ws-earned-disp "  spent " ws-spent-disp
                  "  net " ws-net-disp "  (" ws-gold-events " gold event(s))"
                  delimited by size into ws-statement-line
           perform PutLine
           exit section.

MatchGoldRun section.

           move EV-RunId to ws-gold-runid
           move 0 to ws-gold-match
           perform varying ws-run-idx from 1 by 1 until ws-run-idx > RunIdCount
               if RunIdEntry(ws-run-idx) = ws-gold-runid then
                   move 1 to ws-gold-match
                   exit perform
               end-if
           end-perform
           exit section.

PutLine section.

           move ws-statement-line to StatementRec
           write StatementRec
           exit section.
