       >>SOURCE FORMAT FREE
identification division.
program-id. MasterRebuild.
environment division.
input-output section.
file-control.
       select RunMasterFile assign to "RunMaster.dat"
       organization is line sequential
       access is sequential
       file status is ws-runmaster-status.

       select EventFile assign to "Events.dat"
       organization is line sequential
       access is sequential
       file status is ws-event-status.

       select LogFile assign to ws-log-name
       organization is line sequential
       access is sequential
       file status is ws-log-status.

       select EnemyMasterFile assign to "Enemies.dat"
       organization is line sequential
       access is sequential
       file status is ws-enemies-status.

       select BossPhaseFile assign to "BossPhases.dat"
       organization is line sequential
       access is sequential
       file status is ws-phase-status.

       select ItemMasterFile assign to "ItemMaster.dat"
       organization is line sequential
       access is sequential
       file status is ws-itemmaster-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is dynamic
       record key is PR-Name
       file status is ws-profile-status.

       select RbProfileFile assign to ws-rb-profile-name
       organization is indexed
       access is dynamic
       record key is RP-Name
       file status is ws-rbprofile-status.

       select BestiaryFile assign to "Bestiary.dat"
       organization is indexed
       access is dynamic
       record key is BF-RecKey
       file status is ws-bestiary-status.

       select RbBestiaryFile assign to ws-rb-bestiary-name
       organization is indexed
       access is dynamic
       record key is RB-RecKey
       file status is ws-rbbestiary-status.

       select AchFile assign to "Achievements.dat"
       organization is line sequential
       access is sequential
       file status is ws-ach-status.

       select RbAchFile assign to ws-rb-ach-name
       organization is line sequential
       access is sequential
       file status is ws-rbach-status.

       select RunIndexFile assign to ws-run-index-name
       organization is indexed
       access is dynamic
       record key is RI-RunId
       file status is ws-runindex-status.

       select RebuildReportFile assign to "RebuildReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

       select MaintAuditFile assign to "DataMaintAudit.txt"
       organization is line sequential
       access is sequential
       file status is ws-maudit-status.

       select RetiredFile assign to "RetiredPlayers.dat"
       organization is line sequential
       access is sequential
       file status is ws-retired-status.

       select LockFile assign to "Session.lock"
       organization is line sequential
       access is sequential
       file status is ws-lock-status.

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

fd LogFile.

 01 LogRec.
       02 LG-Date pic x(8).
       02 filler pic x(1).
       02 LG-Time pic x(8).
       02 filler pic x(1).
       02 LG-RunId pic x(12).
       02 filler pic x(1).
       02 LG-Text pic x(168).
 01 CombatLogRec.
       02 filler pic x(31).
       02 filler pic x(1).
       02 CL-Enemy pic x(20).
       02 filler pic x(2).
       02 CL-Msg pic x(145).

fd EnemyMasterFile.

 01 EnemyFileRec.
       02 EF-Key pic x(15).
       02 EF-Name pic x(25).
       02 filler pic x(71).

fd BossPhaseFile.

 01 BossPhaseRec.
       02 BP-Key pic x(15).
       02 BP-Phase pic 9(1).
       02 BP-Threshold pic 9(3).
       02 BP-Name pic x(25).
       02 filler pic x(83).

fd ItemMasterFile.

 01 ItemFileRec.
       02 IF-Name pic x(25).
       02 IF-Type pic x(10).
       02 IF-Attack pic 9(3).
       02 IF-Def pic 9(3).
       02 IF-Heal pic 9(3).
       02 IF-Durability pic 9(3).
       02 IF-Price pic 9(5).
       02 IF-Shop pic x(1).
       02 IF-Active pic x(1).
       02 IF-DmgType pic x(1).

fd ProfileFile.

 01 ProfileRec.
       02 PR-Name pic x(15).
       02 PR-Runs pic 9(3).
       02 PR-BestDifficulty pic 9(1).
       02 PR-LastGold pic 9(5).

fd RbProfileFile.

 01 RbProfileRec.
       02 RP-Name pic x(15).
       02 RP-Runs pic 9(3).
       02 RP-BestDifficulty pic 9(1).
       02 RP-LastGold pic 9(5).

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

fd RbBestiaryFile.

 01 RbBestiaryRec.
       02 RB-RecKey.
           03 RB-Player pic x(15).
           03 RB-Key pic x(15).
       02 RB-Name pic x(25).
       02 RB-Encountered pic 9(5).
       02 RB-Defeated pic 9(5).
       02 RB-KilledPlayer pic 9(5).
       02 RB-Discovered pic x(4).

fd AchFile.

 01 AchRec.
       02 AF-Name pic x(30).
       02 AF-Date pic x(8).
       02 AF-Player pic x(15).

fd RbAchFile.

 01 RbAchRec.
       02 RF-Name pic x(30).
       02 RF-Date pic x(8).
       02 RF-Player pic x(15).

fd RunIndexFile.

 01 RunIndexRec.
       02 RI-RunId pic x(12).
       02 RI-Player pic x(15).
       02 RI-LastDate pic x(8).
       02 RI-Won pic 9(1).
       02 RI-Stealth pic 9(1).

fd RebuildReportFile.

 01 RebuildReportRec pic x(132).

fd MaintAuditFile.

 01 MaintAuditRec pic x(132).

fd RetiredFile.

 01 RetiredRec.
       02 AR-Date pic x(8).
       02 filler pic x(1).
       02 AR-Player pic x(15).
       02 filler pic x(1).
       02 AR-Type pic x(1).
       02 filler pic x(1).
       02 AR-Image pic x(200).

fd LockFile.

 01 LockRec pic x(40).

working-storage section.
01 ws-runmaster-status pic xx value spaces.
01 ws-event-status pic xx value spaces.
01 ws-log-status pic xx value spaces.
01 ws-enemies-status pic xx value spaces.
01 ws-phase-status pic xx value spaces.
01 ws-itemmaster-status pic xx value spaces.
01 ws-profile-status pic xx value spaces.
01 ws-rbprofile-status pic xx value spaces.
01 ws-bestiary-status pic xx value spaces.
01 ws-rbbestiary-status pic xx value spaces.
01 ws-ach-status pic xx value spaces.
01 ws-rbach-status pic xx value spaces.
01 ws-runindex-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-maudit-status pic xx value spaces.
01 ws-lock-status pic xx value spaces.
01 ws-retired-status pic xx value spaces.
01 ws-guard-program pic x(12) value "MasterRebld".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-signon-program pic x(12) value "MasterRebld".
01 ws-operator-id pic x(8) value spaces.
01 ws-operator-role pic x(1) value spaces.
01 ws-script-line pic x(99) value spaces.
01 ws-final-rc pic 9(2) value 0.
01 ws-backup-rc pic s9(4) value 0.

01 ws-side-env pic x(30) value spaces.
01 ws-side-dir pic x(30) value "Rebuild".
01 ws-log-name pic x(40) value spaces.
01 ws-rb-profile-name pic x(60) value spaces.
01 ws-rb-bestiary-name pic x(60) value spaces.
01 ws-rb-ach-name pic x(60) value spaces.
01 ws-run-index-name pic x(60) value spaces.
01 ws-live-name pic x(60) value spaces.
01 ws-copy-name pic x(60) value spaces.
01 ws-copied pic 9(1) value 0.

01 ws-work-runid pic x(12) value spaces.
01 ws-work-player pic x(15) value spaces.
01 ws-run-found pic 9(1) value 0.
01 ws-prof-found pic 9(1) value 0.
01 ws-beast-found pic 9(1) value 0.
01 ws-work-key pic x(15) value spaces.
01 ws-work-name pic x(25) value spaces.
01 ws-work-date pic x(8) value spaces.
01 ws-work-difficulty pic 9(1) value 0.
01 ws-name-idx pic 9(3) value 0.
01 ws-key-idx pic 9(1) value 0.
01 ws-ach-idx pic 9(4) value 0.
01 ws-buy-idx pic 9(2) value 0.
01 ws-type-pos pic 9(1) value 0.
01 ws-damage pic 9(4) value 0.
01 ws-shop-slots pic 9(2) value 0.
01 ws-replace-diffs pic 9(5) value 0.

01 ws-runmaster-read pic 9(7) value 0.
01 ws-event-read pic 9(7) value 0.
01 ws-audit-read pic 9(7) value 0.
01 ws-combat-read pic 9(7) value 0.
01 ws-fight-count pic 9(7) value 0.
01 ws-fight-unattributed pic 9(7) value 0.
01 ws-name-unknown pic 9(7) value 0.
01 ws-ach-dropped pic 9(5) value 0.
01 ws-retired-runs pic 9(7) value 0.
01 ws-player-retired pic 9(1) value 0.
01 ws-retired-idx pic 9(3) value 0.

01 RetiredTable.
       02 RT-Count pic 9(3) value 0.
       02 RT-Player occurs 500 times pic x(15).

01 ws-pf-same pic 9(5) value 0.
01 ws-pf-changed pic 9(5) value 0.
01 ws-pf-live-only pic 9(5) value 0.
01 ws-pf-new-only pic 9(5) value 0.
01 ws-pf-diffs pic 9(5) value 0.
01 ws-bs-same pic 9(5) value 0.
01 ws-bs-changed pic 9(5) value 0.
01 ws-bs-live-only pic 9(5) value 0.
01 ws-bs-new-only pic 9(5) value 0.
01 ws-bs-diffs pic 9(5) value 0.
01 ws-ac-same pic 9(5) value 0.
01 ws-ac-changed pic 9(5) value 0.
01 ws-ac-live-only pic 9(5) value 0.
01 ws-ac-new-only pic 9(5) value 0.
01 ws-ac-diffs pic 9(5) value 0.
01 ws-report-line pic x(132) value spaces.
01 ws-diff-word pic x(12) value spaces.
01 ws-maudit-line pic x(132) value spaces.

01 ws-fight-open pic 9(1) value 0.
01 ws-fight-player pic x(15) value spaces.
01 ws-fight-hurt pic 9(1) value 0.
01 ws-fight-end pic x(4) value spaces.
01 FightTable.
       02 FK-Count pic 9(1) value 0.
       02 FightKey occurs 5 times pic x(15).

01 ws-chunk-runid pic x(12) value spaces.
01 ws-chunk-player pic x(15) value spaces.
01 ws-chunk-date pic x(8) value spaces.
01 ws-chunk-wins pic 9(3) value 0.
01 ws-chunk-stealth pic 9(1) value 0.
01 BoughtTable.
       02 BoughtCount pic 9(2) value 0.
       02 BoughtName occurs 10 times pic x(25).

01 NameTable.
       02 NT-Count pic 9(3) value 0.
       02 NameEntry occurs 250 times.
           03 NT-Name pic x(25).
           03 NT-Key pic x(15).
           03 NT-Master pic 9(1).

01 DamageTypeTable.
       02 DT-Code pic x(4) value "BEFH".

01 AchTable.
       02 AchCount pic 9(4) value 0.
       02 AchEntry occurs 2000 times.
           03 AT-Name pic x(30).
           03 AT-Player pic x(15).
           03 AT-Date pic x(8).
           03 AT-Matched pic 9(1).
01 ws-ach-name pic x(30) value spaces.

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

       accept ws-side-env from environment "REBUILD_DIR"
       if ws-side-env not = spaces then
           move ws-side-env to ws-side-dir
       end-if
       move spaces to ws-rb-profile-name
       string function trim(ws-side-dir) "/Profile.dat"
              delimited by size into ws-rb-profile-name
       move spaces to ws-rb-bestiary-name
       string function trim(ws-side-dir) "/Bestiary.dat"
              delimited by size into ws-rb-bestiary-name
       move spaces to ws-rb-ach-name
       string function trim(ws-side-dir) "/Achievements.dat"
              delimited by size into ws-rb-ach-name
       move spaces to ws-run-index-name
       string function trim(ws-side-dir) "/RunIndex.dat"
              delimited by size into ws-run-index-name

       display "Rebuilding Profile, Bestiary and Achievements into "
               function trim(ws-side-dir)
       perform OpenSideFiles
       if ws-final-rc > 4 then
           move ws-final-rc to return-code
           goback
       end-if
       perform LoadEnemyNames
       perform CountShopSlots
       perform LoadRetiredPlayers

       perform ReadRunMaster
       move "AuditArchive.txt" to ws-log-name
       perform ReadAuditLog
       move "Audit.txt" to ws-log-name
       perform ReadAuditLog
       perform ReadEvents
       move "CombatLogArchive.txt" to ws-log-name
       perform ReadCombatLog
       move "CombatLog.txt" to ws-log-name
       perform ReadCombatLog
       perform AwardWonRuns
       perform WriteRebuiltAchievements

       close RbProfileFile
       close RbBestiaryFile
       close RunIndexFile

       perform WriteDifferenceReport
       if ws-final-rc > 4 then
           move ws-final-rc to return-code
           goback
       end-if
       display "Difference report written to RebuildReport.txt"
       display "  Profile.dat      " ws-pf-diffs " difference(s)"
       display "  Bestiary.dat     " ws-bs-diffs " difference(s)"
       display "  Achievements.dat " ws-ac-diffs " difference(s)"

       if ws-pf-diffs = 0 and ws-bs-diffs = 0 and ws-ac-diffs = 0 then
           display "The rebuilt masters match the live files; nothing to replace"
           move ws-final-rc to return-code
           goback
       end-if
       if ws-final-rc < 4 then
           move 4 to ws-final-rc
       end-if
       perform ReplaceDialog
       move ws-final-rc to return-code
       goback.

OpenSideFiles section.

           move 0 to return-code
           call "CBL_CREATE_DIR" using ws-side-dir
           move 0 to return-code
           open output RbProfileFile
           close RbProfileFile
           open i-o RbProfileFile
           if ws-rbprofile-status not = "00" then
               move ws-rb-profile-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-rbprofile-status
               close RbProfileFile
               move 8 to ws-final-rc
               exit section
           end-if
           open output RbBestiaryFile
           close RbBestiaryFile
           open i-o RbBestiaryFile
           if ws-rbbestiary-status not = "00" then
               move ws-rb-bestiary-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-rbbestiary-status
               close RbBestiaryFile
               close RbProfileFile
               move 8 to ws-final-rc
               exit section
           end-if
           open output RunIndexFile
           close RunIndexFile
           open i-o RunIndexFile
           if ws-runindex-status not = "00" then
               move ws-run-index-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-runindex-status
               close RunIndexFile
               close RbBestiaryFile
               close RbProfileFile
               move 8 to ws-final-rc
           end-if
           exit section.

LoadEnemyNames section.

           move 0 to NT-Count
           open input EnemyMasterFile
           if ws-enemies-status = "00" then
               perform until ws-enemies-status not = "00"
                   read EnemyMasterFile
                   at end
                       move "10" to ws-enemies-status
                   not at end
                       if EF-Key not = spaces then
                           if NT-Count >= 200 then
                               display "Warning: Enemies.dat entry ignored, name table is full"
                           else
                               add 1 to NT-Count
                               move EF-Name to NT-Name(NT-Count)
                               move EF-Key to NT-Key(NT-Count)
                               move 1 to NT-Master(NT-Count)
                           end-if
                       end-if
                   end-read
               end-perform
           else
               move "Enemies.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-enemies-status
           end-if
           close EnemyMasterFile

           open input BossPhaseFile
           if ws-phase-status = "00" then
               perform until ws-phase-status not = "00"
                   read BossPhaseFile
                   at end
                       move "10" to ws-phase-status
                   not at end
                       if BP-Key not = spaces and BP-Name not = spaces then
                           if NT-Count >= 250 then
                               display "Warning: BossPhases.dat entry ignored, name table is full"
                           else
                               add 1 to NT-Count
                               move BP-Name to NT-Name(NT-Count)
                               move BP-Key to NT-Key(NT-Count)
                               move 0 to NT-Master(NT-Count)
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close BossPhaseFile
           exit section.

CountShopSlots section.

           move 0 to ws-shop-slots
           open input ItemMasterFile
           if ws-itemmaster-status = "00" then
               perform until ws-itemmaster-status not = "00" or ws-shop-slots >= 10
                   read ItemMasterFile
                   at end
                       move "10" to ws-itemmaster-status
                   not at end
                       if IF-Shop = "Y" and IF-Active not = "N" then
                           add 1 to ws-shop-slots
                       end-if
                   end-read
               end-perform
           end-if
           close ItemMasterFile
           exit section.

LoadRetiredPlayers section.

           move 0 to RT-Count
           open input RetiredFile
           if ws-retired-status not = "00" then
               close RetiredFile
               exit section
           end-if
           open input ProfileFile
           perform until ws-retired-status not = "00"
               read RetiredFile
               at end
                   move "10" to ws-retired-status
               not at end
                   if AR-Type = "P" and AR-Player not = spaces then
                       perform AddRetiredPlayer
                   end-if
               end-read
           end-perform
           close ProfileFile
           close RetiredFile
           exit section.

AddRetiredPlayer section.

           move AR-Player to ws-work-player
           perform CheckRetired
           if ws-player-retired = 1 then
               exit section
           end-if
           if ws-profile-status = "00" then
               move AR-Player to PR-Name
               read ProfileFile key is PR-Name
                   invalid key
                       continue
                   not invalid key
                       exit section
               end-read
               move "00" to ws-profile-status
           end-if
           if RT-Count >= 500 then
               display "Warning: RetiredPlayers.dat entry ignored, retired table is full"
               exit section
           end-if
           add 1 to RT-Count
           move AR-Player to RT-Player(RT-Count)
           exit section.

CheckRetired section.

           move 0 to ws-player-retired
           perform varying ws-retired-idx from 1 by 1 until ws-retired-idx > RT-Count
               if RT-Player(ws-retired-idx) = ws-work-player then
                   move 1 to ws-player-retired
                   exit perform
               end-if
           end-perform
           exit section.

ReadRunMaster section.

           open input RunMasterFile
           if ws-runmaster-status not = "00" then
               display "Warning: RunMaster.dat could not be read (status "
                       ws-runmaster-status ")"
               close RunMasterFile
               exit section
           end-if
           perform until ws-runmaster-status not = "00"
               move spaces to RunMasterRec
               read RunMasterFile
               at end
                   move "10" to ws-runmaster-status
               not at end
                   if RM-RunId not = spaces and RM-Player not = spaces then
                       add 1 to ws-runmaster-read
                       move RM-RunId to ws-work-runid
                       perform FetchRun
                       move RM-Player to RI-Player
                       if RM-End = "WIN" then
                           move 1 to RI-Won
                       end-if
                       perform StoreRun
                       move RM-Player to ws-work-player
                       perform FetchProfile
                       if ws-player-retired = 1 then
                           add 1 to ws-retired-runs
                       end-if
                       if RM-End = "WIN" then
                           perform CountProfileWin
                       end-if
                       perform StoreProfile
                   end-if
               end-read
           end-perform
           close RunMasterFile
           exit section.

CountProfileWin section.

           if RP-Runs < 999 then
               add 1 to RP-Runs
           end-if
           move 2 to ws-work-difficulty
           if RM-Difficulty is numeric and RM-Difficulty > 0 then
               move RM-Difficulty to ws-work-difficulty
           end-if
           if ws-work-difficulty > RP-BestDifficulty then
               move ws-work-difficulty to RP-BestDifficulty
           end-if
           if RM-Gold is numeric then
               move RM-Gold to RP-LastGold
           end-if
           exit section.

ReadAuditLog section.

           open input LogFile
           if ws-log-status not = "00" then
               close LogFile
               exit section
           end-if
           perform until ws-log-status not = "00"
               move spaces to LogRec
               read LogFile
               at end
                   move "10" to ws-log-status
               not at end
                   add 1 to ws-audit-read
                   if LG-RunId not = spaces
                      and LG-Text(1:21) = "Snuck past the Minion" then
                       move LG-RunId to ws-work-runid
                       perform FetchRun
                       move 1 to RI-Stealth
                       perform StoreRun
                   end-if
               end-read
           end-perform
           close LogFile
           exit section.

ReadEvents section.

           move spaces to ws-chunk-runid
           open input EventFile
           if ws-event-status not = "00" then
               display "Warning: Events.dat could not be read (status "
                       ws-event-status ")"
               close EventFile
               exit section
           end-if
           perform until ws-event-status not = "00"
               move spaces to EventRec
               read EventFile
               at end
                   move "10" to ws-event-status
               not at end
                   if EV-RunId not = spaces and EV-Player not = spaces then
                       add 1 to ws-event-read
                       perform TallyEvent
                   end-if
               end-read
           end-perform
           close EventFile
           perform CloseEventRun
           exit section.

TallyEvent section.

           if EV-RunId not = ws-chunk-runid then
               perform CloseEventRun
               perform OpenEventRun
           end-if
           move EV-Date to ws-chunk-date
           evaluate EV-Type
               when "W"
                   add 1 to ws-chunk-wins
               when "M"
                   if EV-Key = "WOLVES DEFEATED"
                      and ws-chunk-stealth = 1 and ws-chunk-wins = 1 then
                       move "Ghost" to ws-ach-name
                       move ws-chunk-player to ws-work-player
                       move EV-Date to ws-work-date
                       perform AddAchievement
                   end-if
                   if EV-Key = "DRACULA SLAIN" then
                       move "Vampire Slayer" to ws-ach-name
                       move ws-chunk-player to ws-work-player
                       move EV-Date to ws-work-date
                       perform AddAchievement
                   end-if
               when "B"
                   perform TallyPurchase
               when "A"
                   perform MergeDiscovery
           end-evaluate
           exit section.

OpenEventRun section.

           move EV-RunId to ws-chunk-runid
           move 0 to ws-chunk-wins
           move 0 to BoughtCount
           move ws-chunk-runid to ws-work-runid
           perform FetchRun
           move RI-Stealth to ws-chunk-stealth
           move RI-Player to ws-chunk-player
           if ws-chunk-player = spaces then
               move EV-Player to ws-chunk-player
           end-if
           move ws-chunk-player to ws-work-player
           perform FetchProfile
           perform StoreProfile
           exit section.

CloseEventRun section.

           if ws-chunk-runid = spaces then
               exit section
           end-if
           move ws-chunk-runid to ws-work-runid
           perform FetchRun
           if RI-Player = spaces then
               move ws-chunk-player to RI-Player
           end-if
           move ws-chunk-date to RI-LastDate
           perform StoreRun
           move spaces to ws-chunk-runid
           exit section.

TallyPurchase section.

           if ws-shop-slots = 0 or EV-Key = spaces then
               exit section
           end-if
           perform varying ws-buy-idx from 1 by 1 until ws-buy-idx > BoughtCount
               if BoughtName(ws-buy-idx) = EV-Key then
                   exit section
               end-if
           end-perform
           if BoughtCount < 10 then
               add 1 to BoughtCount
               move EV-Key to BoughtName(BoughtCount)
           end-if
           if BoughtCount >= ws-shop-slots then
               move "Pacifist Shopper" to ws-ach-name
               move ws-chunk-player to ws-work-player
               move EV-Date to ws-work-date
               perform AddAchievement
           end-if
           exit section.

MergeDiscovery section.

           move 0 to ws-type-pos
           perform varying ws-key-idx from 1 by 1 until ws-key-idx > 4
               if DT-Code(ws-key-idx:1) = EV-Key(16:1) then
                   move ws-key-idx to ws-type-pos
               end-if
           end-perform
           if ws-type-pos = 0 or EV-Key(1:15) = spaces then
               exit section
           end-if
           if EV-Key(17:1) not = "W" and EV-Key(17:1) not = "R" then
               exit section
           end-if
           move ws-chunk-player to ws-work-player
           move EV-Key(1:15) to ws-work-key
           perform FetchBeast
           move EV-Key(17:1) to RB-Discovered(ws-type-pos:1)
           perform StoreBeast
           exit section.

ReadCombatLog section.

           move 0 to ws-fight-open
           open input LogFile
           if ws-log-status not = "00" then
               close LogFile
               exit section
           end-if
           perform until ws-log-status not = "00"
               move spaces to LogRec
               read LogFile
               at end
                   move "10" to ws-log-status
               not at end
                   add 1 to ws-combat-read
                   perform TallyCombatLine
               end-read
           end-perform
           close LogFile
           if ws-fight-open = 1 then
               move "OPEN" to ws-fight-end
               perform CloseFight
           end-if
           exit section.

TallyCombatLine section.

           if CL-Msg(1:22) = "Combat started against" then
               if ws-fight-open = 1 then
                   move "OPEN" to ws-fight-end
                   perform CloseFight
               end-if
               perform StartFight
               exit section
           end-if
           if ws-fight-open = 0 then
               exit section
           end-if
           if CL-Msg(101:17) = "has been defeated" then
               move CL-Msg(1:25) to ws-work-name
               perform NoteFightEnemy
               exit section
           end-if
           if CL-Msg(1:14) = "Enemies dealt " then
               if CL-Msg(15:4) is numeric then
                   move CL-Msg(15:4) to ws-damage
                   if ws-damage > 0 then
                       move 1 to ws-fight-hurt
                   end-if
               end-if
               exit section
           end-if
           if CL-Msg(1:12) = "Bleeding for" or CL-Msg(1:12) = "Poisoned for"
              or CL-Msg(1:11) = "Drained for" then
               move 1 to ws-fight-hurt
               exit section
           end-if
           if CL-Msg(1:12) = "You have won" then
               move "WON" to ws-fight-end
               perform CloseFight
               exit section
           end-if
           if CL-Msg(1:13) = "You have died" then
               move "DIED" to ws-fight-end
               perform CloseFight
               exit section
           end-if
           if CL-Msg(1:23) = "Player fled from combat" then
               move "FLED" to ws-fight-end
               perform CloseFight
           end-if
           exit section.

StartFight section.

           add 1 to ws-fight-count
           move 0 to FK-Count
           move 0 to ws-fight-hurt
           move 0 to ws-fight-open
           move spaces to ws-fight-player
           move LG-RunId to ws-work-runid
           if ws-work-runid = spaces then
               add 1 to ws-fight-unattributed
               exit section
           end-if
           perform FetchRun
           if RI-Player = spaces then
               add 1 to ws-fight-unattributed
               exit section
           end-if
           move RI-Player to ws-fight-player
           move 1 to ws-fight-open
           move spaces to ws-work-name
           move CL-Enemy to ws-work-name
           perform NoteFightEnemy
           exit section.

NoteFightEnemy section.

           move spaces to ws-work-key
           perform varying ws-name-idx from 1 by 1 until ws-name-idx > NT-Count
               if NT-Name(ws-name-idx)(1:20) = ws-work-name(1:20) then
                   move NT-Key(ws-name-idx) to ws-work-key
                   exit perform
               end-if
           end-perform
           if ws-work-key = spaces then
               add 1 to ws-name-unknown
               exit section
           end-if
           perform varying ws-key-idx from 1 by 1 until ws-key-idx > FK-Count
               if FightKey(ws-key-idx) = ws-work-key then
                   exit section
               end-if
           end-perform
           if FK-Count < 5 then
               add 1 to FK-Count
               move ws-work-key to FightKey(FK-Count)
           end-if
           exit section.

CloseFight section.

           move 0 to ws-fight-open
           move ws-fight-player to ws-work-player
           perform varying ws-key-idx from 1 by 1 until ws-key-idx > FK-Count
               move FightKey(ws-key-idx) to ws-work-key
               perform FetchBeast
               add 1 to RB-Encountered
               if ws-fight-end = "WON" then
                   add 1 to RB-Defeated
               end-if
               if ws-fight-end = "DIED" and ws-key-idx = 1 then
                   add 1 to RB-KilledPlayer
               end-if
               perform StoreBeast
           end-perform
           if ws-fight-end = "WON" and ws-fight-hurt = 0 and FK-Count > 0 then
               move "Untouchable" to ws-ach-name
               move LG-Date to ws-work-date
               perform AddAchievement
           end-if
           exit section.

AwardWonRuns section.

           move low-values to RI-RunId
           start RunIndexFile key is not less than RI-RunId
               invalid key
                   exit section
           end-start
           move "00" to ws-runindex-status
           perform until ws-runindex-status not = "00"
               read RunIndexFile next record
               at end
                   move "10" to ws-runindex-status
               not at end
                   if RI-Won = 1 and RI-Player not = spaces then
                       move "Vampire Slayer" to ws-ach-name
                       move RI-Player to ws-work-player
                       move RI-LastDate to ws-work-date
                       perform AddAchievement
                   end-if
               end-read
           end-perform
           exit section.

AddAchievement section.

           if ws-work-player = spaces then
               exit section
           end-if
           perform CheckRetired
           if ws-player-retired = 1 then
               exit section
           end-if
           perform varying ws-ach-idx from 1 by 1 until ws-ach-idx > AchCount
               if AT-Name(ws-ach-idx) = ws-ach-name
                  and AT-Player(ws-ach-idx) = ws-work-player then
                   if ws-work-date not = spaces
                      and (AT-Date(ws-ach-idx) = spaces or ws-work-date < AT-Date(ws-ach-idx)) then
                       move ws-work-date to AT-Date(ws-ach-idx)
                   end-if
                   exit section
               end-if
           end-perform
           if AchCount >= 2000 then
               add 1 to ws-ach-dropped
               exit section
           end-if
           add 1 to AchCount
           move ws-ach-name to AT-Name(AchCount)
           move ws-work-player to AT-Player(AchCount)
           move ws-work-date to AT-Date(AchCount)
           move 0 to AT-Matched(AchCount)
           exit section.

WriteRebuiltAchievements section.

           open output RbAchFile
           if ws-rbach-status not = "00" then
               move ws-rb-ach-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-rbach-status
               close RbAchFile
               move 8 to ws-final-rc
               exit section
           end-if
           perform varying ws-ach-idx from 1 by 1 until ws-ach-idx > AchCount
               move spaces to RbAchRec
               move AT-Name(ws-ach-idx) to RF-Name
               move AT-Date(ws-ach-idx) to RF-Date
               move AT-Player(ws-ach-idx) to RF-Player
               write RbAchRec
           end-perform
           close RbAchFile
           if ws-ach-dropped > 0 then
               display "Warning: " ws-ach-dropped
                       " achievement(s) not rebuilt, achievement table is full"
               move 4 to ws-final-rc
           end-if
           exit section.

FetchRun section.

           move ws-work-runid to RI-RunId
           move 1 to ws-run-found
           read RunIndexFile
               invalid key
                   move 0 to ws-run-found
           end-read
           if ws-run-found = 0 then
               move spaces to RunIndexRec
               move ws-work-runid to RI-RunId
               move 0 to RI-Won
               move 0 to RI-Stealth
           end-if
           exit section.

StoreRun section.

           if ws-run-found = 1 then
               rewrite RunIndexRec
           else
               write RunIndexRec
           end-if
           if ws-runindex-status not = "00" then
               move ws-run-index-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-runindex-status
           end-if
           exit section.

FetchProfile section.

           perform CheckRetired
           move ws-work-player to RP-Name
           move 1 to ws-prof-found
           read RbProfileFile
               invalid key
                   move 0 to ws-prof-found
           end-read
           if ws-prof-found = 0 then
               move ws-work-player to RP-Name
               move 0 to RP-Runs
               move 0 to RP-BestDifficulty
               move 0 to RP-LastGold
           end-if
           exit section.

StoreProfile section.

           if ws-player-retired = 1 then
               exit section
           end-if
           if ws-prof-found = 1 then
               rewrite RbProfileRec
           else
               write RbProfileRec
           end-if
           if ws-rbprofile-status not = "00" then
               move ws-rb-profile-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-rbprofile-status
           end-if
           exit section.

FetchBeast section.

           perform CheckRetired
           move ws-work-player to RB-Player
           move ws-work-key to RB-Key
           move 1 to ws-beast-found
           read RbBestiaryFile
               invalid key
                   move 0 to ws-beast-found
           end-read
           if ws-beast-found = 0 then
               move ws-work-player to RB-Player
               move ws-work-key to RB-Key
               move ws-work-key to RB-Name
               perform varying ws-name-idx from 1 by 1 until ws-name-idx > NT-Count
                   if NT-Key(ws-name-idx) = ws-work-key and NT-Master(ws-name-idx) = 1 then
                       move NT-Name(ws-name-idx) to RB-Name
                       exit perform
                   end-if
               end-perform
               move 0 to RB-Encountered
               move 0 to RB-Defeated
               move 0 to RB-KilledPlayer
               move spaces to RB-Discovered
           end-if
           exit section.

StoreBeast section.

           if ws-player-retired = 1 then
               exit section
           end-if
           if ws-beast-found = 1 then
               rewrite RbBestiaryRec
           else
               write RbBestiaryRec
           end-if
           if ws-rbbestiary-status not = "00" then
               move ws-rb-bestiary-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-rbbestiary-status
           end-if
           exit section.

WriteDifferenceReport section.

           open output RebuildReportFile
           if ws-report-status not = "00" then
               move "RebuildReport.txt" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
               close RebuildReportFile
               move 8 to ws-final-rc
               exit section
           end-if
           move function current-date to ws-current-date-data
           move "=== Master Rebuild Difference Report ===" to RebuildReportRec
           write RebuildReportRec
           move spaces to ws-report-line
           string "Run " ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ", rebuilt copies in "
                  function trim(ws-side-dir)
                  delimited by size into ws-report-line
           perform PutReportLine
           move spaces to ws-report-line
           string "History read: RunMaster " ws-runmaster-read " Events " ws-event-read
                  " Audit " ws-audit-read " CombatLog " ws-combat-read
                  delimited by size into ws-report-line
           perform PutReportLine
           move spaces to ws-report-line
           string "Fights: " ws-fight-count "  not traced to a player: " ws-fight-unattributed
                  "  enemy names not on file: " ws-name-unknown
                  delimited by size into ws-report-line
           perform PutReportLine
           move spaces to ws-report-line
           string "Runs skipped for retired players: " ws-retired-runs
                  "  (" RT-Count " player(s) in RetiredPlayers.dat)"
                  delimited by size into ws-report-line
           perform PutReportLine

           move spaces to RebuildReportRec
           write RebuildReportRec
           move "--- Profile.dat ---" to RebuildReportRec
           write RebuildReportRec
           perform CompareProfiles
           compute ws-pf-diffs = ws-pf-changed + ws-pf-live-only + ws-pf-new-only
           move spaces to ws-report-line
           string "Profile.dat: " ws-pf-same " same, " ws-pf-changed " changed, "
                  ws-pf-live-only " live only, " ws-pf-new-only " rebuilt only"
                  delimited by size into ws-report-line
           perform PutReportLine

           move spaces to RebuildReportRec
           write RebuildReportRec
           move "--- Bestiary.dat ---" to RebuildReportRec
           write RebuildReportRec
           perform CompareBestiary
           compute ws-bs-diffs = ws-bs-changed + ws-bs-live-only + ws-bs-new-only
           move spaces to ws-report-line
           string "Bestiary.dat: " ws-bs-same " same, " ws-bs-changed " changed, "
                  ws-bs-live-only " live only, " ws-bs-new-only " rebuilt only"
                  delimited by size into ws-report-line
           perform PutReportLine

           move spaces to RebuildReportRec
           write RebuildReportRec
           move "--- Achievements.dat ---" to RebuildReportRec
           write RebuildReportRec
           perform CompareAchievements
           compute ws-ac-diffs = ws-ac-changed + ws-ac-live-only + ws-ac-new-only
           move spaces to ws-report-line
           string "Achievements.dat: " ws-ac-same " same, " ws-ac-changed " changed, "
                  ws-ac-live-only " live only, " ws-ac-new-only " rebuilt only"
                  delimited by size into ws-report-line
           perform PutReportLine
           close RebuildReportFile
           exit section.

PutReportLine section.

           move ws-report-line to RebuildReportRec
           write RebuildReportRec
           exit section.

CompareProfiles section.

           open input RbProfileFile
           open input ProfileFile
           if ws-profile-status = "00" then
               perform until ws-profile-status not = "00"
                   read ProfileFile next record
                   at end
                       move "10" to ws-profile-status
                   not at end
                       move PR-Name to RP-Name
                       move 1 to ws-prof-found
                       read RbProfileFile
                           invalid key
                               move 0 to ws-prof-found
                       end-read
                       if ws-prof-found = 0 then
                           add 1 to ws-pf-live-only
                           move "LIVE ONLY" to ws-diff-word
                           perform ReportProfileLine
                       else
                           if ProfileRec(16:9) = RbProfileRec(16:9) then
                               add 1 to ws-pf-same
                           else
                               add 1 to ws-pf-changed
                               move "CHANGED" to ws-diff-word
                               perform ReportProfileLine
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close ProfileFile

           open input ProfileFile
           move low-values to RP-Name
           start RbProfileFile key is not less than RP-Name
               invalid key
                   move "10" to ws-rbprofile-status
               not invalid key
                   move "00" to ws-rbprofile-status
           end-start
           perform until ws-rbprofile-status not = "00"
               read RbProfileFile next record
               at end
                   move "10" to ws-rbprofile-status
               not at end
                   move 0 to ws-prof-found
                   if ws-profile-status = "00" then
                       move RP-Name to PR-Name
                       move 1 to ws-prof-found
                       read ProfileFile
                           invalid key
                               move 0 to ws-prof-found
                       end-read
                   end-if
                   if ws-prof-found = 0 then
                       add 1 to ws-pf-new-only
                       move "REBUILT ONLY" to ws-diff-word
                       move spaces to ProfileRec
                       perform ReportProfileLine
                   end-if
               end-read
           end-perform
           close ProfileFile
           close RbProfileFile
           exit section.

ReportProfileLine section.

           move spaces to ws-report-line
           evaluate ws-diff-word
               when "LIVE ONLY"
                   string "  " ws-diff-word " " PR-Name
                          "  live runs " PR-Runs " best " PR-BestDifficulty
                          " gold " PR-LastGold
                          delimited by size into ws-report-line
               when "REBUILT ONLY"
                   string "  " ws-diff-word " " RP-Name
                          "  rebuilt runs " RP-Runs " best " RP-BestDifficulty
                          " gold " RP-LastGold
                          delimited by size into ws-report-line
               when other
                   string "  " ws-diff-word " " PR-Name
                          "  live runs " PR-Runs " best " PR-BestDifficulty
                          " gold " PR-LastGold
                          "  rebuilt runs " RP-Runs " best " RP-BestDifficulty
                          " gold " RP-LastGold
                          delimited by size into ws-report-line
           end-evaluate
           perform PutReportLine
           exit section.

CompareBestiary section.

           open input RbBestiaryFile
           open input BestiaryFile
           if ws-bestiary-status = "00" then
               perform until ws-bestiary-status not = "00"
                   read BestiaryFile next record
                   at end
                       move "10" to ws-bestiary-status
                   not at end
                       move BF-RecKey to RB-RecKey
                       move 1 to ws-beast-found
                       read RbBestiaryFile
                           invalid key
                               move 0 to ws-beast-found
                       end-read
                       if ws-beast-found = 0 then
                           add 1 to ws-bs-live-only
                           move "LIVE ONLY" to ws-diff-word
                           perform ReportBeastLine
                       else
                           if BestiaryRec(56:19) = RbBestiaryRec(56:19) then
                               add 1 to ws-bs-same
                           else
                               add 1 to ws-bs-changed
                               move "CHANGED" to ws-diff-word
                               perform ReportBeastLine
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close BestiaryFile

           open input BestiaryFile
           move low-values to RB-RecKey
           start RbBestiaryFile key is not less than RB-RecKey
               invalid key
                   move "10" to ws-rbbestiary-status
               not invalid key
                   move "00" to ws-rbbestiary-status
           end-start
           perform until ws-rbbestiary-status not = "00"
               read RbBestiaryFile next record
               at end
                   move "10" to ws-rbbestiary-status
               not at end
                   move 0 to ws-beast-found
                   if ws-bestiary-status = "00" then
                       move RB-RecKey to BF-RecKey
                       move 1 to ws-beast-found
                       read BestiaryFile
                           invalid key
                               move 0 to ws-beast-found
                       end-read
                   end-if
                   if ws-beast-found = 0 then
                       add 1 to ws-bs-new-only
                       move "REBUILT ONLY" to ws-diff-word
                       perform ReportBeastLine
                   end-if
               end-read
           end-perform
           close BestiaryFile
           close RbBestiaryFile
           exit section.

ReportBeastLine section.

           move spaces to ws-report-line
           evaluate ws-diff-word
               when "LIVE ONLY"
                   string "  " ws-diff-word " " BF-Player " " BF-Key
                          "  live met " BF-Encountered " beat " BF-Defeated
                          " lost " BF-KilledPlayer " found " BF-Discovered
                          delimited by size into ws-report-line
               when "REBUILT ONLY"
                   string "  " ws-diff-word " " RB-Player " " RB-Key
                          "  rebuilt met " RB-Encountered " beat " RB-Defeated
                          " lost " RB-KilledPlayer " found " RB-Discovered
                          delimited by size into ws-report-line
               when other
                   string "  " ws-diff-word " " BF-Player " " BF-Key
                          "  live met " BF-Encountered " beat " BF-Defeated
                          " lost " BF-KilledPlayer " found " BF-Discovered
                          "  rebuilt met " RB-Encountered " beat " RB-Defeated
                          " lost " RB-KilledPlayer " found " RB-Discovered
                          delimited by size into ws-report-line
           end-evaluate
           perform PutReportLine
           exit section.

CompareAchievements section.

           perform varying ws-ach-idx from 1 by 1 until ws-ach-idx > AchCount
               move 0 to AT-Matched(ws-ach-idx)
           end-perform
           move spaces to ws-ach-status
           open input AchFile
           if ws-ach-status = "00" then
               perform until ws-ach-status not = "00"
                   move spaces to AchRec
                   read AchFile
                   at end
                       move "10" to ws-ach-status
                   not at end
                       if AF-Name not = spaces then
                           perform MatchAchievement
                       end-if
                   end-read
               end-perform
           end-if
           close AchFile
           perform varying ws-ach-idx from 1 by 1 until ws-ach-idx > AchCount
               if AT-Matched(ws-ach-idx) = 0 then
                   add 1 to ws-ac-new-only
                   move spaces to ws-report-line
                   string "  REBUILT ONLY " AT-Name(ws-ach-idx) " " AT-Player(ws-ach-idx)
                          "  rebuilt " AT-Date(ws-ach-idx)
                          delimited by size into ws-report-line
                   perform PutReportLine
               end-if
           end-perform
           exit section.

MatchAchievement section.

           perform varying ws-ach-idx from 1 by 1 until ws-ach-idx > AchCount
               if AT-Name(ws-ach-idx) = AF-Name and AT-Player(ws-ach-idx) = AF-Player
                  and AT-Matched(ws-ach-idx) = 0 then
                   move 1 to AT-Matched(ws-ach-idx)
                   if AT-Date(ws-ach-idx) = AF-Date then
                       add 1 to ws-ac-same
                   else
                       add 1 to ws-ac-changed
                       move spaces to ws-report-line
                       string "  CHANGED      " AF-Name " " AF-Player
                              "  live " AF-Date "  rebuilt " AT-Date(ws-ach-idx)
                              delimited by size into ws-report-line
                       perform PutReportLine
                   end-if
                   exit section
               end-if
           end-perform
           add 1 to ws-ac-live-only
           move spaces to ws-report-line
           string "  LIVE ONLY    " AF-Name " " AF-Player "  live " AF-Date
                  delimited by size into ws-report-line
           perform PutReportLine
           exit section.

ReplaceDialog section.

           display "Replace live master files with the rebuilt copies? (Y/N)"
           call "GetInput" using ws-script-line
           if ws-script-line not = "Y" and ws-script-line not = "y" then
               display "Live master files left unchanged; the rebuilt copies stay in "
                       function trim(ws-side-dir)
               exit section
           end-if
           move spaces to ws-lock-status
           move spaces to LockRec
           open input LockFile
           if ws-lock-status = "00" then
               read LockFile
               if ws-lock-status = "00" and LockRec not = spaces then
                   display "A game session is active (" function trim(LockRec) ")."
                   display "Master files cannot be replaced while the castle is in use."
                   close LockFile
                   exit section
               end-if
           end-if
           close LockFile
           call 'OperSignOn' using ws-signon-program,ws-operator-id,ws-operator-role
           if ws-operator-role = space then
               move 8 to ws-final-rc
               exit section
           end-if
           if ws-operator-role not = "A" then
               display "Not allowed: replacing master files needs an administrator sign-on"
               move 8 to ws-final-rc
               exit section
           end-if

           display "Taking a backup generation of the live masters first"
           display "BACKUP_MODE" upon environment-name
           display "BACKUP" upon environment-value
           move 0 to return-code
           call 'BackupGen'
           move return-code to ws-backup-rc
           move 0 to return-code
           if ws-backup-rc not = 0 then
               display "Backup generation could not be confirmed; live master files left unchanged"
               move 8 to ws-final-rc
               exit section
           end-if

           if ws-pf-diffs > 0 then
               move "Profile.dat" to ws-live-name
               move ws-rb-profile-name to ws-copy-name
               move ws-pf-diffs to ws-replace-diffs
               perform ReplaceOneFile
           end-if
           if ws-bs-diffs > 0 then
               move "Bestiary.dat" to ws-live-name
               move ws-rb-bestiary-name to ws-copy-name
               move ws-bs-diffs to ws-replace-diffs
               perform ReplaceOneFile
           end-if
           if ws-ac-diffs > 0 then
               move "Achievements.dat" to ws-live-name
               move ws-rb-ach-name to ws-copy-name
               move ws-ac-diffs to ws-replace-diffs
               perform ReplaceOneFile
           end-if
           exit section.

ReplaceOneFile section.

           display "Replace " function trim(ws-live-name) " (" ws-replace-diffs
                   " difference(s)) with " function trim(ws-copy-name) "? (Y/N)"
           call "GetInput" using ws-script-line
           if ws-script-line not = "Y" and ws-script-line not = "y" then
               display function trim(ws-live-name) " left unchanged"
               exit section
           end-if
           move 0 to ws-copied
           move 0 to return-code
           call "CBL_COPY_FILE" using ws-copy-name, ws-live-name
           if return-code = 0 then
               move 1 to ws-copied
           end-if
           move 0 to return-code
           if ws-copied = 1 then
               display "Replaced " function trim(ws-live-name)
               perform WriteReplaceAudit
           else
               move ws-live-name to ws-guard-file
               move "COPY" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"CP"
               move 8 to ws-final-rc
           end-if
           exit section.

WriteReplaceAudit section.

           move function current-date to ws-current-date-data
           open extend MaintAuditFile
           if ws-maudit-status not = "00" then
               close MaintAuditFile
               open output MaintAuditFile
           end-if
           move spaces to ws-maudit-line
           string ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ":" ws-current-second
                  " REBUILD    FILE   " ws-live-name(1:25)
                  " OPER " ws-operator-id
                  delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           move spaces to ws-maudit-line
           string "  OLD: live copy replaced, " ws-replace-diffs " difference(s)"
                  delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           move spaces to ws-maudit-line
           string "  NEW: " function trim(ws-copy-name) delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           close MaintAuditFile
           exit section.
