       file status is ws-recipes-status.

       select BestiaryFile assign to "Bestiary.dat"
       organization is indexed
       access is dynamic
       record key is BF-RecKey
       file status is ws-bestiary-status.

       select AchFile assign to "Achievements.dat"
       file status is ws-ach-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is dynamic
       record key is PR-Name
       file status is ws-profile-status.

       select LeaderReportFile assign to "LeaderboardReport.txt"
       access is sequential
       file status is ws-runmaster-status.

       select ConfigVersionFile assign to "ConfigVersion.dat"
       organization is line sequential
       access is sequential
       file status is ws-cfgver-status.

       select EncounterFile assign to "Encounters.dat"
       organization is line sequential
       access is sequential
       file status is ws-encounter-status.

       select TrapFile assign to "Traps.dat"
       organization is line sequential
       access is sequential
       file status is ws-trap-status.

       select StashFile assign to ws-stash-name
       organization is line sequential
       access is sequential
       access is sequential
       file status is ws-spells-status.

       select TicketFile assign to "Tickets.dat"
       organization is line sequential
       access is sequential
       file status is ws-ticket-status.

       select DailyAttemptFile assign to "DailyAttempts.dat"
       organization is line sequential
       access is sequential
       file status is ws-daily-status.

       select DailyBoardFile assign to "DailyLeaderboard.txt"
       organization is line sequential
       access is sequential
       file status is ws-dailyboard-status.

data division.
file section.
fd Book1.
       02 SP-Deaths pic 9(3).
       02 SP-Class pic x(8).
       02 SP-IronMan pic 9(1).
       02 SP-RunMode pic x(1).
       02 SP-CastleTurn pic 9(5).
       02 SP-CompStatus pic x(1).
       02 SP-CompKey pic x(15).
       02 SP-CompHealth pic s9(3).

 01 SaveFlagsRec.
       02 SF-Tag pic x(5).
       02 SI-Qty pic 9(2).
       02 SI-Durability pic 9(3).

 01 SaveHeaderRec.
       02 SH-Tag pic x(6).
       02 SH-Version pic 9(2).

 01 SaveTrailerRec.
       02 ST-Tag pic x(6).
       02 ST-Count pic 9(3).
       02 ST-Checksum pic 9(9).

 01 SaveRawRec pic x(600).

fd AuditFile.

 01 AuditRec pic x(199).
       02 filler pic x(1).
       02 EV-GoldSign pic x(1).
       02 EV-Gold pic 9(5).
       02 filler pic x(1).
       02 EV-Seq pic 9(9).
       02 filler pic x(1).
       02 EV-Chain pic 9(9).

fd WorkCombatLogFile.


fd LeaderboardFile.

 01 LeaderboardRec pic x(215).

fd ItemMasterFile.

       02 IF-Price pic 9(5).
       02 IF-Shop pic x(1).
       02 IF-Active pic x(1).
       02 IF-DmgType pic x(1).

fd LeaderReportFile.

 01 LeaderReportRec pic x(240).

fd ProfileFile.

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

fd RecipesFile.

       02 CH-Drain pic 9(1).
       02 CH-Stun pic 9(1).
       02 CH-EnemyCount pic 9(1).
       02 CH-CompHealth pic s9(3).

 01 CkptEnemyRec.
       02 CE-Name pic x(25).
       02 SPF-Power pic 9(3).
       02 SPF-Mana pic 9(2).
       02 SPF-Book pic x(1).
       02 SPF-DmgType pic x(1).

fd StashFile.

       02 WE-Room pic x(20).
       02 WE-EnemyKey pic x(15).
       02 WE-Chance pic 9(3).
       02 WE-Period pic x(1).

fd TrapFile.

 01 TrapRec.
       02 TR-Room pic x(20).
       02 TR-Exit pic x(10).
       02 TR-Type pic x(1).
       02 TR-Detect pic 9(3).
       02 TR-Disarm pic 9(3).
       02 TR-Power pic 9(3).
       02 TR-EnemyKey pic x(15).
       02 TR-Desc pic x(30).

fd RunMasterFile.

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

fd ConfigVersionFile.

 01 ConfigVersionRec.
       02 CV-Version pic 9(5).
       02 filler pic x(20).

fd EventFile.

 01 EventRec pic x(105).

fd RoomsFile.

           03 RF-ExitLock pic 9(1).
       02 RF-Desc pic x(99).

fd TicketFile.

 01 TicketRec.
       02 TK-Number pic 9(6).
       02 filler pic x(1).
       02 TK-Status pic x(1).
       02 filler pic x(1).
       02 TK-Date pic x(8).
       02 filler pic x(1).
       02 TK-Time pic x(8).
       02 filler pic x(1).
       02 TK-Player pic x(15).
       02 filler pic x(1).
       02 TK-RunId pic x(12).
       02 filler pic x(1).
       02 TK-Room pic x(20).
       02 filler pic x(1).
       02 TK-Health pic 9(3).
       02 filler pic x(1).
       02 TK-Gold pic 9(5).
       02 filler pic x(1).
       02 TK-Weapon pic x(25).
       02 filler pic x(1).
       02 TK-Armor pic x(25).
       02 filler pic x(1).
       02 TK-Seed pic x(9).
       02 filler pic x(1).
       02 TK-Description pic x(80).
       02 filler pic x(1).
       02 TK-Inputs occurs 8 times pic x(20).
       02 filler pic x(1).
       02 TK-Inventory occurs 15 times.
           03 TK-InvItem pic x(25).
           03 TK-InvQty pic 9(2).
       02 filler pic x(1).
       02 TK-ClosedDate pic x(8).
       02 filler pic x(1).
       02 TK-Resolution pic x(60).

fd DailyAttemptFile.

 01 DailyAttemptRec.
       02 DA-Date pic x(8).
       02 filler pic x(1).
       02 DA-Player pic x(15).
       02 filler pic x(1).
       02 DA-RunId pic x(12).

fd DailyBoardFile.

 01 DailyBoardRec pic x(215).

working-storage section.
01 ws-book1-status pic xx value spaces.
01 ws-save-status pic xx value spaces.
01 ws-workevent-name pic x(40) value "EventWork.txt".
01 ws-worklog-status pic xx value spaces.
01 ws-worklog-name pic x(40) value "CombatWork.txt".
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
01 ws-audit-chain-pos pic 9(3) value 181.
01 ws-event-chain-pos pic 9(3) value 87.
01 ws-combatlog-status pic xx value spaces.
01 ws-lock-status pic xx value spaces.
01 ws-guard-program pic x(12) value "Area1".
01 ws-save-exists pic 9(1) value 0.
01 ws-savetmp-name pic x(40) value spaces.
01 ws-save-keep pic x(40) value spaces.
01 ws-save-layout pic 9(2) value 4.
01 ws-save-sum pic 9(9) value 0.
01 ws-save-recs pic 9(3) value 0.
01 ws-save-refused pic 9(1) value 0.
01 ws-save-reason pic x(80) value spaces.
01 ws-summary-status pic xx value spaces.
01 ws-event-type pic x(1) value space.
01 ws-event-key pic x(25) value spaces.
01 ws-event-qty pic 9(3) value 0.
01 ws-event-gold pic s9(5) value 0.
01 ws-run-end pic x(8) value spaces.
01 ws-entered-room pic x(99) value spaces.
01 ws-visit-flags pic x(7) value spaces.
01 ws-rooms-count pic 9(2) value 0.
01 ws-runmaster-status pic xx value spaces.
01 ws-cfgver-status pic xx value spaces.
01 ws-config-version pic 9(5) value 0.
01 ws-spells-status pic xx value spaces.
01 ws-spell-idx pic 9(1) value 0.
01 ws-spell-slot pic 9(1) value 0.
01 ws-stash-idx pic 9(2) value 0.
01 ws-stash-pick pic 9(2) value 0.
01 ws-stash-count pic 9(2) value 0.
01 ws-ticket-status pic xx value spaces.
01 ws-ticket-number pic 9(6) value 0.
01 ws-ticket-desc pic x(80) value spaces.
01 ws-ticket-save pic x(40) value spaces.
01 ws-ticket-keep pic x(40) value spaces.
01 ws-save-quiet pic 9(1) value 0.
01 ws-recent-idx pic 9(2) value 0.
01 ws-daily-status pic xx value spaces.
01 ws-dailyboard-status pic xx value spaces.
01 ws-daily-taken pic 9(1) value 0.
01 ws-daily-date pic x(8) value spaces.
01 ws-daily-seed redefines ws-daily-date pic 9(8).
01 ws-board-line pic x(215) value spaces.
01 ws-ticket-inputs pic x(160) value spaces.
01 ws-stash-done pic 9(1) value 0.

01 StashTable.
           03 WT-Room pic x(20).
           03 WT-EnemyKey pic x(15).
           03 WT-Chance pic 9(3).
           03 WT-Period pic x(1).

01 ws-trap-status pic xx value spaces.
01 ws-trap-idx pic 9(2) value 0.
01 ws-trap-chance pic s9(3) value 0.
01 ws-trap-damage pic 9(3) value 0.
01 ws-trap-spotted pic 9(1) value 0.
01 ws-trap-stop pic 9(1) value 0.
01 ws-trap-alarm pic 9(2) value 0.
01 ws-trap-outcome pic x(25) value spaces.
01 ws-pick-slot pic 9(2) value 0.
01 ws-pick-chance pic s9(3) value 0.

01 TrapTable.
       02 TrapCount pic 9(2) value 0.
       02 TrapEntry occurs 20 times.
           03 TT-Room pic x(20).
           03 TT-Exit pic x(10).
           03 TT-Type pic x(1).
           03 TT-Detect pic 9(3).
           03 TT-Disarm pic 9(3).
           03 TT-Power pic 9(3).
           03 TT-EnemyKey pic x(15).
           03 TT-Desc pic x(30).
           03 TT-Done pic 9(1).
01 choice pic x(99).
01 NumberChoice pic 9(2).
01 InCombat pic 9(1) value 1.
01 DifficultyChoice pic 9(1) value 0.
01 DifficultyMultiplier pic 9v99 value 1.00.

01 CastleTurn pic 9(5) value 0.
01 ws-clock-hour pic 9(2) value 0.
01 ws-clock-night pic 9(1) value 0.
01 ws-clock-text pic x(24) value spaces.
01 ws-rest-turns pic 9(3) value 96.
01 ws-smith-opens pic 9(2) value 8.
01 ws-smith-closes pic 9(2) value 20.
01 ws-chapel-opens pic 9(2) value 6.
01 ws-chapel-closes pic 9(2) value 24.

01 CombatSim.
       02 CS-Mode pic x(1) value "P".
       02 CS-Rounds pic 9(4) value 0.
       02 CS-Damage pic 9(6) value 0.

01 UseTestSeed pic 9(1) value 0.
01 TestSeedValue pic 9(9) value 0.
01 ws-test-seed-env pic x(9) value spaces.
01 ws-prof-runs pic 9(3) value 0.
01 ws-prof-best pic 9(1) value 0.
01 ws-prof-gold pic 9(5) value 0.
01 ws-prof-found pic 9(1) value 0.
01 ws-beast-player pic x(15) value spaces.
01 ws-type-idx pic 9(1) value 0.
01 ws-weak-list pic x(30) value spaces.
01 ws-weak-ptr pic 9(2) value 0.
01 ws-resist-list pic x(30) value spaces.
01 ws-resist-ptr pic 9(2) value 0.

01 DamageTypeValues.
       02 filler pic x(7) value "Bblunt ".
       02 filler pic x(7) value "Eedged ".
       02 filler pic x(7) value "Ffire  ".
       02 filler pic x(7) value "Hholy  ".
01 DamageTypeTable redefines DamageTypeValues.
       02 DamageTypeEntry occurs 4 times.
           03 DT-Code pic x(1).
           03 DT-Word pic x(6).
01 ws-ngplus pic 9(1) value 0.
01 ws-carry-gold pic 9(5) value 0.
01 ws-pre-crypt-wins pic 9(3) value 0.
01 ws-leaderreport-status pic xx value spaces.
01 ws-achievement-name pic x(30) value spaces.
01 ws-notify-type pic x(8) value spaces.
01 ws-notify-message pic x(80) value spaces.
01 ws-notify-key pic x(25) value spaces.
01 ws-topten-view pic x(20) value spaces.
01 ws-topten-key pic x(17) value spaces.
01 ws-topten-hits pic 9(3) value 0.
01 ws-bought-count pic 9(2) value 0.
01 ws-bought-seen pic 9(1) value 0.

       02 IM-Durability pic 9(3).
       02 IM-Price pic 9(5).
       02 IM-Shop pic x(1).
       02 IM-DmgType pic x(1).

01 ws-enemy-key pic x(15) value spaces.
01 ws-enemy-found pic 9(1) value 0.
       02 EM-HasWeapon pic 9(1).
       02 EM-XP pic 9(3).
       02 EM-Profile pic x(1).
       02 EM-Affinity pic x(4).
       02 EM-DmgType pic x(1).

01 ws-spell-key pic x(15) value spaces.
01 ws-spell-found pic 9(1) value 0.
01 ws-cache-failed pic 9(1) value 0.

01 SpellMaster.
       02 SM-Name pic x(25).
       02 SM-Effect pic x(1).
       02 SM-Power pic 9(3).
       02 SM-Mana pic 9(2).
       02 SM-Book pic x(1).
       02 SM-DmgType pic x(1).

01 ws-companion-key pic x(15) value spaces.
01 ws-companion-found pic 9(1) value 0.
01 ws-stranger-key pic x(15) value "STRANGER".

01 CompanionMaster.
       02 CM-Name pic x(25).
       02 CM-Health pic 9(3).
       02 CM-Attack pic 9(3).
       02 CM-Defense pic 9(3).
       02 CM-Weapon pic x(25).
       02 CM-HealPower pic 9(3).
       02 CM-HealBelow pic 9(3).
       02 CM-HealCharges pic 9(1).

01 Companion.
       02 CO-Status pic x(1) value space.
       02 CO-Key pic x(15) value spaces.
       02 CO-Name pic x(25) value spaces.
       02 CO-Health pic s9(3) value 0.
       02 CO-MaxHealth pic 9(3) value 0.
       02 CO-Attack pic 9(3) value 0.
       02 CO-Defense pic 9(3) value 0.
       02 CO-Weapon pic x(25) value spaces.
       02 CO-HealPower pic 9(3) value 0.
       02 CO-HealBelow pic 9(3) value 0.
       02 CO-HealCharges pic 9(1) value 0.

01 ws-run-date pic x(8) value spaces.
01 ws-active-event pic x(8) value spaces.

01 EventQuery.
       02 EQ-Date pic x(8).
       02 EQ-TargetType pic x(1).
       02 EQ-Target pic x(25).
       02 EQ-Field pic x(6).
       02 EQ-Value pic 9(5).
       02 EQ-Max pic 9(5).
       02 EQ-EventId pic x(8).
       02 EQ-Desc pic x(40).
       02 EQ-Applied pic 9(1).

01 PlayerInventory.
       02 Inventory occurs 15 times.
compute ws-session-start-secs = ws-current-hours * 3600
                               + ws-current-minute * 60
                               + ws-current-second
perform LoadMasterCache
perform LoadShopTable
accept ws-test-seed-env from environment "TEST_SEED"
if ws-test-seed-env not = spaces then
    move function current-date to ws-current-date-data
    compute InitRandom = function random (ws-current-millisecond)
end-if
perform RollPuzzle
perform LoadMessages
perform LoadConfigVersion
perform AskPlayerName
perform LoadRoomText
perform LoadRooms
perform LoadEncounters
perform LoadTraps
perform ShowLeaderboard
perform ShowProfile
perform RegisterProfile
call 'BackupGen'
move 0 to return-code
perform ClearFile
move Health to MaxHealth
move AttackPoints to BaseAttack
move DefensePoints to BaseDefense
perform LoadGame
if ws-save-refused = 1 then
    perform CleanShutdown
    stop run
end-if
if RunId = spaces then
    move function current-date to ws-current-date-data
    move spaces to RunId
           ws-current-hours ws-current-minute ws-current-second
           delimited by size into RunId
end-if
perform FindActiveEvent
if ws-has-save = 0 then
    move "New run started" to ws-audit-message
    move "N" to ws-event-type
    perform LogAudit
    display "Take on today's Daily Challenge? Everyone faces the same castle today. (Y/N)"
    perform GetInput
    move ws-script-line to choice
    if choice = "Y" or "y" then
        perform StartDailyChallenge
    end-if
    move spaces to choice
    if ws-run-mode = "D" then
        move 2 to DifficultyChoice
        move 1.00 to DifficultyMultiplier
    else
        if ws-has-profile = 1 then
            display "Start a New Game Plus run? (Y/N)"
            perform GetInput
            move ws-script-line to choice
            if choice = "Y" or "y" then
                move 1 to ws-ngplus
                compute ws-carry-gold = ws-prof-gold / 4
                move ws-carry-gold to Gold
                display "You carry over " ws-carry-gold " Gold from your last triumph."
            end-if
            move spaces to choice
        end-if
        display "Select a difficulty:"
        display "1. Easy"
        display "2. Normal"
        display "3. Hard"
        move 1 to ValidMin
        move 3 to ValidMax
        if ws-ngplus = 1 and ws-prof-best >= 3 then
            display "4. Hard+"
            move 4 to ValidMax
        end-if
        move spaces to ValidWords
        call 'GetValid' using ValidMin,ValidMax,ValidWords,ValidResult,ValidWord
        move ValidResult to DifficultyChoice
        evaluate DifficultyChoice
            when 1 move 0.75 to DifficultyMultiplier
            when 3 move 1.50 to DifficultyMultiplier
            when 4 move 2.00 to DifficultyMultiplier
            when other move 1.00 to DifficultyMultiplier
        end-evaluate
        display "Iron-man run? Death ends the run for good. (Y/N)"
        perform GetInput
        move ws-script-line to choice
        if choice = "Y" or "y" then
            move 1 to IronMan
            move "I" to ws-run-mode
            display "So be it. The castle will keep what it takes."
            move "Iron-man mode chosen" to ws-audit-message
            perform LogAudit
        end-if
        move spaces to choice
    end-if
    perform ChooseClass
end-if
perform CheckCombatResume
           display "Rooms.dat is missing or incomplete, cannot continue"
           move "quit" to choice
       else
           if CurrentRoom not = ws-entered-room then
               move CurrentRoom to ws-entered-room
               move spaces to ws-audit-message
               string "Entered " CurrentRoom delimited by size into ws-audit-message
               move "V" to ws-event-type
               move CurrentRoom to ws-event-key
               perform LogAudit
           end-if
           perform MarkVisited
           evaluate RT-Special(ws-room-idx)
               when "ROOM1" perform Room1Proc
           perform ShowJournal
       end-if

       if choice="Report" or "report" then
           perform ReportProblem
       end-if

       if choice="Reload" or "reload" then
           perform LoadMasterCache
           if ws-cache-failed = 0 then
               display "Item, enemy and spell masters reloaded."
           else
               display "Reload incomplete; lookups fall back to the master files on next use."
           end-if
           move "Reloaded master files" to ws-audit-message
           perform LogAudit
       end-if

       *>Save the current run
       if choice="Save" or "save" then
           perform SaveGame
LogAudit section.

           move function current-date to ws-current-date-data
           move ws-workaudit-name to ws-chain-name
           move ws-audit-chain-pos to ws-chain-pos
           call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
           open extend WorkAuditFile
           if ws-workaudit-status not = "00" then
               close WorkAuditFile
           string ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ":" ws-current-second
                  " " RunId " " ws-audit-message delimited by size into WorkAuditRec
           move WorkAuditRec to ws-chain-line
           move "S" to ws-chain-mode
           call 'ChainLink' using ws-chain-mode,ws-chain-line,ws-chain-pos,ws-chain-seq,ws-chain-hash,ws-chain-ok
           move ws-chain-line to WorkAuditRec
           write WorkAuditRec
           if ws-workaudit-status not = "00" then
               move ws-workaudit-name to ws-guard-file

WriteEvent section.

           move ws-workevent-name to ws-chain-name
           move ws-event-chain-pos to ws-chain-pos
           call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
           open extend WorkEventFile
           if ws-workevent-status not = "00" then
               close WorkEventFile
               move "+" to EV-GoldSign
               move ws-event-gold to EV-Gold
           end-if
           move WorkEventRec to ws-chain-line
           move "S" to ws-chain-mode
           call 'ChainLink' using ws-chain-mode,ws-chain-line,ws-chain-pos,ws-chain-seq,ws-chain-hash,ws-chain-ok
           move ws-chain-line to WorkEventRec
           write WorkEventRec
           if ws-workevent-status not = "00" then
               move ws-workevent-name to ws-guard-file
           move 1 to InventoryItemQty(Indx)
           exit section.

LoadMasterCache section.

           move 0 to ws-cache-failed
           move "*RELOAD" to ws-item-name
           call 'LoadItem' using ws-item-name,ItemMaster,ws-item-found
           if ws-item-found = 0 then
               move 1 to ws-cache-failed
           end-if
           move "*RELOAD" to ws-enemy-key
           call 'LoadEnemy' using ws-enemy-key,EnemyMaster,ws-enemy-found
           if ws-enemy-found = 0 then
               move 1 to ws-cache-failed
           end-if
           move "*RELOAD" to ws-spell-key
           call 'LoadSpell' using ws-spell-key,SpellMaster,ws-spell-found
           if ws-spell-found = 0 then
               move 1 to ws-cache-failed
           end-if
           move "*RELOAD" to ws-companion-key
           call 'LoadCompanion' using ws-companion-key,CompanionMaster,ws-companion-found
           initialize EventQuery
           move "*" to EQ-TargetType
           move "*RELOAD" to EQ-Target
           call 'EventRule' using EventQuery
           exit section.

FindActiveEvent section.

           move function current-date to ws-current-date-data
           move spaces to ws-run-date
           string ws-current-century RunId(1:6) delimited by size into ws-run-date
           move spaces to ws-active-event
           initialize EventQuery
           move "*" to EQ-TargetType
           perform ApplyEventRule
           if EQ-Applied = 1 then
               move EQ-EventId to ws-active-event
               display "Castle event: " function trim(EQ-Desc)
               move spaces to ws-audit-message
               string "Event " ws-active-event " active for this run" delimited by size
                      into ws-audit-message
               perform LogAudit
           end-if
           perform varying ws-stock-idx from 1 by 1 until ws-stock-idx > 10
               if ItemName(ws-stock-idx) not = spaces then
                   perform ApplyShopEvent
               end-if
           end-perform
           exit section.

ApplyEventRule section.

           move ws-run-date to EQ-Date
           call 'EventRule' using EventQuery
           exit section.

ApplyShopEvent section.

           move "I" to EQ-TargetType
           move ItemName(ws-stock-idx) to EQ-Target
           move "PRICE" to EQ-Field
           move ItemPrice(ws-stock-idx) to EQ-Value
           move 0 to EQ-Max
           perform ApplyEventRule
           move "S" to EQ-TargetType
           move "SHOP" to EQ-Target
           perform ApplyEventRule
           if EQ-Value = 0 then
               move 1 to EQ-Value
           end-if
           move EQ-Value to ItemPrice(ws-stock-idx)
           exit section.

ApplyServiceEvent section.

           move "S" to EQ-TargetType
           move "PRICE" to EQ-Field
           move 0 to EQ-Max
           perform ApplyEventRule
           exit section.

ApplyRepairEvent section.

           move "REPAIR" to EQ-Target
           move ws-repair-cost to EQ-Value
           perform ApplyServiceEvent
           move EQ-Value to ws-repair-cost
           exit section.

ApplySellEvent section.

           move "SELL" to EQ-Target
           move ws-sell-price to EQ-Value
           perform ApplyServiceEvent
           move EQ-Value to ws-sell-price
           exit section.

ApplyEnemyEvent section.

           move "E" to EQ-TargetType
           move ws-enemy-key to EQ-Target
           move 999 to EQ-Max
           move "HEALTH" to EQ-Field
           move EnemyHealth(Indx) to EQ-Value
           perform ApplyEventRule
           move EQ-Value to EnemyHealth(Indx)
           move "ATTACK" to EQ-Field
           move EnemyAttackPoints(Indx) to EQ-Value
           perform ApplyEventRule
           move EQ-Value to EnemyAttackPoints(Indx)
           move "XP" to EQ-Field
           move EnemyXP(Indx) to EQ-Value
           perform ApplyEventRule
           move EQ-Value to EnemyXP(Indx)
           exit section.

LoadShopTable section.

           move 0 to ws-shop-slots
           move EM-HasWeapon to HasWeapon(Indx)
           move EM-XP to EnemyXP(Indx)
           move EM-Profile to EnemyProfile(Indx)
           perform ApplyEnemyEvent
           move EnemyHealth(Indx) to EnemyMaxHealth(Indx)
           move 0 to EnemyIsDefending(Indx)
           move 0 to EnemyIsEvading(Indx)

ChapelProc section.

           perform ReadClock
           if ws-clock-hour < ws-chapel-opens or ws-clock-hour >= ws-chapel-closes then
               display "The chapel doors are barred for the night. It is " function trim(ws-clock-text) "."
               display "A notice reads: open from " ws-chapel-opens ":00 until midnight."
               display "Pick where to go (back): "
               perform GetInput
               move ws-script-line to choice
               exit section
           end-if
           display "You step into the chapel. An old attendant bows his head."
           compute ws-rest-cost = 10 * DifficultyMultiplier
           compute ws-treat-cost = 8 * DifficultyMultiplier
           move "REST" to EQ-Target
           move ws-rest-cost to EQ-Value
           perform ApplyServiceEvent
           move EQ-Value to ws-rest-cost
           move "TREAT" to EQ-Target
           move ws-treat-cost to EQ-Value
           perform ApplyServiceEvent
           move EQ-Value to ws-treat-cost
           move 0 to ws-chapel-done
           perform until ws-chapel-done = 1
               display "You have " Gold " Gold. Health " Health " of " MaxHealth ", Mana " Mana " of " MaxMana
               move MaxHealth to Health
           end-if
           move MaxMana to Mana
           add ws-rest-turns to CastleTurn
           perform ReadClock
           display "You wake restored. Health is " Health ", Mana is " Mana "."
           if CO-Status = "A" then
               move CO-MaxHealth to CO-Health
               display function trim(CO-Name) " rests too and is back to full health."
           end-if
           display "It is now " function trim(ws-clock-text) "."
           move spaces to ws-audit-message
           string "Rested at the chapel for " ws-rest-cost " Gold"
                  delimited by size into ws-audit-message

BlacksmithProc section.

           perform ReadClock
           if ws-clock-hour < ws-smith-opens or ws-clock-hour >= ws-smith-closes then
               display "The forge is cold and the shutters are down. It is " function trim(ws-clock-text) "."
               display "The blacksmith keeps hours from " ws-smith-opens ":00 to " ws-smith-closes ":00."
               display "Pick where to go (back): "
               perform GetInput
               move ws-script-line to choice
               exit section
           end-if
           display "You have entered the Blacksmith's shop."
           if Weapon not = "Fists" and WeaponDurability <= 5 then
               display "The blacksmith eyes your " function trim(Weapon) ": it will not last much longer."
                           if ItemPrice(ws-shop-slots) = 0 then
                               move 15 to ItemPrice(ws-shop-slots)
                           end-if
                           move ws-shop-slots to ws-stock-idx
                           perform ApplyShopEvent
                           move 1 to ItemStock(ws-shop-slots)
                           display "He reaches under the counter: a " function trim(ws-unlock-item) " is now for sale."
                           move "Blacksmith unlocked a special item" to ws-audit-message
                   call 'LoadItem' using ws-item-name,ItemMaster,ws-item-found
                   if ws-item-found = 1 and IM-Price > 0 then
                       compute ws-sell-price = IM-Price / 2
                       perform ApplySellEvent
                       display InventoryItemIndex(Indx) ") " function trim(InventoryItem(Indx))
                               " (x" InventoryItemQty(Indx) ") - he offers " ws-sell-price " Gold"
                       move 1 to ws-sell-any
                       exit perform
                   end-if
                   compute ws-sell-price = IM-Price / 2
                   perform ApplySellEvent
                   add ws-sell-price to Gold
                   display "You sold " function trim(InventoryItem(Indx)) " for " ws-sell-price " Gold. You now have " Gold " Gold."
                   move spaces to ws-audit-message
               if ws-item-found = 1 and WeaponDurability < IM-Durability then
                   compute ws-repair-points = IM-Durability - WeaponDurability
                   compute ws-repair-cost = (ws-repair-points + 1) / 2
                   perform ApplyRepairEvent
                   display "W) " function trim(Weapon) " durability " WeaponDurability " of " IM-Durability " - repair for " ws-repair-cost " Gold"
                   move 1 to ws-repair-any
               end-if
               if ws-item-found = 1 and ArmorDurability < IM-Durability then
                   compute ws-repair-points = IM-Durability - ArmorDurability
                   compute ws-repair-cost = (ws-repair-points + 1) / 2
                   perform ApplyRepairEvent
                   display "A) " function trim(Armor) " durability " ArmorDurability " of " IM-Durability " - repair for " ws-repair-cost " Gold"
                   move 1 to ws-repair-any
               end-if
                   if ws-item-found = 1 and InventoryItemDurability(Indx) < IM-Durability then
                       compute ws-repair-points = IM-Durability - InventoryItemDurability(Indx)
                       compute ws-repair-cost = (ws-repair-points + 1) / 2
                       perform ApplyRepairEvent
                       display InventoryItemIndex(Indx) ") " function trim(InventoryItem(Indx)) " durability " InventoryItemDurability(Indx) " of " IM-Durability " - repair for " ws-repair-cost " Gold"
                       move 1 to ws-repair-any
                   end-if
           end-if
           compute ws-repair-points = IM-Durability - WeaponDurability
           compute ws-repair-cost = (ws-repair-points + 1) / 2
           perform ApplyRepairEvent
           if Gold < ws-repair-cost then
               display "You cannot afford that repair."
               exit section
           end-if
           compute ws-repair-points = IM-Durability - ArmorDurability
           compute ws-repair-cost = (ws-repair-points + 1) / 2
           perform ApplyRepairEvent
           if Gold < ws-repair-cost then
               display "You cannot afford that repair."
               exit section
                   end-if
                   compute ws-repair-points = IM-Durability - InventoryItemDurability(Indx)
                   compute ws-repair-cost = (ws-repair-points + 1) / 2
                   perform ApplyRepairEvent
                   if Gold < ws-repair-cost then
                       display "You cannot afford that repair."
                       exit perform
                 else
                     display "You have been spotted"

                     call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion
                     add CS-Rounds to CastleTurn
                     if EnemyHealth(1) <= 0 and Health > 0 then
                         add 1 to CombatsWon
                     end-if
                display "You have attacked the person you did some damage but he is still conscious"
                compute EnemyHealth(1) = EnemyHealth(1) - AttackPoints

                 call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion
                 add CS-Rounds to CastleTurn
                 if EnemyHealth(1) <= 0 and Health > 0 then
                     add 1 to CombatsWon
                 end-if
                move ws-script-line to choice
              end-if
           else
              if MinionSlain = 0 and CO-Status = space then
                  display "The old stranger lingers in the corner of the room."
                  if QuestFetch = 2 and QuestHunt = 2 then
                      display "Pick where to go, Talk to him, or ask him to Join you: "
                  else
                      display "Pick where to go, or Talk to him: "
                  end-if
                  perform GetInput
                  move ws-script-line to choice
                  if (choice = "Join" or "join") and QuestFetch = 2 and QuestHunt = 2 then
                      perform RecruitStranger
                      display "Pick where to go: "
                      perform GetInput
                      move ws-script-line to choice
                  end-if
                  if choice = "Talk" or "talk" then
                      perform StrangerQuests
                      display "Pick where to go: "
           end-if
           exit section.

RecruitStranger section.

           move ws-stranger-key to CO-Key
           perform BuildCompanion
           if ws-companion-found = 0 then
               move space to CO-Status
               display "'My old bones are not up to it after all,' he sighs."
               exit section
           end-if
           move "A" to CO-Status
           move CO-MaxHealth to CO-Health
           display "'You kept your word twice over. I will keep mine.'"
           display function trim(CO-Name) " takes up his " function trim(CO-Weapon) " and joins you."
           move spaces to ws-audit-message
           string "Recruited " function trim(CO-Name) " as a companion"
                  delimited by size into ws-audit-message
           move "M" to ws-event-type
           move "COMPANION JOINED" to ws-event-key
           move 1 to ws-event-qty
           perform LogAudit
           exit section.

BuildCompanion section.

           move CO-Key to ws-companion-key
           call 'LoadCompanion' using ws-companion-key,CompanionMaster,ws-companion-found
           if ws-companion-found = 0 then
               exit section
           end-if
           move CM-Name to CO-Name
           move CM-Health to CO-MaxHealth
           move CM-Attack to CO-Attack
           move CM-Defense to CO-Defense
           move CM-Weapon to CO-Weapon
           move CM-HealPower to CO-HealPower
           move CM-HealBelow to CO-HealBelow
           move CM-HealCharges to CO-HealCharges
           if CM-Weapon not = spaces then
               move CM-Weapon to ws-item-name
               call 'LoadItem' using ws-item-name,ItemMaster,ws-item-found
               if ws-item-found = 1 and IM-Type = "Weapon" then
                   add IM-Attack to CO-Attack
               end-if
           end-if
           exit section.

HallwayProc section.

           display HIntro1
       if PuzzleInputT = PuzzleTurns and PuzzleInputDir = PuzzleDir then
       display "You have unlocked the door"
       move 1 to Solved
       move "Solved the handle puzzle" to ws-audit-message
       move "M" to ws-event-type
       move "PUZZLE SOLVED" to ws-event-key
       perform LogAudit
      exit perform
       else
         display "You have failed to unlock the door"
                end-perform
                move 0 to Indx
                move 1 to InCombat
         call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion
         add CS-Rounds to CastleTurn
         if EnemyHealth(1) <= 0 and EnemyHealth(2) <= 0 and Health > 0 then
             add 1 to CombatsWon
         end-if
               compute Health = Health - 10
               display "You have lost 15 health"
               move 1 to InCombat
            call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion
            add CS-Rounds to CastleTurn
            if EnemyHealth(1) <= 0 and EnemyHealth(2) <= 0 and EnemyHealth(3) <= 0 and Health > 0 then
                add 1 to CombatsWon
                move "Defeated the wolves of the front hall" to ws-audit-message
                move "M" to ws-event-type
                move "WOLVES DEFEATED" to ws-event-key
                perform LogAudit
                perform ProceedToCrypt
            else
                perform GameOver
                display "You move to the next level"
                if StealthSuccess = 1 and CombatsWon = 1 then
                    move "Ghost" to ws-achievement-name
                    call 'Achieve' using ws-achievement-name,PlayerName,RunId
                end-if
                move CombatsWon to ws-pre-crypt-wins
                call "Area2" using Player,PlayerInventory,MaxHealth,BaseAttack,BaseDefense,DifficultyMultiplier,UseTestSeed,TestSeedValue,CombatsWon,CastleTurn,Companion
                if Health > 0 and CombatsWon > ws-pre-crypt-wins then
                    perform UpdateProfile
                    perform WriteSummary
               perform SetEnemySlot
               move 0 to Indx
               move 1 to InCombat
               call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion
               add CS-Rounds to CastleTurn
               if EnemyHealth(1) <= 0 and Health > 0 then
                   add 1 to CombatsWon
               end-if
                           perform KeyUnlock
                       end-if
                       if RT-ExitLock(ws-room-idx,ws-exit-idx) = 0 or IsLocked = 0 then
                           perform TrapCheck
                       end-if
                       if (RT-ExitLock(ws-room-idx,ws-exit-idx) = 0 or IsLocked = 0)
                          and ws-trap-stop = 0 then
                           if ws-trap-idx = 0 then
                               call 'system' using 'clear'
                           end-if
                           move RT-Key(ws-room-idx) to PreviousRoom
                           move RT-ExitTarget(ws-room-idx,ws-exit-idx) to CurrentRoom
                           add 1 to CastleTurn
                           if ws-trap-alarm > 0 then
                               perform TrapAlarm
                           else
                               perform WanderingCheck
                           end-if
                       end-if
                   end-if
               end-if
                           move WE-Room to WT-Room(WanderCount)
                           move WE-EnemyKey to WT-EnemyKey(WanderCount)
                           move WE-Chance to WT-Chance(WanderCount)
                           move function upper-case(WE-Period) to WT-Period(WanderCount)
                       end-if
                   end-read
               end-perform
           close EncounterFile
           exit section.

LoadTraps section.

           initialize TrapTable
           move spaces to ws-trap-status
           open input TrapFile
           if ws-trap-status = "00" then
               perform until ws-trap-status not = "00"
                   read TrapFile
                   at end
                       move "10" to ws-trap-status
                   not at end
                       if TR-Detect is numeric and TR-Disarm is numeric
                          and TR-Power is numeric then
                           if TrapCount >= 20 then
                               display "Warning: Traps.dat record ignored, trap table is full: " TR-Room
                           else
                               add 1 to TrapCount
                               move TR-Room to TT-Room(TrapCount)
                               move TR-Exit to TT-Exit(TrapCount)
                               move TR-Type to TT-Type(TrapCount)
                               move TR-Detect to TT-Detect(TrapCount)
                               move TR-Disarm to TT-Disarm(TrapCount)
                               move TR-Power to TT-Power(TrapCount)
                               move TR-EnemyKey to TT-EnemyKey(TrapCount)
                               move TR-Desc to TT-Desc(TrapCount)
                               move 0 to TT-Done(TrapCount)
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close TrapFile
           exit section.

TrapCheck section.

           move 0 to ws-trap-stop
           move 0 to ws-trap-alarm
           move 0 to ws-trap-idx
           perform varying Indx from 1 by 1 until Indx > TrapCount
               if TT-Room(Indx) = RT-Key(ws-room-idx) and TT-Done(Indx) = 0
                  and function lower-case(TT-Exit(Indx)) = ws-exit-lc then
                   move Indx to ws-trap-idx
                   exit perform
               end-if
           end-perform
           move 0 to Indx
           if ws-trap-idx = 0 then
               exit section
           end-if

           compute ws-trap-chance = 100 - TT-Detect(ws-trap-idx)
           evaluate PlayerClass
               when "Hunter" add 20 to ws-trap-chance
               when "Scholar" add 10 to ws-trap-chance
           end-evaluate
           perform ClampTrapChance
           compute RandomNumber = function random ()
           if RandomNumber * 100 < ws-trap-chance then
               move 1 to ws-trap-spotted
           else
               move 0 to ws-trap-spotted
           end-if
           if ws-trap-spotted = 0 then
               display "Something clicks underfoot..."
               perform SpringTrap
               exit section
           end-if

           display "You spot " function trim(TT-Desc(ws-trap-idx)) " on the way "
                   function trim(TT-Exit(ws-trap-idx)) "."
           display "Disarm it (D) or risk walking past it (R)?"
           perform GetInput
           move ws-script-line to choice
           if choice = "D" or "d" then
               compute ws-trap-chance = 100 - TT-Disarm(ws-trap-idx)
               evaluate PlayerClass
                   when "Hunter" add 15 to ws-trap-chance
                   when "Scholar" add 5 to ws-trap-chance
               end-evaluate
               perform ClampTrapChance
               compute RandomNumber = function random ()
               if RandomNumber * 100 < ws-trap-chance then
                   display "You disarm " function trim(TT-Desc(ws-trap-idx)) "."
                   move 1 to TT-Done(ws-trap-idx)
                   move "DISARMED" to ws-trap-outcome
                   move 0 to ws-event-qty
                   perform LogTrap
               else
                   display "Your hands slip and the trap goes off!"
                   perform SpringTrap
               end-if
           else
               compute RandomNumber = function random ()
               if RandomNumber * 100 < 50 then
                   display "You edge past it untouched."
                   move "AVOIDED" to ws-trap-outcome
                   move 0 to ws-event-qty
                   perform LogTrap
               else
                   display "You misjudge it and the trap goes off!"
                   perform SpringTrap
               end-if
           end-if
           move spaces to choice
           exit section.

SpringTrap section.

           move 1 to TT-Done(ws-trap-idx)
           evaluate TT-Type(ws-trap-idx)
               when "D"
                   compute ws-trap-damage = TT-Power(ws-trap-idx) * DifficultyMultiplier
                   subtract ws-trap-damage from Health
                   display "The " function trim(TT-Desc(ws-trap-idx)) " catches you for "
                           ws-trap-damage " damage!"
                   move "SPRUNG DAMAGE" to ws-trap-outcome
                   move ws-trap-damage to ws-event-qty
               when "P"
                   if TT-Power(ws-trap-idx) > 9 then
                       move 9 to PoisonTurns
                   else
                       if TT-Power(ws-trap-idx) > PoisonTurns then
                           move TT-Power(ws-trap-idx) to PoisonTurns
                       end-if
                   end-if
                   display "A needle pricks you and poison burns in your veins."
                   move "SPRUNG POISON" to ws-trap-outcome
                   move PoisonTurns to ws-event-qty
               when other
                   display "A bell clangs somewhere in the castle. Something is coming."
                   move ws-trap-idx to ws-trap-alarm
                   move "SPRUNG ALARM" to ws-trap-outcome
                   move 1 to ws-event-qty
           end-evaluate
           perform LogTrap
           if Health <= 0 then
               move 1 to ws-trap-stop
               move 0 to ws-trap-alarm
               move TT-Desc(ws-trap-idx)(1:25) to ws-death-cause
               perform GameOver
               move spaces to ws-death-cause
           end-if
           exit section.

ClampTrapChance section.

           if ws-trap-chance < 5 then
               move 5 to ws-trap-chance
           end-if
           if ws-trap-chance > 95 then
               move 95 to ws-trap-chance
           end-if
           exit section.

LogTrap section.

           move spaces to ws-audit-message
           string "Trap " function trim(TT-Desc(ws-trap-idx)) " at "
                  function trim(TT-Room(ws-trap-idx)) " "
                  function trim(TT-Exit(ws-trap-idx)) ": " ws-trap-outcome
                  delimited by size into ws-audit-message
           move "K" to ws-event-type
           move ws-trap-outcome to ws-event-key
           perform LogAudit
           exit section.

TrapAlarm section.

           move ws-trap-alarm to ws-trap-idx
           move 0 to ws-trap-alarm
           if Health <= 0 or TT-EnemyKey(ws-trap-idx) = spaces then
               exit section
           end-if
           move 1 to EnemyCount
           move TT-EnemyKey(ws-trap-idx) to ws-enemy-key
           move 1 to Indx
           perform SetEnemySlot
           move 0 to Indx
           display "Drawn by the alarm, a " function trim(EnemyName(1)) " bursts in!"
           move spaces to ws-audit-message
           string "Alarm trap brought " EnemyName(1)(1:25)
                  delimited by size into ws-audit-message
           perform LogAudit
           move 1 to InCombat
           call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion
           add CS-Rounds to CastleTurn
           if EnemyHealth(1) <= 0 and Health > 0 then
               add 1 to CombatsWon
           end-if
           perform GameOver
           exit section.

ReadClock section.

           call 'CastleClock' using CastleTurn,ws-clock-hour,ws-clock-night,ws-clock-text
           exit section.

WanderingCheck section.

           if Health <= 0 then
               exit section
           end-if
           move 0 to ws-wander-hit
           perform ReadClock
           perform varying ws-wander-idx from 1 by 1
                   until ws-wander-idx > WanderCount or ws-wander-hit = 1
               if WT-Room(ws-wander-idx) = CurrentRoom
                  and (WT-Period(ws-wander-idx) = space
                   or (WT-Period(ws-wander-idx) = "N" and ws-clock-night = 1)
                   or (WT-Period(ws-wander-idx) = "D" and ws-clock-night = 0)) then
                   compute ws-wander-chance = WT-Chance(ws-wander-idx)
                                            * DifficultyMultiplier
                   move "R" to EQ-TargetType
                   move CurrentRoom to EQ-Target
                   move "AMBUSH" to EQ-Field
                   move ws-wander-chance to EQ-Value
                   move 100 to EQ-Max
                   perform ApplyEventRule
                   move EQ-Value to ws-wander-chance
                   compute RandomNumber = function random ()
                   if RandomNumber * 100 < ws-wander-chance then
                       move 1 to ws-wander-hit
                              delimited by size into ws-audit-message
                       perform LogAudit
                       move 1 to InCombat
                       call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion
                       add CS-Rounds to CastleTurn
                       if EnemyHealth(1) <= 0 and Health > 0 then
                           add 1 to CombatsWon
                       end-if
KeyUnlock section.

           display LeftIntro1
           perform PickLock
           if IsLocked = 0 or ws-pick-slot > 0 then
               exit section
           end-if
           display "Search inventory for a key? (Y/N)"
           perform GetInput
           move ws-script-line to choice
           end-if
           exit section.

PickLock section.

           move 0 to ws-pick-slot
           perform varying Indx from 1 by 1 until Indx > 15
               if InventoryItem(Indx) = "Lockpick" and InventoryItemQty(Indx) > 0 then
                   move Indx to ws-pick-slot
                   exit perform
               end-if
           end-perform
           move 0 to Indx
           if ws-pick-slot = 0 then
               exit section
           end-if
           display "Try your lockpick on the lock? (Y/N)"
           perform GetInput
           move ws-script-line to choice
           if choice not = "Y" and choice not = "y" then
               move 0 to ws-pick-slot
               exit section
           end-if
           move 40 to ws-pick-chance
           evaluate PlayerClass
               when "Hunter" add 20 to ws-pick-chance
               when "Scholar" add 10 to ws-pick-chance
           end-evaluate
           compute RandomNumber = function random ()
           if RandomNumber * 100 < ws-pick-chance then
               move 0 to IsLocked
               display "The lock gives with a soft click."
               move "LOCK PICKED" to ws-trap-outcome
           else
               display "The pick skids off the wards; the door stays shut."
               move "PICK FAILED" to ws-trap-outcome
           end-if
           move spaces to ws-audit-message
           string "Lockpick on the way " function trim(RT-ExitName(ws-room-idx,ws-exit-idx))
                  " from " function trim(RT-Key(ws-room-idx)) ": " ws-trap-outcome
                  delimited by size into ws-audit-message
           move "K" to ws-event-type
           move ws-trap-outcome to ws-event-key
           move 0 to ws-event-qty
           perform LogAudit
           if IsLocked = 1 then
               compute RandomNumber = function random ()
               if RandomNumber * 100 < 35 then
                   display "Your lockpick snaps in the lock!"
                   move ws-pick-slot to Indx
                   perform ConsumeIngredient
                   move 0 to Indx
               end-if
           end-if
           move spaces to choice
           exit section.

LoadRooms section.

           initialize RoomTable
               move AName to BoughtName(ws-bought-count)
               if ws-bought-count >= ws-shop-slots and ws-shop-slots > 0 then
                   move "Pacifist Shopper" to ws-achievement-name
                   call 'Achieve' using ws-achievement-name,PlayerName,RunId
               end-if
           end-if
           move 0 to Indx
           display "                 " ws-map-l5
           display ws-map-l6 "                  " ws-map-l7
           display "(* marks where you stand, ? is unexplored)"
           perform ReadClock
           display "Castle time: " function trim(ws-clock-text)
           display "=================================="
           exit section.

           display "Welcome, " function trim(PlayerName)
           exit section.

RollPuzzle section.

           compute RandomNumber = function random ()
           compute PuzzleTurns = 1 + (RandomNumber * 5)
           if PuzzleTurns > 5 then
               move 5 to PuzzleTurns
           end-if
           if PuzzleTurns = 0 then
               move 1 to PuzzleTurns
           end-if
           compute RandomNumber = function random ()
           if RandomNumber > 0.50 then
               move "r" to PuzzleDir
           else
               move "l" to PuzzleDir
           end-if
           exit section.

StartDailyChallenge section.

           move function current-date to ws-current-date-data
           move spaces to ws-daily-date
           string ws-current-century ws-current-year ws-current-month ws-current-day
                  delimited by size into ws-daily-date
           move 0 to ws-daily-taken
           move spaces to ws-daily-status
           open input DailyAttemptFile
           if ws-daily-status = "00" then
               perform until ws-daily-status not = "00" or ws-daily-taken = 1
                   read DailyAttemptFile
                   at end
                       move "10" to ws-daily-status
                   not at end
                       if DA-Date = ws-daily-date and DA-Player = PlayerName then
                           move 1 to ws-daily-taken
                       end-if
                   end-read
               end-perform
           end-if
           close DailyAttemptFile
           if ws-daily-taken = 1 then
               display "You have already taken today's Daily Challenge; come back tomorrow."
               display "This will be an ordinary run."
               exit section
           end-if

           open extend DailyAttemptFile
           if ws-daily-status not = "00" then
               close DailyAttemptFile
               open output DailyAttemptFile
           end-if
           move spaces to DailyAttemptRec
           move ws-daily-date to DA-Date
           move PlayerName to DA-Player
           move RunId to DA-RunId
           write DailyAttemptRec
           if ws-daily-status not = "00" then
               move "DailyAttempts.dat" to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-daily-status
               close DailyAttemptFile
               display "The Daily Challenge is unavailable right now; this will be an ordinary run."
               exit section
           end-if
           close DailyAttemptFile

           move "D" to ws-run-mode
           perform SeedDailyRun
           display "Daily Challenge for " ws-daily-date ": Normal difficulty, Hunter class, one attempt."
           move spaces to ws-audit-message
           string "Daily Challenge " ws-daily-date " started" delimited by size into ws-audit-message
           perform LogAudit
           exit section.

SeedDailyRun section.

           move function current-date to ws-current-date-data
           move spaces to ws-daily-date
           string ws-current-century RunId(1:6) delimited by size into ws-daily-date
           if ws-daily-date is not numeric then
               move function current-date to ws-current-date-data
               move spaces to ws-daily-date
               string ws-current-century ws-current-year ws-current-month ws-current-day
                      delimited by size into ws-daily-date
           end-if
           move 1 to UseTestSeed
           move ws-daily-seed to TestSeedValue
           compute InitRandom = function random (TestSeedValue)
           perform RollPuzzle
           exit section.

ChooseClass section.

           if ws-run-mode = "D" then
               display "The Daily Challenge sends everyone out as a Hunter."
               move 1 to ValidResult
           else
               display "Choose a class:"
               display "1. Hunter  - a balanced stalker (Wooden Cudgel, 10 Gold)"
               display "2. Scholar - frail but deep in mana (Bandage, 15 Gold)"
               display "3. Knight  - tough and armoured (Leather Armor, 5 Gold)"
               move 1 to ValidMin
               move 3 to ValidMax
               move spaces to ValidWords
               call 'GetValid' using ValidMin,ValidMax,ValidWords,ValidResult,ValidWord
           end-if
           evaluate ValidResult
               when 1
                   move "Hunter" to PlayerClass
           display "You set out as a " function trim(PlayerClass) "."
           move spaces to ws-audit-message
           string "Class chosen: " PlayerClass delimited by size into ws-audit-message
           move "O" to ws-event-type
           move PlayerClass to ws-event-key
           move 1 to ws-event-qty
           move Gold to ws-event-gold
           perform LogAudit
           exit section.

               close WorkAuditFile
               exit section
           end-if
           move "Audit.txt" to ws-chain-name
           move ws-audit-chain-pos to ws-chain-pos
           call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
           if ws-chain-seq = 0 then
               move "AuditArchive.txt" to ws-chain-name
               call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
           end-if
           move ws-workaudit-name to ws-chain-name
           move 0 to ws-work-seq
           move 0 to ws-work-hash
           move 0 to ws-work-broken
           open extend AuditFile
           if ws-audit-status not = "00" then
               close AuditFile
               at end
                   move "10" to ws-workaudit-status
               not at end
                   move WorkAuditRec to ws-chain-line
                   perform ChainWorkLine
                   move ws-chain-line to AuditRec
                   write AuditRec
               end-read
           end-perform
               close WorkEventFile
               exit section
           end-if
           move "Events.dat" to ws-chain-name
           move ws-event-chain-pos to ws-chain-pos
           call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
           move ws-workevent-name to ws-chain-name
           move 0 to ws-work-seq
           move 0 to ws-work-hash
           move 0 to ws-work-broken
           open extend EventFile
           if ws-event-status not = "00" then
               close EventFile
               at end
                   move "10" to ws-workevent-status
               not at end
                   move WorkEventRec to ws-chain-line
                   perform ChainWorkLine
                   move ws-chain-line to EventRec
                   write EventRec
               end-read
           end-perform
           close WorkCombatLogFile
           exit section.

ChainWorkLine section.

           if ws-chain-line(ws-chain-pos:9) is numeric then
               move "V" to ws-chain-mode
               call 'ChainLink' using ws-chain-mode,ws-chain-line,ws-chain-pos,ws-work-seq,ws-work-hash,ws-chain-ok
               if ws-chain-ok = 0 and ws-work-broken = 0 then
                   move 1 to ws-work-broken
                   move ws-chain-name to ws-guard-file
                   move "CHAIN" to ws-guard-op
                   call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"CH"
               end-if
           end-if
           move "S" to ws-chain-mode
           call 'ChainLink' using ws-chain-mode,ws-chain-line,ws-chain-pos,ws-chain-seq,ws-chain-hash,ws-chain-ok
           exit section.

CleanShutdown section.

           perform MergeWorkFiles
           perform ReleaseSessionLock
           exit section.

ReadProfile section.

           move 0 to ws-prof-found
           move spaces to ws-profile-status
           open input ProfileFile
           if ws-profile-status = "00" then
               move PlayerName to PR-Name
               read ProfileFile key is PR-Name
               invalid key
                   move 0 to ws-prof-found
               not invalid key
                   move 1 to ws-prof-found
                   if PR-Runs is not numeric then
                       move 0 to PR-Runs
                   end-if
                   if PR-BestDifficulty is not numeric then
                       move 0 to PR-BestDifficulty
                   end-if
                   if PR-LastGold is not numeric then
                       move 0 to PR-LastGold
                   end-if
               end-read
           end-if
           close ProfileFile
           exit section.

OpenProfileUpdate section.

           move spaces to ws-profile-status
           open i-o ProfileFile
           if ws-profile-status = "35" then
               open output ProfileFile
               close ProfileFile
               open i-o ProfileFile
           end-if
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               close ProfileFile
               exit section
           end-if
           move PlayerName to PR-Name
           read ProfileFile key is PR-Name
           invalid key
               move 0 to ws-prof-found
               move PlayerName to PR-Name
               move 0 to PR-Runs
               move 0 to PR-BestDifficulty
               move 0 to PR-LastGold
           not invalid key
               move 1 to ws-prof-found
           end-read
           exit section.

SaveProfileRecord section.

           if ws-prof-found = 1 then
               rewrite ProfileRec
               move "REWRITE" to ws-guard-op
           else
               write ProfileRec
               move "WRITE" to ws-guard-op
           end-if
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
           end-if
           close ProfileFile
           exit section.

ShowProfile section.

           move 0 to ws-has-profile
           perform ReadProfile
           if ws-prof-found = 1 then
               move 1 to ws-has-profile
               move PR-Runs to ws-prof-runs
               move PR-BestDifficulty to ws-prof-best
               move PR-LastGold to ws-prof-gold
               display "=== Player Profile: " function trim(PlayerName) " ==="
               display "Runs completed: " ws-prof-runs
               display "Highest difficulty beaten: " ws-prof-best

UpdateProfile section.

           perform OpenProfileUpdate
           if ws-profile-status not = "00" then
               display "Warning: Profile.dat could not be updated, profile not recorded"
               exit section
           end-if

           if PR-Runs is not numeric then
               move 0 to PR-Runs
           end-if
           if PR-BestDifficulty is not numeric then
               move 0 to PR-BestDifficulty
           end-if
           add 1 to PR-Runs
           if DifficultyChoice = 0 then
               move 2 to DifficultyChoice
           end-if
           if DifficultyChoice > PR-BestDifficulty then
               move DifficultyChoice to PR-BestDifficulty
           end-if
           move Gold to PR-LastGold
           move PR-Runs to ws-prof-runs

           perform SaveProfileRecord
           display "Your legend grows: " ws-prof-runs " completed runs recorded for " function trim(PlayerName) "."
           exit section.

RegisterProfile section.

           perform OpenProfileUpdate
           if ws-profile-status not = "00" then
               exit section
           end-if
           if ws-prof-found = 0 then
               perform SaveProfileRecord
           else
               close ProfileFile
           end-if
           exit section.

           close AchFile
           exit section.

ShowBeastAffinity section.

           move spaces to ws-weak-list
           move spaces to ws-resist-list
           move 1 to ws-weak-ptr
           move 1 to ws-resist-ptr
           perform varying ws-type-idx from 1 by 1 until ws-type-idx > 4
               evaluate BF-Discovered(ws-type-idx:1)
                   when "W"
                       if ws-weak-ptr > 1 then
                           string ", " delimited by size into ws-weak-list
                                  with pointer ws-weak-ptr
                       end-if
                       string DT-Word(ws-type-idx) delimited by space into ws-weak-list
                              with pointer ws-weak-ptr
                   when "R"
                       if ws-resist-ptr > 1 then
                           string ", " delimited by size into ws-resist-list
                                  with pointer ws-resist-ptr
                       end-if
                       string DT-Word(ws-type-idx) delimited by space into ws-resist-list
                              with pointer ws-resist-ptr
               end-evaluate
           end-perform
           if ws-weak-ptr > 1 then
               display "    Weak to " function trim(ws-weak-list)
           end-if
           if ws-resist-ptr > 1 then
               display "    Resists " function trim(ws-resist-list)
           end-if
           exit section.

ShowBestiary section.

           move spaces to ws-bestiary-status
               exit section
           end-if
           display "=== Bestiary ==="
           move spaces to ws-beast-player
           perform ListBeastEntries
           if PlayerName not = spaces then
               move PlayerName to ws-beast-player
               perform ListBeastEntries
           end-if
           close BestiaryFile
           exit section.

ListBeastEntries section.

           move ws-beast-player to BF-Player
           move low-values to BF-Key
           start BestiaryFile key is >= BF-RecKey
           invalid key
               exit section
           end-start
           perform until ws-bestiary-status not = "00"
               read BestiaryFile next record
               at end
                   move "10" to ws-bestiary-status
               not at end
                   if BF-Player not = ws-beast-player then
                       move "10" to ws-bestiary-status
                   else
                   display function trim(BF-Name) ": met " BF-Encountered
                           " times, slain " BF-Defeated
                           " times, killed you " BF-KilledPlayer " times"
                   if BF-Discovered not = spaces then
                       perform ShowBeastAffinity
                   end-if
                   if BF-Defeated > 0 then
                       move BF-Key to ws-enemy-key
                       call 'LoadEnemy' using ws-enemy-key,EnemyMaster,ws-enemy-found
                   end-if
               end-read
           end-perform
           exit section.

Stats section.
 display "Class: " function trim(PlayerClass)
 if ws-run-mode = "D" then
     display "Mode: Daily Challenge " ws-daily-date
 end-if
 display "Level: " PlayerLevel " XP: " XP
 if BleedTurns > 0 then
     display "Status: Bleeding for " BleedTurns " more rounds"
 display "Weapon: " Weapon
 display "Armor: " Armor
 display "Gold: " Gold
 perform ReadClock
 display "Castle time: " function trim(ws-clock-text) ", turn " CastleTurn
 evaluate CO-Status
     when "A"
         display "Companion: " function trim(CO-Name) ", Health " CO-Health " of " CO-MaxHealth
                 ", Attack " CO-Attack ", Weapon " function trim(CO-Weapon)
     when "F"
         display "Companion: " function trim(CO-Name) " (fallen)"
 end-evaluate
 exit section.


           move CH-Drain to DrainTurns
           move CH-Stun to PlayerStunTurns
           move CH-EnemyCount to EnemyCount
           if CO-Status = "A" and CH-CompHealth is numeric then
               move CH-CompHealth to CO-Health
               if CO-Health <= 0 then
                   move "F" to CO-Status
               end-if
           end-if
           perform varying Indx from 1 by 1 until Indx > EnemyCount
               read CombatCkptFile
               if ws-ckpt-status = "00" then
           move 0 to Indx
           move 1 to InCombat
           move 1 to YourTurn
           call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion
           add CS-Rounds to CastleTurn
           perform ResumeAftermath
           exit section.

                   when "Crypt"
                       display "You have slain Dracula and escaped the castle."
                       move "Vampire Slayer" to ws-achievement-name
                       call 'Achieve' using ws-achievement-name,PlayerName,RunId
                       perform UpdateProfile
                       perform WriteSummary
                       perform UpdateLeaderboard

IronManDeath section.

           if ws-death-cause = spaces then
               move EnemyName(1)(1:25) to ws-death-cause
           end-if
           display "Death takes you in the dark. The " function trim(ws-death-cause)
                   " stands over your body."
           display "This iron-man run is over for good."
           string "Iron-man death to " ws-death-cause
                  delimited by size into ws-audit-message
           perform LogAudit
           move "IRONMAN" to ws-notify-type
           move "DEATH" to ws-notify-key
           move spaces to ws-notify-message
           string function trim(PlayerName) "'s iron-man run ended in death to the "
                  function trim(ws-death-cause) " with " Gold " gold"
                  delimited by size into ws-notify-message
           call 'Notify' using ws-notify-type,PlayerName,RunId,ws-notify-key,
                               ws-notify-message
           perform UpdateLeaderboard
           move "DEATH" to ws-run-end
           perform WriteRunMaster
           move ws-summary-line to SummaryRec
           write SummaryRec

           perform ReadClock
           move spaces to ws-summary-line
           string "Ended At: " function trim(ws-clock-text) ", turn " CastleTurn
                  delimited by size into ws-summary-line
           move ws-summary-line to SummaryRec
           write SummaryRec

           if CO-Status not = space then
               move spaces to ws-summary-line
               if CO-Status = "A" then
                   string "Companion: " function trim(CO-Name) ", Health " CO-Health
                          " of " CO-MaxHealth
                          delimited by size into ws-summary-line
               else
                   string "Companion: " function trim(CO-Name) " (fallen)"
                          delimited by size into ws-summary-line
               end-if
               move ws-summary-line to SummaryRec
               write SummaryRec
           end-if

           move "Rooms Visited:" to SummaryRec
           write SummaryRec
           if Visited-Room1 = 1 then
                  remainder ws-elapsed-ss
           move 0 to ListLength
           perform Inventorylength
           move spaces to ws-board-line
           string ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ":" ws-current-second
                  " Gold: " Gold " Combats Won: " CombatsWon
                  " Player: " PlayerName
                  " Mode: " ws-run-mode
                  " Cause: " ws-death-cause
                  " Run: " RunId
                  " Event: " ws-active-event
                  delimited by size into ws-board-line
           if ws-run-mode = "D" then
               open extend DailyBoardFile
               if ws-dailyboard-status not = "00" then
                   close DailyBoardFile
                   open output DailyBoardFile
               end-if
               move ws-board-line to DailyBoardRec
               write DailyBoardRec
               close DailyBoardFile
               exit section
           end-if
           open extend LeaderboardFile
           if ws-leaderboard-status not = "00" then
               close LeaderboardFile
               open output LeaderboardFile
           end-if
           move ws-board-line to LeaderboardRec
           write LeaderboardRec
           close LeaderboardFile
           perform CheckTopTen
           exit section.

CheckTopTen section.

           call 'LeaderRank'
           move spaces to ws-topten-view
           move spaces to ws-topten-key
           string "Run: " RunId delimited by size into ws-topten-key
           move spaces to ws-leaderreport-status
           open input LeaderReportFile
           if ws-leaderreport-status not = "00" then
               close LeaderReportFile
               exit section
           end-if
           perform until ws-leaderreport-status not = "00"
               read LeaderReportFile
               at end
                   move "10" to ws-leaderreport-status
               not at end
                   evaluate true
                       when LeaderReportRec(1:15) = "Top 10 by Gold:"
                           move "by gold" to ws-topten-view
                       when LeaderReportRec(1:20) = "Top 10 fastest runs:"
                           move "for speed" to ws-topten-view
                       when LeaderReportRec(1:19) = "Top 10 by composite"
                           move "by score" to ws-topten-view
                       when LeaderReportRec(1:20) = "Iron-man casualties:"
                           move "10" to ws-leaderreport-status
                       when ws-topten-view not = spaces
                            and LeaderReportRec(1:2) is numeric
                           move 0 to ws-topten-hits
                           inspect LeaderReportRec tallying ws-topten-hits
                                   for all ws-topten-key
                           if ws-topten-hits > 0 then
                               move "TOPTEN" to ws-notify-type
                               move ws-topten-view to ws-notify-key
                               move spaces to ws-notify-message
                               string function trim(PlayerName) " entered the top 10 "
                                      function trim(ws-topten-view) " at #"
                                      LeaderReportRec(1:2) " with " Gold " gold"
                                      delimited by size into ws-notify-message
                               call 'Notify' using ws-notify-type,PlayerName,RunId,
                                                   ws-notify-key,ws-notify-message
                           end-if
                   end-evaluate
               end-read
           end-perform
           close LeaderReportFile
           exit section.

CheckSaveExists section.
           close SaveFile
           exit section.

LoadConfigVersion section.

           move 0 to ws-config-version
           move spaces to ws-cfgver-status
           open input ConfigVersionFile
           if ws-cfgver-status = "00" then
               perform until ws-cfgver-status not = "00"
                   read ConfigVersionFile
                   at end
                       move "10" to ws-cfgver-status
                   not at end
                       if CV-Version is numeric then
                           move CV-Version to ws-config-version
                       end-if
                   end-read
               end-perform
           end-if
           close ConfigVersionFile
           exit section.

WriteRunMaster section.

           move 0 to ws-rooms-count
           move CombatsWon to RM-CombatsWon
           move ws-rooms-count to RM-Rooms
           move ws-run-end to RM-End
           move ws-config-version to RM-ConfigVer
           move PlayerClass to RM-Class
           move ws-active-event to RM-EventId
           move CastleTurn to RM-EndTurn
           write RunMasterRec
           if ws-runmaster-status not = "00" then
               move "RunMaster.dat" to ws-guard-file
           exit section
       end-if

       move 0 to ws-save-sum
       move 0 to ws-save-recs
       move spaces to SaveRawRec
       move "SAVHDR" to SH-Tag
       move ws-save-layout to SH-Version
       call 'SaveSum' using SaveRawRec, ws-save-sum
       write SaveHeaderRec

       move spaces to SaveRawRec
       move CurrentRoom to SP-CurrentRoom
       move PreviousRoom to SP-PreviousRoom
       move Health to SP-Health
       move DeathCount to SP-Deaths
       move PlayerClass to SP-Class
       move IronMan to SP-IronMan
       move ws-run-mode to SP-RunMode
       move CastleTurn to SP-CastleTurn
       move CO-Status to SP-CompStatus
       move CO-Key to SP-CompKey
       move CO-Health to SP-CompHealth
       call 'SaveSum' using SaveRawRec, ws-save-sum
       add 1 to ws-save-recs
       write SavePlayerRec

       move spaces to SaveRawRec
       move "FLAGS" to SF-Tag
       move IsLocked to SF-IsLocked
       move Solved to SF-Solved
       move QuestFetch to SF-QuestFetch
       move QuestHunt to SF-QuestHunt
       move MinionSlain to SF-MinionSlain
       call 'SaveSum' using SaveRawRec, ws-save-sum
       add 1 to ws-save-recs
       write SaveFlagsRec

       perform varying Indx from 1 by 1 until Indx>15
           move spaces to SaveRawRec
           move InventoryItemIndex(Indx) to SI-Index
           move InventoryItem(Indx) to SI-Item
           move InventoryItemType(Indx) to SI-Type
           move InventoryItemHealPoints(Indx) to SI-Heal
           move InventoryItemQty(Indx) to SI-Qty
           move InventoryItemDurability(Indx) to SI-Durability
           call 'SaveSum' using SaveRawRec, ws-save-sum
           add 1 to ws-save-recs
           write SaveInvRec
       end-perform

       move spaces to SaveRawRec
       move "SAVTRL" to ST-Tag
       move ws-save-recs to ST-Count
       move ws-save-sum to ST-Checksum
       write SaveTrailerRec

       if ws-save-status not = "00" then
           move 0 to ws-save-ok
           move ws-save-name to ws-guard-file
       move 0 to return-code
       call "CBL_RENAME_FILE" using ws-savetmp-name, ws-save-name
       if return-code = 0 then
           if ws-save-quiet = 0 then
               display "Game saved."
           end-if
       else
           move ws-save-name to ws-guard-file
           move "RENAME" to ws-guard-op
       call "GetInput" using ws-script-line
       exit section.

ReportProblem section.

           move spaces to ws-ticket-inputs
           call "GetRecent" using "LIST",ws-script-line,ws-ticket-inputs
           display "Describe the problem in one line (blank to cancel):"
           perform GetInput
           move ws-script-line to ws-ticket-desc
           if ws-ticket-desc = spaces then
               display "Report cancelled"
               exit section
           end-if

           move 0 to ws-ticket-number
           move spaces to ws-ticket-status
           open input TicketFile
           if ws-ticket-status = "00" then
               perform until ws-ticket-status not = "00"
                   read TicketFile
                   at end
                       move "10" to ws-ticket-status
                   not at end
                       if TK-Number is numeric and TK-Number > ws-ticket-number then
                           move TK-Number to ws-ticket-number
                       end-if
                   end-read
               end-perform
           end-if
           close TicketFile
           add 1 to ws-ticket-number

           move function current-date to ws-current-date-data
           open extend TicketFile
           if ws-ticket-status not = "00" then
               close TicketFile
               open output TicketFile
           end-if
           if ws-ticket-status not = "00" then
               move "Tickets.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-ticket-status
               close TicketFile
               display "Your report could not be recorded, please tell us another way."
               exit section
           end-if
           move spaces to TicketRec
           move ws-ticket-number to TK-Number
           move "O" to TK-Status
           string ws-current-year "-" ws-current-month "-" ws-current-day
                  delimited by size into TK-Date
           string ws-current-hours ":" ws-current-minute ":" ws-current-second
                  delimited by size into TK-Time
           move PlayerName to TK-Player
           move RunId to TK-RunId
           move CurrentRoom to TK-Room
           if Health > 0 then
               move Health to TK-Health
           else
               move 0 to TK-Health
           end-if
           move Gold to TK-Gold
           move Weapon to TK-Weapon
           move Armor to TK-Armor
           if UseTestSeed = 1 then
               move ws-test-seed-env to TK-Seed
           end-if
           move ws-ticket-desc to TK-Description
           perform varying ws-recent-idx from 1 by 1 until ws-recent-idx > 8
               move ws-ticket-inputs((ws-recent-idx - 1) * 20 + 1:20) to TK-Inputs(ws-recent-idx)
           end-perform
           perform varying Indx from 1 by 1 until Indx > 15
               move InventoryItem(Indx) to TK-InvItem(Indx)
               move InventoryItemQty(Indx) to TK-InvQty(Indx)
           end-perform
           move 0 to Indx
           write TicketRec
           if ws-ticket-status not = "00" then
               move "Tickets.dat" to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-ticket-status
           end-if
           close TicketFile

           move ws-save-name to ws-ticket-keep
           move spaces to ws-ticket-save
           string "TicketSave-" ws-ticket-number ".txt" delimited by size into ws-ticket-save
           move ws-ticket-save to ws-save-name
           move 1 to ws-save-quiet
           perform SaveGame
           move 0 to ws-save-quiet
           move ws-ticket-keep to ws-save-name

           display "Thank you. Ticket " ws-ticket-number " has been opened."
           move spaces to ws-audit-message
           string "Opened support ticket " ws-ticket-number delimited by size
                  into ws-audit-message
           perform LogAudit
           exit section.

LoadMessages section.

       move "INV-HEADER" to MsgKey
LoadGame section.

       move 0 to ws-has-save
       perform VerifySave
       if ws-save-refused = 1 then
           exit section
       end-if
       open input SaveFile
       if ws-save-status = "00" then
           read SaveFile
           read SaveFile
           if ws-save-status = "00" then
               move SP-CurrentRoom to CurrentRoom
                       move "I" to ws-run-mode
                   end-if
               end-if
               if SP-RunMode = "D" then
                   move "D" to ws-run-mode
                   perform SeedDailyRun
               end-if
               if SP-CastleTurn is numeric then
                   move SP-CastleTurn to CastleTurn
               end-if
               initialize Companion
               if (SP-CompStatus = "A" or SP-CompStatus = "F")
                  and SP-CompKey not = spaces then
                   move SP-CompKey to CO-Key
                   perform BuildCompanion
                   move SP-CompStatus to CO-Status
                   move 0 to CO-Health
                   if SP-CompHealth is numeric then
                       move SP-CompHealth to CO-Health
                   end-if
                   if CO-Health > CO-MaxHealth then
                       move CO-MaxHealth to CO-Health
                   end-if
                   if CO-Health <= 0 then
                       move "F" to CO-Status
                   end-if
               end-if
               move 1 to ws-has-save
           end-if
           move 0 to ws-flags-found
       move 0 to Indx
       exit section.

VerifySave section.

       move 0 to ws-save-refused
       move spaces to ws-save-reason
       move spaces to ws-save-status
       open input SaveFile
       if ws-save-status not = "00" then
           close SaveFile
           exit section
       end-if
       move 0 to ws-save-sum
       move 0 to ws-save-recs
       read SaveFile
       at end
           move "the file is empty" to ws-save-reason
       end-read
       if ws-save-reason = spaces then
           evaluate true
               when SH-Tag not = "SAVHDR"
                   move "it has no layout header (older save layout); SaveMigrate must upgrade it first"
                     to ws-save-reason
               when SH-Version is not numeric
                   move "its layout header is damaged" to ws-save-reason
               when SH-Version > ws-save-layout
                   string "it was written with layout " SH-Version
                          ", newer than this game supports (" ws-save-layout ")"
                          delimited by size into ws-save-reason
               when SH-Version < ws-save-layout
                   string "it uses layout " SH-Version
                          "; SaveMigrate must upgrade it to layout " ws-save-layout
                          delimited by size into ws-save-reason
           end-evaluate
       end-if
       if ws-save-reason = spaces then
           call 'SaveSum' using SaveRawRec, ws-save-sum
           perform until ws-save-status not = "00"
               read SaveFile
               at end
                   move "the trailer record is missing (the file is truncated)"
                     to ws-save-reason
                   move "10" to ws-save-status
               not at end
                   if ST-Tag = "SAVTRL" then
                       move "10" to ws-save-status
                       evaluate true
                           when ST-Count is not numeric or ST-Checksum is not numeric
                               move "its trailer record is damaged" to ws-save-reason
                           when ST-Count not = ws-save-recs
                               string "the trailer expects " ST-Count
                                      " records but the file holds " ws-save-recs
                                      delimited by size into ws-save-reason
                           when ST-Checksum not = ws-save-sum
                               string "the checksum does not match (expected "
                                      ST-Checksum ", found " ws-save-sum ")"
                                      delimited by size into ws-save-reason
                       end-evaluate
                   else
                       add 1 to ws-save-recs
                       call 'SaveSum' using SaveRawRec, ws-save-sum
                   end-if
               end-read
           end-perform
       end-if
       close SaveFile
       if ws-save-reason not = spaces then
           move 1 to ws-save-refused
           display "Your saved game " function trim(ws-save-name) " cannot be loaded:"
           display "  " function trim(ws-save-reason) "."
           display "The save file has been left untouched."
           move ws-save-name to ws-guard-file
           move "VERIFY" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"CK"
       end-if
       exit section.


