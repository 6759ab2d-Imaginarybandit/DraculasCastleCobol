       >>SOURCE FORMAT FREE
identification division.
program-id. CapacityRpt.
environment division.
input-output section.
file-control.
       select ScanFile assign to ws-scan-name
       organization is line sequential
       access is sequential
       file status is ws-scan-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is sequential
       record key is PR-Name
       file status is ws-profile-status.

       select BestiaryFile assign to "Bestiary.dat"
       organization is indexed
       access is sequential
       record key is BF-RecKey
       file status is ws-bestiary-status.

       select CapacityFile assign to "CapacityReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-capacity-status.

data division.
file section.
fd ScanFile.

 01 ScanRec pic x(600).

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

fd CapacityFile.

 01 CapacityRec pic x(132).

working-storage section.
01 ws-scan-status pic xx value spaces.
01 ws-profile-status pic xx value spaces.
01 ws-bestiary-status pic xx value spaces.
01 ws-capacity-status pic xx value spaces.
01 ws-scan-name pic x(40) value spaces.
01 ws-report-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "CapacityRpt".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-warn-env pic x(9) value spaces.
01 ws-warn-pct pic 9(3) value 80.
01 ws-entry-idx pic 9(3) value 0.
01 ws-value-idx pic 9(4) value 0.
01 ws-scan-value pic x(40) value spaces.
01 ws-filt-hits pic 9(2) value 0.
01 ws-file-prefix pic x(20) value spaces.
01 ws-group-idx pic 9(4) value 0.
01 ws-scan-keep pic 9(1) value 0.
01 ws-scan-missing pic 9(1) value 0.
01 ws-stash-count pic 9(7) value 0.
01 ws-warning-count pic 9(3) value 0.
01 ws-over-count pic 9(3) value 0.
01 ws-unbounded-count pic 9(3) value 0.
01 ws-missing-count pic 9(3) value 0.
01 ws-limit-disp pic zzzz9.
01 ws-used-disp pic zzzzzz9.
01 ws-pct-disp pic zzzz9.
01 ws-pct-text pic x(7) value spaces.
01 ws-limit-text pic x(6) value spaces.

01 ws-cap-file pic x(20) value spaces.
01 ws-cap-program pic x(15) value spaces.
01 ws-cap-table pic x(16) value spaces.
01 ws-cap-basis pic x(18) value spaces.
01 ws-cap-limit pic 9(5) value 0.
01 ws-cap-measure pic x(1) value spaces.
01 ws-cap-pos pic 9(3) value 0.
01 ws-cap-len pic 9(2) value 0.
01 ws-cap-filt-pos pic 9(3) value 0.
01 ws-cap-filt-op pic x(1) value spaces.
01 ws-cap-filt-val pic x(8) value spaces.
01 ws-cap-grp-pos pic 9(3) value 0.
01 ws-cap-grp-len pic 9(2) value 0.

01 CapacityTable.
       02 CapCount pic 9(3) value 0.
       02 CapEntry occurs 80 times.
           03 CE-File pic x(20).
           03 CE-Program pic x(15).
           03 CE-Table pic x(16).
           03 CE-Basis pic x(18).
           03 CE-Limit pic 9(5).
           03 CE-Measure pic x(1).
           03 CE-Pos pic 9(3).
           03 CE-Len pic 9(2).
           03 CE-FiltPos pic 9(3).
           03 CE-FiltOp pic x(1).
           03 CE-FiltVal pic x(8).
           03 CE-GrpPos pic 9(3).
           03 CE-GrpLen pic 9(2).
           03 CE-Used pic 9(7).
           03 CE-Pct pic 9(5).
           03 CE-Status pic x(10).
           03 CE-Peak pic x(25).

01 ValueTable.
       02 VT-Count pic 9(4) value 0.
       02 VT-Full pic 9(1) value 0.
       02 ValueEntry occurs 9999 times.
           03 VT-Value pic x(40).
           03 VT-Hits pic 9(7).
01 GroupTable.
       02 GT-Count pic 9(4) value 0.
       02 GroupEntry occurs 9999 times.
           03 GT-Value pic x(15).
           03 GT-Hits pic 9(7).

procedure division.

       accept ws-warn-env from environment "CAPACITY_WARN"
       if function trim(ws-warn-env) is numeric
          and function trim(ws-warn-env) not = spaces then
           move function numval(ws-warn-env) to ws-warn-pct
       end-if
       if ws-warn-pct = 0 or ws-warn-pct > 100 then
           move 80 to ws-warn-pct
       end-if

       perform BuildCatalogue
       perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > CapCount
           perform MeasureEntry
           perform RateEntry
       end-perform

       open output CapacityFile
       if ws-capacity-status not = "00" then
           move "CapacityReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-capacity-status
           close CapacityFile
           move 8 to return-code
           goback
       end-if
       move "=== Table Capacity High-Water-Mark Report ===" to CapacityRec
       write CapacityRec
       move spaces to ws-report-line
       string "Warning threshold: " ws-warn-pct "% of a table's limit"
              delimited by size into ws-report-line
       move ws-report-line to CapacityRec
       write CapacityRec
       move spaces to CapacityRec
       write CapacityRec
       move spaces to ws-report-line
       string "File                 Program         Table            Counts             "
              " Limit    Used  %Used  Status      Peak"
              delimited by size into ws-report-line
       move ws-report-line to CapacityRec
       write CapacityRec
       perform varying ws-entry-idx from 1 by 1 until ws-entry-idx > CapCount
           perform WriteEntryLine
       end-perform

       move spaces to CapacityRec
       write CapacityRec
       move spaces to ws-report-line
       string "Tables checked: " CapCount
              "  at or above threshold: " ws-warning-count
              "  over limit: " ws-over-count
              "  unbounded: " ws-unbounded-count
              "  files not found: " ws-missing-count
              delimited by size into ws-report-line
       move ws-report-line to CapacityRec
       write CapacityRec
       if ws-warning-count = 0 and ws-over-count = 0 then
           move "No table is near its limit" to CapacityRec
       else
           move "Raise the flagged table limits before the files grow further" to CapacityRec
       end-if
       write CapacityRec
       close CapacityFile

       display "Capacity report written to CapacityReport.txt (" ws-warning-count
               " near limit, " ws-over-count " over limit)"
       if ws-warning-count > 0 or ws-over-count > 0 then
           move 4 to return-code
       else
           move 0 to return-code
       end-if
       goback.

BuildCatalogue section.

           initialize CapacityTable

           move "Rooms.dat" to ws-cap-file
           move "Area1" to ws-cap-program
           move "RoomTable" to ws-cap-table
           move 12 to ws-cap-limit
           perform AddRecordCount
           move "ConfigCheck" to ws-cap-program
           move "RK-Entry" to ws-cap-table
           move 12 to ws-cap-limit
           perform AddRecordCount
           move "TicketDesk" to ws-cap-program
           move "RoomEntry" to ws-cap-table
           move 100 to ws-cap-limit
           perform AddRecordCount

           move "ItemMaster.dat" to ws-cap-file
           move "LoadItem" to ws-cap-program
           move "ItemCacheEntry" to ws-cap-table
           move 500 to ws-cap-limit
           perform FilterActiveItems
           perform AddRecordCount
           move "ConfigCheck" to ws-cap-program
           move "IK-Name" to ws-cap-table
           move 30 to ws-cap-limit
           perform FilterActiveItems
           perform AddRecordCount
           move "DataMaint" to ws-cap-program
           move "ItemEntry" to ws-cap-table
           move 30 to ws-cap-limit
           perform AddRecordCount
           move "SaveAnomaly" to ws-cap-program
           move "ItemEntry" to ws-cap-table
           move 500 to ws-cap-limit
           perform AddRecordCount
           move "ShopRestock" to ws-cap-program
           move "StockEntry" to ws-cap-table
           move 20 to ws-cap-limit
           perform FilterShopItems
           perform AddRecordCount
           move "Area1" to ws-cap-program
           move "ItemName" to ws-cap-table
           move 10 to ws-cap-limit
           perform FilterShopItems
           perform AddRecordCount

           move "Enemies.dat" to ws-cap-file
           move "LoadEnemy" to ws-cap-program
           move "EnemyCacheEntry" to ws-cap-table
           move 200 to ws-cap-limit
           perform FilterActiveEnemies
           perform AddRecordCount
           move "ConfigCheck" to ws-cap-program
           move "EK-Entry" to ws-cap-table
           move 20 to ws-cap-limit
           perform FilterActiveEnemies
           perform AddRecordCount
           move "BalanceReport" to ws-cap-program
           move "EnemyEntry" to ws-cap-table
           move 20 to ws-cap-limit
           perform FilterActiveEnemies
           perform AddRecordCount
           move "DataMaint" to ws-cap-program
           move "EnemyEntry" to ws-cap-table
           move 20 to ws-cap-limit
           perform AddRecordCount
           move "MasterRebuild" to ws-cap-program
           move "NameEntry" to ws-cap-table
           move 200 to ws-cap-limit
           perform AddRecordCount

           move "Spells.dat" to ws-cap-file
           move "LoadSpell" to ws-cap-program
           move "SpellCacheEntry" to ws-cap-table
           move 100 to ws-cap-limit
           perform AddRecordCount
           move "SaveAnomaly" to ws-cap-program
           move "SpellEntry" to ws-cap-table
           move 100 to ws-cap-limit
           perform AddRecordCount
           move "DataMaint" to ws-cap-program
           move "SpellEntry" to ws-cap-table
           move 30 to ws-cap-limit
           perform AddRecordCount

           move "Companions.dat" to ws-cap-file
           move "LoadCompanion" to ws-cap-program
           move "CompanionCache" to ws-cap-table
           move 20 to ws-cap-limit
           perform AddRecordCount

           move "Dialogue.dat" to ws-cap-file
           move "Dialogue" to ws-cap-program
           move "NodeEntry" to ws-cap-table
           move 40 to ws-cap-limit
           perform AddRecordCount
           move "ConfigCheck" to ws-cap-program
           move "DN-Entry" to ws-cap-table
           move 80 to ws-cap-limit
           perform AddRecordCount

           move "Encounters.dat" to ws-cap-file
           move "Area1" to ws-cap-program
           move "WanderEntry" to ws-cap-table
           move 20 to ws-cap-limit
           perform AddRecordCount

           move "Traps.dat" to ws-cap-file
           move "Area1" to ws-cap-program
           move "TrapEntry" to ws-cap-table
           move 20 to ws-cap-limit
           perform AddRecordCount

           move "Recipes.dat" to ws-cap-file
           move "Area1" to ws-cap-program
           move "CraftEntry" to ws-cap-table
           move 10 to ws-cap-limit
           perform AddRecordCount

           move "BossPhases.dat" to ws-cap-file
           move "Combat" to ws-cap-program
           move "PhaseEntry" to ws-cap-table
           move "phases per boss" to ws-cap-basis
           move 3 to ws-cap-limit
           move 1 to ws-cap-pos
           move 15 to ws-cap-len
           perform AddPeakCount
           move "MasterRebuild" to ws-cap-program
           move "NameEntry" to ws-cap-table
           move 50 to ws-cap-limit
           perform AddRecordCount

           move "EventRules.dat" to ws-cap-file
           move "EventRule" to ws-cap-program
           move "RuleCacheEntry" to ws-cap-table
           move 200 to ws-cap-limit
           perform AddRecordCount

           move "Messages-EN.txt" to ws-cap-file
           move "GetMsg" to ws-cap-program
           move "MsgEntry" to ws-cap-table
           move 100 to ws-cap-limit
           perform AddRecordCount
           move "Messages-ES.txt" to ws-cap-file
           move "GetMsg" to ws-cap-program
           move "MsgEntry" to ws-cap-table
           move 100 to ws-cap-limit
           perform AddRecordCount

           move "Operators.dat" to ws-cap-file
           move "OperSignOn" to ws-cap-program
           move "OperatorEntry" to ws-cap-table
           move 50 to ws-cap-limit
           perform AddRecordCount
           move "OperMaint" to ws-cap-program
           move "OperatorEntry" to ws-cap-table
           move 50 to ws-cap-limit
           perform AddRecordCount

           move "Profile.dat" to ws-cap-file
           move "Area1" to ws-cap-program
           move "ProfileTable" to ws-cap-table
           move 0 to ws-cap-limit
           perform AddRecordCount
           move "Reconcile" to ws-cap-program
           move "PL-Name" to ws-cap-table
           move 20 to ws-cap-limit
           perform AddRecordCount
           move "PlayerStatement" to ws-cap-program
           move "StatementEntry" to ws-cap-table
           move 500 to ws-cap-limit
           perform AddRecordCount
           move "BackupGen" to ws-cap-program
           move "TargetName" to ws-cap-table
           move 21 to ws-cap-limit
           perform AddRecordCount

           move "Stash-*.txt" to ws-cap-file
           move "Area1" to ws-cap-program
           move "StashSlot" to ws-cap-table
           move "items per stash" to ws-cap-basis
           move 10 to ws-cap-limit
           move "P" to ws-cap-measure
           perform AddEntry

           move "Bestiary.dat" to ws-cap-file
           move "Combat" to ws-cap-program
           move "BeastEntry" to ws-cap-table
           move 0 to ws-cap-limit
           perform AddRecordCount

           move "Achievements.dat" to ws-cap-file
           move "MasterRebuild" to ws-cap-program
           move "AchEntry" to ws-cap-table
           move 2000 to ws-cap-limit
           perform AddRecordCount

           move "Leaderboard.txt" to ws-cap-file
           move "LeaderRank" to ws-cap-program
           move "RunEntry" to ws-cap-table
           move 100 to ws-cap-limit
           perform AddRecordCount
           move "SeasonClose" to ws-cap-program
           move "RunEntry" to ws-cap-table
           move 100 to ws-cap-limit
           perform AddRecordCount
           move "OpsReport" to ws-cap-program
           move "PlayerEntry" to ws-cap-table
           move "distinct players" to ws-cap-basis
           move 20 to ws-cap-limit
           move 120 to ws-cap-pos
           move 15 to ws-cap-len
           perform AddDistinctCount

           move "DailyLeaderboard.txt" to ws-cap-file
           move "DailyRank" to ws-cap-program
           move "DailyEntry" to ws-cap-table
           move 2000 to ws-cap-limit
           perform AddRecordCount
           move "DailyWinners.dat" to ws-cap-file
           move "DailyRank" to ws-cap-program
           move "WinnerEntry" to ws-cap-table
           move 2000 to ws-cap-limit
           perform AddRecordCount

           move "SuspectRuns.dat" to ws-cap-file
           move "LeaderRank" to ws-cap-program
           move "SuspectRunId" to ws-cap-table
           move 2000 to ws-cap-limit
           perform AddRecordCount
           move "DailyRank" to ws-cap-program
           move "SuspectRunId" to ws-cap-table
           move 2000 to ws-cap-limit
           perform AddRecordCount
           move "SaveAnomaly" to ws-cap-program
           move "SuspectRunId" to ws-cap-table
           move 2000 to ws-cap-limit
           perform AddRecordCount

           move "RunMaster.dat" to ws-cap-file
           move "ActivityReport" to ws-cap-program
           move "ActivityWork" to ws-cap-table
           move "distinct players" to ws-cap-basis
           move 0 to ws-cap-limit
           move 14 to ws-cap-pos
           move 15 to ws-cap-len
           perform AddDistinctCount
           move "PlayerStatement" to ws-cap-program
           move "RunIdEntry" to ws-cap-table
           move "runs per player" to ws-cap-basis
           move 2000 to ws-cap-limit
           move 14 to ws-cap-pos
           move 15 to ws-cap-len
           perform AddPeakCount

           move "RetiredPlayers.dat" to ws-cap-file
           move "MasterRebuild" to ws-cap-program
           move "RT-Player" to ws-cap-table
           move "retired players" to ws-cap-basis
           move 500 to ws-cap-limit
           move 10 to ws-cap-pos
           move 15 to ws-cap-len
           move 26 to ws-cap-filt-pos
           move "E" to ws-cap-filt-op
           move "P" to ws-cap-filt-val
           perform AddDistinctCount

           move "Events.dat" to ws-cap-file
           move "Reconcile" to ws-cap-program
           move "LedgerEntry" to ws-cap-table
           move "items per run" to ws-cap-basis
           move 30 to ws-cap-limit
           move 50 to ws-cap-pos
           move 25 to ws-cap-len
           move 19 to ws-cap-grp-pos
           move 12 to ws-cap-grp-len
           move 48 to ws-cap-filt-pos
           move "I" to ws-cap-filt-op
           move "PBDUSTF" to ws-cap-filt-val
           perform AddGroupPeak
           move "GoldLedger" to ws-cap-program
           move "GoldLedgerRuns" to ws-cap-table
           move "distinct runs" to ws-cap-basis
           move 0 to ws-cap-limit
           move 19 to ws-cap-pos
           move 12 to ws-cap-len
           perform AddDistinctCount
           move "RunTimeline" to ws-cap-program
           move "EventEntry" to ws-cap-table
           move "events per run" to ws-cap-basis
           move 5000 to ws-cap-limit
           move 19 to ws-cap-pos
           move 12 to ws-cap-len
           perform AddPeakCount
           move "FunnelReport" to ws-cap-program
           move "EndRoomEntry" to ws-cap-table
           move "rooms visited" to ws-cap-basis
           move 200 to ws-cap-limit
           move 50 to ws-cap-pos
           move 25 to ws-cap-len
           move 48 to ws-cap-filt-pos
           move "E" to ws-cap-filt-op
           move "V" to ws-cap-filt-val
           perform AddDistinctCount

           move "Audit.txt" to ws-cap-file
           move "RunTimeline" to ws-cap-program
           move "AuditEntry" to ws-cap-table
           move "lines per run" to ws-cap-basis
           move 5000 to ws-cap-limit
           move 19 to ws-cap-pos
           move 12 to ws-cap-len
           perform AddPeakCount
           move "AuditArchive.txt" to ws-cap-file
           move "RunTimeline" to ws-cap-program
           move "AuditEntry" to ws-cap-table
           move "lines per run" to ws-cap-basis
           move 5000 to ws-cap-limit
           move 19 to ws-cap-pos
           move 12 to ws-cap-len
           perform AddPeakCount

           move "CombatLog.txt" to ws-cap-file
           move "RunTimeline" to ws-cap-program
           move "CombatEntry" to ws-cap-table
           move "lines per run" to ws-cap-basis
           move 5000 to ws-cap-limit
           move 19 to ws-cap-pos
           move 12 to ws-cap-len
           perform AddPeakCount
           move "CombatLogArchive.txt" to ws-cap-file
           move "RunTimeline" to ws-cap-program
           move "CombatEntry" to ws-cap-table
           move "lines per run" to ws-cap-basis
           move 5000 to ws-cap-limit
           move 19 to ws-cap-pos
           move 12 to ws-cap-len
           perform AddPeakCount

           move "AuditWork-*.txt" to ws-cap-file
           move "WorkRecover" to ws-cap-program
           move "WorkEntry" to ws-cap-table
           move "lines per player" to ws-cap-basis
           move 5000 to ws-cap-limit
           move "P" to ws-cap-measure
           perform AddEntry
           move "EventWork-*.txt" to ws-cap-file
           move "WorkRecover" to ws-cap-program
           move "WorkEntry" to ws-cap-table
           move "lines per player" to ws-cap-basis
           move 5000 to ws-cap-limit
           move "P" to ws-cap-measure
           perform AddEntry
           move "CombatWork-*.txt" to ws-cap-file
           move "WorkRecover" to ws-cap-program
           move "WorkEntry" to ws-cap-table
           move "lines per player" to ws-cap-basis
           move 5000 to ws-cap-limit
           move "P" to ws-cap-measure
           perform AddEntry

           move "CombatLog.txt" to ws-cap-file
           move "CombatStats" to ws-cap-program
           move "EnemyEntry" to ws-cap-table
           move "distinct enemies" to ws-cap-basis
           move 10 to ws-cap-limit
           move 33 to ws-cap-pos
           move 20 to ws-cap-len
           perform AddDistinctCount
           move "CombatLogArchive.txt" to ws-cap-file
           move "CombatStats" to ws-cap-program
           move "EnemyEntry" to ws-cap-table
           move "distinct enemies" to ws-cap-basis
           move 10 to ws-cap-limit
           move 33 to ws-cap-pos
           move 20 to ws-cap-len
           perform AddDistinctCount
           exit section.

FilterActiveItems section.

           move 54 to ws-cap-filt-pos
           move "N" to ws-cap-filt-op
           move "N" to ws-cap-filt-val
           move "active items" to ws-cap-basis
           exit section.

FilterShopItems section.

           move 53 to ws-cap-filt-pos
           move "E" to ws-cap-filt-op
           move "Y" to ws-cap-filt-val
           move "shop items" to ws-cap-basis
           exit section.

FilterActiveEnemies section.

           move 106 to ws-cap-filt-pos
           move "N" to ws-cap-filt-op
           move "N" to ws-cap-filt-val
           move "active enemies" to ws-cap-basis
           exit section.

AddRecordCount section.

           if ws-cap-basis = spaces then
               move "records" to ws-cap-basis
           end-if
           move "R" to ws-cap-measure
           perform AddEntry
           exit section.

AddDistinctCount section.

           move "D" to ws-cap-measure
           perform AddEntry
           exit section.

AddGroupPeak section.

           move "G" to ws-cap-measure
           perform AddEntry
           exit section.

AddPeakCount section.

           move "M" to ws-cap-measure
           perform AddEntry
           exit section.

AddEntry section.

           if CapCount < 80 then
               add 1 to CapCount
               move ws-cap-file to CE-File(CapCount)
               move ws-cap-program to CE-Program(CapCount)
               move ws-cap-table to CE-Table(CapCount)
               move ws-cap-basis to CE-Basis(CapCount)
               move ws-cap-limit to CE-Limit(CapCount)
               move ws-cap-measure to CE-Measure(CapCount)
               move ws-cap-pos to CE-Pos(CapCount)
               move ws-cap-len to CE-Len(CapCount)
               move ws-cap-filt-pos to CE-FiltPos(CapCount)
               move ws-cap-filt-op to CE-FiltOp(CapCount)
               move ws-cap-filt-val to CE-FiltVal(CapCount)
               move ws-cap-grp-pos to CE-GrpPos(CapCount)
               move ws-cap-grp-len to CE-GrpLen(CapCount)
           end-if
           move spaces to ws-cap-basis
           move spaces to ws-cap-measure
           move 0 to ws-cap-pos
           move 0 to ws-cap-len
           move 0 to ws-cap-filt-pos
           move spaces to ws-cap-filt-op
           move spaces to ws-cap-filt-val
           move 0 to ws-cap-grp-pos
           move 0 to ws-cap-grp-len
           exit section.

MeasureEntry section.

           move 0 to CE-Used(ws-entry-idx)
           move spaces to CE-Peak(ws-entry-idx)
           move 0 to ws-scan-missing
           evaluate true
               when CE-Measure(ws-entry-idx) = "P"
                   perform MeasureStashes
               when CE-File(ws-entry-idx) = "Profile.dat"
                   perform CountProfiles
               when CE-File(ws-entry-idx) = "Bestiary.dat"
                   perform CountBestiary
               when other
                   move CE-File(ws-entry-idx) to ws-scan-name
                   perform ScanOneFile
           end-evaluate
           exit section.

ScanOneFile section.

           move 0 to VT-Count
           move 0 to VT-Full
           move 0 to GT-Count
           move spaces to ws-scan-status
           open input ScanFile
           if ws-scan-status not = "00" then
               close ScanFile
               move 1 to ws-scan-missing
               exit section
           end-if
           perform until ws-scan-status not = "00" and ws-scan-status not = "06"
               move spaces to ScanRec
               read ScanFile
               at end
                   move "10" to ws-scan-status
               not at end
                   perform ScanOneRecord
               end-read
           end-perform
           close ScanFile

           evaluate CE-Measure(ws-entry-idx)
               when "D"
                   move VT-Count to CE-Used(ws-entry-idx)
               when "G"
                   perform varying ws-group-idx from 1 by 1 until ws-group-idx > GT-Count
                       if GT-Hits(ws-group-idx) > CE-Used(ws-entry-idx) then
                           move GT-Hits(ws-group-idx) to CE-Used(ws-entry-idx)
                           move GT-Value(ws-group-idx) to CE-Peak(ws-entry-idx)
                       end-if
                   end-perform
               when "M"
                   perform varying ws-value-idx from 1 by 1 until ws-value-idx > VT-Count
                       if VT-Hits(ws-value-idx) > CE-Used(ws-entry-idx) then
                           move VT-Hits(ws-value-idx) to CE-Used(ws-entry-idx)
                           move VT-Value(ws-value-idx) to CE-Peak(ws-entry-idx)
                       end-if
                   end-perform
           end-evaluate
           if VT-Full = 1 then
               move "(at least)" to CE-Peak(ws-entry-idx)
           end-if
           exit section.

ScanOneRecord section.

           if ScanRec = spaces then
               exit section
           end-if
           move 1 to ws-scan-keep
           if CE-FiltOp(ws-entry-idx) = "E" then
               if ScanRec(CE-FiltPos(ws-entry-idx):1) not = CE-FiltVal(ws-entry-idx) then
                   move 0 to ws-scan-keep
               end-if
           end-if
           if CE-FiltOp(ws-entry-idx) = "N" then
               if ScanRec(CE-FiltPos(ws-entry-idx):1) = CE-FiltVal(ws-entry-idx) then
                   move 0 to ws-scan-keep
               end-if
           end-if
           if CE-FiltOp(ws-entry-idx) = "I" then
               move 0 to ws-filt-hits
               if ScanRec(CE-FiltPos(ws-entry-idx):1) not = space then
                   inspect CE-FiltVal(ws-entry-idx) tallying ws-filt-hits
                           for all ScanRec(CE-FiltPos(ws-entry-idx):1)
               end-if
               if ws-filt-hits = 0 then
                   move 0 to ws-scan-keep
               end-if
           end-if
           if ws-scan-keep = 0 then
               exit section
           end-if
           if CE-Measure(ws-entry-idx) = "R" then
               add 1 to CE-Used(ws-entry-idx)
               exit section
           end-if

           move spaces to ws-scan-value
           evaluate CE-Measure(ws-entry-idx)
               when "G"
                   move ScanRec(CE-GrpPos(ws-entry-idx):CE-GrpLen(ws-entry-idx))
                     to ws-scan-value(1:15)
                   move ScanRec(CE-Pos(ws-entry-idx):CE-Len(ws-entry-idx))
                     to ws-scan-value(16:25)
               when other
                   move ScanRec(CE-Pos(ws-entry-idx):CE-Len(ws-entry-idx)) to ws-scan-value
           end-evaluate
           perform varying ws-value-idx from 1 by 1 until ws-value-idx > VT-Count
               if VT-Value(ws-value-idx) = ws-scan-value then
                   exit perform
               end-if
           end-perform
           if ws-value-idx > VT-Count then
               if VT-Count >= 9999 then
                   move 1 to VT-Full
                   exit section
               end-if
               add 1 to VT-Count
               move ws-scan-value to VT-Value(VT-Count)
               move 0 to VT-Hits(VT-Count)
               move VT-Count to ws-value-idx
               if CE-Measure(ws-entry-idx) = "G" then
                   perform CountInGroup
               end-if
           end-if
           add 1 to VT-Hits(ws-value-idx)
           exit section.

CountInGroup section.

           perform varying ws-group-idx from 1 by 1 until ws-group-idx > GT-Count
               if GT-Value(ws-group-idx) = ws-scan-value(1:15) then
                   exit perform
               end-if
           end-perform
           if ws-group-idx > GT-Count then
               add 1 to GT-Count
               move ws-scan-value(1:15) to GT-Value(GT-Count)
               move 0 to GT-Hits(GT-Count)
               move GT-Count to ws-group-idx
           end-if
           add 1 to GT-Hits(ws-group-idx)
           exit section.

CountProfiles section.

           move spaces to ws-profile-status
           open input ProfileFile
           if ws-profile-status not = "00" then
               close ProfileFile
               move 1 to ws-scan-missing
               exit section
           end-if
           perform until ws-profile-status not = "00"
               read ProfileFile next record
               at end
                   move "10" to ws-profile-status
               not at end
                   if PR-Name not = spaces then
                       add 1 to CE-Used(ws-entry-idx)
                   end-if
               end-read
           end-perform
           close ProfileFile
           exit section.

CountBestiary section.

           move spaces to ws-bestiary-status
           open input BestiaryFile
           if ws-bestiary-status not = "00" then
               close BestiaryFile
               move 1 to ws-scan-missing
               exit section
           end-if
           perform until ws-bestiary-status not = "00"
               read BestiaryFile next record
               at end
                   move "10" to ws-bestiary-status
               not at end
                   if BF-RecKey not = spaces then
                       add 1 to CE-Used(ws-entry-idx)
                   end-if
               end-read
           end-perform
           close BestiaryFile
           exit section.

MeasureStashes section.

           move spaces to ws-file-prefix
           unstring CE-File(ws-entry-idx) delimited by "*" into ws-file-prefix

           move spaces to ws-profile-status
           open input ProfileFile
           if ws-profile-status not = "00" then
               close ProfileFile
               move 1 to ws-scan-missing
               exit section
           end-if
           perform until ws-profile-status not = "00"
               read ProfileFile next record
               at end
                   move "10" to ws-profile-status
               not at end
                   if PR-Name not = spaces then
                       perform CountOneStash
                   end-if
               end-read
           end-perform
           close ProfileFile
           exit section.

CountOneStash section.

           move 0 to ws-stash-count
           move spaces to ws-scan-name
           string function trim(ws-file-prefix) function trim(PR-Name) ".txt"
                  delimited by size into ws-scan-name
           move spaces to ws-scan-status
           open input ScanFile
           if ws-scan-status not = "00" then
               close ScanFile
               exit section
           end-if
           perform until ws-scan-status not = "00"
               move spaces to ScanRec
               read ScanFile
               at end
                   move "10" to ws-scan-status
               not at end
                   if ScanRec not = spaces then
                       add 1 to ws-stash-count
                   end-if
               end-read
           end-perform
           close ScanFile
           if ws-stash-count > CE-Used(ws-entry-idx) then
               move ws-stash-count to CE-Used(ws-entry-idx)
               move PR-Name to CE-Peak(ws-entry-idx)
           end-if
           exit section.

RateEntry section.

           move 0 to CE-Pct(ws-entry-idx)
           if ws-scan-missing = 1 then
               move "NO FILE" to CE-Status(ws-entry-idx)
               add 1 to ws-missing-count
               exit section
           end-if
           if CE-Limit(ws-entry-idx) = 0 then
               move "UNBOUNDED" to CE-Status(ws-entry-idx)
               add 1 to ws-unbounded-count
               exit section
           end-if
           compute CE-Pct(ws-entry-idx) =
                   CE-Used(ws-entry-idx) * 100 / CE-Limit(ws-entry-idx)
               on size error
                   move 99999 to CE-Pct(ws-entry-idx)
           end-compute
           if CE-Used(ws-entry-idx) > CE-Limit(ws-entry-idx) then
               move "OVER LIMIT" to CE-Status(ws-entry-idx)
               add 1 to ws-over-count
           else
               if CE-Pct(ws-entry-idx) >= ws-warn-pct then
                   move "WARNING" to CE-Status(ws-entry-idx)
                   add 1 to ws-warning-count
               else
                   move "OK" to CE-Status(ws-entry-idx)
               end-if
           end-if
           exit section.

WriteEntryLine section.

           move CE-Used(ws-entry-idx) to ws-used-disp
           if CE-Limit(ws-entry-idx) = 0 then
               move "  none" to ws-limit-text
               move spaces to ws-pct-text
           else
               move CE-Limit(ws-entry-idx) to ws-limit-disp
               move spaces to ws-limit-text
               string " " ws-limit-disp delimited by size into ws-limit-text
               move CE-Pct(ws-entry-idx) to ws-pct-disp
               move spaces to ws-pct-text
               string " " ws-pct-disp "%" delimited by size into ws-pct-text
           end-if
           if CE-Status(ws-entry-idx) = "NO FILE" then
               move spaces to ws-pct-text
           end-if
           move spaces to ws-report-line
           string CE-File(ws-entry-idx) " " CE-Program(ws-entry-idx) " "
                  CE-Table(ws-entry-idx) " " CE-Basis(ws-entry-idx) " "
                  ws-limit-text " " ws-used-disp ws-pct-text "  "
                  CE-Status(ws-entry-idx) "  " CE-Peak(ws-entry-idx)
                  delimited by size into ws-report-line
           move ws-report-line to CapacityRec
           write CapacityRec
           exit section.
