       >>SOURCE FORMAT FREE
identification division.
program-id. SaveAnomaly.
environment division.
input-output section.
file-control.
       select SaveFile assign to ws-save-name
       organization is line sequential
       access is sequential
       file status is ws-save-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is sequential
       record key is PR-Name
       file status is ws-profile-status.

       select ItemMasterFile assign to "ItemMaster.dat"
       organization is line sequential
       access is sequential
       file status is ws-items-status.

       select SpellMasterFile assign to "Spells.dat"
       organization is line sequential
       access is sequential
       file status is ws-spells-status.

       select SuspectFile assign to "SuspectRuns.dat"
       organization is line sequential
       access is sequential
       file status is ws-suspect-status.

       select AnomalyReportFile assign to "SaveAnomalyReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

data division.
file section.
fd SaveFile.

 01 SaveRawRec pic x(600).

 01 SaveHeaderRec.
       02 SH-Tag pic x(6).
       02 SH-Version pic 9(2).

 01 SaveTrailerRec.
       02 ST-Tag pic x(6).
       02 ST-Count pic 9(3).
       02 ST-Checksum pic 9(9).

 01 SavePlayerRec.
       02 SP-CurrentRoom pic x(99).
       02 SP-PreviousRoom pic x(99).
       02 SP-Health pic s9(3).
       02 SP-AttackPoints pic 9(3).
       02 SP-DefensePoints pic 9(3).
       02 SP-Weapon pic x(99).
       02 SP-Armor pic x(99).
       02 SP-Gold pic 9(5).
       02 SP-WeaponDurability pic 9(3).
       02 SP-ArmorDurability pic 9(3).
       02 SP-DifficultyChoice pic 9(1).
       02 SP-DifficultyMultiplier pic 9v99.
       02 SP-XP pic 9(5).
       02 SP-Level pic 9(2).
       02 SP-MaxHealth pic 9(3).
       02 SP-BaseAttack pic 9(3).
       02 SP-BaseDefense pic 9(3).
       02 SP-BleedTurns pic 9(1).
       02 SP-PoisonTurns pic 9(1).
       02 SP-DrainTurns pic 9(1).
       02 SP-StunTurns pic 9(1).
       02 SP-RunId pic x(12).
       02 SP-Mana pic 9(3).
       02 SP-MaxMana pic 9(3).
       02 SP-Spells occurs 4 times pic x(15).
       02 SP-Deaths pic 9(3).
       02 SP-Class pic x(8).
       02 SP-IronMan pic 9(1).

 01 SaveFlagsRec.
       02 SF-Tag pic x(5).
       02 SF-IsLocked pic 9(1).
       02 SF-Solved pic 9(1).
       02 SF-PaintingSearch pic 9(1).
       02 SF-LHChest pic 9(1).
       02 SF-LHBook pic 9(1).
       02 SF-RHCombat pic 9(1).
       02 SF-RHSearched pic 9(1).
       02 SF-LeftRoomCombat pic 9(1).
       02 SF-Stealth pic 9(1).
       02 SF-BalmPicked pic 9(1).
       02 SF-PuzzleFails pic 9(2).
       02 SF-VisitedFlags pic x(7).
       02 SF-PuzzleTurns pic 9(1).
       02 SF-PuzzleDir pic x(1).
       02 SF-QuestFetch pic 9(1).
       02 SF-QuestHunt pic 9(1).
       02 SF-MinionSlain pic 9(1).

 01 SaveInvRec.
       02 SI-Index pic 9(2).
       02 SI-Item pic x(25).
       02 SI-Type pic x(25).
       02 SI-Def pic s9(3).
       02 SI-Attack pic s9(3).
       02 SI-Heal pic s9(3).
       02 SI-Qty pic 9(2).
       02 SI-Durability pic 9(3).

fd ProfileFile.

 01 ProfileRec.
       02 PR-Name pic x(15).
       02 PR-Runs pic 9(3).
       02 PR-BestDifficulty pic 9(1).
       02 PR-LastGold pic 9(5).

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

fd SpellMasterFile.

 01 SpellFileRec.
       02 SPF-Key pic x(15).
       02 SPF-Name pic x(25).
       02 SPF-Effect pic x(1).
       02 SPF-Power pic 9(3).
       02 SPF-Mana pic 9(2).
       02 SPF-Book pic x(1).
       02 SPF-DmgType pic x(1).

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

fd AnomalyReportFile.

 01 AnomalyReportRec pic x(160).

working-storage section.
01 ws-save-status pic xx value spaces.
01 ws-profile-status pic xx value spaces.
01 ws-items-status pic xx value spaces.
01 ws-spells-status pic xx value spaces.
01 ws-suspect-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-save-name pic x(40) value spaces.
01 ws-save-player pic x(15) value spaces.
01 ws-save-runid pic x(12) value spaces.
01 ws-report-line pic x(160) value spaces.
01 ws-guard-program pic x(12) value "SaveAnomaly".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-today pic x(8) value spaces.
01 ws-final-rc pic 9(1) value 0.

01 ws-quest-xp pic 9(3) value 45.
01 ws-level-step pic 9(3) value 50.
01 ws-min-level pic 9(3) value 0.
01 ws-max-level pic 9(3) value 0.
01 ws-best-weapon pic 9(3) value 0.
01 ws-best-armor pic 9(3) value 0.
01 ws-allowed-max pic 9(5) value 0.
01 ws-item-name pic x(25) value spaces.
01 ws-item-idx pic 9(4) value 0.
01 ws-item-found pic 9(4) value 0.
01 ws-spell-idx pic 9(3) value 0.
01 ws-spell-found pic 9(3) value 0.
01 ws-slot-idx pic 9(1) value 0.
01 ws-suspect-idx pic 9(4) value 0.
01 ws-suspect-known pic 9(1) value 0.
01 ws-player-found pic 9(1) value 0.
01 ws-flags-found pic 9(1) value 0.
01 ws-book-flag pic 9(1) value 0.
01 ws-save-spells.
       02 ws-save-spell occurs 4 times pic x(15).

01 ws-anomaly-field pic x(22) value spaces.
01 ws-anomaly-value pic x(25) value spaces.
01 ws-anomaly-range pic x(60) value spaces.
01 ws-save-anomalies pic 9(3) value 0.
01 ws-first-rule pic x(40) value spaces.
01 ws-num-disp pic -(4)9.
01 ws-low-disp pic z(4)9.
01 ws-high-disp pic z(4)9.

01 ws-saves-scanned pic 9(5) value 0.
01 ws-saves-skipped pic 9(5) value 0.
01 ws-saves-suspect pic 9(5) value 0.
01 ws-total-anomalies pic 9(7) value 0.
01 ws-runs-marked pic 9(5) value 0.

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

01 ItemTable.
       02 ItemCount pic 9(4) value 0.
       02 ItemEntry occurs 500 times.
           03 IT-Name pic x(25).
           03 IT-Type pic x(10).
           03 IT-Attack pic 9(3).
           03 IT-Def pic 9(3).
           03 IT-Durability pic 9(3).

01 SpellTable.
       02 SpellCount pic 9(3) value 0.
       02 SpellEntry occurs 100 times.
           03 SL-Key pic x(15).
           03 SL-Book pic x(1).

01 SuspectTable.
       02 SuspectCount pic 9(4) value 0.
       02 SuspectRunId occurs 2000 times pic x(12).

procedure division.

       open output AnomalyReportFile
       if ws-report-status not = "00" then
           move "SaveAnomalyReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
           close AnomalyReportFile
           move 8 to return-code
           goback
       end-if
       move function current-date to ws-current-date-data
       string ws-current-year "-" ws-current-month "-" ws-current-day
              delimited by size into ws-today
       move spaces to ws-report-line
       string "=== Save Anomaly Scan " ws-today " " ws-current-hours ":" ws-current-minute " ==="
              delimited by size into ws-report-line
       move ws-report-line to AnomalyReportRec
       write AnomalyReportRec

       perform LoadItemTable
       perform LoadSpellTable
       perform LoadSuspectRuns
       move spaces to ws-report-line
       string "Weapon attack ceiling " ws-best-weapon "  armor defense ceiling " ws-best-armor
              "  (best active ItemMaster.dat entries)"
              delimited by size into ws-report-line
       move ws-report-line to AnomalyReportRec
       write AnomalyReportRec
       move spaces to AnomalyReportRec
       write AnomalyReportRec
       move spaces to ws-report-line
       string "Player          RunId        Field                  Saved value"
              "               Allowed"
              delimited by size into ws-report-line
       move ws-report-line to AnomalyReportRec
       write AnomalyReportRec

       move "SaveGame.txt" to ws-save-name
       move "(default save)" to ws-save-player
       perform ScanOneSave

       open input ProfileFile
       if ws-profile-status = "00" then
           perform until ws-profile-status not = "00"
               read ProfileFile
               at end
                   move "10" to ws-profile-status
               not at end
                   if PR-Name not = spaces then
                       move spaces to ws-save-name
                       string "SaveGame-" function trim(PR-Name) ".txt"
                              delimited by size into ws-save-name
                       move PR-Name to ws-save-player
                       perform ScanOneSave
                   end-if
               end-read
           end-perform
       end-if
       close ProfileFile

       move spaces to AnomalyReportRec
       write AnomalyReportRec
       move spaces to ws-report-line
       string "Saves scanned: " ws-saves-scanned
              "  skipped: " ws-saves-skipped
              "  suspect: " ws-saves-suspect
              "  anomalies: " ws-total-anomalies
              "  runs newly marked in SuspectRuns.dat: " ws-runs-marked
              delimited by size into ws-report-line
       move ws-report-line to AnomalyReportRec
       write AnomalyReportRec
       close AnomalyReportFile
       display "Save anomaly scan: " ws-total-anomalies " anomaly(ies) in "
               ws-saves-suspect " save(s) (see SaveAnomalyReport.txt)"
       if ws-total-anomalies > 0 then
           move 4 to ws-final-rc
       end-if
       move ws-final-rc to return-code
       goback.

LoadItemTable section.

           move 0 to ws-best-weapon
           move 0 to ws-best-armor
           move spaces to ws-items-status
           open input ItemMasterFile
           if ws-items-status not = "00" then
               move "ItemMaster.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-items-status
               close ItemMasterFile
               move 4 to ws-final-rc
               exit section
           end-if
           perform until ws-items-status not = "00"
               read ItemMasterFile
               at end
                   move "10" to ws-items-status
               not at end
                   if IF-Name not = spaces and IF-Active not = "N"
                      and IF-Attack is numeric and IF-Def is numeric
                      and IF-Durability is numeric then
                       if ItemCount >= 500 then
                           display "Warning: ItemMaster.dat entry ignored, item table is full"
                           move 4 to ws-final-rc
                       else
                           add 1 to ItemCount
                           move IF-Name to IT-Name(ItemCount)
                           move IF-Type to IT-Type(ItemCount)
                           move IF-Attack to IT-Attack(ItemCount)
                           move IF-Def to IT-Def(ItemCount)
                           move IF-Durability to IT-Durability(ItemCount)
                           if IF-Type = "Weapon" and IF-Attack > ws-best-weapon then
                               move IF-Attack to ws-best-weapon
                           end-if
                           if IF-Type = "Armor" and IF-Def > ws-best-armor then
                               move IF-Def to ws-best-armor
                           end-if
                       end-if
                   end-if
               end-read
           end-perform
           close ItemMasterFile
           exit section.

LoadSpellTable section.

           move spaces to ws-spells-status
           open input SpellMasterFile
           if ws-spells-status not = "00" then
               move "Spells.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-spells-status
               close SpellMasterFile
               move 4 to ws-final-rc
               exit section
           end-if
           perform until ws-spells-status not = "00"
               read SpellMasterFile
               at end
                   move "10" to ws-spells-status
               not at end
                   if SPF-Key not = spaces then
                       if SpellCount >= 100 then
                           display "Warning: Spells.dat entry ignored, spell table is full"
                           move 4 to ws-final-rc
                       else
                           add 1 to SpellCount
                           move SPF-Key to SL-Key(SpellCount)
                           move SPF-Book to SL-Book(SpellCount)
                       end-if
                   end-if
               end-read
           end-perform
           close SpellMasterFile
           exit section.

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

ScanOneSave section.

           move spaces to ws-save-status
           open input SaveFile
           if ws-save-status not = "00" then
               close SaveFile
               exit section
           end-if
           move 0 to ws-save-anomalies
           move spaces to ws-first-rule
           move spaces to ws-save-runid
           move spaces to ws-save-spells
           move 0 to ws-player-found
           move 0 to ws-flags-found
           move 0 to ws-book-flag

           read SaveFile
           at end
               move "10" to ws-save-status
           end-read
           if ws-save-status not = "00" or SH-Tag not = "SAVHDR" then
               add 1 to ws-saves-skipped
               move spaces to ws-report-line
               string "  SKIPPED  " function trim(ws-save-name)
                      " has no layout header; run SaveMigrate before scanning it"
                      delimited by size into ws-report-line
               move ws-report-line to AnomalyReportRec
               write AnomalyReportRec
               close SaveFile
               exit section
           end-if
           add 1 to ws-saves-scanned

           perform until ws-save-status not = "00"
               read SaveFile
               at end
                   move "10" to ws-save-status
               not at end
                   evaluate true
                       when ST-Tag = "SAVTRL"
                           move "10" to ws-save-status
                       when ws-player-found = 0
                           move 1 to ws-player-found
                           move SP-RunId to ws-save-runid
                           move SP-Spells(1) to ws-save-spell(1)
                           move SP-Spells(2) to ws-save-spell(2)
                           move SP-Spells(3) to ws-save-spell(3)
                           move SP-Spells(4) to ws-save-spell(4)
                           perform CheckPlayerRecord
                       when SF-Tag = "FLAGS"
                           move 1 to ws-flags-found
                           if SF-LHBook is numeric then
                               move SF-LHBook to ws-book-flag
                           end-if
                       when other
                           perform CheckInventoryRecord
                   end-evaluate
               end-read
           end-perform
           close SaveFile

           if ws-player-found = 1 then
               perform CheckSpells
           end-if
           if ws-save-anomalies > 0 then
               add 1 to ws-saves-suspect
               perform MarkSuspectRun
           end-if
           exit section.

CheckPlayerRecord section.

           if SP-XP is not numeric or SP-Level is not numeric
              or SP-Health is not numeric or SP-MaxHealth is not numeric
              or SP-AttackPoints is not numeric or SP-BaseAttack is not numeric
              or SP-DefensePoints is not numeric or SP-BaseDefense is not numeric
              or SP-WeaponDurability is not numeric or SP-ArmorDurability is not numeric then
               move "player record" to ws-anomaly-field
               move "non-numeric" to ws-anomaly-value
               move "every numeric field numeric" to ws-anomaly-range
               perform WriteAnomaly
               exit section
           end-if

           compute ws-max-level = (SP-XP / ws-level-step) + 1
           if SP-XP > ws-quest-xp then
               compute ws-min-level = ((SP-XP - ws-quest-xp) / ws-level-step) + 1
           else
               move 1 to ws-min-level
           end-if
           if ws-max-level > 99 then
               move 99 to ws-max-level
           end-if
           if ws-min-level > 99 then
               move 99 to ws-min-level
           end-if
           if SP-Level < ws-min-level or SP-Level > ws-max-level then
               move "SP-Level" to ws-anomaly-field
               move SP-Level to ws-num-disp
               move spaces to ws-anomaly-value
               string function trim(ws-num-disp) " at XP " SP-XP
                      delimited by size into ws-anomaly-value
               move ws-min-level to ws-low-disp
               move ws-max-level to ws-high-disp
               move spaces to ws-anomaly-range
               string function trim(ws-low-disp) " to " function trim(ws-high-disp)
                      delimited by size into ws-anomaly-range
               perform WriteAnomaly
           end-if

           compute ws-allowed-max = SP-BaseAttack + ws-best-weapon
           if SP-AttackPoints > ws-allowed-max then
               move "SP-AttackPoints" to ws-anomaly-field
               move SP-AttackPoints to ws-num-disp
               move function trim(ws-num-disp) to ws-anomaly-value
               move ws-allowed-max to ws-high-disp
               move spaces to ws-anomaly-range
               string "at most " function trim(ws-high-disp) " (base " SP-BaseAttack
                      " + best weapon " ws-best-weapon ")"
                      delimited by size into ws-anomaly-range
               perform WriteAnomaly
           end-if

           compute ws-allowed-max = SP-BaseDefense + ws-best-armor
           if SP-DefensePoints > ws-allowed-max then
               move "SP-DefensePoints" to ws-anomaly-field
               move SP-DefensePoints to ws-num-disp
               move function trim(ws-num-disp) to ws-anomaly-value
               move ws-allowed-max to ws-high-disp
               move spaces to ws-anomaly-range
               string "at most " function trim(ws-high-disp) " (base " SP-BaseDefense
                      " + best armor " ws-best-armor ")"
                      delimited by size into ws-anomaly-range
               perform WriteAnomaly
           end-if

           if SP-Health > SP-MaxHealth then
               move "SP-Health" to ws-anomaly-field
               move SP-Health to ws-num-disp
               move function trim(ws-num-disp) to ws-anomaly-value
               move SP-MaxHealth to ws-high-disp
               move spaces to ws-anomaly-range
               string "at most " function trim(ws-high-disp) " (SP-MaxHealth)"
                      delimited by size into ws-anomaly-range
               perform WriteAnomaly
           end-if

           move SP-Weapon to ws-item-name
           perform FindItem
           if ws-item-found > 0 then
               if SP-WeaponDurability > IT-Durability(ws-item-found) then
                   move "SP-WeaponDurability" to ws-anomaly-field
                   move SP-WeaponDurability to ws-num-disp
                   move spaces to ws-anomaly-value
                   string function trim(ws-num-disp) " " function trim(ws-item-name)
                          delimited by size into ws-anomaly-value
                   move IT-Durability(ws-item-found) to ws-high-disp
                   move spaces to ws-anomaly-range
                   string "at most " function trim(ws-high-disp) " (IF-Durability)"
                          delimited by size into ws-anomaly-range
                   perform WriteAnomaly
               end-if
           end-if

           move SP-Armor to ws-item-name
           perform FindItem
           if ws-item-found > 0 then
               if SP-ArmorDurability > IT-Durability(ws-item-found) then
                   move "SP-ArmorDurability" to ws-anomaly-field
                   move SP-ArmorDurability to ws-num-disp
                   move spaces to ws-anomaly-value
                   string function trim(ws-num-disp) " " function trim(ws-item-name)
                          delimited by size into ws-anomaly-value
                   move IT-Durability(ws-item-found) to ws-high-disp
                   move spaces to ws-anomaly-range
                   string "at most " function trim(ws-high-disp) " (IF-Durability)"
                          delimited by size into ws-anomaly-range
                   perform WriteAnomaly
               end-if
           end-if
           exit section.

CheckInventoryRecord section.

           if SI-Item = spaces then
               exit section
           end-if
           if SI-Durability is not numeric then
               move "SI-Durability" to ws-anomaly-field
               move "non-numeric" to ws-anomaly-value
               move "numeric" to ws-anomaly-range
               perform WriteAnomaly
               exit section
           end-if
           move SI-Item to ws-item-name
           perform FindItem
           if ws-item-found > 0 then
               if SI-Durability > IT-Durability(ws-item-found) then
                   move "SI-Durability" to ws-anomaly-field
                   move SI-Durability to ws-num-disp
                   move spaces to ws-anomaly-value
                   string function trim(ws-num-disp) " " function trim(SI-Item)
                          delimited by size into ws-anomaly-value
                   move IT-Durability(ws-item-found) to ws-high-disp
                   move spaces to ws-anomaly-range
                   string "at most " function trim(ws-high-disp) " (IF-Durability)"
                          delimited by size into ws-anomaly-range
                   perform WriteAnomaly
               end-if
           end-if
           exit section.

CheckSpells section.

           perform varying ws-slot-idx from 1 by 1 until ws-slot-idx > 4
               if ws-save-spell(ws-slot-idx) not = spaces then
                   if ws-flags-found = 0 or ws-book-flag not = 1 then
                       move "SP-Spells" to ws-anomaly-field
                       move ws-save-spell(ws-slot-idx) to ws-anomaly-value
                       move "none until the study book is searched (SF-LHBook 1)"
                         to ws-anomaly-range
                       perform WriteAnomaly
                   else
                       move 0 to ws-spell-found
                       perform varying ws-spell-idx from 1 by 1 until ws-spell-idx > SpellCount
                           if SL-Key(ws-spell-idx) = ws-save-spell(ws-slot-idx)
                              and SL-Book(ws-spell-idx) = "1" then
                               move ws-spell-idx to ws-spell-found
                               exit perform
                           end-if
                       end-perform
                       if ws-spell-found = 0 then
                           move "SP-Spells" to ws-anomaly-field
                           move ws-save-spell(ws-slot-idx) to ws-anomaly-value
                           move "spells taught by the study book in Spells.dat"
                             to ws-anomaly-range
                           perform WriteAnomaly
                       end-if
                   end-if
               end-if
           end-perform
           exit section.

FindItem section.

           move 0 to ws-item-found
           if ws-item-name = spaces then
               exit section
           end-if
           perform varying ws-item-idx from 1 by 1 until ws-item-idx > ItemCount
               if IT-Name(ws-item-idx) = ws-item-name then
                   move ws-item-idx to ws-item-found
                   exit perform
               end-if
           end-perform
           exit section.

WriteAnomaly section.

           add 1 to ws-save-anomalies
           add 1 to ws-total-anomalies
           if ws-first-rule = spaces then
               string ws-anomaly-field " " ws-anomaly-value
                      delimited by size into ws-first-rule
           end-if
           move spaces to ws-report-line
           string ws-save-player " " ws-save-runid " " ws-anomaly-field " "
                  ws-anomaly-value " " ws-anomaly-range
                  delimited by size into ws-report-line
           move ws-report-line to AnomalyReportRec
           write AnomalyReportRec
           exit section.

MarkSuspectRun section.

           if ws-save-runid = spaces then
               exit section
           end-if
           move 0 to ws-suspect-known
           perform varying ws-suspect-idx from 1 by 1 until ws-suspect-idx > SuspectCount
               if SuspectRunId(ws-suspect-idx) = ws-save-runid then
                   move 1 to ws-suspect-known
                   exit perform
               end-if
           end-perform
           if ws-suspect-known = 1 then
               exit section
           end-if

           open extend SuspectFile
           if ws-suspect-status not = "00" then
               close SuspectFile
               open output SuspectFile
           end-if
           if ws-suspect-status not = "00" then
               move "SuspectRuns.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-suspect-status
               close SuspectFile
               move 4 to ws-final-rc
               exit section
           end-if
           move spaces to SuspectRec
           move ws-save-runid to SR-RunId
           move ws-save-player to SR-Player
           move ws-today to SR-Date
           move ws-save-anomalies to SR-Count
           move ws-first-rule to SR-Rule
           write SuspectRec
           close SuspectFile
           add 1 to ws-runs-marked
           if SuspectCount < 2000 then
               add 1 to SuspectCount
               move ws-save-runid to SuspectRunId(SuspectCount)
           end-if
           exit section.
