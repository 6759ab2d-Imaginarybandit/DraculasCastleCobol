       >>SOURCE FORMAT FREE
identification division.
program-id. SaveMigrate.
environment division.
input-output section.
file-control.
       select OldSaveFile assign to ws-save-name
       organization is line sequential
       access is sequential
       file status is ws-old-status.

       select SaveFile assign to ws-savetmp-name
       organization is line sequential
       access is sequential
       file status is ws-save-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is sequential
       record key is PR-Name
       file status is ws-profile-status.

       select MigrateReportFile assign to "SaveMigrateReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

data division.
file section.
fd OldSaveFile.

 01 OldSaveRec pic x(600).

 01 OldHeaderRec.
       02 OH-Tag pic x(6).
       02 OH-Version pic 9(2).

 01 OldTrailerRec.
       02 OT-Tag pic x(6).
       02 OT-Count pic 9(3).
       02 OT-Checksum pic 9(9).

fd SaveFile.

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
       02 SP-Spells pic x(60).
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

 01 SaveHeaderRec.
       02 SH-Tag pic x(6).
       02 SH-Version pic 9(2).

 01 SaveTrailerRec.
       02 ST-Tag pic x(6).
       02 ST-Count pic 9(3).
       02 ST-Checksum pic 9(9).

 01 SaveRawRec pic x(600).

fd ProfileFile.

 01 ProfileRec.
       02 PR-Name pic x(15).
       02 PR-Runs pic 9(3).
       02 PR-BestDifficulty pic 9(1).
       02 PR-LastGold pic 9(5).

fd MigrateReportFile.

 01 MigrateReportRec pic x(132).

working-storage section.
01 ws-old-status pic xx value spaces.
01 ws-save-status pic xx value spaces.
01 ws-profile-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-save-name pic x(40) value spaces.
01 ws-savetmp-name pic x(40) value spaces.
01 ws-report-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "SaveMigrate".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-save-layout pic 9(2) value 4.
01 ws-file-layout pic 9(2) value 0.
01 ws-save-sum pic 9(9) value 0.
01 ws-save-recs pic 9(3) value 0.
01 ws-save-reason pic x(80) value spaces.
01 ws-trailer-found pic 9(1) value 0.
01 ws-flags-found pic 9(1) value 0.
01 ws-hold-idx pic 9(2) value 0.
01 ws-write-ok pic 9(1) value 0.
01 ws-files-checked pic 9(4) value 0.
01 ws-files-upgraded pic 9(4) value 0.
01 ws-files-current pic 9(4) value 0.
01 ws-files-failed pic 9(4) value 0.

01 HoldTable.
       02 HoldCount pic 9(2) value 0.
       02 HoldRec occurs 20 times pic x(600).

procedure division.

       open output MigrateReportFile
       if ws-report-status not = "00" then
           move "SaveMigrateReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
           close MigrateReportFile
           move 8 to return-code
           goback
       end-if
       move spaces to ws-report-line
       string "=== Save File Migration Report (current layout " ws-save-layout ") ==="
              delimited by size into ws-report-line
       move ws-report-line to MigrateReportRec
       write MigrateReportRec

       move "SaveGame.txt" to ws-save-name
       perform MigrateOneSave

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
                       perform MigrateOneSave
                   end-if
               end-read
           end-perform
       end-if
       close ProfileFile

       move spaces to MigrateReportRec
       write MigrateReportRec
       move spaces to ws-report-line
       string "Saves checked: " ws-files-checked
              "  upgraded: " ws-files-upgraded
              "  already current: " ws-files-current
              "  failed: " ws-files-failed
              delimited by size into ws-report-line
       move ws-report-line to MigrateReportRec
       write MigrateReportRec
       close MigrateReportFile
       display "Save migration: " ws-files-upgraded " upgraded, "
               ws-files-failed " failed (see SaveMigrateReport.txt)"
       if ws-files-failed > 0 then
           move 4 to return-code
       else
           move 0 to return-code
       end-if
       goback.

MigrateOneSave section.

           move spaces to ws-old-status
           open input OldSaveFile
           if ws-old-status not = "00" then
               close OldSaveFile
               exit section
           end-if
           add 1 to ws-files-checked
           perform ReadOldSave
           close OldSaveFile

           if ws-save-reason not = spaces then
               add 1 to ws-files-failed
               move spaces to ws-report-line
               string "  FAILED   " function trim(ws-save-name) " " function trim(ws-save-reason)
                      "; left untouched"
                      delimited by size into ws-report-line
               move ws-report-line to MigrateReportRec
               write MigrateReportRec
               exit section
           end-if
           if ws-file-layout = ws-save-layout then
               add 1 to ws-files-current
               move spaces to ws-report-line
               string "  CURRENT  " function trim(ws-save-name) " layout " ws-file-layout
                      ", checksum verified"
                      delimited by size into ws-report-line
               move ws-report-line to MigrateReportRec
               write MigrateReportRec
               exit section
           end-if

           perform WriteNewSave
           if ws-write-ok = 1 then
               add 1 to ws-files-upgraded
               move spaces to ws-report-line
               string "  UPGRADED " function trim(ws-save-name) " layout " ws-file-layout
                      " to layout " ws-save-layout
                      delimited by size into ws-report-line
           else
               add 1 to ws-files-failed
               move spaces to ws-report-line
               string "  FAILED   " function trim(ws-save-name) " could not be rewritten"
                      "; left untouched"
                      delimited by size into ws-report-line
           end-if
           move ws-report-line to MigrateReportRec
           write MigrateReportRec
           exit section.

ReadOldSave section.

           move spaces to ws-save-reason
           move 0 to ws-save-sum
           move 0 to ws-save-recs
           move 0 to ws-trailer-found
           move 0 to ws-file-layout
           initialize HoldTable
           read OldSaveFile
           at end
               move "the file is empty" to ws-save-reason
               exit section
           end-read
           if OH-Tag = "SAVHDR" then
               if OH-Version is not numeric then
                   move "its layout header is damaged" to ws-save-reason
                   exit section
               end-if
               move OH-Version to ws-file-layout
               if ws-file-layout > ws-save-layout then
                   string "it was written with layout " ws-file-layout
                          ", newer than this program supports"
                          delimited by size into ws-save-reason
                   exit section
               end-if
               call 'SaveSum' using OldSaveRec, ws-save-sum
           else
               if OldSaveRec(406:5) is not numeric then
                   move "its first record is not a player record" to ws-save-reason
                   exit section
               end-if
               move 1 to ws-file-layout
               add 1 to HoldCount
               move OldSaveRec to HoldRec(HoldCount)
           end-if

           perform until ws-old-status not = "00"
               read OldSaveFile
               at end
                   move "10" to ws-old-status
               not at end
                   if OT-Tag = "SAVTRL" then
                       move 1 to ws-trailer-found
                       move "10" to ws-old-status
                   else
                       if HoldCount >= 20 then
                           move "it holds more records than any save layout"
                             to ws-save-reason
                           exit section
                       end-if
                       add 1 to HoldCount
                       move OldSaveRec to HoldRec(HoldCount)
                       add 1 to ws-save-recs
                       call 'SaveSum' using OldSaveRec, ws-save-sum
                   end-if
               end-read
           end-perform

           if HoldCount = 0 then
               move "it holds no player record" to ws-save-reason
               exit section
           end-if
           if ws-file-layout > 1 then
               evaluate true
                   when ws-trailer-found = 0
                       move "the trailer record is missing (the file is truncated)"
                         to ws-save-reason
                   when OT-Count is not numeric or OT-Checksum is not numeric
                       move "its trailer record is damaged" to ws-save-reason
                   when OT-Count not = ws-save-recs
                       string "the trailer expects " OT-Count
                              " records but the file holds " ws-save-recs
                              delimited by size into ws-save-reason
                   when OT-Checksum not = ws-save-sum
                       string "the checksum does not match (expected "
                              OT-Checksum ", found " ws-save-sum ")"
                              delimited by size into ws-save-reason
               end-evaluate
           end-if
           exit section.

WriteNewSave section.

           move 0 to ws-write-ok
           move spaces to ws-savetmp-name
           string function trim(ws-save-name) ".tmp"
                  delimited by size into ws-savetmp-name
           move spaces to ws-save-status
           open output SaveFile
           if ws-save-status not = "00" then
               move ws-savetmp-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-save-status
               close SaveFile
               exit section
           end-if

           move 0 to ws-save-sum
           move 0 to ws-save-recs
           move 0 to ws-flags-found
           move spaces to SaveRawRec
           move "SAVHDR" to SH-Tag
           move ws-save-layout to SH-Version
           call 'SaveSum' using SaveRawRec, ws-save-sum
           write SaveHeaderRec

           move HoldRec(1) to SaveRawRec
           perform DefaultPlayerFields
           call 'SaveSum' using SaveRawRec, ws-save-sum
           add 1 to ws-save-recs
           write SaveRawRec

           perform varying ws-hold-idx from 2 by 1 until ws-hold-idx > HoldCount
               move HoldRec(ws-hold-idx) to SaveRawRec
               if SF-Tag = "FLAGS" then
                   move 1 to ws-flags-found
                   perform DefaultFlagFields
               else
                   if ws-flags-found = 0 then
                       perform WriteDefaultFlags
                       move HoldRec(ws-hold-idx) to SaveRawRec
                   end-if
                   perform DefaultInvFields
               end-if
               call 'SaveSum' using SaveRawRec, ws-save-sum
               add 1 to ws-save-recs
               write SaveRawRec
           end-perform
           if ws-flags-found = 0 then
               perform WriteDefaultFlags
           end-if

           move spaces to SaveRawRec
           move "SAVTRL" to ST-Tag
           move ws-save-recs to ST-Count
           move ws-save-sum to ST-Checksum
           write SaveTrailerRec
           if ws-save-status not = "00" then
               move ws-savetmp-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-save-status
               close SaveFile
               exit section
           end-if
           close SaveFile

           move 0 to return-code
           call "CBL_RENAME_FILE" using ws-savetmp-name, ws-save-name
           if return-code = 0 then
               move 1 to ws-write-ok
           else
               move ws-save-name to ws-guard-file
               move "RENAME" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
           end-if
           move 0 to return-code
           exit section.

WriteDefaultFlags section.

           move 1 to ws-flags-found
           move spaces to SaveRawRec
           move "FLAGS" to SF-Tag
           perform DefaultFlagFields
           call 'SaveSum' using SaveRawRec, ws-save-sum
           add 1 to ws-save-recs
           write SaveRawRec
           exit section.

DefaultPlayerFields section.

           if SP-CurrentRoom = spaces then
               move "Room1" to SP-CurrentRoom
           end-if
           if SP-Health is not numeric then
               move 20 to SP-Health
           end-if
           if SP-AttackPoints is not numeric then
               move 10 to SP-AttackPoints
           end-if
           if SP-DefensePoints is not numeric then
               move 0 to SP-DefensePoints
           end-if
           if SP-Weapon = spaces then
               move "Fists" to SP-Weapon
           end-if
           if SP-Armor = spaces then
               move "Clothes" to SP-Armor
           end-if
           if SP-Gold is not numeric then
               move 0 to SP-Gold
           end-if
           if SP-WeaponDurability is not numeric then
               move 0 to SP-WeaponDurability
           end-if
           if SP-ArmorDurability is not numeric then
               move 0 to SP-ArmorDurability
           end-if
           if SP-DifficultyChoice is not numeric or SP-DifficultyChoice = 0 then
               move 2 to SP-DifficultyChoice
           end-if
           if SP-DifficultyMultiplier is not numeric or SP-DifficultyMultiplier = 0 then
               evaluate SP-DifficultyChoice
                   when 1 move 0.75 to SP-DifficultyMultiplier
                   when 3 move 1.50 to SP-DifficultyMultiplier
                   when 4 move 2.00 to SP-DifficultyMultiplier
                   when other move 1.00 to SP-DifficultyMultiplier
               end-evaluate
           end-if
           if SP-XP is not numeric then
               move 0 to SP-XP
           end-if
           if SP-Level is not numeric or SP-Level = 0 then
               move 1 to SP-Level
           end-if
           if SP-MaxHealth is not numeric or SP-MaxHealth = 0 then
               if SP-Health > 0 then
                   move SP-Health to SP-MaxHealth
               else
                   move 20 to SP-MaxHealth
               end-if
           end-if
           if SP-BaseAttack is not numeric or SP-BaseAttack = 0 then
               move SP-AttackPoints to SP-BaseAttack
           end-if
           if SP-BaseDefense is not numeric then
               move SP-DefensePoints to SP-BaseDefense
           end-if
           if SP-BleedTurns is not numeric then
               move 0 to SP-BleedTurns
           end-if
           if SP-PoisonTurns is not numeric then
               move 0 to SP-PoisonTurns
           end-if
           if SP-DrainTurns is not numeric then
               move 0 to SP-DrainTurns
           end-if
           if SP-StunTurns is not numeric then
               move 0 to SP-StunTurns
           end-if
           if SP-Mana is not numeric then
               move 10 to SP-Mana
           end-if
           if SP-MaxMana is not numeric or SP-MaxMana = 0 then
               move 10 to SP-MaxMana
           end-if
           if SP-Deaths is not numeric then
               move 0 to SP-Deaths
           end-if
           if SP-Class = spaces then
               move "Hunter" to SP-Class
           end-if
           if SP-IronMan is not numeric then
               move 0 to SP-IronMan
           end-if
           if SP-CastleTurn is not numeric then
               move 0 to SP-CastleTurn
           end-if
           if (SP-CompStatus not = "A" and SP-CompStatus not = "F")
              or SP-CompKey = spaces then
               move space to SP-CompStatus
               move spaces to SP-CompKey
               move 0 to SP-CompHealth
           end-if
           if SP-CompHealth is not numeric then
               move 0 to SP-CompHealth
           end-if
           exit section.

DefaultFlagFields section.

           if SF-IsLocked is not numeric then
               move 1 to SF-IsLocked
           end-if
           if SF-Solved is not numeric then
               move 0 to SF-Solved
           end-if
           if SF-PaintingSearch is not numeric then
               move 0 to SF-PaintingSearch
           end-if
           if SF-LHChest is not numeric then
               move 0 to SF-LHChest
           end-if
           if SF-LHBook is not numeric then
               move 0 to SF-LHBook
           end-if
           if SF-RHCombat is not numeric then
               move 0 to SF-RHCombat
           end-if
           if SF-RHSearched is not numeric then
               move 0 to SF-RHSearched
           end-if
           if SF-LeftRoomCombat is not numeric then
               move 0 to SF-LeftRoomCombat
           end-if
           if SF-Stealth is not numeric then
               move 0 to SF-Stealth
           end-if
           if SF-BalmPicked is not numeric then
               move 0 to SF-BalmPicked
           end-if
           if SF-PuzzleFails is not numeric then
               move 0 to SF-PuzzleFails
           end-if
           if SF-VisitedFlags is not numeric then
               move "0000000" to SF-VisitedFlags
           end-if
           if SF-PuzzleTurns is not numeric or SF-PuzzleTurns = 0 then
               move 2 to SF-PuzzleTurns
           end-if
           if SF-PuzzleDir not = "r" and SF-PuzzleDir not = "l" then
               move "r" to SF-PuzzleDir
           end-if
           if SF-QuestFetch is not numeric then
               move 0 to SF-QuestFetch
           end-if
           if SF-QuestHunt is not numeric then
               move 0 to SF-QuestHunt
           end-if
           if SF-MinionSlain is not numeric then
               move 0 to SF-MinionSlain
           end-if
           exit section.

DefaultInvFields section.

           if SI-Index is not numeric then
               move 0 to SI-Index
           end-if
           if SI-Def is not numeric then
               move 0 to SI-Def
           end-if
           if SI-Attack is not numeric then
               move 0 to SI-Attack
           end-if
           if SI-Heal is not numeric then
               move 0 to SI-Heal
           end-if
           if SI-Qty is not numeric then
               move 0 to SI-Qty
           end-if
           if SI-Durability is not numeric then
               move 0 to SI-Durability
           end-if
           exit section.
