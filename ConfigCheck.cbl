environment division.
input-output section.
file-control.
       select RoomsFile assign to ws-rooms-name
       organization is line sequential
       access is sequential
       file status is ws-rooms-status.

       select EnemyMasterFile assign to ws-enemies-name
       organization is line sequential
       access is sequential
       file status is ws-enemies-status.

       select ItemMasterFile assign to ws-items-name
       organization is line sequential
       access is sequential
       file status is ws-items-status.

       select RecipesFile assign to ws-recipes-name
       organization is line sequential
       access is sequential
       file status is ws-recipes-status.

       select LootFile assign to ws-loot-name
       organization is line sequential
       access is sequential
       file status is ws-loot-status.

       select DialogueFile assign to ws-dialogue-name
       organization is line sequential
       access is sequential
       file status is ws-dialogue-status.

       select EncounterFile assign to ws-encounter-name
       organization is line sequential
       access is sequential
       file status is ws-encounter-status.

       select SpellMasterFile assign to ws-spells-name
       organization is line sequential
       access is sequential
       file status is ws-spells-status.

       select BossPhaseFile assign to ws-phase-name
       organization is line sequential
       access is sequential
       file status is ws-phase-status.

       select EventRuleFile assign to ws-events-name
       organization is line sequential
       access is sequential
       file status is ws-events-status.

       select TrapFile assign to ws-traps-name
       organization is line sequential
       access is sequential
       file status is ws-traps-status.

       select CompanionFile assign to ws-companions-name
       organization is line sequential
       access is sequential
       file status is ws-companions-status.

       select CheckReportFile assign to "ConfigCheckReport.txt"
       organization is line sequential
       access is sequential
       02 EF-XP pic 9(3).
       02 EF-Profile pic x(1).
       02 EF-Active pic x(1).
       02 EF-Affinity pic x(4).
       02 EF-DmgType pic x(1).

fd ItemMasterFile.

       02 IF-Price pic 9(5).
       02 IF-Shop pic x(1).
       02 IF-Active pic x(1).
       02 IF-DmgType pic x(1).

fd RecipesFile.

       02 WE-Room pic x(20).
       02 WE-EnemyKey pic x(15).
       02 WE-Chance pic 9(3).
       02 WE-Period pic x(1).

fd SpellMasterFile.

       02 SPF-Power pic 9(3).
       02 SPF-Mana pic 9(2).
       02 SPF-Book pic x(1).
       02 SPF-DmgType pic x(1).

fd BossPhaseFile.

       02 BP-SummonCount pic 9(1).
       02 BP-Text pic x(60).

fd EventRuleFile.

 01 EventRuleRec.
       02 ER-EventId pic x(8).
       02 ER-Start pic x(8).
       02 ER-StartNum redefines ER-Start pic 9(8).
       02 ER-End pic x(8).
       02 ER-EndNum redefines ER-End pic 9(8).
       02 ER-TargetType pic x(1).
       02 ER-Target pic x(25).
       02 ER-Field pic x(6).
       02 ER-Percent pic 9(3).
       02 ER-Desc pic x(40).

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

fd CompanionFile.

 01 CompanionRec.
       02 CF-Key pic x(15).
       02 CF-Name pic x(25).
       02 CF-Health pic 9(3).
       02 CF-Attack pic 9(3).
       02 CF-Defense pic 9(3).
       02 CF-Weapon pic x(25).
       02 CF-HealPower pic 9(3).
       02 CF-HealBelow pic 9(3).
       02 CF-HealCharges pic 9(1).

fd CheckReportFile.

 01 CheckReportRec pic x(132).
01 ws-encounter-status pic xx value spaces.
01 ws-spells-status pic xx value spaces.
01 ws-phase-status pic xx value spaces.
01 ws-events-status pic xx value spaces.
01 ws-traps-status pic xx value spaces.
01 ws-companions-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-rooms-name pic x(60) value "Rooms.dat".
01 ws-enemies-name pic x(60) value "Enemies.dat".
01 ws-items-name pic x(60) value "ItemMaster.dat".
01 ws-recipes-name pic x(60) value "Recipes.dat".
01 ws-loot-name pic x(60) value "LootTable.dat".
01 ws-dialogue-name pic x(60) value "Dialogue.dat".
01 ws-encounter-name pic x(60) value "Encounters.dat".
01 ws-spells-name pic x(60) value "Spells.dat".
01 ws-phase-name pic x(60) value "BossPhases.dat".
01 ws-events-name pic x(60) value "EventRules.dat".
01 ws-traps-name pic x(60) value "Traps.dat".
01 ws-companions-name pic x(60) value "Companions.dat".
01 ws-field-ok pic 9(1) value 0.
01 ws-config-dir pic x(40) value spaces.
01 ws-report-line pic x(132) value spaces.
01 ws-exception-count pic 9(3) value 0.
01 ws-idx pic 9(3) value 0.
01 ws-found pic 9(1) value 0.
01 ws-check-name pic x(25) value spaces.
01 ws-check-context pic x(40) value spaces.
01 ws-check-type pic x(1) value space.
01 ws-type-ok pic 9(1) value 0.

01 RoomKeys.
       02 RK-Count pic 9(2) value 0.
       02 RK-Entry occurs 12 times.
           03 RK-Key pic x(20).
           03 RK-ExitName occurs 4 times pic x(10).

01 EnemyKeys.
       02 EK-Count pic 9(2) value 0.
       move 020 to DS-Node(3)
       move 0 to DS-Node(4)

       accept ws-config-dir from environment "CONFIG_DIR"
       if ws-config-dir not = spaces then
           perform SetConfigNames
       end-if

       open output CheckReportFile
       move "=== Configuration Cross-Check Report ===" to CheckReportRec
       write CheckReportRec
       if ws-config-dir not = spaces then
           move spaces to ws-report-line
           string "Configuration set checked: " function trim(ws-config-dir)
                  delimited by size into ws-report-line
           move ws-report-line to CheckReportRec
           write CheckReportRec
       end-if

       perform LoadRoomKeys
       perform LoadEnemyKeys
       perform CheckEncounters
       perform CheckSpells
       perform CheckBossPhases
       perform CheckEventRules
       perform CheckTraps
       perform CheckCompanions
       perform CheckDamageTypes

       if ws-exception-count = 0 then
           move "No exceptions: all cross-file references are consistent" to CheckReportRec
               ws-exception-count " exception(s))"
       goback.

SetConfigNames section.

           move spaces to ws-rooms-name
           string function trim(ws-config-dir) "/" "Rooms.dat"
                  delimited by size into ws-rooms-name
           move spaces to ws-enemies-name
           string function trim(ws-config-dir) "/" "Enemies.dat"
                  delimited by size into ws-enemies-name
           move spaces to ws-items-name
           string function trim(ws-config-dir) "/" "ItemMaster.dat"
                  delimited by size into ws-items-name
           move spaces to ws-recipes-name
           string function trim(ws-config-dir) "/" "Recipes.dat"
                  delimited by size into ws-recipes-name
           move spaces to ws-loot-name
           string function trim(ws-config-dir) "/" "LootTable.dat"
                  delimited by size into ws-loot-name
           move spaces to ws-dialogue-name
           string function trim(ws-config-dir) "/" "Dialogue.dat"
                  delimited by size into ws-dialogue-name
           move spaces to ws-encounter-name
           string function trim(ws-config-dir) "/" "Encounters.dat"
                  delimited by size into ws-encounter-name
           move spaces to ws-spells-name
           string function trim(ws-config-dir) "/" "Spells.dat"
                  delimited by size into ws-spells-name
           move spaces to ws-phase-name
           string function trim(ws-config-dir) "/" "BossPhases.dat"
                  delimited by size into ws-phase-name
           move spaces to ws-events-name
           string function trim(ws-config-dir) "/" "EventRules.dat"
                  delimited by size into ws-events-name
           move spaces to ws-traps-name
           string function trim(ws-config-dir) "/" "Traps.dat"
                  delimited by size into ws-traps-name
           move spaces to ws-companions-name
           string function trim(ws-config-dir) "/" "Companions.dat"
                  delimited by size into ws-companions-name
           exit section.

ReportException section.

           add 1 to ws-exception-count
                   not at end
                       add 1 to RK-Count
                       move RF-Key to RK-Key(RK-Count)
                       perform varying ws-exit-idx from 1 by 1 until ws-exit-idx > 4
                           move function lower-case(RF-ExitName(ws-exit-idx))
                             to RK-ExitName(RK-Count,ws-exit-idx)
                       end-perform
                   end-read
               end-perform
           else
                              delimited by size into ws-report-line
                       perform ReportException
                   end-if
                   if WE-Period not = space and WE-Period not = "D" and WE-Period not = "d"
                      and WE-Period not = "N" and WE-Period not = "n" then
                       move spaces to ws-report-line
                       string "BAD ENCOUNTER PERIOD: " function trim(WE-Room) " "
                              function trim(WE-EnemyKey) " period " WE-Period
                              " in Encounters.dat is not D, N or blank"
                              delimited by size into ws-report-line
                       perform ReportException
                   end-if
               end-read
           end-perform
           close EncounterFile
                              delimited by size into ws-report-line
                       perform ReportException
                   end-if
                   move SPF-DmgType to ws-check-type
                   perform CheckTypeCode
                   if ws-type-ok = 0 then
                       move spaces to ws-report-line
                       string "BAD DAMAGE TYPE: spell " function trim(SPF-Key)
                              " has unknown damage type " SPF-DmgType
                              delimited by size into ws-report-line
                       perform ReportException
                   end-if
                   if SPF-Power not numeric or SPF-Mana not numeric then
                       move spaces to ws-report-line
                       string "BAD SPELL NUMBERS: " function trim(SPF-Key)
           close SpellMasterFile
           exit section.

CheckEventRules section.

           open input EventRuleFile
           if ws-events-status not = "00" then
               close EventRuleFile
               exit section
           end-if
           perform until ws-events-status not = "00"
               read EventRuleFile
               at end
                   move "10" to ws-events-status
               not at end
                   if EventRuleRec not = spaces then
                       perform CheckOneEventRule
                   end-if
               end-read
           end-perform
           close EventRuleFile
           exit section.

CheckOneEventRule section.

           if ER-EventId = spaces then
               move spaces to ws-report-line
               string "EVENT RULE WITHOUT ID: rule for " function trim(ER-Target)
                      " in EventRules.dat has a blank event ID"
                      delimited by size into ws-report-line
               perform ReportException
           end-if
           if ER-Start is not numeric or ER-End is not numeric then
               move spaces to ws-report-line
               string "BAD EVENT DATE: " function trim(ER-EventId)
                      " start/end must be yyyymmdd (" ER-Start "/" ER-End ")"
                      delimited by size into ws-report-line
               perform ReportException
           else
               if function test-date-yyyymmdd(ER-StartNum) not = 0
                  or function test-date-yyyymmdd(ER-EndNum) not = 0 then
                   move spaces to ws-report-line
                   string "BAD EVENT DATE: " function trim(ER-EventId)
                          " has an impossible date (" ER-Start "/" ER-End ")"
                          delimited by size into ws-report-line
                   perform ReportException
               else
                   if ER-Start > ER-End then
                       move spaces to ws-report-line
                       string "EVENT WINDOW REVERSED: " function trim(ER-EventId)
                              " ends " ER-End " before it starts " ER-Start
                              delimited by size into ws-report-line
                       perform ReportException
                   end-if
               end-if
           end-if
           if ER-Percent is not numeric or ER-Percent = 0 then
               move spaces to ws-report-line
               string "BAD EVENT MODIFIER: " function trim(ER-EventId) " "
                      function trim(ER-Target) " percentage must be 001-999"
                      delimited by size into ws-report-line
               perform ReportException
           end-if

           move 0 to ws-found
           move 0 to ws-field-ok
           evaluate ER-TargetType
               when "E"
                   perform varying ws-idx2 from 1 by 1 until ws-idx2 > EK-Count
                       if EK-Key(ws-idx2) = ER-Target then
                           move 1 to ws-found
                           exit perform
                       end-if
                   end-perform
                   if ER-Field = "HEALTH" or ER-Field = "ATTACK"
                      or ER-Field = "XP" or ER-Field = "GOLD" then
                       move 1 to ws-field-ok
                   end-if
                   move "Enemies.dat" to ws-check-context
               when "I"
                   move ER-Target to ws-check-name
                   perform FindItemKey
                   if ER-Field = "PRICE" then
                       move 1 to ws-field-ok
                   end-if
                   move "ItemMaster.dat" to ws-check-context
               when "R"
                   perform varying ws-idx2 from 1 by 1 until ws-idx2 > RK-Count
                       if RK-Key(ws-idx2) = ER-Target then
                           move 1 to ws-found
                           exit perform
                       end-if
                   end-perform
                   if ER-Field = "AMBUSH" then
                       move 1 to ws-field-ok
                   end-if
                   move "Rooms.dat" to ws-check-context
               when "S"
                   evaluate ER-Target
                       when "REPAIR"
                       when "REST"
                       when "TREAT"
                       when "SHOP"
                       when "SELL"
                           move 1 to ws-found
                           if ER-Field = "PRICE" then
                               move 1 to ws-field-ok
                           end-if
                       when "LOOT"
                           move 1 to ws-found
                           if ER-Field = "GOLD" then
                               move 1 to ws-field-ok
                           end-if
                   end-evaluate
                   move "the service list" to ws-check-context
               when other
                   move spaces to ws-report-line
                   string "BAD EVENT TARGET TYPE: " function trim(ER-EventId)
                          " has target type '" ER-TargetType "' (E, I, R or S)"
                          delimited by size into ws-report-line
                   perform ReportException
                   exit section
           end-evaluate
           if ws-found = 0 then
               move spaces to ws-report-line
               string "ORPHAN EVENT TARGET: " function trim(ER-Target)
                      " in EventRules.dat (event " function trim(ER-EventId)
                      ") is not in " function trim(ws-check-context)
                      delimited by size into ws-report-line
               perform ReportException
           end-if
           if ws-found = 1 and ws-field-ok = 0 then
               move spaces to ws-report-line
               string "BAD EVENT FIELD: " function trim(ER-EventId) " "
                      function trim(ER-Target) " cannot take field " ER-Field
                      delimited by size into ws-report-line
               perform ReportException
           end-if
           exit section.

CheckTraps section.

           open input TrapFile
           if ws-traps-status not = "00" then
               close TrapFile
               exit section
           end-if
           perform until ws-traps-status not = "00"
               read TrapFile
               at end
                   move "10" to ws-traps-status
               not at end
                   if TrapRec not = spaces then
                       perform CheckOneTrap
                   end-if
               end-read
           end-perform
           close TrapFile
           exit section.

CheckOneTrap section.

           move 0 to ws-found
           move 0 to ws-idx
           perform varying ws-idx2 from 1 by 1 until ws-idx2 > RK-Count
               if RK-Key(ws-idx2) = TR-Room then
                   move ws-idx2 to ws-idx
                   exit perform
               end-if
           end-perform
           if ws-idx = 0 then
               move spaces to ws-report-line
               string "ORPHAN TRAP ROOM: " function trim(TR-Room)
                      " in Traps.dat is not in Rooms.dat"
                      delimited by size into ws-report-line
               perform ReportException
           else
               perform varying ws-exit-idx from 1 by 1 until ws-exit-idx > 4
                   if RK-ExitName(ws-idx,ws-exit-idx) not = spaces
                      and RK-ExitName(ws-idx,ws-exit-idx) = function lower-case(TR-Exit) then
                       move 1 to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = 0 then
                   move spaces to ws-report-line
                   string "ORPHAN TRAP EXIT: room " function trim(TR-Room)
                          " has no exit " function trim(TR-Exit) " for the trap in Traps.dat"
                          delimited by size into ws-report-line
                   perform ReportException
               end-if
           end-if
           if TR-Type not = "D" and TR-Type not = "P" and TR-Type not = "A" then
               move spaces to ws-report-line
               string "BAD TRAP TYPE: " function trim(TR-Room) " " function trim(TR-Exit)
                      " has type '" TR-Type "' (D, P or A)"
                      delimited by size into ws-report-line
               perform ReportException
           end-if
           if TR-Detect is not numeric or TR-Disarm is not numeric
              or TR-Power is not numeric then
               move spaces to ws-report-line
               string "BAD TRAP NUMBERS: " function trim(TR-Room) " " function trim(TR-Exit)
                      " has non-numeric difficulty or power"
                      delimited by size into ws-report-line
               perform ReportException
           else
               if TR-Detect > 100 or TR-Disarm > 100 then
                   move spaces to ws-report-line
                   string "BAD TRAP NUMBERS: " function trim(TR-Room) " " function trim(TR-Exit)
                          " difficulties must be 000-100"
                          delimited by size into ws-report-line
                   perform ReportException
               end-if
           end-if
           if TR-Type = "A" then
               move 0 to ws-found
               perform varying ws-idx2 from 1 by 1 until ws-idx2 > EK-Count
                   if EK-Key(ws-idx2) = TR-EnemyKey then
                       move 1 to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = 0 then
                   move spaces to ws-report-line
                   string "ORPHAN TRAP ENEMY: alarm at " function trim(TR-Room) " "
                          function trim(TR-Exit) " names unknown enemy key "
                          function trim(TR-EnemyKey)
                          delimited by size into ws-report-line
                   perform ReportException
               end-if
           end-if
           exit section.

CheckCompanions section.

           open input CompanionFile
           if ws-companions-status not = "00" then
               close CompanionFile
               exit section
           end-if
           perform until ws-companions-status not = "00"
               read CompanionFile
               at end
                   move "10" to ws-companions-status
               not at end
                   if CompanionRec not = spaces then
                       perform CheckOneCompanion
                   end-if
               end-read
           end-perform
           close CompanionFile
           exit section.

CheckOneCompanion section.

           if CF-Key = spaces or CF-Name = spaces then
               move spaces to ws-report-line
               string "BAD COMPANION: a Companions.dat record has no key or name ("
                      function trim(CF-Key) ")"
                      delimited by size into ws-report-line
               perform ReportException
           end-if
           if CF-Health is not numeric or CF-Attack is not numeric
              or CF-Defense is not numeric or CF-HealPower is not numeric
              or CF-HealBelow is not numeric or CF-HealCharges is not numeric then
               move spaces to ws-report-line
               string "BAD COMPANION NUMBERS: " function trim(CF-Key)
                      " in Companions.dat has non-numeric stats"
                      delimited by size into ws-report-line
               perform ReportException
           else
               if CF-Health = 0 or CF-HealBelow > 100 then
                   move spaces to ws-report-line
                   string "BAD COMPANION NUMBERS: " function trim(CF-Key)
                          " needs health above 000 and a heal threshold of 000-100"
                          delimited by size into ws-report-line
                   perform ReportException
               end-if
           end-if
           if CF-Weapon not = spaces then
               move CF-Weapon to ws-check-name
               perform FindItemKey
               if ws-found = 0 then
                   move spaces to ws-report-line
                   string "ORPHAN COMPANION WEAPON: " function trim(CF-Weapon)
                          " for " function trim(CF-Key) " is not in ItemMaster.dat"
                          delimited by size into ws-report-line
                   perform ReportException
               end-if
           end-if
           exit section.

CheckDamageTypes section.

           open input ItemMasterFile
           if ws-items-status = "00" then
               perform until ws-items-status not = "00"
                   read ItemMasterFile
                   at end
                       move "10" to ws-items-status
                   not at end
                       move IF-DmgType to ws-check-type
                       perform CheckTypeCode
                       if ws-type-ok = 0 then
                           move spaces to ws-report-line
                           string "BAD DAMAGE TYPE: item " function trim(IF-Name)
                                  " has unknown damage type " IF-DmgType
                                  delimited by size into ws-report-line
                           perform ReportException
                       end-if
                       if IF-DmgType not = space and IF-Type not = "Weapon"
                          and IF-Type not = "Armor" then
                           move spaces to ws-report-line
                           string "BAD DAMAGE TYPE: item " function trim(IF-Name)
                                  " is " function trim(IF-Type)
                                  ", only weapons and armor take a damage type"
                                  delimited by size into ws-report-line
                           perform ReportException
                       end-if
                   end-read
               end-perform
           end-if
           close ItemMasterFile

           open input EnemyMasterFile
           if ws-enemies-status = "00" then
               perform until ws-enemies-status not = "00"
                   read EnemyMasterFile
                   at end
                       move "10" to ws-enemies-status
                   not at end
                       move EF-DmgType to ws-check-type
                       perform CheckTypeCode
                       if ws-type-ok = 0 then
                           move spaces to ws-report-line
                           string "BAD DAMAGE TYPE: enemy " function trim(EF-Key)
                                  " has unknown damage type " EF-DmgType
                                  delimited by size into ws-report-line
                           perform ReportException
                       end-if
                       perform varying ws-exit-idx from 1 by 1 until ws-exit-idx > 4
                           if EF-Affinity(ws-exit-idx:1) not = space
                              and EF-Affinity(ws-exit-idx:1) not = "-"
                              and EF-Affinity(ws-exit-idx:1) not = "W"
                              and EF-Affinity(ws-exit-idx:1) not = "R" then
                               move spaces to ws-report-line
                               string "BAD AFFINITY: enemy " function trim(EF-Key)
                                      " has affinities " EF-Affinity
                                      ", each must be W, R or -"
                                      delimited by size into ws-report-line
                               perform ReportException
                               exit perform
                           end-if
                       end-perform
                   end-read
               end-perform
           end-if
           close EnemyMasterFile
           exit section.

CheckTypeCode section.

           if ws-check-type = space or ws-check-type = "B" or ws-check-type = "E"
              or ws-check-type = "F" or ws-check-type = "H" then
               move 1 to ws-type-ok
           else
               move 0 to ws-type-ok
           end-if
           exit section.

CheckDialogue section.

           perform varying ws-idx from 1 by 1 until ws-idx > DN-Count
