       >>SOURCE FORMAT FREE
identification division.
program-id. CombatSim.
environment division.
input-output section.
file-control.
       select ScenarioFile assign to ws-scenario-name
       organization is line sequential
       access is sequential
       file status is ws-scenario-status.

       select SimReportFile assign to "CombatSimReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

data division.
file section.
fd ScenarioFile.

 01 ScenarioRec.
       02 SC-Name pic x(20).
       02 SC-Class pic x(8).
       02 SC-Level pic 9(2).
       02 SC-Weapon pic x(25).
       02 SC-Armor pic x(25).
       02 SC-Difficulty pic 9(1).
       02 SC-Enemy pic x(15).
       02 SC-Group pic 9(1).
       02 SC-Fights pic 9(5).
       02 SC-Seed pic 9(9).

fd SimReportFile.

 01 SimReportRec pic x(180).

working-storage section.
01 ws-scenario-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-report-line pic x(180) value spaces.
01 ws-scenario-name pic x(40) value "SimScenarios.dat".
01 ws-enemy-file pic x(40) value "Enemies.dat".
01 ws-env-value pic x(40) value spaces.
01 ws-guard-program pic x(12) value "CombatSim".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-final-rc pic 9(1) value 0.
01 ws-default-fights pic 9(5) value 100.
01 ws-default-seed pic 9(9) value 1931.
01 ws-scenario-count pic 9(4) value 0.
01 ws-fight-count pic 9(5) value 0.
01 ws-fight-idx pic 9(5) value 0.
01 ws-base-seed pic 9(9) value 0.
01 ws-scenario-ok pic 9(1) value 0.
01 ws-scenario-error pic x(40) value spaces.
01 ws-level-idx pic 9(2) value 0.
01 ws-item-name pic x(25) value spaces.
01 ws-item-found pic 9(1) value 0.
01 ws-enemy-key pic x(15) value spaces.
01 ws-enemy-found pic 9(1) value 0.
01 ws-kit-item pic x(25) value spaces.
01 ws-slot-idx pic 9(1) value 0.
01 ws-alive-idx pic 9(1) value 0.
01 ws-enemies-left pic 9(1) value 0.

01 ws-start-health pic 9(3) value 0.
01 ws-start-attack pic 9(3) value 0.
01 ws-start-defense pic 9(3) value 0.
01 ws-start-base-attack pic 9(3) value 0.
01 ws-start-base-defense pic 9(3) value 0.
01 ws-start-mana pic 9(3) value 0.
01 ws-start-weapon-dur pic 9(3) value 0.
01 ws-start-armor-dur pic 9(3) value 0.

01 ScenarioTotals.
       02 ST-Wins pic 9(5) value 0.
       02 ST-Losses pic 9(5) value 0.
       02 ST-Stalled pic 9(5) value 0.
       02 ST-Rounds pic 9(9) value 0.
       02 ST-Damage pic 9(9) value 0.
       02 ST-Bleeding pic 9(5) value 0.
       02 ST-Poisoned pic 9(5) value 0.

01 ws-win-pct pic 9(3)v9 value 0.
01 ws-bleed-pct pic 9(3)v9 value 0.
01 ws-poison-pct pic 9(3)v9 value 0.
01 ws-avg-rounds pic 9(4)v9 value 0.
01 ws-avg-damage pic 9(5)v9 value 0.
01 ws-win-disp pic zz9.9.
01 ws-bleed-disp pic zz9.9.
01 ws-poison-disp pic zz9.9.
01 ws-rounds-disp pic zzz9.9.
01 ws-damage-disp pic zzzz9.9.
01 ws-fights-disp pic zzzz9.
01 ws-stalled-disp pic zzzz9.

01 ItemMaster.
       02 IM-Type pic x(10).
       02 IM-Attack pic 9(3).
       02 IM-Def pic 9(3).
       02 IM-Heal pic 9(3).
       02 IM-Durability pic 9(3).
       02 IM-Price pic 9(5).
       02 IM-Shop pic x(1).
       02 IM-DmgType pic x(1).

01 EnemyMaster.
       02 EM-Name pic x(25).
       02 EM-Health pic 9(3).
       02 EM-Attack pic 9(3).
       02 EM-Defense pic 9(3).
       02 EM-Weapon pic x(25).
       02 EM-Armor pic x(25).
       02 EM-StunResist pic 9(1).
       02 EM-HasWeapon pic 9(1).
       02 EM-XP pic 9(3).
       02 EM-Profile pic x(1).
       02 EM-Affinity pic x(4).
       02 EM-DmgType pic x(1).

01 Player.
       02 CurrentRoom pic x(99) value "Simulator".
       02 PreviousRoom pic x(99) value "Simulator".
       02 Health pic s9(3) value 0.
       02 AttackPoints pic 9(3) value 0.
       02 DefensePoints pic 9(3) value 0.
       02 Weapon pic x(99) value "Fists".
       02 Armor pic x(99) value "Clothes".
       02 Gold pic 9(5) value 0.
       02 WeaponDurability pic 9(3) value 0.
       02 ArmorDurability pic 9(3) value 0.
       02 XP pic 9(5) value 0.
       02 PlayerLevel pic 9(2) value 1.
       02 BleedTurns pic 9(1) value 0.
       02 PoisonTurns pic 9(1) value 0.
       02 DrainTurns pic 9(1) value 0.
       02 PlayerStunTurns pic 9(1) value 0.
       02 PlayerName pic x(15) value "Simulator".
       02 RunId pic x(12) value spaces.
       02 Mana pic 9(3) value 0.
       02 MaxMana pic 9(3) value 0.
       02 PlayerClass pic x(8) value spaces.
       02 SpellBook.
           03 SpellsKnown occurs 4 times pic x(15) value spaces.

01 PlayerInventory.
       02 Inventory occurs 15 times.
           03 InventoryItemIndex pic 9(2).
           03 InventoryItem pic x(25).
           03 InventoryItemType pic x(25).
           03 InventoryItemDef pic s9(3).
           03 InventoryItemAttack pic s9(3).
           03 InventoryItemHealPoints pic s9(3).
           03 InventoryItemDurability pic 9(3).
           03 InventoryItemQty pic 9(2).

01 MaxHealth pic 9(3) value 0.

01 Enemies.
       02 EnemyCount pic 9(1) value 1.
       02 EnemySlot occurs 5 times.
           03 EnemyName pic x(99).
           03 EnemyHealth pic s9(3).
           03 EnemyAttackPoints pic 9(3).
           03 EnemyDefensePoints pic 9(3).
           03 EnemyWeapon pic x(99).
           03 EnemyArmor pic x(99).
           03 EnemyIsStunned pic 9(1) value 0.
           03 HasWeapon pic 9(1).
           03 StunResist pic 9(1).
           03 StunTurnsRemaining pic 9(1) value 0.
           03 EnemyXP pic 9(3).
           03 EnemyProfile pic x(1).
           03 EnemyMaxHealth pic 9(3).
           03 EnemyIsDefending pic 9(1).
           03 EnemyIsEvading pic 9(1).
           03 VampToggle pic 9(1).
           03 EnemyKey pic x(15).

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

01 RandomNumber pic s9v9(10) value 0.
01 InitRandom pic s9v9(10) value 0.

01 Body.
       02 Head pic x(99) value "Head".
       02 Torso pic x(99) value "Torso".
       02 Arms pic x(99) value "Arms".
       02 Legs pic x(99) value "Legs".

01 BodyPick pic 9(1) value 0.
01 InCombat pic 9(1) value 0.
01 YourTurn pic 9(1) value 1.
01 BaseAttack pic 9(3) value 0.
01 BaseDefense pic 9(3) value 0.
01 UseTestSeed pic 9(1) value 1.
01 TestSeedValue pic 9(9) value 0.
01 DifficultyMultiplier pic 9v99 value 1.00.

01 CombatSim.
       02 CS-Mode pic x(1) value "S".
       02 CS-Rounds pic 9(4) value 0.
       02 CS-Damage pic 9(6) value 0.

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

procedure division.

       move function current-date to ws-current-date-data
       move spaces to ws-env-value
       accept ws-env-value from environment "SIM_SCENARIOS"
       if ws-env-value not = spaces then
           move ws-env-value to ws-scenario-name
       end-if
       move spaces to ws-env-value
       accept ws-env-value from environment "SIM_FIGHTS"
       if ws-env-value not = spaces and function trim(ws-env-value) is numeric then
           move function numval(ws-env-value) to ws-default-fights
       end-if
       if ws-default-fights = 0 then
           move 100 to ws-default-fights
       end-if
       move spaces to ws-env-value
       accept ws-env-value from environment "SIM_SEED"
       if ws-env-value not = spaces and function trim(ws-env-value) is numeric then
           move function numval(ws-env-value) to ws-default-seed
       end-if

       move spaces to ws-env-value
       accept ws-env-value from environment "SIM_ENEMY_FILE"
       if ws-env-value not = spaces then
           move ws-env-value to ws-enemy-file
           if ws-env-value(26:15) not = spaces then
               display "SIM_ENEMY_FILE " function trim(ws-enemy-file)
                       " is longer than 25 characters; use a shorter name"
               move 8 to return-code
               goback
           end-if
           move spaces to EnemyMaster
           move ws-enemy-file to EM-Name
           move "*FILE" to ws-enemy-key
           call 'LoadEnemy' using ws-enemy-key,EnemyMaster,ws-enemy-found
           if ws-enemy-found = 0 then
               display "Enemy file " function trim(ws-enemy-file) " could not be loaded"
               move 8 to return-code
               goback
           end-if
       end-if

       open input ScenarioFile
       if ws-scenario-status not = "00" then
           move ws-scenario-name to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-scenario-status
           close ScenarioFile
           move 8 to return-code
           goback
       end-if
       open output SimReportFile
       if ws-report-status not = "00" then
           move "CombatSimReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
           close SimReportFile
           close ScenarioFile
           move 8 to return-code
           goback
       end-if

       move spaces to ws-report-line
       string "=== Combat Simulation " ws-current-year "-" ws-current-month "-"
              ws-current-day " " ws-current-hours ":" ws-current-minute " ==="
              delimited by size into ws-report-line
       perform PutLine
       move spaces to ws-report-line
       string "Scenarios: " function trim(ws-scenario-name) "   enemies: "
              function trim(ws-enemy-file)
              delimited by size into ws-report-line
       perform PutLine
       move "Auto-play: torso strikes; heal below a third of max health; cure bleed/poison with a remedy"
         to ws-report-line
       perform PutLine
       move spaces to ws-report-line
       perform PutLine
       move "Scenario             Class    Lv D Enemy           x Fights  Win%  AvgRnd   AvgDmg Bleed% Poison% Stalled"
         to ws-report-line
       perform PutLine

       perform until ws-scenario-status not = "00"
           move spaces to ScenarioRec
           read ScenarioFile
           at end
               move "10" to ws-scenario-status
           not at end
               if ScenarioRec not = spaces and SC-Name(1:1) not = "*" then
                   add 1 to ws-scenario-count
                   perform RunScenario
               end-if
           end-read
       end-perform
       close ScenarioFile

       move spaces to ws-report-line
       perform PutLine
       move spaces to ws-report-line
       string "Scenarios run: " ws-scenario-count
              delimited by size into ws-report-line
       perform PutLine
       close SimReportFile
       display "Combat simulation written to CombatSimReport.txt ("
               ws-scenario-count " scenario(s))"
       move ws-final-rc to return-code
       goback.

RunScenario section.

           initialize ScenarioTotals
           perform BuildPlayer
           if ws-scenario-ok = 1 then
               perform CheckEnemy
           end-if
           if ws-scenario-ok = 0 then
               move spaces to ws-report-line
               string SC-Name " " SC-Class " SKIPPED: " ws-scenario-error
                      delimited by size into ws-report-line
               perform PutLine
               move 4 to ws-final-rc
               exit section
           end-if

           move SC-Fights to ws-fight-count
           if SC-Fights is not numeric or SC-Fights = 0 then
               move ws-default-fights to ws-fight-count
           end-if
           move ws-default-seed to ws-base-seed
           if SC-Seed is numeric and SC-Seed > 0 then
               move SC-Seed to ws-base-seed
           end-if
           perform varying ws-fight-idx from 1 by 1 until ws-fight-idx > ws-fight-count
               perform RunOneFight
           end-perform

           compute ws-win-pct rounded = ST-Wins * 100 / ws-fight-count
           compute ws-bleed-pct rounded = ST-Bleeding * 100 / ws-fight-count
           compute ws-poison-pct rounded = ST-Poisoned * 100 / ws-fight-count
           compute ws-avg-rounds rounded = ST-Rounds / ws-fight-count
           compute ws-avg-damage rounded = ST-Damage / ws-fight-count
           move ws-win-pct to ws-win-disp
           move ws-bleed-pct to ws-bleed-disp
           move ws-poison-pct to ws-poison-disp
           move ws-avg-rounds to ws-rounds-disp
           move ws-avg-damage to ws-damage-disp
           move ws-fight-count to ws-fights-disp
           move ST-Stalled to ws-stalled-disp
           move spaces to ws-report-line
           string SC-Name " " SC-Class " " SC-Level " " SC-Difficulty " "
                  SC-Enemy " " SC-Group " " ws-fights-disp " " ws-win-disp "  "
                  ws-rounds-disp " " ws-damage-disp "  " ws-bleed-disp "   "
                  ws-poison-disp "   " ws-stalled-disp
                  delimited by size into ws-report-line
           perform PutLine
           move spaces to ws-report-line
           string "    weapon " function trim(SC-Weapon) ", armor " function trim(SC-Armor)
                  ", seed " ws-base-seed ", won " ST-Wins ", lost " ST-Losses
                  delimited by size into ws-report-line
           perform PutLine
           exit section.

BuildPlayer section.

           move 1 to ws-scenario-ok
           move spaces to ws-scenario-error
           evaluate SC-Class
               when "Hunter"
                   move 20 to ws-start-health
                   move 12 to ws-start-base-attack
                   move 0 to ws-start-base-defense
                   move 10 to ws-start-mana
                   move "Wooden Cudgel" to ws-kit-item
               when "Scholar"
                   move 16 to ws-start-health
                   move 8 to ws-start-base-attack
                   move 0 to ws-start-base-defense
                   move 20 to ws-start-mana
                   move "Bandage" to ws-kit-item
               when "Knight"
                   move 25 to ws-start-health
                   move 8 to ws-start-base-attack
                   move 2 to ws-start-base-defense
                   move 6 to ws-start-mana
                   move "Leather Armor" to ws-kit-item
               when other
                   move 0 to ws-scenario-ok
                   move "unknown class" to ws-scenario-error
                   exit section
           end-evaluate
           if SC-Level is not numeric or SC-Level = 0 then
               move 1 to SC-Level
           end-if
           perform varying ws-level-idx from 2 by 1 until ws-level-idx > SC-Level
               add 5 to ws-start-health
               add 2 to ws-start-base-attack
               add 1 to ws-start-base-defense
           end-perform
           move ws-start-base-attack to ws-start-attack
           move ws-start-base-defense to ws-start-defense
           move 0 to ws-start-weapon-dur
           move 0 to ws-start-armor-dur

           if SC-Weapon = spaces then
               move "Fists" to SC-Weapon
           end-if
           if SC-Weapon not = "Fists" then
               move SC-Weapon to ws-item-name
               call 'LoadItem' using ws-item-name,ItemMaster,ws-item-found
               if ws-item-found = 0 or IM-Type not = "Weapon" then
                   move 0 to ws-scenario-ok
                   move "weapon not in ItemMaster.dat" to ws-scenario-error
                   exit section
               end-if
               compute ws-start-attack = ws-start-base-attack + IM-Attack
               move IM-Durability to ws-start-weapon-dur
           end-if
           if SC-Armor = spaces then
               move "Clothes" to SC-Armor
           end-if
           if SC-Armor not = "Clothes" then
               move SC-Armor to ws-item-name
               call 'LoadItem' using ws-item-name,ItemMaster,ws-item-found
               if ws-item-found = 0 or IM-Type not = "Armor" then
                   move 0 to ws-scenario-ok
                   move "armor not in ItemMaster.dat" to ws-scenario-error
                   exit section
               end-if
               compute ws-start-defense = ws-start-base-defense + IM-Def
               move IM-Durability to ws-start-armor-dur
           end-if

           evaluate SC-Difficulty
               when 1 move 0.75 to DifficultyMultiplier
               when 3 move 1.50 to DifficultyMultiplier
               when 4 move 2.00 to DifficultyMultiplier
               when other
                   move 2 to SC-Difficulty
                   move 1.00 to DifficultyMultiplier
           end-evaluate
           if SC-Group is not numeric or SC-Group = 0 then
               move 1 to SC-Group
           end-if
           if SC-Group > 5 then
               move 5 to SC-Group
           end-if
           exit section.

CheckEnemy section.

           move SC-Enemy to ws-enemy-key
           call 'LoadEnemy' using ws-enemy-key,EnemyMaster,ws-enemy-found
           if ws-enemy-found = 0 then
               move 0 to ws-scenario-ok
               move "enemy not in the enemy file" to ws-scenario-error
           end-if
           exit section.

RunOneFight section.

           initialize PlayerInventory
           move SC-Class to PlayerClass
           move ws-start-health to Health
           move ws-start-health to MaxHealth
           move ws-start-attack to AttackPoints
           move ws-start-defense to DefensePoints
           move ws-start-base-attack to BaseAttack
           move ws-start-base-defense to BaseDefense
           move ws-start-mana to Mana
           move ws-start-mana to MaxMana
           move SC-Weapon to Weapon
           move SC-Armor to Armor
           move ws-start-weapon-dur to WeaponDurability
           move ws-start-armor-dur to ArmorDurability
           move SC-Level to PlayerLevel
           compute XP = (SC-Level - 1) * 50
           move 0 to Gold
           move 0 to BleedTurns
           move 0 to PoisonTurns
           move 0 to DrainTurns
           move 0 to PlayerStunTurns
           move "Simulator" to CurrentRoom
           move "Simulator" to PreviousRoom

           move ws-kit-item to ws-item-name
           call 'LoadItem' using ws-item-name,ItemMaster,ws-item-found
           if ws-item-found = 1 then
               move 1 to InventoryItemIndex(1)
               move ws-kit-item to InventoryItem(1)
               move IM-Type to InventoryItemType(1)
               move IM-Def to InventoryItemDef(1)
               move IM-Attack to InventoryItemAttack(1)
               move IM-Heal to InventoryItemHealPoints(1)
               move IM-Durability to InventoryItemDurability(1)
               move 1 to InventoryItemQty(1)
           end-if

           initialize Enemies
           move SC-Group to EnemyCount
           move SC-Enemy to ws-enemy-key
           perform varying ws-slot-idx from 1 by 1 until ws-slot-idx > EnemyCount
               perform SetEnemySlot
           end-perform

           compute TestSeedValue = ws-base-seed + ws-fight-idx
           move 1 to UseTestSeed
           move 1 to InCombat
           move 1 to YourTurn
           move 0 to BodyPick
           move "S" to CS-Mode
           call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion

           move 0 to ws-enemies-left
           perform varying ws-alive-idx from 1 by 1 until ws-alive-idx > EnemyCount
               if EnemyHealth(ws-alive-idx) > 0 then
                   add 1 to ws-enemies-left
               end-if
           end-perform
           evaluate true
               when Health <= 0
                   add 1 to ST-Losses
               when ws-enemies-left = 0
                   add 1 to ST-Wins
               when other
                   add 1 to ST-Stalled
           end-evaluate
           add CS-Rounds to ST-Rounds
           add CS-Damage to ST-Damage
           if BleedTurns > 0 then
               add 1 to ST-Bleeding
           end-if
           if PoisonTurns > 0 then
               add 1 to ST-Poisoned
           end-if
           exit section.

SetEnemySlot section.

           call 'LoadEnemy' using ws-enemy-key,EnemyMaster,ws-enemy-found
           move EM-Name to EnemyName(ws-slot-idx)
           compute EnemyHealth(ws-slot-idx) = EM-Health * DifficultyMultiplier
           compute EnemyAttackPoints(ws-slot-idx) = EM-Attack * DifficultyMultiplier
           move EM-Defense to EnemyDefensePoints(ws-slot-idx)
           move EM-Weapon to EnemyWeapon(ws-slot-idx)
           move EM-Armor to EnemyArmor(ws-slot-idx)
           move EM-StunResist to StunResist(ws-slot-idx)
           move EM-HasWeapon to HasWeapon(ws-slot-idx)
           move EM-XP to EnemyXP(ws-slot-idx)
           move EM-Profile to EnemyProfile(ws-slot-idx)
           move EnemyHealth(ws-slot-idx) to EnemyMaxHealth(ws-slot-idx)
           move 0 to EnemyIsStunned(ws-slot-idx)
           move 0 to StunTurnsRemaining(ws-slot-idx)
           move 0 to EnemyIsDefending(ws-slot-idx)
           move 0 to EnemyIsEvading(ws-slot-idx)
           move 0 to VampToggle(ws-slot-idx)
           move ws-enemy-key to EnemyKey(ws-slot-idx)
           exit section.

PutLine section.

           move ws-report-line to SimReportRec
           write SimReportRec
           exit section.
