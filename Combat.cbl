       file status is ws-loot-status.

       select BestiaryFile assign to "Bestiary.dat"
       organization is indexed
       access is dynamic
       record key is BF-RecKey
       file status is ws-bestiary-status.

       select CombatCkptFile assign to ws-ckpt-name
       02 filler pic x(1).
       02 EV-GoldSign pic x(1).
       02 EV-Gold pic 9(5).
       02 filler pic x(1).
       02 EV-Seq pic 9(9).
       02 filler pic x(1).
       02 EV-Chain pic 9(9).

fd BossPhaseFile.

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

fd LootFile.

       02 CH-Drain pic 9(1).
       02 CH-Stun pic 9(1).
       02 CH-EnemyCount pic 9(1).
       02 CH-CompHealth pic s9(3).

 01 CkptEnemyRec.
       02 CE-Name pic x(25).
01 ws-audit-status pic xx value spaces.
01 ws-audit-message pic x(80) value spaces.
01 ws-pack-alive pic 9(1) value 0.
01 ws-sim-round-cap pic 9(4) value 500.
01 ws-sim-heal pic 9(2) value 0.
01 ws-sim-remedy pic 9(2) value 0.
01 ws-loot-status pic xx value spaces.
01 ws-bestiary-status pic xx value spaces.
01 ws-beast-new pic 9(1) value 0.
01 ws-beast-dup pic 9(1) value 0.
01 ws-beast-all-dead pic 9(1) value 0.
01 ws-loot-found pic 9(1) value 0.
01 ws-gold-roll pic 9(5) value 0.
01 ws-item-name pic x(25) value spaces.
       02 IM-Durability pic 9(3).
       02 IM-Price pic 9(5).
       02 IM-Shop pic x(1).
       02 IM-DmgType pic x(1).
01 ws-mitigated pic 9(4) value 0.
01 ws-raw-damage pic 9(4) value 0.
01 ws-hit-absorbed pic 9(1) value 0.
01 ws-workaudit-name pic x(40) value "AuditWork.txt".
01 ws-workevent-name pic x(40) value "EventWork.txt".
01 ws-worklog-name pic x(40) value "CombatWork.txt".
01 ws-chain-name pic x(40) value spaces.
01 ws-chain-line pic x(199) value spaces.
01 ws-chain-mode pic x(1) value space.
01 ws-chain-pos pic 9(3) value 0.
01 ws-chain-seq pic 9(9) value 0.
01 ws-chain-hash pic 9(9) value 0.
01 ws-chain-ok pic 9(1) value 0.
01 ws-audit-chain-pos pic 9(3) value 181.
01 ws-event-chain-pos pic 9(3) value 87.
01 ws-event-status pic xx value spaces.
01 ws-event-type pic x(1) value space.
01 ws-event-key pic x(25) value spaces.
01 ws-phase-idx pic 9(1) value 0.
01 ws-summon-idx pic 9(1) value 0.
01 ws-summon-key pic x(15) value spaces.
01 ws-run-date pic x(8) value spaces.
01 ws-comp-charges pic 9(1) value 0.
01 ws-comp-target pic 9(1) value 0.
01 ws-comp-damage pic 9(4) value 0.
01 ws-comp-chance pic 9v99 value 0.30.
01 ws-weapon-type pic x(1) value space.
01 ws-armor-type pic x(1) value space.
01 ws-comp-type pic x(1) value space.
01 ws-hit-type pic x(1) value space.
01 ws-type-slot pic 9(1) value 0.
01 ws-type-idx pic 9(1) value 0.
01 ws-type-word pic x(6) value spaces.
01 ws-weak-mult pic 9v99 value 1.50.
01 ws-resist-mult pic 9v99 value 0.50.
01 ws-affinity-key pic x(15) value spaces.
01 ws-affinity-found pic 9(1) value 0.

01 DamageTypeValues.
       02 filler pic x(7) value "Bblunt ".
       02 filler pic x(7) value "Eedged ".
       02 filler pic x(7) value "Ffire  ".
       02 filler pic x(7) value "Hholy  ".
01 DamageTypeTable redefines DamageTypeValues.
       02 DamageTypeEntry occurs 4 times.
           03 DT-Code pic x(1).
           03 DT-Word pic x(6).

01 AffinityTable.
       02 AffinitySlot occurs 5 times.
           03 AT-Affinity pic x(4).
           03 AT-DmgType pic x(1).
           03 AT-Found pic x(4).

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
01 ws-summon-found pic 9(1) value 0.

01 EnemyMaster.
       02 EM-HasWeapon pic 9(1).
       02 EM-XP pic 9(3).
       02 EM-Profile pic x(1).
       02 EM-Affinity pic x(4).
       02 EM-DmgType pic x(1).

01 PhaseTable.
       02 PhaseCount pic 9(1) value 0.
       02 SM-Power pic 9(3).
       02 SM-Mana pic 9(2).
       02 SM-Book pic x(1).
       02 SM-DmgType pic x(1).

       linkage section.
       01 Player.
       01 TestSeedValue pic 9(9).
       01 DifficultyMultiplier pic 9v99.

       01 CombatSim.
           02 CS-Mode pic x(1).
           02 CS-Rounds pic 9(4).
           02 CS-Damage pic 9(6).

       01 Companion.
           02 CO-Status pic x(1).
           02 CO-Key pic x(15).
           02 CO-Name pic x(25).
           02 CO-Health pic s9(3).
           02 CO-MaxHealth pic 9(3).
           02 CO-Attack pic 9(3).
           02 CO-Defense pic 9(3).
           02 CO-Weapon pic x(25).
           02 CO-HealPower pic 9(3).
           02 CO-HealBelow pic 9(3).
           02 CO-HealCharges pic 9(1).

procedure division using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion.




       move 0 to ws-took-damage
       move 0 to ws-ability-used
       move 0 to CS-Rounds
       move 0 to CS-Damage
       perform LoadBossPhases
       perform LoadDamageTypes
       move 1 to EnemyIdx
       display function trim(CT-Enter) " " EnemyName(1)
       if EnemyCount > 1 then
           display "and " EnemyCount " enemies in total"
       end-if
       if CO-Status = "A" and CO-Health <= 0 then
           move "F" to CO-Status
       end-if
       move CO-HealCharges to ws-comp-charges
       move function trim(EnemyName(1)) to ws-enemy-name-trim
       move spaces to ws-combat-log-line
       if CO-Status = "A" then
           display function trim(CO-Name) " fights at your side, wielding " function trim(CO-Weapon)
           string "Combat started against " ws-enemy-name-trim
                  " (" EnemyCount " enemies) with companion " function trim(CO-Name)
                  delimited by size into ws-combat-log-line
       else
           string "Combat started against " ws-enemy-name-trim
                  " (" EnemyCount " enemies)" delimited by size
                  into ws-combat-log-line
       end-if
       perform LogCombatRound

       perform until InCombat = 0

      if YourTurn = 1

       add 1 to CS-Rounds
       if CS-Mode = "S" and CS-Rounds > ws-sim-round-cap then
           display "Simulated fight called off after " ws-sim-round-cap " rounds"
           move 0 to InCombat
           exit perform
       end-if
       perform WriteCombatCkpt

       perform TickPlayerStatus
       if EnemiesAlive = 0
           perform AwardSlainXP
           display CT-Won
           if ws-took-damage = 0 and CS-Mode not = "S" then
               move "Untouchable" to ws-achievement-name
               call 'Achieve' using ws-achievement-name,PlayerName,RunId
           end-if
           move "W" to ws-event-type
           move EnemyName(1)(1:25) to ws-event-key
           move 0 to BodyPick
           move 0 to YourTurn
       else
       if CS-Mode = "S"
           perform AutoPick
       else
       display function trim(CT-YourHP) " " Health
       display function trim(CT-Facing) " " EnemyName(EnemyIdx) ", Health: " EnemyHealth(EnemyIdx)
          display CT-PickPart
            move spaces to ValidWords
            call 'GetValid' using ValidMin,ValidMax,ValidWords,ValidResult,ValidWord
            move ValidResult to BodyPick
       end-if
       end-if

            if BodyPick >= 1 and BodyPick <= 4 and EnemyIsEvading(EnemyIdx) = 1
            display "Critical Hit!"
            compute DamageDealt = AttackPoints * 2
            perform AdjustForDefending
            perform WeaponDamageType
            compute EnemyHealth(EnemyIdx) = EnemyHealth(EnemyIdx) - DamageDealt
            display "Enemy's Health is " EnemyHealth(EnemyIdx)
            move spaces to ws-combat-log-line
                display "You have attacked the torso"
                move AttackPoints to DamageDealt
                perform AdjustForDefending
                perform WeaponDamageType
                compute EnemyHealth(EnemyIdx) = EnemyHealth(EnemyIdx) - DamageDealt
                display "Enemy's Health is " EnemyHealth(EnemyIdx)
                move spaces to ws-combat-log-line
               move 10 to  EnemyAttackPoints(EnemyIdx)
                compute DamageDealt = AttackPoints * 0.35
                perform AdjustForDefending
                perform WeaponDamageType
                compute EnemyHealth(EnemyIdx) = EnemyHealth(EnemyIdx) - DamageDealt
                display "Enemy's Health is " EnemyHealth(EnemyIdx)
                move spaces to ws-combat-log-line
               if RandomNumber > 0.10
                compute DamageDealt = AttackPoints * 0.20
                perform AdjustForDefending
                perform WeaponDamageType
                compute EnemyHealth(EnemyIdx) = EnemyHealth(EnemyIdx) - DamageDealt
                display "Enemy's Health is " EnemyHealth(EnemyIdx)
                if StunResist(EnemyIdx) = 1
             if WeaponDurability <= 0
                display "Your " Weapon " has broken"
                move "Fists" to Weapon
                move "B" to ws-weapon-type
                move BaseAttack to AttackPoints
                move 0 to WeaponDurability
                move spaces to ws-combat-log-line
             perform CheckLevelUp
         end-if

         if YourTurn = 0 and CO-Status = "A" then
             perform CompanionTurn
         end-if

       if YourTurn = 0
           perform FindCurrentEnemy
           if EnemiesAlive = 0
                display CT-Won
                if ws-took-damage = 0 and CS-Mode not = "S" then
                    move "Untouchable" to ws-achievement-name
                    call 'Achieve' using ws-achievement-name,PlayerName,RunId
                end-if
                move "W" to ws-event-type
                move EnemyName(1)(1:25) to ws-event-key
                end-if
            end-perform
            compute Health = Health - TotalEnemyDamage
            add TotalEnemyDamage to CS-Damage
            if TotalEnemyDamage > 0 then
                move 1 to ws-took-damage
            end-if
                if ArmorDurability <= 0
                   display "Your " Armor " has broken"
                   move "Clothes" to Armor
                   move space to ws-armor-type
                   move BaseDefense to DefensePoints
                   move 0 to ArmorDurability
                   move spaces to ws-combat-log-line

WriteCombatCkpt section.

           if CS-Mode = "S" then
               exit section
           end-if
           open output CombatCkptFile
           if ws-ckpt-status not = "00" then
               move ws-ckpt-name to ws-guard-file
           move DrainTurns to CH-Drain
           move PlayerStunTurns to CH-Stun
           move EnemyCount to CH-EnemyCount
           move 0 to CH-CompHealth
           if CO-Status = "A" then
               move CO-Health to CH-CompHealth
           end-if
           write CkptHeadRec
           perform varying ws-ckpt-idx from 1 by 1 until ws-ckpt-idx > EnemyCount
               move EnemyName(ws-ckpt-idx)(1:25) to CE-Name

ClearCombatCkpt section.

           if CS-Mode = "S" then
               exit section
           end-if
           open output CombatCkptFile
           close CombatCkptFile
           exit section.

UpdateBestiary section.

           if CS-Mode = "S" then
               exit section
           end-if
           move spaces to ws-bestiary-status
           open i-o BestiaryFile
           if ws-bestiary-status = "35" then
               open output BestiaryFile
               close BestiaryFile
               open i-o BestiaryFile
           end-if
           if ws-bestiary-status not = "00" then
               move "Bestiary.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-bestiary-status
               close BestiaryFile
               exit section
           end-if

           perform varying EnemyTurnIdx from 1 by 1 until EnemyTurnIdx > EnemyCount
               if EnemyName(EnemyTurnIdx) not = spaces then
                       end-if
                   end-perform
                   if ws-beast-dup = 0 then
                       perform ReadBeastRecord
                       add 1 to BF-Encountered
                       move 1 to ws-beast-all-dead
                       perform varying Indx from 1 by 1 until Indx > EnemyCount
                           if EnemyName(Indx) = EnemyName(EnemyTurnIdx)
                           end-if
                       end-perform
                       if ws-beast-all-dead = 1 then
                           add 1 to BF-Defeated
                       end-if
                       perform MergeDiscoveries
                       perform WriteBeastRecord
                   end-if
               end-if
           end-perform
           move 0 to Indx
           if Health <= 0 then
               move 1 to EnemyTurnIdx
               perform ReadBeastRecord
               add 1 to BF-KilledPlayer
               perform WriteBeastRecord
           end-if
           close BestiaryFile
           exit section.

ReadBeastRecord section.

           move PlayerName to BF-Player
           move EnemyKey(EnemyTurnIdx) to BF-Key
           if BF-Key = spaces then
               move function upper-case(EnemyName(EnemyTurnIdx)(1:15)) to BF-Key
           end-if
           move 0 to ws-beast-new
           read BestiaryFile key is BF-RecKey
           invalid key
               move 1 to ws-beast-new
               move PlayerName to BF-Player
               move EnemyKey(EnemyTurnIdx) to BF-Key
               if BF-Key = spaces then
                   move function upper-case(EnemyName(EnemyTurnIdx)(1:15)) to BF-Key
               end-if
               move EnemyName(EnemyTurnIdx)(1:25) to BF-Name
               move 0 to BF-Encountered
               move 0 to BF-Defeated
               move 0 to BF-KilledPlayer
               move spaces to BF-Discovered
           end-read
           exit section.

MergeDiscoveries section.

           perform varying Indx from 1 by 1 until Indx > EnemyCount
               if EnemyName(Indx) = EnemyName(EnemyTurnIdx) then
                   perform varying ws-type-idx from 1 by 1 until ws-type-idx > 4
                       if AT-Found(Indx)(ws-type-idx:1) not = space
                          and BF-Discovered(ws-type-idx:1) = space then
                           move AT-Found(Indx)(ws-type-idx:1) to BF-Discovered(ws-type-idx:1)
                           move "A" to ws-event-type
                           move spaces to ws-event-key
                           move BF-Key to ws-event-key(1:15)
                           move DT-Code(ws-type-idx) to ws-event-key(16:1)
                           move BF-Discovered(ws-type-idx:1) to ws-event-key(17:1)
                           move 1 to ws-event-qty
                           perform WriteEvent
                       end-if
                   end-perform
               end-if
           end-perform
           move 0 to Indx
           exit section.

WriteBeastRecord section.

           if ws-beast-new = 1 then
               write BestiaryRec
               move "WRITE" to ws-guard-op
           else
               rewrite BestiaryRec
               move "REWRITE" to ws-guard-op
           end-if
           if ws-bestiary-status not = "00" then
               move "Bestiary.dat" to ws-guard-file
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-bestiary-status
           end-if
           move 0 to ws-beast-new
           exit section.

RollLoot section.

           if CS-Mode = "S" then
               exit section
           end-if
           perform varying EnemyTurnIdx from 1 by 1 until EnemyTurnIdx > EnemyCount
               if EnemyHealth(EnemyTurnIdx) <= 0 and EnemyName(EnemyTurnIdx) not = spaces then
                   perform RollLootForEnemy
           open input LootFile
           if ws-loot-status not = "00" then
               close LootFile
               move 10 to ws-gold-roll
               perform ApplyLootEvent
               add ws-gold-roll to Gold
               display "You have gained " ws-gold-roll " Gold"
               move "G" to ws-event-type
               move EnemyName(EnemyTurnIdx)(1:25) to ws-event-key
               move ws-gold-roll to ws-event-gold
               perform WriteEvent
               exit section
           end-if
                           if ws-gold-roll > LT-GoldMax then
                               move LT-GoldMax to ws-gold-roll
                           end-if
                           perform ApplyLootEvent
                           add ws-gold-roll to Gold
                           display "The fallen " function trim(EnemyName(EnemyTurnIdx)) " yields " ws-gold-roll " Gold"
                           move "G" to ws-event-type
           end-perform
           close LootFile
           if ws-loot-found = 0 then
               move 10 to ws-gold-roll
               perform ApplyLootEvent
               add ws-gold-roll to Gold
               display "You have gained " ws-gold-roll " Gold"
               move "G" to ws-event-type
               move EnemyName(EnemyTurnIdx)(1:25) to ws-event-key
               move ws-gold-roll to ws-event-gold
               perform WriteEvent
           end-if
           exit section.

ApplyLootEvent section.

           move "E" to EQ-TargetType
           move EnemyKey(EnemyTurnIdx) to EQ-Target
           move "GOLD" to EQ-Field
           move ws-gold-roll to EQ-Value
           move 0 to EQ-Max
           perform ApplyEventRule
           move "S" to EQ-TargetType
           move "LOOT" to EQ-Target
           perform ApplyEventRule
           move EQ-Value to ws-gold-roll
           exit section.

ApplyEventRule section.

           move spaces to ws-run-date
           string ws-current-century RunId(1:6) delimited by size into ws-run-date
           move ws-run-date to EQ-Date
           call 'EventRule' using EventQuery
           exit section.

OfferLootItem section.

           display "The fallen " function trim(EnemyName(EnemyTurnIdx)) " dropped: " function trim(LT-Item)
EnemyBasicAttack section.

           move EnemyAttackPoints(EnemyTurnIdx) to ws-raw-damage
           if CO-Status = "A" then
               compute RandomNumber = function random ()
               if RandomNumber < ws-comp-chance then
                   perform EnemyHitsCompanion
                   exit section
               end-if
           end-if
           perform MitigateDamage
           display EnemyName(EnemyTurnIdx) " has attacked you, dealing " ws-mitigated " damage after your guard"
           add ws-mitigated to TotalEnemyDamage
           perform RollStatusEffect
           exit section.

CompanionTurn section.

           if CO-Health <= 0 or Health <= 0 then
               exit section
           end-if
           if ws-comp-charges > 0 and CO-HealPower > 0
              and Health * 100 < MaxHealth * CO-HealBelow then
               subtract 1 from ws-comp-charges
               add CO-HealPower to Health
               if Health > MaxHealth then
                   move MaxHealth to Health
               end-if
               display function trim(CO-Name) " binds your wounds, your Health is now " Health
               move spaces to ws-combat-log-line
               string "Companion " function trim(CO-Name) " healed you, Your Health is "
                      Health delimited by size into ws-combat-log-line
               perform LogCombatRound
               exit section
           end-if

           move 0 to ws-comp-target
           perform varying Indx from 1 by 1 until Indx > EnemyCount
               if EnemyHealth(Indx) > 0 then
                   if ws-comp-target = 0 then
                       move Indx to ws-comp-target
                   else
                       if EnemyHealth(Indx) < EnemyHealth(ws-comp-target) then
                           move Indx to ws-comp-target
                       end-if
                   end-if
               end-if
           end-perform
           move 0 to Indx
           if ws-comp-target = 0 then
               exit section
           end-if

           if EnemyIsEvading(ws-comp-target) = 1 then
               display EnemyName(ws-comp-target) " slips away from " function trim(CO-Name)
               move 0 to EnemyIsEvading(ws-comp-target)
               move spaces to ws-combat-log-line
               string "Companion " function trim(CO-Name) " missed, the enemy evaded"
                      delimited by size into ws-combat-log-line
               perform LogCombatRound
               exit section
           end-if
           move CO-Attack to ws-comp-damage
           if EnemyIsDefending(ws-comp-target) = 1 then
               compute ws-comp-damage = ws-comp-damage / 2
           end-if
           if ws-comp-damage < 1 then
               move 1 to ws-comp-damage
           end-if
           move ws-comp-damage to DamageDealt
           move ws-comp-type to ws-hit-type
           move ws-comp-target to ws-type-slot
           perform ApplyDamageType
           move DamageDealt to ws-comp-damage
           compute EnemyHealth(ws-comp-target) = EnemyHealth(ws-comp-target) - ws-comp-damage
           display function trim(CO-Name) " strikes " function trim(EnemyName(ws-comp-target))
                   " for " ws-comp-damage " damage, Enemy's Health is " EnemyHealth(ws-comp-target)
           move spaces to ws-combat-log-line
           string "Companion " function trim(CO-Name) " struck " function trim(EnemyName(ws-comp-target))
                  ", " ws-comp-damage " damage, Enemy's Health is " EnemyHealth(ws-comp-target)
                  delimited by size into ws-combat-log-line
           perform LogCombatRound
           if EnemyHealth(ws-comp-target) <= 0 then
               display EnemyName(ws-comp-target) " has been defeated"
               move spaces to ws-combat-log-line
               string EnemyName(ws-comp-target) " has been defeated" delimited by size
                      into ws-combat-log-line
               perform LogCombatRound
               if EnemyXP(ws-comp-target) > 0 then
                   add EnemyXP(ws-comp-target) to XP
                   display "You have gained " EnemyXP(ws-comp-target) " XP, total XP is " XP
                   move spaces to ws-combat-log-line
                   string "Gained " EnemyXP(ws-comp-target) " XP, total XP is " XP
                          delimited by size into ws-combat-log-line
                   perform LogCombatRound
                   move 0 to EnemyXP(ws-comp-target)
                   perform CheckLevelUp
               end-if
           end-if
           exit section.

EnemyHitsCompanion section.

           if ws-raw-damage > CO-Defense then
               compute ws-comp-damage = ws-raw-damage - CO-Defense
           else
               move 1 to ws-comp-damage
           end-if
           compute CO-Health = CO-Health - ws-comp-damage
           if CO-Health < 0 then
               move 0 to CO-Health
           end-if
           display EnemyName(EnemyTurnIdx) " turns on " function trim(CO-Name) ", dealing "
                   ws-comp-damage " damage"
           move spaces to ws-combat-log-line
           string "Enemy struck companion " function trim(CO-Name) " for " ws-comp-damage
                  " damage, companion Health is " CO-Health
                  delimited by size into ws-combat-log-line
           perform LogCombatRound
           if CO-Health <= 0 then
               move "F" to CO-Status
               display function trim(CO-Name) " has fallen!"
               move spaces to ws-combat-log-line
               string "Companion " function trim(CO-Name) " has fallen"
                      delimited by size into ws-combat-log-line
               perform LogCombatRound
               move spaces to ws-audit-message
               string "Companion " function trim(CO-Name) " fell fighting "
                      function trim(EnemyName(EnemyTurnIdx))
                      delimited by size into ws-audit-message
               perform LogAudit
           end-if
           exit section.

AutoPick section.

           move 0 to ws-sim-heal
           move 0 to ws-sim-remedy
           perform varying Indx from 1 by 1 until Indx > 15
               if InventoryItemQty(Indx) > 0 then
                   if InventoryItemType(Indx) = "Healing" then
                       move Indx to ws-sim-heal
                   end-if
                   if InventoryItemType(Indx) = "Remedy" then
                       move Indx to ws-sim-remedy
                   end-if
               end-if
           end-perform
           move 0 to Indx
           evaluate true
               when Health * 3 < MaxHealth and ws-sim-heal > 0
                   move 5 to BodyPick
               when (BleedTurns > 0 or PoisonTurns > 0) and ws-sim-remedy > 0
                   move 6 to BodyPick
               when other
                   move 2 to BodyPick
           end-evaluate
           exit section.

MitigateDamage section.

           if ws-raw-damage > DefensePoints then
           else
               move 1 to ws-mitigated
           end-if
           if ws-armor-type not = space
              and ws-armor-type = AT-DmgType(EnemyTurnIdx) then
               compute ws-mitigated = ws-mitigated * ws-resist-mult
               perform FindDamageTypeWord
               display "Your " function trim(Armor) " turns the " function trim(ws-type-word) " blow"
           end-if
           if ws-mitigated < 1 then
               move 1 to ws-mitigated
           end-if
           move 0 to Indx
           exit section.

LoadDamageTypes section.

           move "B" to ws-weapon-type
           if Weapon not = "Fists" and Weapon not = spaces then
               move Weapon to ws-item-name
               call 'LoadItem' using ws-item-name,ItemMaster,ws-item-found
               if ws-item-found = 1 and IM-DmgType not = space then
                   move IM-DmgType to ws-weapon-type
               end-if
           end-if
           move space to ws-armor-type
           if Armor not = "Clothes" and Armor not = spaces then
               move Armor to ws-item-name
               call 'LoadItem' using ws-item-name,ItemMaster,ws-item-found
               if ws-item-found = 1 then
                   move IM-DmgType to ws-armor-type
               end-if
           end-if
           move "B" to ws-comp-type
           if CO-Status = "A" and CO-Weapon not = spaces then
               move CO-Weapon to ws-item-name
               call 'LoadItem' using ws-item-name,ItemMaster,ws-item-found
               if ws-item-found = 1 and IM-DmgType not = space then
                   move IM-DmgType to ws-comp-type
               end-if
           end-if
           initialize AffinityTable
           perform varying Indx from 1 by 1 until Indx > EnemyCount
               if EnemyKey(Indx) not = spaces then
                   move EnemyKey(Indx) to ws-affinity-key
                   call 'LoadEnemy' using ws-affinity-key,EnemyMaster,ws-affinity-found
                   if ws-affinity-found = 1 then
                       move EM-Affinity to AT-Affinity(Indx)
                       move EM-DmgType to AT-DmgType(Indx)
                   end-if
               end-if
           end-perform
           move 0 to Indx
           exit section.

WeaponDamageType section.

           move ws-weapon-type to ws-hit-type
           move EnemyIdx to ws-type-slot
           perform ApplyDamageType
           exit section.

ApplyDamageType section.

           move 0 to ws-type-idx
           perform varying Indx from 1 by 1 until Indx > 4
               if DT-Code(Indx) = ws-hit-type then
                   move Indx to ws-type-idx
               end-if
           end-perform
           move 0 to Indx
           if ws-type-idx = 0 or ws-hit-type = space then
               exit section
           end-if
           move DT-Word(ws-type-idx) to ws-type-word
           evaluate AT-Affinity(ws-type-slot)(ws-type-idx:1)
               when "W"
                   compute DamageDealt = DamageDealt * ws-weak-mult
                   display "It is weak to " function trim(ws-type-word) "!"
                   move "W" to AT-Found(ws-type-slot)(ws-type-idx:1)
               when "R"
                   compute DamageDealt = DamageDealt * ws-resist-mult
                   if DamageDealt < 1 then
                       move 1 to DamageDealt
                   end-if
                   display "It resists " function trim(ws-type-word) "."
                   move "R" to AT-Found(ws-type-slot)(ws-type-idx:1)
           end-evaluate
           exit section.

FindDamageTypeWord section.

           move spaces to ws-type-word
           perform varying Indx from 1 by 1 until Indx > 4
               if DT-Code(Indx) = ws-armor-type then
                   move DT-Word(Indx) to ws-type-word
               end-if
           end-perform
           move 0 to Indx
           exit section.

AdjustForDefending section.

           if EnemyIsDefending(EnemyIdx) = 1 then
           move EM-HasWeapon to HasWeapon(EnemyCount)
           move EM-XP to EnemyXP(EnemyCount)
           move EM-Profile to EnemyProfile(EnemyCount)
           move "E" to EQ-TargetType
           move ws-summon-key to EQ-Target
           move 999 to EQ-Max
           move "HEALTH" to EQ-Field
           move EnemyHealth(EnemyCount) to EQ-Value
           perform ApplyEventRule
           move EQ-Value to EnemyHealth(EnemyCount)
           move "ATTACK" to EQ-Field
           move EnemyAttackPoints(EnemyCount) to EQ-Value
           perform ApplyEventRule
           move EQ-Value to EnemyAttackPoints(EnemyCount)
           move "XP" to EQ-Field
           move EnemyXP(EnemyCount) to EQ-Value
           perform ApplyEventRule
           move EQ-Value to EnemyXP(EnemyCount)
           move EnemyHealth(EnemyCount) to EnemyMaxHealth(EnemyCount)
           move 0 to EnemyIsStunned(EnemyCount)
           move 0 to StunTurnsRemaining(EnemyCount)
           move 0 to EnemyIsEvading(EnemyCount)
           move 0 to VampToggle(EnemyCount)
           move ws-summon-key to EnemyKey(EnemyCount)
           move EM-Affinity to AT-Affinity(EnemyCount)
           move EM-DmgType to AT-DmgType(EnemyCount)
           move spaces to AT-Found(EnemyCount)
           display "A " function trim(EnemyName(EnemyCount)) " is summoned to the master's side!"
           move spaces to ws-combat-log-line
           string "Summoned " EnemyName(EnemyCount)(1:25) " as reinforcement"
                   display "You take careful aim... an unerring shot!"
                   compute DamageDealt = AttackPoints * 1.5
                   perform AdjustForDefending
                   perform WeaponDamageType
                   compute EnemyHealth(EnemyIdx) = EnemyHealth(EnemyIdx) - DamageDealt
                   display "Enemy's Health is " EnemyHealth(EnemyIdx)
                   move spaces to ws-combat-log-line
                   display "You slam your shoulder and shield into the enemy!"
                   compute DamageDealt = AttackPoints * 0.5
                   perform AdjustForDefending
                   perform WeaponDamageType
                   compute EnemyHealth(EnemyIdx) = EnemyHealth(EnemyIdx) - DamageDealt
                   display "Enemy's Health is " EnemyHealth(EnemyIdx)
                   if StunResist(EnemyIdx) = 1 then
           evaluate SM-Effect
               when "F"
                   move SM-Power to DamageDealt
                   move SM-DmgType to ws-hit-type
                   move EnemyIdx to ws-type-slot
                   perform ApplyDamageType
                   compute EnemyHealth(EnemyIdx) = EnemyHealth(EnemyIdx) - DamageDealt
                   display "Your " function trim(SM-Name) " sears " function trim(EnemyName(EnemyIdx))
                           " for " DamageDealt " damage, Enemy's Health is " EnemyHealth(EnemyIdx)
                   perform LogCombatRound
               when "S"
                   move SM-Power to DamageDealt
                   move SM-DmgType to ws-hit-type
                   move EnemyIdx to ws-type-slot
                   perform ApplyDamageType
                   compute EnemyHealth(EnemyIdx) = EnemyHealth(EnemyIdx) - DamageDealt
                   display "Your " function trim(SM-Name) " jolts " function trim(EnemyName(EnemyIdx))
                           " for " DamageDealt " damage"
           if BleedTurns > 0 then
               move 1 to ws-took-damage
               subtract 2 from Health
               add 2 to CS-Damage
               subtract 1 from BleedTurns
               display "You are bleeding, Health is " Health
               move spaces to ws-combat-log-line
           if PoisonTurns > 0 then
               move 1 to ws-took-damage
               subtract 1 from Health
               add 1 to CS-Damage
               subtract 1 from PoisonTurns
               display "The poison courses through you, Health is " Health
               move spaces to ws-combat-log-line
           if DrainTurns > 0 then
               move 1 to ws-took-damage
               subtract 2 from Health
               add 2 to CS-Damage
               subtract 1 from DrainTurns
               if EnemyHealth(EnemyIdx) > 0 then
                   add 2 to EnemyHealth(EnemyIdx)

LogAudit section.

           if CS-Mode = "S" then
               exit section
           end-if
           move ws-workaudit-name to ws-chain-name
           move ws-audit-chain-pos to ws-chain-pos
           call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
           open extend AuditFile
           if ws-audit-status not = "00" then
               close AuditFile
           string ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ":" ws-current-second
                  " " RunId " " ws-audit-message delimited by size into AuditRec
           move AuditRec to ws-chain-line
           move "S" to ws-chain-mode
           call 'ChainLink' using ws-chain-mode,ws-chain-line,ws-chain-pos,ws-chain-seq,ws-chain-hash,ws-chain-ok
           move ws-chain-line to AuditRec
           write AuditRec
           if ws-audit-status not = "00" then
               move ws-workaudit-name to ws-guard-file

WriteEvent section.

           if CS-Mode = "S" then
               exit section
           end-if
           move ws-workevent-name to ws-chain-name
           move ws-event-chain-pos to ws-chain-pos
           call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
           open extend EventFile
           if ws-event-status not = "00" then
               close EventFile
               move "+" to EV-GoldSign
               move ws-event-gold to EV-Gold
           end-if
           move EventRec to ws-chain-line
           move "S" to ws-chain-mode
           call 'ChainLink' using ws-chain-mode,ws-chain-line,ws-chain-pos,ws-chain-seq,ws-chain-hash,ws-chain-ok
           move ws-chain-line to EventRec
           write EventRec
           if ws-event-status not = "00" then
               move ws-workevent-name to ws-guard-file

LogCombatRound section.

           if CS-Mode = "S" then
               exit section
           end-if
           open extend CombatLogFile
           if ws-combatlog-status not = "00" then
               close CombatLogFile
