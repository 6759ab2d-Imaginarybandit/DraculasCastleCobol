environment division.
configuration section.
special-names.
input-output section.
file-control.
       select EventFile assign to ws-workevent-name
       organization is line sequential
       access is sequential
       file status is ws-event-status.
data division.
file section.
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

working-storage section.

01 choice pic x(99).
01 ws-achievement-name pic x(30) value spaces.
01 ws-enemy-key pic x(15) value spaces.
01 ws-enemy-found pic 9(1) value 0.
01 ws-run-date pic x(8) value spaces.

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

01 EnemyMaster.
    02 EM-Name pic x(25).
    02 EM-HasWeapon pic 9(1).
    02 EM-XP pic 9(3).
    02 EM-Profile pic x(1).
    02 EM-Affinity pic x(4).
    02 EM-DmgType pic x(1).

01 ws-event-status pic xx value spaces.
01 ws-workevent-name pic x(40) value "EventWork.txt".
01 ws-event-type pic x(1) value space.
01 ws-event-key pic x(25) value spaces.
01 ws-event-qty pic 9(3) value 0.
01 ws-event-gold pic s9(5) value 0.
01 ws-chain-name pic x(40) value spaces.
01 ws-chain-line pic x(199) value spaces.
01 ws-chain-mode pic x(1) value space.
01 ws-chain-pos pic 9(3) value 87.
01 ws-chain-seq pic 9(9) value 0.
01 ws-chain-hash pic 9(9) value 0.
01 ws-chain-ok pic 9(1) value 0.
01 ws-guard-program pic x(12) value "Area2".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.

01 ws-clock-hour pic 9(2) value 0.
01 ws-clock-night pic 9(1) value 0.
01 ws-clock-text pic x(24) value spaces.

01 MsgKey pic x(20) value spaces.
01 MsgText pic x(99) value spaces.

01 CombatSim.
    02 CS-Mode pic x(1) value "P".
    02 CS-Rounds pic 9(4) value 0.
    02 CS-Damage pic 9(6) value 0.

01 Crypt.
    02 CryptIntro1 pic x(99) value "You descend a spiral staircase into a cold, torch-lit crypt.".
    02 CryptIntro2 pic x(99) value "At the far end stands a stone sarcophagus, its lid ajar.".
01 UseTestSeed pic 9(1).
01 TestSeedValue pic 9(9).
01 CombatsWon pic 9(3).
01 CastleTurn pic 9(5).
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

procedure division using Player,PlayerInventory,MaxHealth,BaseAttack,BaseDefense,DifficultyMultiplier,UseTestSeed,TestSeedValue,CombatsWon,CastleTurn,Companion.

       perform LoadCryptText
       call 'system' using 'clear'
       move "Crypt" to CurrentRoom
       move spaces to ws-workevent-name
       string "EventWork-" function trim(PlayerName) ".txt"
              delimited by size into ws-workevent-name
       move "V" to ws-event-type
       move "Crypt" to ws-event-key
       perform WriteEvent
       display CryptIntro1
       display CryptIntro2
       display CryptIntro3
       move EM-HasWeapon to HasWeapon(1)
       move EM-XP to EnemyXP(1)
       move EM-Profile to EnemyProfile(1)
       perform ApplyEnemyEvent
       add 1 to CastleTurn
       call 'CastleClock' using CastleTurn,ws-clock-hour,ws-clock-night,ws-clock-text
       if ws-clock-night = 1 then
           compute EnemyAttackPoints(1) rounded = EnemyAttackPoints(1) * 1.25
               on size error move 999 to EnemyAttackPoints(1)
           end-compute
           display "It is " function trim(ws-clock-text) " and Dracula is at the height of his power."
       end-if
       move EnemyHealth(1) to EnemyMaxHealth(1)
       move 0 to EnemyIsDefending(1)
       move 0 to EnemyIsEvading(1)
       move ws-enemy-key to EnemyKey(1)
       move 1 to InCombat

       call "Combat" using Player,PlayerInventory,MaxHealth,Enemies,ws-current-date-data,RandomNumber,InitRandom,Body,BodyPick,InCombat,YourTurn,BaseAttack,BaseDefense,UseTestSeed,TestSeedValue,DifficultyMultiplier,CombatSim,Companion
       add CS-Rounds to CastleTurn

       if Health > 0 and EnemyHealth(1) <= 0 then
           display CryptWin
           display CryptThanks
           add 1 to CombatsWon
           move "Vampire Slayer" to ws-achievement-name
           call 'Achieve' using ws-achievement-name,PlayerName,RunId
           move "M" to ws-event-type
           move "DRACULA SLAIN" to ws-event-key
           perform WriteEvent
       else
           if Health > 0 then
               display CryptFled

exit program.

WriteEvent section.

       move function current-date to ws-current-date-data
       move ws-workevent-name to ws-chain-name
       call 'ChainTail' using ws-chain-name,ws-chain-pos,ws-chain-seq,ws-chain-hash
       open extend EventFile
       if ws-event-status not = "00" then
           close EventFile
           open output EventFile
       end-if
       move spaces to EventRec
       move spaces to EV-Date
       string ws-current-year "-" ws-current-month "-" ws-current-day
              delimited by size into EV-Date
       move spaces to EV-Time
       string ws-current-hours ":" ws-current-minute ":" ws-current-second
              delimited by size into EV-Time
       move RunId to EV-RunId
       move PlayerName to EV-Player
       move ws-event-type to EV-Type
       move ws-event-key to EV-Key
       move ws-event-qty to EV-Qty
       if ws-event-gold < 0 then
           move "-" to EV-GoldSign
           compute EV-Gold = 0 - ws-event-gold
       else
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
           move "WRITE" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-event-status
       end-if
       close EventFile
       move space to ws-event-type
       move spaces to ws-event-key
       move 0 to ws-event-qty
       move 0 to ws-event-gold
       exit section.

ApplyEnemyEvent section.

       move function current-date to ws-current-date-data
       move spaces to ws-run-date
       string ws-current-century RunId(1:6) delimited by size into ws-run-date
       move ws-run-date to EQ-Date
       move "E" to EQ-TargetType
       move ws-enemy-key to EQ-Target
       move 999 to EQ-Max
       move "HEALTH" to EQ-Field
       move EnemyHealth(1) to EQ-Value
       call 'EventRule' using EventQuery
       move EQ-Value to EnemyHealth(1)
       move "ATTACK" to EQ-Field
       move EnemyAttackPoints(1) to EQ-Value
       call 'EventRule' using EventQuery
       move EQ-Value to EnemyAttackPoints(1)
       move "XP" to EQ-Field
       move EnemyXP(1) to EQ-Value
       call 'EventRule' using EventQuery
       move EQ-Value to EnemyXP(1)
       exit section.

LoadCryptText section.

       move "CRYPT1" to MsgKey
