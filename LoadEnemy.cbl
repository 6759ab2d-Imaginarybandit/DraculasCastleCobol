environment division.
input-output section.
file-control.
       select EnemyMasterFile assign to ws-enemy-file-name
       organization is line sequential
       access is sequential
       file status is ws-enemies-status.
       02 EF-XP pic 9(3).
       02 EF-Profile pic x(1).
       02 EF-Active pic x(1).
       02 EF-Affinity pic x(4).
       02 EF-DmgType pic x(1).

working-storage section.
01 ws-enemies-status pic xx value spaces.
01 ws-enemy-file-name pic x(40) value "Enemies.dat".
01 ws-guard-program pic x(12) value "LoadEnemy".
01 ws-guard-file pic x(40) value "Enemies.dat".
01 ws-guard-op pic x(8) value "CACHE".
01 ws-cache-loaded pic 9(1) value 0.
01 ws-cache-max pic 9(4) value 200.
01 ws-cache-idx pic 9(4) value 0.
01 ws-cache-dropped pic 9(5) value 0.

01 EnemyCache.
       02 EC-Count pic 9(4) value 0.
       02 EnemyCacheEntry occurs 200 times.
           03 EC-Key pic x(15).
           03 EC-Name pic x(25).
           03 EC-Health pic 9(3).
           03 EC-Attack pic 9(3).
           03 EC-Defense pic 9(3).
           03 EC-Weapon pic x(25).
           03 EC-Armor pic x(25).
           03 EC-StunResist pic 9(1).
           03 EC-HasWeapon pic 9(1).
           03 EC-XP pic 9(3).
           03 EC-Profile pic x(1).
           03 EC-Affinity pic x(4).
           03 EC-DmgType pic x(1).

       linkage section.
       01 EnemyKey pic x(15).
           02 EM-HasWeapon pic 9(1).
           02 EM-XP pic 9(3).
           02 EM-Profile pic x(1).
           02 EM-Affinity pic x(4).
           02 EM-DmgType pic x(1).

       01 EnemyFound pic 9(1).

procedure division using EnemyKey,EnemyMaster,EnemyFound.

       move 0 to EnemyFound
       if EnemyKey = "*FILE" then
           move EM-Name to ws-enemy-file-name
           move EM-Name to ws-guard-file
           initialize EnemyMaster
           move 0 to ws-cache-loaded
           perform LoadEnemyCache
           move ws-cache-loaded to EnemyFound
           exit program
       end-if
       initialize EnemyMaster
       if EnemyKey = "*RELOAD" then
           move 0 to ws-cache-loaded
           perform LoadEnemyCache
           move ws-cache-loaded to EnemyFound
           exit program
       end-if
       if ws-cache-loaded = 0 then
           perform LoadEnemyCache
       end-if
       perform varying ws-cache-idx from 1 by 1
               until ws-cache-idx > EC-Count or EnemyFound = 1
           if EC-Key(ws-cache-idx) = EnemyKey then
               move EC-Name(ws-cache-idx) to EM-Name
               move EC-Health(ws-cache-idx) to EM-Health
               move EC-Attack(ws-cache-idx) to EM-Attack
               move EC-Defense(ws-cache-idx) to EM-Defense
               move EC-Weapon(ws-cache-idx) to EM-Weapon
               move EC-Armor(ws-cache-idx) to EM-Armor
               move EC-StunResist(ws-cache-idx) to EM-StunResist
               move EC-HasWeapon(ws-cache-idx) to EM-HasWeapon
               move EC-XP(ws-cache-idx) to EM-XP
               move EC-Profile(ws-cache-idx) to EM-Profile
               move EC-Affinity(ws-cache-idx) to EM-Affinity
               move EC-DmgType(ws-cache-idx) to EM-DmgType
               move 1 to EnemyFound
           end-if
       end-perform
       if EnemyFound = 0 then
           display "Warning: enemy " EnemyKey " not found in " function trim(ws-enemy-file-name)
       end-if
       exit program.

LoadEnemyCache section.

           move 0 to EC-Count
           move 0 to ws-cache-dropped
           move spaces to ws-enemies-status
           open input EnemyMasterFile
           if ws-enemies-status not = "00" then
               display "Warning: " function trim(ws-enemy-file-name)
                       " could not be opened (status " ws-enemies-status ")"
               close EnemyMasterFile
               exit section
           end-if
           perform until ws-enemies-status not = "00"
               read EnemyMasterFile
               at end
                   move "10" to ws-enemies-status
               not at end
                   if EF-Key not = spaces and EF-Active not = "N" then
                       if EC-Count >= ws-cache-max then
                           add 1 to ws-cache-dropped
                       else
                           add 1 to EC-Count
                           move EF-Key to EC-Key(EC-Count)
                           move EF-Name to EC-Name(EC-Count)
                           move EF-Health to EC-Health(EC-Count)
                           move EF-Attack to EC-Attack(EC-Count)
                           move EF-Defense to EC-Defense(EC-Count)
                           move EF-Weapon to EC-Weapon(EC-Count)
                           move EF-Armor to EC-Armor(EC-Count)
                           move EF-StunResist to EC-StunResist(EC-Count)
                           move EF-HasWeapon to EC-HasWeapon(EC-Count)
                           move EF-XP to EC-XP(EC-Count)
                           move EF-Profile to EC-Profile(EC-Count)
                           move EF-Affinity to EC-Affinity(EC-Count)
                           move EF-DmgType to EC-DmgType(EC-Count)
                       end-if
                   end-if
               end-read
           end-perform
           close EnemyMasterFile
           move 1 to ws-cache-loaded
           if ws-cache-dropped > 0 then
               display "Warning: " function trim(ws-enemy-file-name) " has " ws-cache-dropped
                       " active enemy(ies) beyond the " ws-cache-max " the enemy cache holds"
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"OV"
           end-if
           exit section.
