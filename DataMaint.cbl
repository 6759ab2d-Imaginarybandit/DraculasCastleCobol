       access is sequential
       file status is ws-enemies-status.

       select SpellMasterFile assign to "Spells.dat"
       organization is line sequential
       access is sequential
       file status is ws-spells-status.

       select MaintAuditFile assign to "DataMaintAudit.txt"
       organization is line sequential
       access is sequential
file section.
fd ItemMasterFile.

 01 ItemFileRec pic x(55).

fd EnemyMasterFile.

 01 EnemyFileRec pic x(111).

fd SpellMasterFile.

 01 SpellFileRec pic x(48).

fd MaintAuditFile.

working-storage section.
01 ws-items-status pic xx value spaces.
01 ws-enemies-status pic xx value spaces.
01 ws-spells-status pic xx value spaces.
01 ws-maudit-status pic xx value spaces.
01 ws-script-line pic x(99) value spaces.
01 ws-input pic x(99) value spaces.
01 ws-maint-action pic x(10) value spaces.
01 ws-maint-kind pic x(6) value spaces.
01 ws-maint-key pic x(25) value spaces.
01 ws-old-image pic x(120) value spaces.
01 ws-new-image pic x(120) value spaces.
01 ws-type-idx pic 9(1) value 0.
01 ws-affinity-in pic x(4) value spaces.
01 ws-maudit-line pic x(132) value spaces.
01 ws-signon-program pic x(12) value "DataMaint".
01 ws-operator-id pic x(8) value spaces.
01 ws-operator-role pic x(1) value spaces.
01 ws-role-ok pic 9(1) value 0.

01 ws-current-date-data.
       02 ws-current-date.
01 ItemTable.
       02 ItemCount pic 9(2) value 0.
       02 ItemEntry occurs 30 times.
           03 IT-Rec pic x(55).

01 ItemWork.
       02 IW-Name pic x(25).
       02 IW-Price pic 9(5).
       02 IW-Shop pic x(1).
       02 IW-Active pic x(1).
       02 IW-DmgType pic x(1).

01 EnemyTable.
       02 EnemyCount pic 9(2) value 0.
       02 EnemyEntry occurs 20 times.
           03 ET-Rec pic x(111).

01 EnemyWork.
       02 EW-Key pic x(15).
       02 EW-XP pic 9(3).
       02 EW-Profile pic x(1).
       02 EW-Active pic x(1).
       02 EW-Affinity pic x(4).
       02 EW-DmgType pic x(1).

01 SpellTable.
       02 SpellCount pic 9(2) value 0.
       02 SpellEntry occurs 30 times.
           03 ST-Rec pic x(48).

01 SpellWork.
       02 SW-Key pic x(15).
       02 SW-Name pic x(25).
       02 SW-Effect pic x(1).
       02 SW-Power pic 9(3).
       02 SW-Mana pic 9(2).
       02 SW-Book pic x(1).
       02 SW-DmgType pic x(1).

procedure division.

       display "=== Castle Data Maintenance ==="
       call 'OperSignOn' using ws-signon-program,ws-operator-id,ws-operator-role
       if ws-operator-role = space then
           move 8 to return-code
           goback
       end-if
       perform until ws-menu-done = 1
           display "1) Items (ItemMaster.dat)"
           display "2) Enemies (Enemies.dat)"
           display "3) Players (Profile.dat and player files)"
           display "4) Operators (Operators.dat)"
           display "5) Spells (Spells.dat)"
           display "0) Exit"
           display "Choose: "
           perform GetInput
           evaluate function trim(ws-script-line)
               when "1" perform ItemMenu
               when "2" perform EnemyMenu
               when "3" call 'ProfileMaint' using ws-operator-id,ws-operator-role
               when "4" call 'OperMaint' using ws-operator-id,ws-operator-role
               when "5" perform SpellMenu
               when "0" move 1 to ws-menu-done
               when "quit" move 1 to ws-menu-done
               when other display "Invalid choice"
       call "GetInput" using ws-script-line
       exit section.

CheckMaintainer section.

           move 0 to ws-role-ok
           if ws-operator-role = "M" or ws-operator-role = "A" then
               move 1 to ws-role-ok
           else
               display "Not allowed: adding and updating need a maintainer sign-on"
           end-if
           exit section.

CheckAdministrator section.

           move 0 to ws-role-ok
           if ws-operator-role = "A" then
               move 1 to ws-role-ok
           else
               display "Not allowed: deactivating needs an administrator sign-on"
           end-if
           exit section.

ItemMenu section.

           perform LoadItemTable
               perform GetInput
               evaluate function upper-case(function trim(ws-script-line))
                   when "L" perform ListItems
                   when "A"
                       perform CheckMaintainer
                       if ws-role-ok = 1 then
                           perform AddItem
                       end-if
                   when "U"
                       perform CheckMaintainer
                       if ws-role-ok = 1 then
                           perform UpdateItem
                       end-if
                   when "D"
                       perform CheckAdministrator
                       if ws-role-ok = 1 then
                           perform DeactivateItem
                       end-if
                   when "X" move 1 to ws-file-done
                   when "QUIT" move 1 to ws-file-done
                   when other display "Invalid choice"

ListItems section.

           display "Name                      Type       Atk Def Hea Dur Price Shp Act Dmg"
           perform varying ws-row-idx from 1 by 1 until ws-row-idx > ItemCount
               move IT-Rec(ws-row-idx) to ItemWork
               display IW-Name " " IW-Type " " IW-Attack " " IW-Def " "
                       IW-Heal " " IW-Durability " " IW-Price "  " IW-Shop "   " IW-Active
                       "   " IW-DmgType
           end-perform
           display ItemCount " item(s) on file"
           exit section.

           move 1 to ws-edit-ok

           display "Type [" function trim(IW-Type) "] (Weapon/Armor/Healing/Remedy/Key/Tool): "
           perform GetInput
           move function trim(ws-script-line) to ws-input
           if ws-input not = spaces then
               if ws-input = "Weapon" or "Armor" or "Healing" or "Remedy" or "Key" or "Tool" then
                   move ws-input to IW-Type
               else
                   display "Invalid type: " function trim(ws-input)
           if IW-Shop = spaces then
               move "N" to IW-Shop
           end-if

           display "Damage type [" IW-DmgType "] (B blunt, E edged, F fire, H holy, - none): "
           perform EditDmgType
           if ws-edit-ok = 0 exit section end-if
           if ws-input = "-"
               move space to IW-DmgType
           else
               if ws-input not = spaces
                   move ws-input to IW-DmgType
               end-if
           end-if
           exit section.

EditDmgType section.

           perform GetInput
           move function upper-case(function trim(ws-script-line)) to ws-input
           if ws-input = spaces then
               exit section
           end-if
           if ws-input not = "-" and ws-input not = "B" and ws-input not = "E"
              and ws-input not = "F" and ws-input not = "H" then
               display "Unknown damage type: " function trim(ws-input)
               move 0 to ws-edit-ok
           end-if
           exit section.

EditNumField section.
               perform GetInput
               evaluate function upper-case(function trim(ws-script-line))
                   when "L" perform ListEnemies
                   when "A"
                       perform CheckMaintainer
                       if ws-role-ok = 1 then
                           perform AddEnemy
                       end-if
                   when "U"
                       perform CheckMaintainer
                       if ws-role-ok = 1 then
                           perform UpdateEnemy
                       end-if
                   when "D"
                       perform CheckAdministrator
                       if ws-role-ok = 1 then
                           perform DeactivateEnemy
                       end-if
                   when "X" move 1 to ws-file-done
                   when "QUIT" move 1 to ws-file-done
                   when other display "Invalid choice"

ListEnemies section.

           display "Key             Name                      HP  Atk Def XP  Prf Act BEFH Dmg"
           perform varying ws-row-idx from 1 by 1 until ws-row-idx > EnemyCount
               move ET-Rec(ws-row-idx) to EnemyWork
               display EW-Key " " EW-Name " " EW-Health " " EW-Attack " "
                       EW-Defense " " EW-XP "  " EW-Profile "   " EW-Active
                       "   " EW-Affinity " " EW-DmgType
           end-perform
           display EnemyCount " enemy record(s) on file"
           exit section.
                   exit section
               end-if
           end-if

           display "Weak/resist by blunt, edged, fire, holy [" EW-Affinity "] (e.g. --WR): "
           perform GetInput
           move function upper-case(function trim(ws-script-line)) to ws-affinity-in
           if ws-affinity-in not = spaces then
               perform varying ws-type-idx from 1 by 1 until ws-type-idx > 4
                   if ws-affinity-in(ws-type-idx:1) = space then
                       move "-" to ws-affinity-in(ws-type-idx:1)
                   end-if
                   if ws-affinity-in(ws-type-idx:1) not = "W"
                      and ws-affinity-in(ws-type-idx:1) not = "R"
                      and ws-affinity-in(ws-type-idx:1) not = "-" then
                       display "Each letter must be W, R or -: " ws-affinity-in
                       move 0 to ws-edit-ok
                       exit section
                   end-if
               end-perform
               move ws-affinity-in to EW-Affinity
           end-if

           display "Damage it deals [" EW-DmgType "] (B blunt, E edged, F fire, H holy, - none): "
           perform EditDmgType
           if ws-edit-ok = 0 exit section end-if
           if ws-input = "-"
               move space to EW-DmgType
           else
               if ws-input not = spaces
                   move ws-input to EW-DmgType
               end-if
           end-if
           exit section.

SpellMenu section.

           perform LoadSpellTable
           move 0 to ws-file-done
           perform until ws-file-done = 1
               display "Spells: L)ist A)dd U)pdate X) back"
               display "Choose: "
               perform GetInput
               evaluate function upper-case(function trim(ws-script-line))
                   when "L" perform ListSpells
                   when "A"
                       perform CheckMaintainer
                       if ws-role-ok = 1 then
                           perform AddSpell
                       end-if
                   when "U"
                       perform CheckMaintainer
                       if ws-role-ok = 1 then
                           perform UpdateSpell
                       end-if
                   when "X" move 1 to ws-file-done
                   when "QUIT" move 1 to ws-file-done
                   when other display "Invalid choice"
               end-evaluate
           end-perform
           exit section.

LoadSpellTable section.

           initialize SpellTable
           move spaces to ws-spells-status
           open input SpellMasterFile
           if ws-spells-status = "00" then
               perform until ws-spells-status not = "00" or SpellCount >= 30
                   read SpellMasterFile
                   at end
                       move "10" to ws-spells-status
                   not at end
                       add 1 to SpellCount
                       move SpellFileRec to ST-Rec(SpellCount)
                   end-read
               end-perform
           else
               display "Warning: Spells.dat could not be opened (status " ws-spells-status ")"
           end-if
           close SpellMasterFile
           exit section.

SaveSpellTable section.

           open output SpellMasterFile
           perform varying ws-row-idx from 1 by 1 until ws-row-idx > SpellCount
               move ST-Rec(ws-row-idx) to SpellFileRec
               write SpellFileRec
           end-perform
           close SpellMasterFile
           exit section.

ListSpells section.

           display "Key             Name                      Eff Pow Mana Book Dmg"
           perform varying ws-row-idx from 1 by 1 until ws-row-idx > SpellCount
               move ST-Rec(ws-row-idx) to SpellWork
               display SW-Key " " SW-Name " " SW-Effect "   " SW-Power " " SW-Mana
                       "   " SW-Book "    " SW-DmgType
           end-perform
           display SpellCount " spell(s) on file"
           exit section.

FindSpellRow section.

           perform varying ws-row-idx from 1 by 1 until ws-row-idx > SpellCount
               move ST-Rec(ws-row-idx) to SpellWork
               if SW-Key = ws-maint-key(1:15) then
                   exit perform
               end-if
           end-perform
           if ws-row-idx > SpellCount then
               move 0 to ws-row-idx
           end-if
           exit section.

AddSpell section.

           if SpellCount >= 30 then
               display "Spell table is full, cannot add"
               exit section
           end-if
           display "Key of the new spell (uppercase, no spaces): "
           perform GetInput
           move function trim(ws-script-line) to ws-maint-key
           if ws-maint-key = spaces or ws-maint-key = "quit" then
               display "Add cancelled"
               exit section
           end-if
           perform FindSpellRow
           if ws-row-idx > 0 then
               display "A spell with that key already exists"
               exit section
           end-if
           initialize SpellWork
           move ws-maint-key(1:15) to SW-Key
           move 0 to ws-is-update
           perform EditSpellFields
           if ws-edit-ok = 0 then
               display "Add abandoned, nothing written"
               exit section
           end-if
           add 1 to SpellCount
           move SpellWork to ST-Rec(SpellCount)
           perform SaveSpellTable
           move "ADD" to ws-maint-action
           move "SPELL" to ws-maint-kind
           move spaces to ws-old-image
           move SpellWork to ws-new-image
           perform WriteMaintAudit
           display "Spell added: " function trim(SW-Key)
           exit section.

UpdateSpell section.

           display "Key of the spell to update: "
           perform GetInput
           move function trim(ws-script-line) to ws-maint-key
           perform FindSpellRow
           if ws-row-idx = 0 then
               display "No spell with that key"
               exit section
           end-if
           move ST-Rec(ws-row-idx) to SpellWork
           move ST-Rec(ws-row-idx) to ws-old-image
           move 1 to ws-is-update
           perform EditSpellFields
           if ws-edit-ok = 0 then
               display "Update abandoned, nothing written"
               exit section
           end-if
           move SpellWork to ST-Rec(ws-row-idx)
           perform SaveSpellTable
           move "UPDATE" to ws-maint-action
           move "SPELL" to ws-maint-kind
           move SpellWork to ws-new-image
           perform WriteMaintAudit
           display "Spell updated: " function trim(SW-Key)
           exit section.

EditSpellFields section.

           move 1 to ws-edit-ok

           display "Display name [" function trim(SW-Name) "]: "
           perform GetInput
           move function trim(ws-script-line) to ws-input
           if ws-input not = spaces then
               move ws-input to SW-Name
           end-if
           if SW-Name = spaces then
               display "Display name is required"
               move 0 to ws-edit-ok
               exit section
           end-if

           display "Effect [" SW-Effect "] (F damage, H heal, C cure, S stun): "
           perform GetInput
           move function upper-case(function trim(ws-script-line)) to ws-input
           if ws-input not = spaces then
               if ws-input = "F" or "H" or "C" or "S" then
                   move ws-input to SW-Effect
               else
                   display "Unknown effect: " function trim(ws-input)
                   move 0 to ws-edit-ok
                   exit section
               end-if
           end-if
           if SW-Effect = spaces then
               display "Effect is required"
               move 0 to ws-edit-ok
               exit section
           end-if

           display "Power [" SW-Power "] (0-999): "
           perform EditNumField
           if ws-edit-ok = 0 exit section end-if
           if ws-input not = spaces
               move ws-num-work to SW-Power
           end-if

           display "Mana [" SW-Mana "] (0-99): "
           move 99 to ws-num-max
           perform EditNumField
           move 999 to ws-num-max
           if ws-edit-ok = 0 exit section end-if
           if ws-input not = spaces
               move ws-num-work to SW-Mana
           end-if

           display "Taught by book [" SW-Book "] (1-9, - for none): "
           perform GetInput
           move function trim(ws-script-line) to ws-input
           if ws-input not = spaces then
               if ws-input = "-" then
                   move space to SW-Book
               else
                   if ws-input(1:1) is numeric and ws-input(1:1) not = "0"
                      and ws-input(2:1) = space then
                       move ws-input(1:1) to SW-Book
                   else
                       display "Book must be 1 to 9 or -"
                       move 0 to ws-edit-ok
                       exit section
                   end-if
               end-if
           end-if

           display "Damage type [" SW-DmgType "] (B blunt, E edged, F fire, H holy, - none): "
           perform EditDmgType
           if ws-edit-ok = 0 exit section end-if
           if ws-input = "-"
               move space to SW-DmgType
           else
               if ws-input not = spaces
                   move ws-input to SW-DmgType
               end-if
           end-if
           exit section.

WriteMaintAudit section.
           string ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ":" ws-current-second
                  " " ws-maint-action " " ws-maint-kind " " ws-maint-key
                  " OPER " ws-operator-id
                  delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
