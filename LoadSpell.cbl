       02 SF-Power pic 9(3).
       02 SF-Mana pic 9(2).
       02 SF-Book pic x(1).
       02 SF-DmgType pic x(1).

working-storage section.
01 ws-spells-status pic xx value spaces.
01 ws-guard-program pic x(12) value "LoadSpell".
01 ws-guard-file pic x(40) value "Spells.dat".
01 ws-guard-op pic x(8) value "CACHE".
01 ws-cache-loaded pic 9(1) value 0.
01 ws-cache-max pic 9(4) value 100.
01 ws-cache-idx pic 9(4) value 0.
01 ws-cache-dropped pic 9(5) value 0.

01 SpellCache.
       02 SC-Count pic 9(4) value 0.
       02 SpellCacheEntry occurs 100 times.
           03 SC-Key pic x(15).
           03 SC-Name pic x(25).
           03 SC-Effect pic x(1).
           03 SC-Power pic 9(3).
           03 SC-Mana pic 9(2).
           03 SC-Book pic x(1).
           03 SC-DmgType pic x(1).

       linkage section.
       01 SpellKey pic x(15).
           02 SM-Power pic 9(3).
           02 SM-Mana pic 9(2).
           02 SM-Book pic x(1).
           02 SM-DmgType pic x(1).

       01 SpellFound pic 9(1).


       move 0 to SpellFound
       initialize SpellMaster
       if SpellKey = "*RELOAD" then
           move 0 to ws-cache-loaded
           perform LoadSpellCache
           move ws-cache-loaded to SpellFound
           exit program
       end-if
       if ws-cache-loaded = 0 then
           perform LoadSpellCache
       end-if
       perform varying ws-cache-idx from 1 by 1
               until ws-cache-idx > SC-Count or SpellFound = 1
           if SC-Key(ws-cache-idx) = SpellKey then
               move SC-Name(ws-cache-idx) to SM-Name
               move SC-Effect(ws-cache-idx) to SM-Effect
               move SC-Power(ws-cache-idx) to SM-Power
               move SC-Mana(ws-cache-idx) to SM-Mana
               move SC-Book(ws-cache-idx) to SM-Book
               move SC-DmgType(ws-cache-idx) to SM-DmgType
               move 1 to SpellFound
           end-if
       end-perform
       if SpellFound = 0 then
           display "Warning: spell " SpellKey " not found in Spells.dat"
       end-if
       exit program.

LoadSpellCache section.

           move 0 to SC-Count
           move 0 to ws-cache-dropped
           move spaces to ws-spells-status
           open input SpellMasterFile
           if ws-spells-status not = "00" then
               display "Warning: Spells.dat could not be opened (status " ws-spells-status ")"
               close SpellMasterFile
               exit section
           end-if
           perform until ws-spells-status not = "00"
               read SpellMasterFile
               at end
                   move "10" to ws-spells-status
               not at end
                   if SF-Key not = spaces then
                       if SC-Count >= ws-cache-max then
                           add 1 to ws-cache-dropped
                       else
                           add 1 to SC-Count
                           move SF-Key to SC-Key(SC-Count)
                           move SF-Name to SC-Name(SC-Count)
                           move SF-Effect to SC-Effect(SC-Count)
                           move SF-Power to SC-Power(SC-Count)
                           move SF-Mana to SC-Mana(SC-Count)
                           move SF-Book to SC-Book(SC-Count)
                           move SF-DmgType to SC-DmgType(SC-Count)
                       end-if
                   end-if
               end-read
           end-perform
           close SpellMasterFile
           move 1 to ws-cache-loaded
           if ws-cache-dropped > 0 then
               display "Warning: Spells.dat has " ws-cache-dropped
                       " spell(s) beyond the " ws-cache-max " the spell cache holds"
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"OV"
           end-if
           exit section.
