       >>SOURCE FORMAT FREE
identification division.
program-id. LoadCompanion.
environment division.
input-output section.
file-control.
       select CompanionMasterFile assign to "Companions.dat"
       organization is line sequential
       access is sequential
       file status is ws-companions-status.

data division.
file section.
fd CompanionMasterFile.

 01 CompanionFileRec.
       02 CF-Key pic x(15).
       02 CF-Name pic x(25).
       02 CF-Health pic 9(3).
       02 CF-Attack pic 9(3).
       02 CF-Defense pic 9(3).
       02 CF-Weapon pic x(25).
       02 CF-HealPower pic 9(3).
       02 CF-HealBelow pic 9(3).
       02 CF-HealCharges pic 9(1).

working-storage section.
01 ws-companions-status pic xx value spaces.
01 ws-guard-program pic x(12) value "LoadCompan".
01 ws-guard-file pic x(40) value "Companions.dat".
01 ws-guard-op pic x(8) value "CACHE".
01 ws-cache-loaded pic 9(1) value 0.
01 ws-cache-max pic 9(4) value 20.
01 ws-cache-idx pic 9(4) value 0.
01 ws-cache-dropped pic 9(5) value 0.

01 CompanionCache.
       02 CC-Count pic 9(4) value 0.
       02 CompanionCacheEntry occurs 20 times.
           03 CC-Key pic x(15).
           03 CC-Name pic x(25).
           03 CC-Health pic 9(3).
           03 CC-Attack pic 9(3).
           03 CC-Defense pic 9(3).
           03 CC-Weapon pic x(25).
           03 CC-HealPower pic 9(3).
           03 CC-HealBelow pic 9(3).
           03 CC-HealCharges pic 9(1).

       linkage section.
       01 CompanionKey pic x(15).

       01 CompanionMaster.
           02 CM-Name pic x(25).
           02 CM-Health pic 9(3).
           02 CM-Attack pic 9(3).
           02 CM-Defense pic 9(3).
           02 CM-Weapon pic x(25).
           02 CM-HealPower pic 9(3).
           02 CM-HealBelow pic 9(3).
           02 CM-HealCharges pic 9(1).

       01 CompanionFound pic 9(1).

procedure division using CompanionKey,CompanionMaster,CompanionFound.

       move 0 to CompanionFound
       initialize CompanionMaster
       if CompanionKey = "*RELOAD" then
           move 0 to ws-cache-loaded
           perform LoadCompanionCache
           move ws-cache-loaded to CompanionFound
           exit program
       end-if
       if ws-cache-loaded = 0 then
           perform LoadCompanionCache
       end-if
       perform varying ws-cache-idx from 1 by 1
               until ws-cache-idx > CC-Count or CompanionFound = 1
           if CC-Key(ws-cache-idx) = CompanionKey then
               move CC-Name(ws-cache-idx) to CM-Name
               move CC-Health(ws-cache-idx) to CM-Health
               move CC-Attack(ws-cache-idx) to CM-Attack
               move CC-Defense(ws-cache-idx) to CM-Defense
               move CC-Weapon(ws-cache-idx) to CM-Weapon
               move CC-HealPower(ws-cache-idx) to CM-HealPower
               move CC-HealBelow(ws-cache-idx) to CM-HealBelow
               move CC-HealCharges(ws-cache-idx) to CM-HealCharges
               move 1 to CompanionFound
           end-if
       end-perform
       if CompanionFound = 0 then
           display "Warning: companion " CompanionKey " not found in Companions.dat"
       end-if
       exit program.

LoadCompanionCache section.

           move 0 to CC-Count
           move 0 to ws-cache-dropped
           move spaces to ws-companions-status
           open input CompanionMasterFile
           if ws-companions-status not = "00" then
               display "Warning: Companions.dat could not be opened (status " ws-companions-status ")"
               close CompanionMasterFile
               exit section
           end-if
           perform until ws-companions-status not = "00"
               read CompanionMasterFile
               at end
                   move "10" to ws-companions-status
               not at end
                   if CF-Key not = spaces and CF-Health is numeric
                      and CF-Attack is numeric and CF-Defense is numeric then
                       if CC-Count >= ws-cache-max then
                           add 1 to ws-cache-dropped
                       else
                           add 1 to CC-Count
                           move CF-Key to CC-Key(CC-Count)
                           move CF-Name to CC-Name(CC-Count)
                           move CF-Health to CC-Health(CC-Count)
                           move CF-Attack to CC-Attack(CC-Count)
                           move CF-Defense to CC-Defense(CC-Count)
                           move CF-Weapon to CC-Weapon(CC-Count)
                           move 0 to CC-HealPower(CC-Count)
                           move 0 to CC-HealBelow(CC-Count)
                           move 0 to CC-HealCharges(CC-Count)
                           if CF-HealPower is numeric and CF-HealBelow is numeric
                              and CF-HealCharges is numeric then
                               move CF-HealPower to CC-HealPower(CC-Count)
                               move CF-HealBelow to CC-HealBelow(CC-Count)
                               move CF-HealCharges to CC-HealCharges(CC-Count)
                           end-if
                       end-if
                   end-if
               end-read
           end-perform
           close CompanionMasterFile
           move 1 to ws-cache-loaded
           if ws-cache-dropped > 0 then
               display "Warning: Companions.dat has " ws-cache-dropped
                       " companion(s) beyond the " ws-cache-max " the companion cache holds"
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"OV"
           end-if
           exit section.
