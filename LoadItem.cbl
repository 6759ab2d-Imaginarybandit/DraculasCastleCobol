       02 IF-Price pic 9(5).
       02 IF-Shop pic x(1).
       02 IF-Active pic x(1).
       02 IF-DmgType pic x(1).

working-storage section.
01 ws-items-status pic xx value spaces.
01 ws-guard-program pic x(12) value "LoadItem".
01 ws-guard-file pic x(40) value "ItemMaster.dat".
01 ws-guard-op pic x(8) value "CACHE".
01 ws-cache-loaded pic 9(1) value 0.
01 ws-cache-max pic 9(4) value 500.
01 ws-cache-idx pic 9(4) value 0.
01 ws-cache-dropped pic 9(5) value 0.

01 ItemCache.
       02 IC-Count pic 9(4) value 0.
       02 ItemCacheEntry occurs 500 times.
           03 IC-Name pic x(25).
           03 IC-Type pic x(10).
           03 IC-Attack pic 9(3).
           03 IC-Def pic 9(3).
           03 IC-Heal pic 9(3).
           03 IC-Durability pic 9(3).
           03 IC-Price pic 9(5).
           03 IC-Shop pic x(1).
           03 IC-DmgType pic x(1).

       linkage section.
       01 ItemKeyName pic x(25).
           02 IM-Durability pic 9(3).
           02 IM-Price pic 9(5).
           02 IM-Shop pic x(1).
           02 IM-DmgType pic x(1).

       01 ItemFound pic 9(1).


       move 0 to ItemFound
       initialize ItemMaster
       if ItemKeyName = "*RELOAD" then
           move 0 to ws-cache-loaded
           perform LoadItemCache
           move ws-cache-loaded to ItemFound
           exit program
       end-if
       if ws-cache-loaded = 0 then
           perform LoadItemCache
       end-if
       perform varying ws-cache-idx from 1 by 1
               until ws-cache-idx > IC-Count or ItemFound = 1
           if IC-Name(ws-cache-idx) = ItemKeyName then
               move IC-Type(ws-cache-idx) to IM-Type
               move IC-Attack(ws-cache-idx) to IM-Attack
               move IC-Def(ws-cache-idx) to IM-Def
               move IC-Heal(ws-cache-idx) to IM-Heal
               move IC-Durability(ws-cache-idx) to IM-Durability
               move IC-Price(ws-cache-idx) to IM-Price
               move IC-Shop(ws-cache-idx) to IM-Shop
               move IC-DmgType(ws-cache-idx) to IM-DmgType
               move 1 to ItemFound
           end-if
       end-perform
       if ItemFound = 0 then
           display "Warning: item " ItemKeyName " not found in ItemMaster.dat"
       end-if
       exit program.

LoadItemCache section.

           move 0 to IC-Count
           move 0 to ws-cache-dropped
           move spaces to ws-items-status
           open input ItemMasterFile
           if ws-items-status not = "00" then
               display "Warning: ItemMaster.dat could not be opened (status " ws-items-status ")"
               close ItemMasterFile
               exit section
           end-if
           perform until ws-items-status not = "00"
               read ItemMasterFile
               at end
                   move "10" to ws-items-status
               not at end
                   if IF-Name not = spaces and IF-Active not = "N" then
                       if IC-Count >= ws-cache-max then
                           add 1 to ws-cache-dropped
                       else
                           add 1 to IC-Count
                           move IF-Name to IC-Name(IC-Count)
                           move IF-Type to IC-Type(IC-Count)
                           move IF-Attack to IC-Attack(IC-Count)
                           move IF-Def to IC-Def(IC-Count)
                           move IF-Heal to IC-Heal(IC-Count)
                           move IF-Durability to IC-Durability(IC-Count)
                           move IF-Price to IC-Price(IC-Count)
                           move IF-Shop to IC-Shop(IC-Count)
                           move IF-DmgType to IC-DmgType(IC-Count)
                       end-if
                   end-if
               end-read
           end-perform
           close ItemMasterFile
           move 1 to ws-cache-loaded
           if ws-cache-dropped > 0 then
               display "Warning: ItemMaster.dat has " ws-cache-dropped
                       " active item(s) beyond the " ws-cache-max " the item cache holds"
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"OV"
           end-if
           exit section.
