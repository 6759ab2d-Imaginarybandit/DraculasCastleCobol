       file status is ws-enemies-status.

       select BestiaryFile assign to "Bestiary.dat"
       organization is indexed
       access is sequential
       record key is BF-RecKey
       file status is ws-bestiary-status.

       select LootFile assign to "LootTable.dat"
       02 EF-XP pic 9(3).
       02 EF-Profile pic x(1).
       02 EF-Active pic x(1).
       02 EF-Affinity pic x(4).
       02 EF-DmgType pic x(1).

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

