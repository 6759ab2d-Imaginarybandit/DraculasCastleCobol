       file status is ws-leaderboard-status.

       select BestiaryFile assign to "Bestiary.dat"
       organization is indexed
       access is sequential
       record key is BF-RecKey
       file status is ws-bestiary-status.

       select AchFile assign to "Achievements.dat"
       02 LB-Mode pic x(1).
       02 filler pic x(8).
       02 LB-Cause pic x(25).
       02 filler pic x(40).

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

fd AchFile.

