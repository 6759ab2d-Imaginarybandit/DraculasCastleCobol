       file status is ws-save-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is sequential
       record key is PR-Name
       file status is ws-profile-status.

       select ReconFile assign to "ReconReport.txt"
       02 filler pic x(1).
       02 EV-GoldSign pic x(1).
       02 EV-Gold pic 9(5).
       02 filler pic x(1).
       02 EV-Seq pic 9(9).
       02 filler pic x(1).
       02 EV-Chain pic 9(9).

fd SaveFile.

               at end
                   move "10" to ws-save-status
               not at end
                   if SaveRec(1:6) not = "SAVHDR" and SaveRec(1:6) not = "SAVTRL" then
                       add 1 to ws-save-rec-count
                   end-if
                   if ws-save-rec-count > 1
                      and SaveRec(1:6) not = "SAVHDR" and SaveRec(1:6) not = "SAVTRL" then
                       move SaveRec to SaveInvParse
                       if SIP-Item not = spaces and SIP-Qty is numeric then
                           move SIP-Item to ws-work-name
