       >>SOURCE FORMAT FREE
identification division.
program-id. Notify.
environment division.
input-output section.
file-control.
       select NotifyFile assign to "Notifications.dat"
       organization is line sequential
       access is sequential
       file status is ws-notify-status.

data division.
file section.
fd NotifyFile.

 01 NotifyRec.
       02 NQ-Id pic 9(7).
       02 filler pic x(1).
       02 NQ-Status pic x(1).
       02 filler pic x(1).
       02 NQ-Type pic x(8).
       02 filler pic x(1).
       02 NQ-Date pic x(8).
       02 filler pic x(1).
       02 NQ-Time pic x(6).
       02 filler pic x(1).
       02 NQ-Player pic x(15).
       02 filler pic x(1).
       02 NQ-RunId pic x(12).
       02 filler pic x(1).
       02 NQ-Attempts pic 9(2).
       02 filler pic x(1).
       02 NQ-SentStamp pic x(14).
       02 filler pic x(1).
       02 NQ-Message pic x(80).
       02 filler pic x(1).
       02 NQ-Key pic x(25).

working-storage section.
01 ws-notify-status pic xx value spaces.
01 ws-notify-found pic 9(1) value 0.
01 ws-last-id pic 9(7) value 0.
01 ws-guard-program pic x(12) value "Notify".
01 ws-guard-file pic x(40) value "Notifications.dat".
01 ws-guard-op pic x(8) value spaces.

01 ws-current-date-data.
       02 ws-current-date.
           03 ws-current-century pic 9(2).
           03 ws-current-year pic 9(2).
           03 ws-current-month pic 9(2).
           03 ws-current-day pic 9(2).
       02 ws-current-time.
           03 ws-current-hours pic 9(2).
           03 ws-current-minute pic 9(2).
           03 ws-current-second pic 9(2).
           03 ws-current-millisecond pic 9(3).
       02 ws-diff-from-gmt pic s9(4).

       linkage section.
       01 NotifyType pic x(8).
       01 PlayerName pic x(15).
       01 RunId pic x(12).
       01 NotifyKey pic x(25).
       01 NotifyMessage pic x(80).

procedure division using NotifyType,PlayerName,RunId,NotifyKey,NotifyMessage.

       move 0 to ws-notify-found
       move 0 to ws-last-id
       move spaces to ws-notify-status
       open input NotifyFile
       if ws-notify-status = "00" then
           perform until ws-notify-status not = "00"
               read NotifyFile
               at end
                   move "10" to ws-notify-status
               not at end
                   if NQ-Id is numeric then
                       if NQ-Id > ws-last-id then
                           move NQ-Id to ws-last-id
                       end-if
                       if NQ-Type = NotifyType and NQ-RunId = RunId
                          and NQ-Player = PlayerName then
                           if NQ-Key = NotifyKey
                              or (NQ-Key = spaces and NQ-Message = NotifyMessage) then
                               move 1 to ws-notify-found
                           end-if
                       end-if
                   end-if
               end-read
           end-perform
       end-if
       close NotifyFile
       if ws-notify-found = 1 then
           exit program
       end-if

       move function current-date to ws-current-date-data
       move spaces to ws-notify-status
       open extend NotifyFile
       if ws-notify-status not = "00" then
           close NotifyFile
           open output NotifyFile
       end-if
       if ws-notify-status not = "00" then
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-notify-status
           close NotifyFile
           exit program
       end-if
       move spaces to NotifyRec
       compute NQ-Id = ws-last-id + 1
       move "P" to NQ-Status
       move NotifyType to NQ-Type
       move ws-current-date to NQ-Date
       move ws-current-time(1:6) to NQ-Time
       move PlayerName to NQ-Player
       move RunId to NQ-RunId
       move 0 to NQ-Attempts
       move NotifyMessage to NQ-Message
       move NotifyKey to NQ-Key
       write NotifyRec
       if ws-notify-status not = "00" then
           move "WRITE" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-notify-status
       end-if
       close NotifyFile
       exit program.
