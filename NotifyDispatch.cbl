       >>SOURCE FORMAT FREE
identification division.
program-id. NotifyDispatch.
environment division.
input-output section.
file-control.
       select NotifyFile assign to "Notifications.dat"
       organization is line sequential
       access is sequential
       file status is ws-notify-status.

       select NotifyWorkFile assign to "Notifications.dat.tmp"
       organization is line sequential
       access is sequential
       file status is ws-work-status.

       select LockFile assign to "Session.lock"
       organization is line sequential
       access is sequential
       file status is ws-lock-status.

       select OutboundFile assign to ws-out-name
       organization is line sequential
       access is sequential
       file status is ws-out-status.

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

fd NotifyWorkFile.

 01 NotifyWorkRec pic x(188).

fd LockFile.

 01 LockRec pic x(40).

fd OutboundFile.

 01 OutboundRec pic x(200).

working-storage section.
01 ws-notify-status pic xx value spaces.
01 ws-work-status pic xx value spaces.
01 ws-lock-status pic xx value spaces.
01 ws-out-status pic xx value spaces.
01 ws-out-line pic x(200) value spaces.
01 ws-out-name pic x(40) value spaces.
01 ws-out-open pic 9(1) value 0.
01 ws-copy-failed pic 9(1) value 0.
01 ws-out-failed pic 9(1) value 0.
01 ws-guard-program pic x(12) value "NotifyDisp".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-live-name pic x(40) value "Notifications.dat".
01 ws-tmp-name pic x(40) value "Notifications.dat.tmp".
01 ws-final-rc pic 9(1) value 0.
01 ws-today pic x(8) value spaces.
01 ws-now pic x(8) value spaces.
01 ws-stamp pic x(14) value spaces.
01 ws-rec-count pic 9(6) value 0.
01 ws-hash-total pic 9(9) value 0.
01 ws-retry-count pic 9(6) value 0.
01 ws-sent-before pic 9(6) value 0.
01 ws-message pic x(80) value spaces.

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

procedure division.

       move function current-date to ws-current-date-data
       move spaces to ws-today
       string ws-current-year "-" ws-current-month "-" ws-current-day
              delimited by size into ws-today
       move spaces to ws-now
       string ws-current-hours ":" ws-current-minute ":" ws-current-second
              delimited by size into ws-now
       move spaces to ws-stamp
       string ws-current-date ws-current-hours ws-current-minute ws-current-second
              delimited by size into ws-stamp
       move spaces to ws-out-name
       string "NotifyOut-" ws-stamp(3:12) ".txt" delimited by size into ws-out-name

       move spaces to ws-lock-status
       move spaces to LockRec
       open input LockFile
       if ws-lock-status = "00" then
           read LockFile
           if ws-lock-status = "00" and LockRec not = spaces then
               display "Notification dispatch deferred: a game session is active ("
                       function trim(LockRec) ")"
               close LockFile
               move 4 to return-code
               goback
           end-if
       end-if
       close LockFile

       move spaces to ws-notify-status
       open input NotifyFile
       if ws-notify-status not = "00" then
           close NotifyFile
           display "No notifications queued"
           move 0 to return-code
           goback
       end-if
       open output NotifyWorkFile
       if ws-work-status not = "00" then
           move ws-tmp-name to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-work-status
           close NotifyFile
           close NotifyWorkFile
           move 8 to return-code
           goback
       end-if

       move 0 to ws-out-open
       move 0 to ws-out-failed
       open output OutboundFile
       if ws-out-status = "00" then
           move 1 to ws-out-open
           perform WriteHeader
       else
           move ws-out-name to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-out-status
           close OutboundFile
       end-if

       move 0 to ws-copy-failed
       perform until ws-notify-status not = "00"
           move spaces to NotifyRec
           read NotifyFile
           at end
               move "10" to ws-notify-status
           not at end
               if NQ-Id is numeric then
                   if NQ-Status = "S" then
                       add 1 to ws-sent-before
                   else
                       perform SendNotification
                   end-if
               end-if
               move NotifyRec to NotifyWorkRec
               write NotifyWorkRec
               if ws-work-status not = "00" then
                   move 1 to ws-copy-failed
               end-if
           end-read
       end-perform
       close NotifyFile
       close NotifyWorkFile
       if ws-out-open = 1 then
           perform WriteTrailer
           close OutboundFile
       end-if

       if ws-copy-failed = 1 then
           move ws-tmp-name to ws-guard-file
           move "WRITE" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-work-status
           call "CBL_DELETE_FILE" using ws-tmp-name
           call "CBL_DELETE_FILE" using ws-out-name
           display "Notification dispatch failed: queue could not be rewritten, nothing sent"
           move 8 to return-code
           goback
       end-if
       if ws-out-failed = 1 then
           call "CBL_DELETE_FILE" using ws-tmp-name
           call "CBL_DELETE_FILE" using ws-out-name
           display "Notification dispatch failed: outbound file could not be written, nothing sent"
           move 8 to return-code
           goback
       end-if
       move 0 to return-code
       call "CBL_RENAME_FILE" using ws-tmp-name, ws-live-name
       if return-code not = 0 then
           move ws-live-name to ws-guard-file
           move "RENAME" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
           call "CBL_DELETE_FILE" using ws-tmp-name
           call "CBL_DELETE_FILE" using ws-out-name
           display "Notification dispatch failed: queue could not be swapped in, nothing sent"
           move 8 to return-code
           goback
       end-if
       move 0 to return-code

       if ws-out-open = 1 and ws-rec-count = 0 then
           call "CBL_DELETE_FILE" using ws-out-name
           move 0 to return-code
       end-if
       if ws-rec-count > 0 then
           display "Notifications sent: " ws-rec-count " to " function trim(ws-out-name)
                   " (id hash " ws-hash-total ")"
       else
           display "Notifications sent: none"
       end-if
       if ws-retry-count > 0 then
           display "Notifications held for retry: " ws-retry-count
           move 4 to ws-final-rc
       end-if
       move ws-final-rc to return-code
       goback.

SendNotification section.

           if ws-out-open = 1 then
               move NQ-Message to ws-message
               inspect ws-message replacing all "|" by "/"
               move spaces to ws-out-line
               string "NTF|" NQ-Id "|" function trim(NQ-Type) "|"
                      NQ-Date " " NQ-Time "|" function trim(NQ-Player) "|"
                      NQ-RunId "|" function trim(ws-message)
                      delimited by size into ws-out-line
               move ws-out-line to OutboundRec
               write OutboundRec
               if ws-out-status = "00" then
                   move "S" to NQ-Status
                   move ws-stamp to NQ-SentStamp
                   add 1 to ws-rec-count
                   add NQ-Id to ws-hash-total
                   exit section
               end-if
               move ws-out-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-out-status
               move 1 to ws-out-failed
               move 0 to ws-out-open
               close OutboundFile
           end-if
           if NQ-Attempts is not numeric then
               move 0 to NQ-Attempts
           end-if
           if NQ-Attempts < 99 then
               add 1 to NQ-Attempts
           end-if
           move "P" to NQ-Status
           add 1 to ws-retry-count
           exit section.

WriteHeader section.

           move spaces to ws-out-line
           string "HDR|" function trim(ws-out-name) "|"
                  ws-today " " ws-now "|DISPATCH"
                  delimited by size into ws-out-line
           move ws-out-line to OutboundRec
           write OutboundRec
           if ws-out-status not = "00" then
               move ws-out-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-out-status
               move 1 to ws-out-failed
               move 0 to ws-out-open
               close OutboundFile
           end-if
           exit section.

WriteTrailer section.

           move spaces to ws-out-line
           string "CTL|" ws-rec-count "|" ws-hash-total
                  delimited by size into ws-out-line
           move ws-out-line to OutboundRec
           write OutboundRec
           if ws-out-status not = "00" then
               move ws-out-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-out-status
               move 1 to ws-out-failed
           end-if
           exit section.
