       >>SOURCE FORMAT FREE
identification division.
program-id. TicketDesk.
environment division.
input-output section.
file-control.
       select TicketFile assign to "Tickets.dat"
       organization is line sequential
       access is sequential
       file status is ws-ticket-status.

       select TicketOutFile assign to "Tickets.dat.tmp"
       organization is line sequential
       access is sequential
       file status is ws-ticketout-status.

       select LockFile assign to "Session.lock"
       organization is line sequential
       access is sequential
       file status is ws-lock-status.

       select TicketReportFile assign to "TicketReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

data division.
file section.
fd TicketFile.

 01 TicketRec.
       02 TK-Number pic 9(6).
       02 filler pic x(1).
       02 TK-Status pic x(1).
       02 filler pic x(1).
       02 TK-Date pic x(8).
       02 filler pic x(1).
       02 TK-Time pic x(8).
       02 filler pic x(1).
       02 TK-Player pic x(15).
       02 filler pic x(1).
       02 TK-RunId pic x(12).
       02 filler pic x(1).
       02 TK-Room pic x(20).
       02 filler pic x(1).
       02 TK-Health pic 9(3).
       02 filler pic x(1).
       02 TK-Gold pic 9(5).
       02 filler pic x(1).
       02 TK-Weapon pic x(25).
       02 filler pic x(1).
       02 TK-Armor pic x(25).
       02 filler pic x(1).
       02 TK-Seed pic x(9).
       02 filler pic x(1).
       02 TK-Description pic x(80).
       02 filler pic x(1).
       02 TK-Inputs occurs 8 times pic x(20).
       02 filler pic x(1).
       02 TK-Inventory occurs 15 times.
           03 TK-InvItem pic x(25).
           03 TK-InvQty pic 9(2).
       02 filler pic x(1).
       02 TK-ClosedDate pic x(8).
       02 filler pic x(1).
       02 TK-Resolution pic x(60).

fd TicketOutFile.

 01 TicketOutRec pic x(900).

fd LockFile.

 01 LockRec pic x(40).

fd TicketReportFile.

 01 TicketReportRec pic x(160).

working-storage section.
01 ws-ticket-status pic xx value spaces.
01 ws-ticketout-status pic xx value spaces.
01 ws-lock-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-report-line pic x(160) value spaces.
01 ws-guard-program pic x(12) value "TicketDesk".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-final-rc pic 9(1) value 0.
01 ws-close-env pic x(9) value spaces.
01 ws-close-number pic 9(6) value 0.
01 ws-close-note pic x(60) value spaces.
01 ws-close-result pic x(80) value spaces.
01 ws-close-found pic 9(1) value 0.
01 ws-copy-failed pic 9(1) value 0.
01 ws-live-name pic x(40) value "Tickets.dat".
01 ws-tmp-name pic x(40) value "Tickets.dat.tmp".
01 ws-today-text pic x(8) value spaces.
01 ws-today pic 9(7) value 0.
01 ws-ticket-day pic 9(7) value 0.
01 ws-date-work pic 9(8) value 0.
01 ws-age-days pic 9(5) value 0.
01 ws-age-disp pic zzzz9.
01 ws-open-count pic 9(5) value 0.
01 ws-closed-count pic 9(5) value 0.
01 ws-room-idx pic 9(3) value 0.
01 ws-room-found pic 9(3) value 0.
01 ws-oldest-disp pic zzzz9.

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

01 RoomTable.
       02 RoomCount pic 9(3) value 0.
       02 RoomEntry occurs 100 times.
           03 RM-Room pic x(20).
           03 RM-Open pic 9(5).
           03 RM-Oldest pic 9(5).

procedure division.

       move function current-date to ws-current-date-data
       string ws-current-year "-" ws-current-month "-" ws-current-day
              delimited by size into ws-today-text
       move ws-current-date to ws-date-work
       compute ws-today = function integer-of-date(ws-date-work)

       accept ws-close-env from environment "TICKET_CLOSE"
       if ws-close-env not = spaces then
           perform CloseTicket
       end-if

       open output TicketReportFile
       if ws-report-status not = "00" then
           move "TicketReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
           close TicketReportFile
           move 8 to return-code
           goback
       end-if
       move spaces to ws-report-line
       string "=== Open Support Tickets " ws-today-text " " ws-current-hours ":"
              ws-current-minute " ===" delimited by size into ws-report-line
       perform PutLine
       if ws-close-result not = spaces then
           move ws-close-result to ws-report-line
           perform PutLine
       end-if
       move spaces to ws-report-line
       perform PutLine
       move "Ticket  Opened            Age  Room                 Player          RunId        Description"
         to ws-report-line
       perform PutLine

       move spaces to ws-ticket-status
       open input TicketFile
       if ws-ticket-status = "00" then
           perform until ws-ticket-status not = "00"
               read TicketFile
               at end
                   move "10" to ws-ticket-status
               not at end
                   if TK-Number is numeric then
                       if TK-Status = "C" then
                           add 1 to ws-closed-count
                       else
                           perform ListOpenTicket
                       end-if
                   end-if
               end-read
           end-perform
       end-if
       close TicketFile
       if ws-open-count = 0 then
           move "  No open tickets" to ws-report-line
           perform PutLine
       end-if

       move spaces to ws-report-line
       perform PutLine
       move "Open tickets by room:" to ws-report-line
       perform PutLine
       perform varying ws-room-idx from 1 by 1 until ws-room-idx > RoomCount
           move RM-Oldest(ws-room-idx) to ws-oldest-disp
           move spaces to ws-report-line
           string "  " RM-Room(ws-room-idx) " open " RM-Open(ws-room-idx)
                  "  oldest " ws-oldest-disp " day(s)"
                  delimited by size into ws-report-line
           perform PutLine
       end-perform
       if RoomCount = 0 then
           move "  none" to ws-report-line
           perform PutLine
       end-if

       move spaces to ws-report-line
       perform PutLine
       move spaces to ws-report-line
       string "Open: " ws-open-count "  closed: " ws-closed-count
              delimited by size into ws-report-line
       perform PutLine
       close TicketReportFile
       display "Ticket report written to TicketReport.txt (" ws-open-count " open)"
       move ws-final-rc to return-code
       goback.

ListOpenTicket section.

           add 1 to ws-open-count
           move 0 to ws-age-days
           if TK-Date(1:2) is numeric and TK-Date(4:2) is numeric
              and TK-Date(7:2) is numeric then
               compute ws-date-work = (ws-current-century * 1000000)
                                    + (function numval(TK-Date(1:2)) * 10000)
                                    + (function numval(TK-Date(4:2)) * 100)
                                    + function numval(TK-Date(7:2))
               compute ws-ticket-day = function integer-of-date(ws-date-work)
               if ws-today > ws-ticket-day then
                   compute ws-age-days = ws-today - ws-ticket-day
               end-if
           end-if
           move ws-age-days to ws-age-disp
           move spaces to ws-report-line
           string TK-Number "  " TK-Date " " TK-Time " " ws-age-disp "  " TK-Room " "
                  TK-Player " " TK-RunId " " TK-Description
                  delimited by size into ws-report-line
           perform PutLine
           move spaces to ws-report-line
           string "        health " TK-Health "  gold " TK-Gold "  weapon "
                  function trim(TK-Weapon) "  armor " function trim(TK-Armor)
                  "  seed " TK-Seed "  snapshot TicketSave-" TK-Number ".txt"
                  delimited by size into ws-report-line
           perform PutLine
           move spaces to ws-report-line
           string "        last inputs: " function trim(TK-Inputs(1)) " / "
                  function trim(TK-Inputs(2)) " / " function trim(TK-Inputs(3)) " / "
                  function trim(TK-Inputs(4)) " / " function trim(TK-Inputs(5)) " / "
                  function trim(TK-Inputs(6)) " / " function trim(TK-Inputs(7)) " / "
                  function trim(TK-Inputs(8))
                  delimited by size into ws-report-line
           perform PutLine

           move 0 to ws-room-found
           perform varying ws-room-idx from 1 by 1 until ws-room-idx > RoomCount
               if RM-Room(ws-room-idx) = TK-Room then
                   move ws-room-idx to ws-room-found
                   exit perform
               end-if
           end-perform
           if ws-room-found = 0 then
               if RoomCount >= 100 then
                   exit section
               end-if
               add 1 to RoomCount
               move RoomCount to ws-room-found
               move TK-Room to RM-Room(ws-room-found)
               move 0 to RM-Open(ws-room-found)
               move 0 to RM-Oldest(ws-room-found)
           end-if
           add 1 to RM-Open(ws-room-found)
           if ws-age-days > RM-Oldest(ws-room-found) then
               move ws-age-days to RM-Oldest(ws-room-found)
           end-if
           exit section.

CloseTicket section.

           if function trim(ws-close-env) is not numeric then
               move "CLOSE REFUSED: TICKET_CLOSE must be a ticket number" to ws-close-result
               move 8 to ws-final-rc
               exit section
           end-if
           move function numval(ws-close-env) to ws-close-number
           accept ws-close-note from environment "TICKET_NOTE"
           if ws-close-note = spaces then
               move "CLOSE REFUSED: a resolution note is required in TICKET_NOTE" to ws-close-result
               move 8 to ws-final-rc
               exit section
           end-if

           move spaces to ws-lock-status
           move spaces to LockRec
           open input LockFile
           if ws-lock-status = "00" then
               read LockFile
               if ws-lock-status = "00" and LockRec not = spaces then
                   move spaces to ws-close-result
                   string "CLOSE REFUSED: a game session is active (" function trim(LockRec)
                          "); close the ticket when the castle is idle"
                          delimited by size into ws-close-result
                   close LockFile
                   move 8 to ws-final-rc
                   exit section
               end-if
           end-if
           close LockFile

           move 0 to ws-close-found
           move 0 to ws-copy-failed
           open input TicketFile
           if ws-ticket-status not = "00" then
               move "Tickets.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-ticket-status
               close TicketFile
               move "CLOSE REFUSED: Tickets.dat could not be opened" to ws-close-result
               move 8 to ws-final-rc
               exit section
           end-if
           open output TicketOutFile
           if ws-ticketout-status not = "00" then
               move ws-tmp-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-ticketout-status
               close TicketFile
               close TicketOutFile
               move "CLOSE REFUSED: the work copy of Tickets.dat could not be written" to ws-close-result
               move 8 to ws-final-rc
               exit section
           end-if
           perform until ws-ticket-status not = "00"
               move spaces to TicketRec
               read TicketFile
               at end
                   move "10" to ws-ticket-status
               not at end
                   if TK-Number is numeric and TK-Number = ws-close-number
                      and TK-Status not = "C" then
                       move 1 to ws-close-found
                       move "C" to TK-Status
                       move ws-today-text to TK-ClosedDate
                       move ws-close-note to TK-Resolution
                   end-if
                   move TicketRec to TicketOutRec
                   write TicketOutRec
                   if ws-ticketout-status not = "00" then
                       move 1 to ws-copy-failed
                   end-if
               end-read
           end-perform
           close TicketFile
           close TicketOutFile

           if ws-close-found = 0 or ws-copy-failed = 1 then
               call "CBL_DELETE_FILE" using ws-tmp-name
               move spaces to ws-close-result
               if ws-copy-failed = 1 then
                   move ws-tmp-name to ws-guard-file
                   move "WRITE" to ws-guard-op
                   call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-ticketout-status
                   string "CLOSE FAILED: ticket " ws-close-number
                          " could not be rewritten; Tickets.dat untouched"
                          delimited by size into ws-close-result
                   move 8 to ws-final-rc
               else
                   string "CLOSE NOT DONE: no open ticket " ws-close-number
                          delimited by size into ws-close-result
                   move 4 to ws-final-rc
               end-if
               move 0 to return-code
               exit section
           end-if

           move 0 to return-code
           call "CBL_RENAME_FILE" using ws-tmp-name, ws-live-name
           if return-code not = 0 then
               move ws-live-name to ws-guard-file
               move "RENAME" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
               move spaces to ws-close-result
               string "CLOSE FAILED: ticket " ws-close-number
                      " could not be swapped in; Tickets.dat untouched"
                      delimited by size into ws-close-result
               move 8 to ws-final-rc
           else
               move spaces to ws-close-result
               string "CLOSED: ticket " ws-close-number " - " ws-close-note
                      delimited by size into ws-close-result
           end-if
           move 0 to return-code
           display function trim(ws-close-result)
           exit section.

PutLine section.

           move ws-report-line to TicketReportRec
           write TicketReportRec
           exit section.
