       >>SOURCE FORMAT FREE
identification division.
program-id. RunTimeline.
environment division.
input-output section.
file-control.
       select RunMasterFile assign to "RunMaster.dat"
       organization is line sequential
       access is sequential
       file status is ws-runmaster-status.

       select LogFile assign to ws-log-name
       organization is line sequential
       access is sequential
       file status is ws-log-status.

       select EventFile assign to "Events.dat"
       organization is line sequential
       access is sequential
       file status is ws-event-status.

       select TimelineFile assign to ws-timeline-name
       organization is line sequential
       access is sequential
       file status is ws-timeline-status.

data division.
file section.
fd RunMasterFile.

 01 RunMasterRec.
       02 RM-RunId pic x(12).
       02 filler pic x(1).
       02 RM-Player pic x(15).
       02 filler pic x(1).
       02 RM-Difficulty pic 9(1).
       02 filler pic x(1).
       02 RM-Level pic 9(2).
       02 filler pic x(1).
       02 RM-XP pic 9(5).
       02 filler pic x(1).
       02 RM-Gold pic 9(5).
       02 filler pic x(1).
       02 RM-CombatsWon pic 9(3).
       02 filler pic x(1).
       02 RM-Rooms pic 9(2).
       02 filler pic x(1).
       02 RM-End pic x(8).
       02 filler pic x(1).
       02 RM-ConfigVer pic 9(5).
       02 filler pic x(1).
       02 RM-Class pic x(8).
       02 filler pic x(1).
       02 RM-EventId pic x(8).
       02 filler pic x(1).
       02 RM-EndTurn pic 9(5).

fd LogFile.

 01 LogRec.
       02 LG-Stamp pic x(17).
       02 filler pic x(1).
       02 LG-RunId pic x(12).
       02 filler pic x(1).
       02 LG-Text pic x(168).

fd EventFile.

 01 EventRec.
       02 EV-Date pic x(8).
       02 filler pic x(1).
       02 EV-Time pic x(8).
       02 filler pic x(1).
       02 EV-RunId pic x(12).
       02 filler pic x(1).
       02 EV-Player pic x(15).
       02 filler pic x(1).
       02 EV-Type pic x(1).
       02 filler pic x(1).
       02 EV-Key pic x(25).
       02 filler pic x(1).
       02 EV-Qty pic 9(3).
       02 filler pic x(1).
       02 EV-GoldSign pic x(1).
       02 EV-Gold pic 9(5).
       02 filler pic x(1).
       02 EV-Seq pic 9(9).
       02 filler pic x(1).
       02 EV-Chain pic 9(9).

fd TimelineFile.

 01 TimelineRec pic x(200).

working-storage section.
01 ws-runmaster-status pic xx value spaces.
01 ws-log-status pic xx value spaces.
01 ws-event-status pic xx value spaces.
01 ws-timeline-status pic xx value spaces.
01 ws-log-name pic x(40) value spaces.
01 ws-timeline-name pic x(60) value spaces.
01 ws-timeline-line pic x(200) value spaces.
01 ws-guard-program pic x(12) value "RunTimeline".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-runid pic x(12) value spaces.
01 ws-final-rc pic 9(1) value 0.
01 ws-header-found pic 9(1) value 0.
01 ws-stream pic x(1) value spaces.
01 ws-event-word pic x(12) value spaces.
01 ws-qty-disp pic zz9.
01 ws-gold-disp pic zzzz9.
01 ws-pick pic x(1) value spaces.
01 ws-pick-stamp pic x(17) value spaces.
01 ws-audit-idx pic 9(5) value 0.
01 ws-combat-idx pic 9(5) value 0.
01 ws-event-idx pic 9(5) value 0.
01 ws-entries pic 9(6) value 0.
01 ws-stream-max pic 9(5) value 5000.
01 ws-dropped pic 9(6) value 0.

01 HeaderHold.
       02 HH-Player pic x(15).
       02 HH-Difficulty pic 9(1).
       02 HH-Class pic x(8).
       02 HH-Level pic 9(2).
       02 HH-XP pic 9(5).
       02 HH-Gold pic 9(5).
       02 HH-CombatsWon pic 9(3).
       02 HH-Rooms pic 9(2).
       02 HH-End pic x(8).
       02 HH-ConfigVer pic 9(5).
       02 HH-EndTurn pic 9(5).

01 AuditTable.
       02 AT-Count pic 9(5) value 0.
       02 AuditEntry occurs 5000 times.
           03 AT-Stamp pic x(17).
           03 AT-Text pic x(148).

01 CombatTable.
       02 CT-Count pic 9(5) value 0.
       02 CombatEntry occurs 5000 times.
           03 CT-Stamp pic x(17).
           03 CT-Text pic x(168).

01 EventTable.
       02 ET-Count pic 9(5) value 0.
       02 EventEntry occurs 5000 times.
           03 ET-Stamp pic x(17).
           03 ET-Text pic x(80).

procedure division.

       accept ws-runid from environment "TIMELINE_RUNID"
       if ws-runid = spaces then
           display "Set TIMELINE_RUNID to the RunId to trace"
           move 8 to return-code
           goback
       end-if

       move spaces to ws-timeline-name
       string "RunTimeline-" function trim(ws-runid) ".txt"
              delimited by size into ws-timeline-name
       open output TimelineFile
       if ws-timeline-status not = "00" then
           move ws-timeline-name to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-timeline-status
           close TimelineFile
           move 8 to return-code
           goback
       end-if

       perform LoadRunHeader
       move "A" to ws-stream
       move "AuditArchive.txt" to ws-log-name
       perform LoadLogStream
       move "Audit.txt" to ws-log-name
       perform LoadLogStream
       move "C" to ws-stream
       move "CombatLogArchive.txt" to ws-log-name
       perform LoadLogStream
       move "CombatLog.txt" to ws-log-name
       perform LoadLogStream
       perform LoadEventStream

       perform WriteRunHeader
       perform MergeStreams
       perform WriteTrailer
       close TimelineFile

       display "Timeline for RunId " ws-runid ": " ws-entries " entr(ies) in "
               function trim(ws-timeline-name)
       if ws-dropped > 0 or ws-header-found = 0 then
           move 4 to ws-final-rc
       end-if
       move ws-final-rc to return-code
       goback.

LoadRunHeader section.

           move 0 to ws-header-found
           initialize HeaderHold
           move spaces to ws-runmaster-status
           open input RunMasterFile
           if ws-runmaster-status = "00" then
               perform until ws-runmaster-status not = "00"
                   move spaces to RunMasterRec
                   read RunMasterFile
                   at end
                       move "10" to ws-runmaster-status
                   not at end
                       if RM-RunId = ws-runid then
                           move 1 to ws-header-found
                           move RM-Player to HH-Player
                           move RM-Difficulty to HH-Difficulty
                           move RM-Class to HH-Class
                           move RM-Level to HH-Level
                           move RM-XP to HH-XP
                           move RM-Gold to HH-Gold
                           move RM-CombatsWon to HH-CombatsWon
                           move RM-Rooms to HH-Rooms
                           move RM-End to HH-End
                           move RM-ConfigVer to HH-ConfigVer
                           move 0 to HH-EndTurn
                           if RM-EndTurn is numeric then
                               move RM-EndTurn to HH-EndTurn
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close RunMasterFile
           exit section.

LoadLogStream section.

           move spaces to ws-log-status
           open input LogFile
           if ws-log-status = "00" then
               perform until ws-log-status not = "00"
                   move spaces to LogRec
                   read LogFile
                   at end
                       move "10" to ws-log-status
                   not at end
                       if LG-RunId = ws-runid then
                           perform HoldLogLine
                       end-if
                   end-read
               end-perform
           end-if
           close LogFile
           exit section.

HoldLogLine section.

           if ws-stream = "A" then
               if AT-Count >= ws-stream-max then
                   add 1 to ws-dropped
               else
                   add 1 to AT-Count
                   move LG-Stamp to AT-Stamp(AT-Count)
                   move LG-Text(1:148) to AT-Text(AT-Count)
               end-if
           else
               if CT-Count >= ws-stream-max then
                   add 1 to ws-dropped
               else
                   add 1 to CT-Count
                   move LG-Stamp to CT-Stamp(CT-Count)
                   move LG-Text to CT-Text(CT-Count)
               end-if
           end-if
           exit section.

LoadEventStream section.

           move spaces to ws-event-status
           open input EventFile
           if ws-event-status = "00" then
               perform until ws-event-status not = "00"
                   move spaces to EventRec
                   read EventFile
                   at end
                       move "10" to ws-event-status
                   not at end
                       if EV-RunId = ws-runid then
                           if ET-Count >= ws-stream-max then
                               add 1 to ws-dropped
                           else
                               add 1 to ET-Count
                               perform HoldEventLine
                           end-if
                       end-if
                   end-read
               end-perform
           end-if
           close EventFile
           exit section.

HoldEventLine section.

           move spaces to ET-Stamp(ET-Count)
           string EV-Date " " EV-Time delimited by size into ET-Stamp(ET-Count)
           evaluate EV-Type
               when "N" move "New run" to ws-event-word
               when "O" move "Opening" to ws-event-word
               when "V" move "Entered" to ws-event-word
               when "P" move "Picked up" to ws-event-word
               when "D" move "Dropped" to ws-event-word
               when "E" move "Equipped" to ws-event-word
               when "U" move "Used" to ws-event-word
               when "B" move "Bought" to ws-event-word
               when "S" move "Sold" to ws-event-word
               when "R" move "Repaired" to ws-event-word
               when "C" move "Chapel" to ws-event-word
               when "T" move "Stashed" to ws-event-word
               when "F" move "Unstashed" to ws-event-word
               when "G" move "Gold found" to ws-event-word
               when "W" move "Victory" to ws-event-word
               when "M" move "Milestone" to ws-event-word
               when "K" move "Trap/lock" to ws-event-word
               when "A" move "Weakness" to ws-event-word
               when other
                   move spaces to ws-event-word
                   string "Type " EV-Type delimited by size into ws-event-word
           end-evaluate
           move 0 to ws-qty-disp
           if EV-Qty is numeric then
               move EV-Qty to ws-qty-disp
           end-if
           move 0 to ws-gold-disp
           if EV-Gold is numeric then
               move EV-Gold to ws-gold-disp
           end-if
           move spaces to ET-Text(ET-Count)
           string ws-event-word " " EV-Key " qty " ws-qty-disp
                  " gold " EV-GoldSign ws-gold-disp
                  delimited by size into ET-Text(ET-Count)
           exit section.

WriteRunHeader section.

           move spaces to ws-timeline-line
           string "=== Run Timeline for RunId " ws-runid " ===" delimited by size
                  into ws-timeline-line
           perform PutLine
           move spaces to ws-timeline-line
           if ws-header-found = 1 then
               string "Player " HH-Player "  difficulty " HH-Difficulty
                      "  class " HH-Class "  level " HH-Level "  XP " HH-XP
                      "  gold " HH-Gold "  combats won " HH-CombatsWon
                      "  rooms " HH-Rooms "  ended " HH-End
                      "  turn " HH-EndTurn
                      "  config version " HH-ConfigVer
                      delimited by size into ws-timeline-line
           else
               move "No RunMaster.dat record: the run is unfinished, was abandoned, or the RunId is unknown"
                 to ws-timeline-line
           end-if
           perform PutLine
           move spaces to ws-timeline-line
           string "Started " ws-runid(1:2) "-" ws-runid(3:2) "-" ws-runid(5:2) " "
                  ws-runid(7:2) ":" ws-runid(9:2) ":" ws-runid(11:2)
                  "  (sources: AuditArchive.txt, Audit.txt, CombatLogArchive.txt,"
                  " CombatLog.txt, Events.dat)"
                  delimited by size into ws-timeline-line
           perform PutLine
           move spaces to ws-timeline-line
           perform PutLine
           exit section.

MergeStreams section.

           move 1 to ws-audit-idx
           move 1 to ws-combat-idx
           move 1 to ws-event-idx
           perform until ws-audit-idx > AT-Count and ws-combat-idx > CT-Count
                         and ws-event-idx > ET-Count
               move spaces to ws-pick
               move high-values to ws-pick-stamp
               if ws-audit-idx <= AT-Count then
                   move "A" to ws-pick
                   move AT-Stamp(ws-audit-idx) to ws-pick-stamp
               end-if
               if ws-event-idx <= ET-Count then
                   if ET-Stamp(ws-event-idx) < ws-pick-stamp then
                       move "E" to ws-pick
                       move ET-Stamp(ws-event-idx) to ws-pick-stamp
                   end-if
               end-if
               if ws-combat-idx <= CT-Count then
                   if CT-Stamp(ws-combat-idx) < ws-pick-stamp then
                       move "C" to ws-pick
                       move CT-Stamp(ws-combat-idx) to ws-pick-stamp
                   end-if
               end-if
               move spaces to ws-timeline-line
               evaluate ws-pick
                   when "A"
                       string ws-pick-stamp " AUDIT  " AT-Text(ws-audit-idx)
                              delimited by size into ws-timeline-line
                       add 1 to ws-audit-idx
                   when "E"
                       string ws-pick-stamp " EVENT  " ET-Text(ws-event-idx)
                              delimited by size into ws-timeline-line
                       add 1 to ws-event-idx
                   when "C"
                       string ws-pick-stamp " COMBAT " CT-Text(ws-combat-idx)
                              delimited by size into ws-timeline-line
                       add 1 to ws-combat-idx
               end-evaluate
               add 1 to ws-entries
               perform PutLine
           end-perform
           exit section.

WriteTrailer section.

           move spaces to ws-timeline-line
           perform PutLine
           move spaces to ws-timeline-line
           if ws-header-found = 1 then
               string "Outcome: " HH-End " with " HH-Gold " gold at level " HH-Level
                      delimited by size into ws-timeline-line
           else
               move "Outcome: not recorded" to ws-timeline-line
           end-if
           perform PutLine
           move spaces to ws-timeline-line
           string "Audit lines " AT-Count "  events " ET-Count "  combat lines " CT-Count
                  delimited by size into ws-timeline-line
           perform PutLine
           if ws-dropped > 0 then
               move spaces to ws-timeline-line
               string "Warning: " ws-dropped " line(s) left out, more than " ws-stream-max
                      " in one source"
                      delimited by size into ws-timeline-line
               perform PutLine
           end-if
           exit section.

PutLine section.

           move ws-timeline-line to TimelineRec
           write TimelineRec
           exit section.
