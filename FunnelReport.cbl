       >>SOURCE FORMAT FREE
identification division.
program-id. FunnelReport.
environment division.
input-output section.
file-control.
       select EventFile assign to "Events.dat"
       organization is line sequential
       access is sequential
       file status is ws-event-status.

       select RunMasterFile assign to "RunMaster.dat"
       organization is line sequential
       access is sequential
       file status is ws-runmaster-status.

       select FunnelFile assign to "FunnelReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-funnel-status.

data division.
file section.
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

fd FunnelFile.

 01 FunnelRec pic x(132).

working-storage section.
01 ws-event-status pic xx value spaces.
01 ws-runmaster-status pic xx value spaces.
01 ws-funnel-status pic xx value spaces.
01 ws-funnel-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "FunnelRpt".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-work-runid pic x(12) value spaces.
01 ws-run-idx pic 9(4) value 0.
01 ws-step-idx pic 9(1) value 0.
01 ws-diff-idx pic 9(1) value 0.
01 ws-end-idx pic 9(3) value 0.
01 ws-best-idx pic 9(3) value 0.
01 ws-best-total pic 9(5) value 0.
01 ws-end-total pic 9(5) value 0.
01 ws-diff-ended pic 9(5) value 0.
01 ws-prev-reached pic 9(5) value 0.
01 ws-drop pic s9(5) value 0.
01 ws-drop-disp pic -(5)9 value 0.
01 ws-drop-pct pic s9(3)v9 value 0.
01 ws-drop-pct-disp pic -(3)9.9 value 0.
01 ws-reached-disp pic z(4)9 value 0.
01 ws-count-disp pic z(4)9 value 0.
01 ws-total-disp pic z(4)9 value 0.
01 ws-death-disp pic z(4)9 value 0.
01 ws-quit-disp pic z(4)9 value 0.
01 ws-diff-label pic x(20) value spaces.
01 ws-end-room pic x(25) value spaces.
01 ws-events-read pic 9(7) value 0.
01 ws-dropped-runs pic 9(5) value 0.
01 ws-dropped-ends pic 9(5) value 0.
01 ws-funnel-env pic x(9) value spaces.
01 ws-funnel-days pic 9(4) value 90.
01 ws-date-work pic 9(8) value 0.
01 ws-from-runid pic x(6) value spaces.

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

01 StepNames.
       02 filler pic x(20) value "Room1".
       02 filler pic x(20) value "Hallway".
       02 filler pic x(20) value "Puzzle solved".
       02 filler pic x(20) value "Wolves defeated".
       02 filler pic x(20) value "Crypt reached".
       02 filler pic x(20) value "Dracula slain".
01 StepNameTable redefines StepNames.
       02 StepName occurs 6 times pic x(20).

01 FunnelRunTable.
       02 FR-Count pic 9(4) value 0.
       02 FunnelRun occurs 2000 times.
           03 FR-RunId pic x(12).
           03 FR-Difficulty pic 9(1).
           03 FR-End pic x(8).
           03 FR-LastRoom pic x(25).
           03 FR-Step occurs 6 times pic 9(1).

01 DifficultyTable.
       02 DifficultyEntry occurs 5 times.
           03 DF-Runs pic 9(5) value 0.
           03 DF-Reached occurs 6 times pic 9(5) value 0.

01 EndRoomTable.
       02 ER-Count pic 9(3) value 0.
       02 EndRoomEntry occurs 200 times.
           03 ER-Difficulty pic 9(1).
           03 ER-Room pic x(25).
           03 ER-Deaths pic 9(5) value 0.
           03 ER-Quits pic 9(5) value 0.

procedure division.

       accept ws-funnel-env from environment "FUNNEL_DAYS"
       if ws-funnel-env not = spaces and function trim(ws-funnel-env) is numeric then
           move function numval(ws-funnel-env) to ws-funnel-days
       end-if
       move spaces to ws-from-runid
       if ws-funnel-days > 0 then
           move function current-date to ws-current-date-data
           move ws-current-date to ws-date-work
           compute ws-date-work = function date-of-integer(
                   function integer-of-date(ws-date-work) - ws-funnel-days + 1)
           move ws-date-work(3:6) to ws-from-runid
       end-if

       open output FunnelFile
       if ws-funnel-status not = "00" then
           move "FunnelReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-funnel-status
           close FunnelFile
           move 8 to return-code
           goback
       end-if
       move 0 to return-code
       move "=== Castle Progression Funnel ===" to FunnelRec
       write FunnelRec

       perform ReadEventTrail
       perform ReadRunMaster
       perform TallyRuns

       move spaces to ws-funnel-line
       move FR-Count to ws-total-disp
       if ws-funnel-days > 0 then
           string "Runs started in the last " ws-funnel-days " days: " ws-total-disp
                  "   (events read: " ws-events-read ")"
                  delimited by size into ws-funnel-line
       else
           string "Runs on file: " ws-total-disp
                  "   (events read: " ws-events-read ")"
                  delimited by size into ws-funnel-line
       end-if
       move ws-funnel-line to FunnelRec
       write FunnelRec

       perform varying ws-diff-idx from 1 by 1 until ws-diff-idx > 5
           if DF-Runs(ws-diff-idx) > 0 then
               perform WriteFunnel
           end-if
       end-perform

       perform WriteEndRooms

       if ws-dropped-runs > 0 or ws-dropped-ends > 0 then
           move spaces to FunnelRec
           write FunnelRec
           move spaces to ws-funnel-line
           string "FAILED: " ws-dropped-runs " run(s) and " ws-dropped-ends
                  " ending room(s) not counted, tables are full; shorten FUNNEL_DAYS"
                  delimited by size into ws-funnel-line
           move ws-funnel-line to FunnelRec
           write FunnelRec
           move 8 to return-code
       end-if

       close FunnelFile
       display "Progression funnel written to FunnelReport.txt (" FR-Count " run(s))"
       goback.

ReadEventTrail section.

           open input EventFile
           if ws-event-status not = "00" then
               display "Events.dat could not be opened (status " ws-event-status ")"
               close EventFile
               exit section
           end-if
           perform until ws-event-status not = "00"
               read EventFile
               at end
                   move "10" to ws-event-status
               not at end
                   add 1 to ws-events-read
                   if EV-RunId not = spaces and EV-RunId(1:6) >= ws-from-runid
                      and (EV-Type = "V" or EV-Type = "M") then
                       perform PostMovement
                   end-if
               end-read
           end-perform
           close EventFile
           exit section.

PostMovement section.

           move EV-RunId to ws-work-runid
           perform FindRun
           if ws-run-idx = 0 then
               exit section
           end-if
           if EV-Type = "V" then
               move EV-Key to FR-LastRoom(ws-run-idx)
               evaluate EV-Key
                   when "Room1" move 1 to FR-Step(ws-run-idx,1)
                   when "Hallway" move 1 to FR-Step(ws-run-idx,2)
                   when "Crypt" move 1 to FR-Step(ws-run-idx,5)
               end-evaluate
           else
               evaluate EV-Key
                   when "PUZZLE SOLVED" move 1 to FR-Step(ws-run-idx,3)
                   when "WOLVES DEFEATED" move 1 to FR-Step(ws-run-idx,4)
                   when "DRACULA SLAIN" move 1 to FR-Step(ws-run-idx,6)
               end-evaluate
           end-if
           exit section.

FindRun section.

           perform varying ws-run-idx from 1 by 1 until ws-run-idx > FR-Count
               if FR-RunId(ws-run-idx) = ws-work-runid then
                   exit perform
               end-if
           end-perform
           if ws-run-idx > FR-Count then
               if FR-Count < 2000 then
                   add 1 to FR-Count
                   initialize FunnelRun(FR-Count)
                   move ws-work-runid to FR-RunId(FR-Count)
                   move FR-Count to ws-run-idx
               else
                   add 1 to ws-dropped-runs
                   move 0 to ws-run-idx
               end-if
           end-if
           exit section.

ReadRunMaster section.

           open input RunMasterFile
           if ws-runmaster-status not = "00" then
               display "RunMaster.dat could not be opened (status " ws-runmaster-status ")"
               close RunMasterFile
               exit section
           end-if
           perform until ws-runmaster-status not = "00"
               read RunMasterFile
               at end
                   move "10" to ws-runmaster-status
               not at end
                   if RM-RunId not = spaces and RM-RunId(1:6) >= ws-from-runid then
                       move RM-RunId to ws-work-runid
                       perform FindRun
                       if ws-run-idx > 0 then
                           if RM-Difficulty is numeric and RM-Difficulty > 0
                              and RM-Difficulty < 5 then
                               move RM-Difficulty to FR-Difficulty(ws-run-idx)
                           end-if
                           move RM-End to FR-End(ws-run-idx)
                           if RM-End = "WIN" then
                               move 1 to FR-Step(ws-run-idx,6)
                           end-if
                       end-if
                   end-if
               end-read
           end-perform
           close RunMasterFile
           exit section.

TallyRuns section.

           perform varying ws-run-idx from 1 by 1 until ws-run-idx > FR-Count
               if FR-Difficulty(ws-run-idx) = 0 then
                   move 5 to ws-diff-idx
               else
                   move FR-Difficulty(ws-run-idx) to ws-diff-idx
               end-if
               add 1 to DF-Runs(ws-diff-idx)
               perform varying ws-step-idx from 1 by 1 until ws-step-idx > 6
                   if FR-Step(ws-run-idx,ws-step-idx) = 1 then
                       add 1 to DF-Reached(ws-diff-idx,ws-step-idx)
                   end-if
               end-perform
               if FR-End(ws-run-idx) = "DEATH" or FR-End(ws-run-idx) = "QUIT" then
                   perform PostEndRoom
               end-if
           end-perform
           exit section.

PostEndRoom section.

           move FR-LastRoom(ws-run-idx) to ws-end-room
           if ws-end-room = spaces then
               move "(no room events)" to ws-end-room
           end-if
           perform varying ws-end-idx from 1 by 1 until ws-end-idx > ER-Count
               if ER-Difficulty(ws-end-idx) = ws-diff-idx
                  and ER-Room(ws-end-idx) = ws-end-room then
                   exit perform
               end-if
           end-perform
           if ws-end-idx > ER-Count then
               if ER-Count < 200 then
                   add 1 to ER-Count
                   move ws-diff-idx to ER-Difficulty(ER-Count)
                   move ws-end-room to ER-Room(ER-Count)
                   move 0 to ER-Deaths(ER-Count)
                   move 0 to ER-Quits(ER-Count)
                   move ER-Count to ws-end-idx
               else
                   add 1 to ws-dropped-ends
                   exit section
               end-if
           end-if
           if FR-End(ws-run-idx) = "DEATH" then
               add 1 to ER-Deaths(ws-end-idx)
           else
               add 1 to ER-Quits(ws-end-idx)
           end-if
           exit section.

SetDifficultyLabel section.

           evaluate ws-diff-idx
               when 1 move "Easy" to ws-diff-label
               when 2 move "Normal" to ws-diff-label
               when 3 move "Hard" to ws-diff-label
               when 4 move "Hard+" to ws-diff-label
               when other move "Still in progress" to ws-diff-label
           end-evaluate
           exit section.

WriteFunnel section.

           perform SetDifficultyLabel
           move spaces to FunnelRec
           write FunnelRec
           move spaces to ws-funnel-line
           move DF-Runs(ws-diff-idx) to ws-total-disp
           string "Difficulty: " function trim(ws-diff-label) "   runs: " function trim(ws-total-disp)
                  delimited by size into ws-funnel-line
           move ws-funnel-line to FunnelRec
           write FunnelRec
           move "  Milestone              Runs    Drop   Drop%" to FunnelRec
           write FunnelRec
           move DF-Runs(ws-diff-idx) to ws-prev-reached
           perform varying ws-step-idx from 1 by 1 until ws-step-idx > 6
               move DF-Reached(ws-diff-idx,ws-step-idx) to ws-reached-disp
               compute ws-drop = ws-prev-reached - DF-Reached(ws-diff-idx,ws-step-idx)
               move ws-drop to ws-drop-disp
               if ws-prev-reached > 0 then
                   compute ws-drop-pct rounded = ws-drop * 100 / ws-prev-reached
               else
                   move 0 to ws-drop-pct
               end-if
               move ws-drop-pct to ws-drop-pct-disp
               move spaces to ws-funnel-line
               string "  " StepName(ws-step-idx) " " ws-reached-disp "  " ws-drop-disp
                      "  " ws-drop-pct-disp "%"
                      delimited by size into ws-funnel-line
               move ws-funnel-line to FunnelRec
               write FunnelRec
               move DF-Reached(ws-diff-idx,ws-step-idx) to ws-prev-reached
           end-perform
           exit section.

WriteEndRooms section.

           move spaces to FunnelRec
           write FunnelRec
           move "Most common room where runs ended in DEATH or QUIT:" to FunnelRec
           write FunnelRec
           perform varying ws-diff-idx from 1 by 1 until ws-diff-idx > 5
               if DF-Runs(ws-diff-idx) > 0 then
                   perform WriteEndRoom
               end-if
           end-perform
           exit section.

WriteEndRoom section.

           perform SetDifficultyLabel
           move 0 to ws-best-idx
           move 0 to ws-best-total
           move 0 to ws-diff-ended
           perform varying ws-end-idx from 1 by 1 until ws-end-idx > ER-Count
               if ER-Difficulty(ws-end-idx) = ws-diff-idx then
                   compute ws-end-total = ER-Deaths(ws-end-idx) + ER-Quits(ws-end-idx)
                   add ws-end-total to ws-diff-ended
                   if ws-end-total > ws-best-total then
                       move ws-end-total to ws-best-total
                       move ws-end-idx to ws-best-idx
                   end-if
               end-if
           end-perform
           move spaces to ws-funnel-line
           if ws-best-idx = 0 then
               string "  " ws-diff-label " no runs ended in death or quit"
                      delimited by size into ws-funnel-line
           else
               move ws-best-total to ws-count-disp
               move ws-diff-ended to ws-total-disp
               move ER-Deaths(ws-best-idx) to ws-death-disp
               move ER-Quits(ws-best-idx) to ws-quit-disp
               string "  " ws-diff-label " " ER-Room(ws-best-idx)
                      ws-count-disp " of" ws-total-disp " ("
                      function trim(ws-death-disp) " death, "
                      function trim(ws-quit-disp) " quit)"
                      delimited by size into ws-funnel-line
           end-if
           move ws-funnel-line to FunnelRec
           write FunnelRec
           exit section.
