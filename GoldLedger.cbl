       >>SOURCE FORMAT FREE
identification division.
program-id. GoldLedger.
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

       select LedgerWorkFile assign to "GoldLedgerRuns.dat"
       organization is indexed
       access is dynamic
       record key is LG-RunId
       file status is ws-work-status.

       select LedgerFile assign to "GoldLedger.txt"
       organization is line sequential
       access is sequential
       file status is ws-ledger-status.

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

fd LedgerWorkFile.

 01 LedgerWorkRec.
       02 LG-RunId pic x(12).
       02 LG-Player pic x(15).
       02 LG-HasOpening pic 9(1).
       02 LG-Opening pic 9(6).
       02 LG-Sell pic 9(6).
       02 LG-Loot pic 9(6).
       02 LG-Win pic 9(6).
       02 LG-OtherIn pic 9(6).
       02 LG-Buy pic 9(6).
       02 LG-Repair pic 9(6).
       02 LG-Chapel pic 9(6).
       02 LG-OtherOut pic 9(6).
       02 LG-Matched pic 9(1).

fd LedgerFile.

 01 LedgerRec pic x(132).

working-storage section.
01 ws-event-status pic xx value spaces.
01 ws-runmaster-status pic xx value spaces.
01 ws-ledger-status pic xx value spaces.
01 ws-work-status pic xx value spaces.
01 ws-run-found pic 9(1) value 0.
01 ws-periods-dropped pic 9(5) value 0.
01 ws-work-name pic x(40) value "GoldLedgerRuns.dat".
01 ws-ledger-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "GoldLedger".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-period-idx pic 9(2) value 0.
01 ws-work-runid pic x(12) value spaces.
01 ws-work-period pic x(5) value spaces.
01 ws-signed-gold pic s9(6) value 0.
01 ws-closing pic s9(7) value 0.
01 ws-net pic s9(8) value 0.
01 ws-closing-disp pic -9(7) value 0.
01 ws-net-disp pic -9(8) value 0.
01 ws-runs-checked pic 9(5) value 0.
01 ws-mismatch-count pic 9(5) value 0.
01 ws-open-runs pic 9(5) value 0.
01 ws-no-trail-runs pic 9(5) value 0.
01 ws-dropped-events pic 9(6) value 0.
01 ws-player-env pic x(15) value spaces.

01 ShopTotals.
       02 TT-Opening pic 9(8) value 0.
       02 TT-Sell pic 9(8) value 0.
       02 TT-Loot pic 9(8) value 0.
       02 TT-Win pic 9(8) value 0.
       02 TT-OtherIn pic 9(8) value 0.
       02 TT-Buy pic 9(8) value 0.
       02 TT-Repair pic 9(8) value 0.
       02 TT-Chapel pic 9(8) value 0.
       02 TT-OtherOut pic 9(8) value 0.

01 PeriodTable.
       02 PD-Count pic 9(2) value 0.
       02 PeriodEntry occurs 24 times.
           03 PD-Period pic x(5).
           03 PD-Minted pic 9(8) value 0.
           03 PD-Smith pic 9(8) value 0.
           03 PD-SmithPaid pic 9(8) value 0.
           03 PD-Chapel pic 9(8) value 0.

procedure division.

       accept ws-player-env from environment "LEDGER_PLAYER"

       open output LedgerFile
       if ws-ledger-status not = "00" then
           move "GoldLedger.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-ledger-status
           close LedgerFile
           move 8 to return-code
           goback
       end-if
       move "=== Gold Ledger and Economy Reconciliation ===" to LedgerRec
       write LedgerRec

       open output LedgerWorkFile
       close LedgerWorkFile
       open i-o LedgerWorkFile
       if ws-work-status not = "00" then
           move ws-work-name to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-work-status
           close LedgerWorkFile
           move "FAILED: the per-run ledger work file could not be opened" to LedgerRec
           write LedgerRec
           close LedgerFile
           move 8 to return-code
           goback
       end-if

       perform ReadEventTrail
       perform CheckRunMaster
       perform ReportUnclosedRuns
       perform WriteShopTotals

       if ws-mismatch-count = 0 then
           move "No mismatches: every closed run's ledger agrees with RunMaster.dat" to LedgerRec
           write LedgerRec
       else
           move spaces to ws-ledger-line
           string "Runs whose ledger disagrees with RunMaster.dat: " ws-mismatch-count
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec
           move 4 to return-code
       end-if
       if ws-dropped-events > 0 then
           move spaces to ws-ledger-line
           string "FAILED: " ws-dropped-events
                  " gold event(s) not ledgered, the work file could not be written"
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec
           move 8 to return-code
       end-if

       close LedgerWorkFile
       call "CBL_DELETE_FILE" using ws-work-name
       close LedgerFile
       display "Gold ledger written to GoldLedger.txt ("
               ws-runs-checked " run(s) checked, "
               ws-mismatch-count " mismatch(es))"
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
                   if EV-RunId not = spaces
                      and (ws-player-env = spaces or EV-Player = ws-player-env) then
                       perform PostEvent
                   end-if
               end-read
           end-perform
           close EventFile
           exit section.

PostEvent section.

           if EV-Gold is not numeric then
               move 0 to EV-Gold
           end-if
           if EV-Type not = "O" and EV-Gold = 0 then
               exit section
           end-if
           move EV-RunId to ws-work-runid
           perform FetchLedger
           move EV-Player to LG-Player

           if EV-GoldSign = "-" then
               compute ws-signed-gold = 0 - EV-Gold
           else
               move EV-Gold to ws-signed-gold
           end-if

           move EV-Date(1:5) to ws-work-period
           perform FindPeriodEntry

           evaluate EV-Type
               when "O"
                   move 1 to LG-HasOpening
                   move EV-Gold to LG-Opening
                   add EV-Gold to TT-Opening
               when "S"
                   add EV-Gold to LG-Sell
                   add EV-Gold to TT-Sell
                   if ws-period-idx > 0 then
                       add EV-Gold to PD-SmithPaid(ws-period-idx)
                   end-if
               when "G"
                   add EV-Gold to LG-Loot
                   add EV-Gold to TT-Loot
                   if ws-period-idx > 0 then
                       add EV-Gold to PD-Minted(ws-period-idx)
                   end-if
               when "W"
                   add EV-Gold to LG-Win
                   add EV-Gold to TT-Win
                   if ws-period-idx > 0 then
                       add EV-Gold to PD-Minted(ws-period-idx)
                   end-if
               when "B"
                   add EV-Gold to LG-Buy
                   add EV-Gold to TT-Buy
                   if ws-period-idx > 0 then
                       add EV-Gold to PD-Smith(ws-period-idx)
                   end-if
               when "R"
                   add EV-Gold to LG-Repair
                   add EV-Gold to TT-Repair
                   if ws-period-idx > 0 then
                       add EV-Gold to PD-Smith(ws-period-idx)
                   end-if
               when "C"
                   add EV-Gold to LG-Chapel
                   add EV-Gold to TT-Chapel
                   if ws-period-idx > 0 then
                       add EV-Gold to PD-Chapel(ws-period-idx)
                   end-if
               when other
                   if ws-signed-gold < 0 then
                       add EV-Gold to LG-OtherOut
                       add EV-Gold to TT-OtherOut
                   else
                       add EV-Gold to LG-OtherIn
                       add EV-Gold to TT-OtherIn
                   end-if
           end-evaluate
           perform StoreLedger
           exit section.

FetchLedger section.

           move ws-work-runid to LG-RunId
           move 1 to ws-run-found
           read LedgerWorkFile
               invalid key
                   move 0 to ws-run-found
           end-read
           if ws-run-found = 0 then
               initialize LedgerWorkRec
               move ws-work-runid to LG-RunId
           end-if
           exit section.

StoreLedger section.

           if ws-run-found = 1 then
               rewrite LedgerWorkRec
           else
               write LedgerWorkRec
           end-if
           if ws-work-status not = "00" then
               move ws-work-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-work-status
               add 1 to ws-dropped-events
           end-if
           exit section.

FindPeriodEntry section.

           perform varying ws-period-idx from 1 by 1 until ws-period-idx > PD-Count
               if PD-Period(ws-period-idx) = ws-work-period then
                   exit perform
               end-if
           end-perform
           if ws-period-idx > PD-Count then
               if PD-Count >= 24 then
                   perform DropOldestPeriod
               end-if
               add 1 to PD-Count
               initialize PeriodEntry(PD-Count)
               move ws-work-period to PD-Period(PD-Count)
               move PD-Count to ws-period-idx
           end-if
           exit section.

DropOldestPeriod section.

           perform varying ws-period-idx from 1 by 1 until ws-period-idx >= PD-Count
               move PeriodEntry(ws-period-idx + 1) to PeriodEntry(ws-period-idx)
           end-perform
           subtract 1 from PD-Count
           add 1 to ws-periods-dropped
           exit section.

ComputeClosing section.

           compute ws-closing = LG-Opening
                              + LG-Sell
                              + LG-Loot
                              + LG-Win
                              + LG-OtherIn
                              - LG-Buy
                              - LG-Repair
                              - LG-Chapel
                              - LG-OtherOut
           exit section.

CheckRunMaster section.

           move "Per-run ledger (closed runs):" to LedgerRec
           write LedgerRec
           open input RunMasterFile
           if ws-runmaster-status not = "00" then
               move "  RunMaster.dat could not be opened, no closing balances to check" to LedgerRec
               write LedgerRec
               close RunMasterFile
               exit section
           end-if
           perform until ws-runmaster-status not = "00"
               read RunMasterFile
               at end
                   move "10" to ws-runmaster-status
               not at end
                   if ws-player-env = spaces or RM-Player = ws-player-env then
                       perform CheckOneRun
                   end-if
               end-read
           end-perform
           close RunMasterFile
           exit section.

CheckOneRun section.

           move RM-RunId to ws-work-runid
           perform FetchLedger
           if ws-run-found = 0 then
               add 1 to ws-no-trail-runs
               move spaces to ws-ledger-line
               if ws-dropped-events > 0 then
                   string "  Run " RM-RunId " " RM-Player
                          " not ledgered (work file write failed), closing gold " RM-Gold
                          delimited by size into ws-ledger-line
               else
                   string "  Run " RM-RunId " " RM-Player
                          " has no gold events on file, closing gold " RM-Gold
                          delimited by size into ws-ledger-line
               end-if
               move ws-ledger-line to LedgerRec
               write LedgerRec
               exit section
           end-if

           add 1 to ws-runs-checked
           move 1 to LG-Matched
           perform StoreLedger
           perform WriteRunLedger
           perform ComputeClosing
           move ws-closing to ws-closing-disp
           move spaces to ws-ledger-line
           if RM-Gold is numeric and ws-closing = RM-Gold then
               string "    Computed closing " ws-closing-disp
                      "  RunMaster " RM-Gold "  ok"
                      delimited by size into ws-ledger-line
           else
               add 1 to ws-mismatch-count
               string "    Computed closing " ws-closing-disp
                      "  RunMaster " RM-Gold "  *** MISMATCH ***"
                      delimited by size into ws-ledger-line
           end-if
           move ws-ledger-line to LedgerRec
           write LedgerRec
           if LG-HasOpening = 0 then
               move "    (no opening balance event on file, opening taken as 0)" to LedgerRec
               write LedgerRec
           end-if
           exit section.

WriteRunLedger section.

           move spaces to ws-ledger-line
           string "  Run " LG-RunId " " LG-Player
                  " opening " LG-Opening
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec
           move spaces to ws-ledger-line
           string "    In:  sell " LG-Sell
                  "  loot/quest " LG-Loot
                  "  combat " LG-Win
                  "  other " LG-OtherIn
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec
           move spaces to ws-ledger-line
           string "    Out: buy " LG-Buy
                  "  repair " LG-Repair
                  "  chapel " LG-Chapel
                  "  other " LG-OtherOut
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec
           exit section.

ReportUnclosedRuns section.

           move "Runs still open (no RunMaster.dat record yet):" to LedgerRec
           write LedgerRec
           move low-values to LG-RunId
           start LedgerWorkFile key is not less than LG-RunId
               invalid key
                   move "10" to ws-work-status
               not invalid key
                   move "00" to ws-work-status
           end-start
           perform until ws-work-status not = "00"
               read LedgerWorkFile next record
               at end
                   move "10" to ws-work-status
               not at end
                   if LG-Matched = 0 then
                       add 1 to ws-open-runs
                       perform WriteRunLedger
                       perform ComputeClosing
                       move ws-closing to ws-closing-disp
                       move spaces to ws-ledger-line
                       string "    Computed balance so far " ws-closing-disp
                              delimited by size into ws-ledger-line
                       move ws-ledger-line to LedgerRec
                       write LedgerRec
                   end-if
               end-read
           end-perform
           if ws-open-runs = 0 then
               move "  none" to LedgerRec
               write LedgerRec
           end-if
           exit section.

WriteShopTotals section.

           move spaces to LedgerRec
           write LedgerRec
           move "=== Shop-wide Gold Totals ===" to LedgerRec
           write LedgerRec

           move spaces to ws-ledger-line
           string "Opening balances carried in: " TT-Opening
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec

           move spaces to ws-ledger-line
           string "Gold minted by loot and quests: " TT-Loot
                  "  by combat wins: " TT-Win
                  "  other: " TT-OtherIn
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec

           move spaces to ws-ledger-line
           string "Gold paid to the Blacksmith: buys " TT-Buy
                  "  repairs " TT-Repair
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec

           move spaces to ws-ledger-line
           string "Gold paid out by the Blacksmith for sales: " TT-Sell
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec

           move spaces to ws-ledger-line
           string "Gold paid to the Chapel: " TT-Chapel
                  "  other sinks: " TT-OtherOut
                  delimited by size into ws-ledger-line
           move ws-ledger-line to LedgerRec
           write LedgerRec

           compute ws-net = TT-Loot + TT-Win + TT-OtherIn + TT-Sell
                          - TT-Buy - TT-Repair - TT-Chapel - TT-OtherOut
           move ws-net to ws-net-disp
           move spaces to ws-ledger-line
           if ws-net > 0 then
               string "Net gold added to the economy: " ws-net-disp
                      "  (inflating)"
                      delimited by size into ws-ledger-line
           else
               string "Net gold added to the economy: " ws-net-disp
                      "  (stable or deflating)"
                      delimited by size into ws-ledger-line
           end-if
           move ws-ledger-line to LedgerRec
           write LedgerRec

           move "By month (YY-MM): minted / paid to Blacksmith / paid by Blacksmith / Chapel / net" to LedgerRec
           write LedgerRec
           perform varying ws-period-idx from 1 by 1 until ws-period-idx > PD-Count
               compute ws-net = PD-Minted(ws-period-idx) + PD-SmithPaid(ws-period-idx)
                              - PD-Smith(ws-period-idx) - PD-Chapel(ws-period-idx)
               move ws-net to ws-net-disp
               move spaces to ws-ledger-line
               string "  " PD-Period(ws-period-idx)
                      "  " PD-Minted(ws-period-idx)
                      "  " PD-Smith(ws-period-idx)
                      "  " PD-SmithPaid(ws-period-idx)
                      "  " PD-Chapel(ws-period-idx)
                      "  " ws-net-disp
                      delimited by size into ws-ledger-line
               move ws-ledger-line to LedgerRec
               write LedgerRec
           end-perform
           if PD-Count = 0 then
               move "  no gold movements on file" to LedgerRec
               write LedgerRec
           end-if
           if ws-periods-dropped > 0 then
               move spaces to ws-ledger-line
               string "  (most recent 24 months shown; " ws-periods-dropped
                      " earlier month(s) are in the totals above)"
                      delimited by size into ws-ledger-line
               move ws-ledger-line to LedgerRec
               write LedgerRec
           end-if
           exit section.
