       >>SOURCE FORMAT FREE
identification division.
program-id. ChainVerify.
environment division.
input-output section.
file-control.
       select ChainFile assign to ws-verify-name
       organization is line sequential
       access is sequential
       file status is ws-chain-status.

       select VerifyReportFile assign to "ChainVerifyReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

data division.
file section.
fd ChainFile.

 01 ChainRec pic x(199).

fd VerifyReportFile.

 01 VerifyReportRec pic x(132).

working-storage section.
01 ws-chain-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-verify-name pic x(40) value spaces.
01 ws-report-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "ChainVerify".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-chain-line pic x(199) value spaces.
01 ws-chain-mode pic x(1) value "V".
01 ws-chain-pos pic 9(3) value 0.
01 ws-hash-pos pic 9(3) value 0.
01 ws-chain-seq pic 9(9) value 0.
01 ws-chain-hash pic 9(9) value 0.
01 ws-chain-ok pic 9(1) value 0.
01 ws-this-seq pic 9(9) value 0.
01 ws-missing pic 9(9) value 0.
01 ws-line-no pic 9(7) value 0.
01 ws-anomaly-kind pic x(8) value spaces.
01 ws-anomaly-text pic x(80) value spaces.
01 ws-detail-limit pic 9(3) value 200.
01 ws-details-written pic 9(3) value 0.
01 ws-details-skipped pic 9(7) value 0.
01 ws-total-anomalies pic 9(7) value 0.

01 ChainState.
       02 CS-Name pic x(20).
       02 CS-Started pic 9(1).
       02 CS-PrevSeq pic 9(9).
       02 CS-PrevHash pic 9(9).
       02 CS-Records pic 9(7).
       02 CS-Legacy pic 9(7).
       02 CS-Broken pic 9(7).
       02 CS-Gaps pic 9(7).
       02 CS-Missing pic 9(9).
       02 CS-Inserted pic 9(7).
       02 CS-FirstBreak pic x(120).

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

       open output VerifyReportFile
       if ws-report-status not = "00" then
           move "ChainVerifyReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
           close VerifyReportFile
           move 8 to return-code
           goback
       end-if
       move function current-date to ws-current-date-data
       move spaces to ws-report-line
       string "=== Audit and Event Chain Verification " ws-current-year "-" ws-current-month "-"
              ws-current-day " " ws-current-hours ":" ws-current-minute " ==="
              delimited by size into ws-report-line
       move ws-report-line to VerifyReportRec
       write VerifyReportRec

       initialize ChainState
       move "Audit chain" to CS-Name
       move 181 to ws-chain-pos
       perform WriteChainHeading
       move "AuditArchive.txt" to ws-verify-name
       perform WalkChainFile
       move "Audit.txt" to ws-verify-name
       perform WalkChainFile
       perform WriteChainSummary

       initialize ChainState
       move "Event chain" to CS-Name
       move 87 to ws-chain-pos
       perform WriteChainHeading
       move "Events.dat" to ws-verify-name
       perform WalkChainFile
       perform WriteChainSummary

       move spaces to VerifyReportRec
       write VerifyReportRec
       if ws-total-anomalies = 0 then
           move "Both chains verified with no breaks, gaps or inserted records" to VerifyReportRec
           write VerifyReportRec
           move 0 to return-code
       else
           move spaces to ws-report-line
           string "Chain exceptions found: " ws-total-anomalies
                  delimited by size into ws-report-line
           move ws-report-line to VerifyReportRec
           write VerifyReportRec
           move 4 to return-code
       end-if
       close VerifyReportFile
       display "Chain verification written to ChainVerifyReport.txt ("
               ws-total-anomalies " exception(s))"
       goback.

WriteChainHeading section.

           move spaces to VerifyReportRec
           write VerifyReportRec
           move spaces to ws-report-line
           string function trim(CS-Name) ":" delimited by size
                  into ws-report-line
           move ws-report-line to VerifyReportRec
           write VerifyReportRec
           move 0 to ws-details-written
           move 0 to ws-details-skipped
           exit section.

WalkChainFile section.

           move 0 to ws-line-no
           move spaces to ws-chain-status
           open input ChainFile
           if ws-chain-status not = "00" then
               move spaces to ws-report-line
               string "  " function trim(ws-verify-name) " not present (status "
                      ws-chain-status ")"
                      delimited by size into ws-report-line
               close ChainFile
               move ws-report-line to VerifyReportRec
               write VerifyReportRec
               exit section
           end-if
           perform until ws-chain-status not = "00"
               read ChainFile
               at end
                   move "10" to ws-chain-status
               not at end
                   add 1 to ws-line-no
                   perform CheckChainRecord
               end-read
           end-perform
           close ChainFile
           move spaces to ws-report-line
           string "  " function trim(ws-verify-name) " walked, " ws-line-no " line(s)"
                  delimited by size into ws-report-line
           move ws-report-line to VerifyReportRec
           write VerifyReportRec
           exit section.

CheckChainRecord section.

           if ChainRec = spaces or ChainRec(1:7) = "Rolled " then
               exit section
           end-if
           compute ws-hash-pos = ws-chain-pos + 10
           if ChainRec(ws-chain-pos:9) is not numeric
              or ChainRec(ws-hash-pos:9) is not numeric then
               if CS-Started = 0 then
                   add 1 to CS-Legacy
               else
                   add 1 to CS-Inserted
                   move "INSERTED" to ws-anomaly-kind
                   move "record carries no sequence number or hash" to ws-anomaly-text
                   perform WriteAnomaly
               end-if
               exit section
           end-if

           add 1 to CS-Records
           move ChainRec to ws-chain-line
           move ChainRec(ws-chain-pos:9) to ws-this-seq
           move CS-PrevHash to ws-chain-hash
           move "V" to ws-chain-mode
           call 'ChainLink' using ws-chain-mode,ws-chain-line,ws-chain-pos,ws-chain-seq,ws-chain-hash,ws-chain-ok

           if CS-Started = 0 then
               move 1 to CS-Started
               if ws-this-seq not = 1 then
                   add 1 to CS-Gaps
                   compute CS-Missing = CS-Missing + ws-this-seq - 1
                   move "GAP" to ws-anomaly-kind
                   move spaces to ws-anomaly-text
                   string "chain starts at sequence " ws-this-seq
                          ", earlier records are missing"
                          delimited by size into ws-anomaly-text
                   perform WriteAnomaly
               else
                   if ws-chain-ok = 0 then
                       add 1 to CS-Broken
                       move "BROKEN" to ws-anomaly-kind
                       move "first record does not hash from the chain origin" to ws-anomaly-text
                       perform WriteAnomaly
                   end-if
               end-if
           else
               evaluate true
                   when ws-this-seq <= CS-PrevSeq
                       add 1 to CS-Inserted
                       move "INSERTED" to ws-anomaly-kind
                       move spaces to ws-anomaly-text
                       string "sequence " ws-this-seq " follows " CS-PrevSeq
                              "; a record was added out of sequence"
                              delimited by size into ws-anomaly-text
                       perform WriteAnomaly
                   when ws-this-seq > CS-PrevSeq + 1
                       add 1 to CS-Gaps
                       compute ws-missing = ws-this-seq - CS-PrevSeq - 1
                       add ws-missing to CS-Missing
                       move "GAP" to ws-anomaly-kind
                       move spaces to ws-anomaly-text
                       string "sequence jumps from " CS-PrevSeq " to " ws-this-seq
                              ", " ws-missing " record(s) removed"
                              delimited by size into ws-anomaly-text
                       perform WriteAnomaly
                   when ws-chain-ok = 0
                       add 1 to CS-Broken
                       move "BROKEN" to ws-anomaly-kind
                       move "hash does not follow from the record before; one of them was altered"
                         to ws-anomaly-text
                       perform WriteAnomaly
               end-evaluate
           end-if

           move ws-chain-hash to CS-PrevHash
           if ws-this-seq > CS-PrevSeq then
               move ws-this-seq to CS-PrevSeq
           end-if
           exit section.

WriteAnomaly section.

           add 1 to ws-total-anomalies
           move spaces to ws-report-line
           string "  " ws-anomaly-kind " " function trim(ws-verify-name)
                  " line " ws-line-no ": " ws-anomaly-text
                  delimited by size into ws-report-line
           if CS-FirstBreak = spaces then
               move ws-report-line(3:) to CS-FirstBreak
           end-if
           if ws-details-written < ws-detail-limit then
               add 1 to ws-details-written
               move ws-report-line to VerifyReportRec
               write VerifyReportRec
           else
               add 1 to ws-details-skipped
           end-if
           exit section.

WriteChainSummary section.

           move spaces to ws-report-line
           string "  Records chained " CS-Records "  before chaining began " CS-Legacy
                  "  last sequence " CS-PrevSeq
                  delimited by size into ws-report-line
           move ws-report-line to VerifyReportRec
           write VerifyReportRec
           move spaces to ws-report-line
           string "  Broken links " CS-Broken "  gaps " CS-Gaps
                  " (" CS-Missing " record(s) missing)  inserted " CS-Inserted
                  delimited by size into ws-report-line
           move ws-report-line to VerifyReportRec
           write VerifyReportRec
           move spaces to ws-report-line
           if CS-FirstBreak = spaces then
               string "  First broken link: none" delimited by size into ws-report-line
           else
               string "  First broken link: " CS-FirstBreak delimited by size into ws-report-line
           end-if
           move ws-report-line to VerifyReportRec
           write VerifyReportRec
           if ws-details-skipped > 0 then
               move spaces to ws-report-line
               string "  (" ws-details-skipped " further exception(s) counted but not listed)"
                      delimited by size into ws-report-line
               move ws-report-line to VerifyReportRec
               write VerifyReportRec
           end-if
           exit section.
