       >>SOURCE FORMAT FREE
identification division.
program-id. KeyConvert.
environment division.
input-output section.
file-control.
       select StageFile assign to ws-stage-name
       organization is line sequential
       access is sequential
       file status is ws-stage-status.

       select OldBestiaryFile assign to ws-old-beast-name
       organization is line sequential
       access is sequential
       file status is ws-old-beast-status.

       select BestiaryFile assign to "Bestiary.dat"
       organization is indexed
       access is dynamic
       record key is BF-RecKey
       file status is ws-bestiary-status.

       select OldProfileFile assign to ws-old-profile-name
       organization is line sequential
       access is sequential
       file status is ws-old-profile-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is dynamic
       record key is PR-Name
       file status is ws-profile-status.

       select ConvertReportFile assign to "ConvertReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

data division.
file section.
fd StageFile.

 01 StageRec pic x(600).

fd OldBestiaryFile.

 01 OldBeastRec.
       02 OB-Key pic x(15).
       02 OB-Name pic x(25).
       02 OB-Encountered pic 9(5).
       02 OB-Defeated pic 9(5).
       02 OB-KilledPlayer pic 9(5).
       02 OB-Player pic x(15).

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

fd OldProfileFile.

 01 OldProfileRec.
       02 OP-Name pic x(15).
       02 OP-Runs pic 9(3).
       02 OP-BestDifficulty pic 9(1).
       02 OP-LastGold pic 9(5).

fd ProfileFile.

 01 ProfileRec.
       02 PR-Name pic x(15).
       02 PR-Runs pic 9(3).
       02 PR-BestDifficulty pic 9(1).
       02 PR-LastGold pic 9(5).

fd ConvertReportFile.

 01 ConvertReportRec pic x(132).

working-storage section.
01 ws-stage-status pic xx value spaces.
01 ws-old-beast-status pic xx value spaces.
01 ws-bestiary-status pic xx value spaces.
01 ws-old-profile-status pic xx value spaces.
01 ws-profile-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-stage-name pic x(40) value spaces.
01 ws-live-name pic x(40) value spaces.
01 ws-old-beast-name pic x(40) value "Bestiary.dat.seq".
01 ws-old-profile-name pic x(40) value "Profile.dat.seq".
01 ws-stage-ok pic 9(1) value 0.
01 ws-seq-found pic 9(1) value 0.
01 ws-live-keyed pic 9(1) value 0.
01 ws-force-convert pic 9(1) value 0.
01 ws-mode-env pic x(20) value spaces.
01 ws-report-line pic x(132) value spaces.
01 ws-reject-reason pic x(40) value spaces.
01 ws-guard-program pic x(12) value "KeyConvert".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-recs-read pic 9(5) value 0.
01 ws-recs-converted pic 9(5) value 0.
01 ws-recs-merged pic 9(5) value 0.
01 ws-recs-rejected pic 9(5) value 0.
01 ws-total-rejected pic 9(5) value 0.
01 ws-hold-encountered pic 9(5) value 0.
01 ws-hold-defeated pic 9(5) value 0.
01 ws-hold-killed pic 9(5) value 0.
01 ws-hold-runs pic 9(3) value 0.
01 ws-hold-best pic 9(1) value 0.
01 ws-hold-gold pic 9(5) value 0.

procedure division.

       accept ws-mode-env from environment "CONVERT_MODE"
       if function upper-case(function trim(ws-mode-env)) = "FORCE" then
           move 1 to ws-force-convert
       end-if

       open output ConvertReportFile
       if ws-report-status not = "00" then
           move "ConvertReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
           close ConvertReportFile
           move 8 to return-code
           goback
       end-if
       move "=== Keyed File Conversion Report ===" to ConvertReportRec
       write ConvertReportRec

       perform ConvertBestiary
       perform ConvertProfile

       if ws-total-rejected = 0 then
           move "No records rejected" to ConvertReportRec
           write ConvertReportRec
       else
           move spaces to ws-report-line
           string "Records rejected in total: " ws-total-rejected
                  delimited by size into ws-report-line
           move ws-report-line to ConvertReportRec
           write ConvertReportRec
           move 4 to return-code
       end-if
       close ConvertReportFile
       display "Conversion report written to ConvertReport.txt ("
               ws-total-rejected " record(s) rejected)"
       goback.

StageSequential section.

           move 0 to ws-stage-ok
           move 0 to ws-seq-found
           perform CheckLiveKeyed
           move spaces to ws-stage-status
           open input StageFile
           if ws-stage-status = "00" then
               move 1 to ws-seq-found
           end-if
           close StageFile
           if ws-live-keyed = 1 then
               move 2 to ws-stage-ok
               move spaces to ws-report-line
               if ws-force-convert = 0 then
                   string "  already converted, " function trim(ws-live-name)
                          " is a keyed file (CONVERT_MODE=FORCE converts again from "
                          function trim(ws-stage-name) ")"
                          delimited by size into ws-report-line
               else
                   if ws-seq-found = 1 then
                       move 1 to ws-stage-ok
                       string "  Converting again from " function trim(ws-stage-name)
                              " (CONVERT_MODE=FORCE)"
                              delimited by size into ws-report-line
                   else
                       string "  already converted, no " function trim(ws-stage-name)
                              " to convert again from"
                              delimited by size into ws-report-line
                   end-if
               end-if
               move ws-report-line to ConvertReportRec
               write ConvertReportRec
               exit section
           end-if
           if ws-seq-found = 1 then
               move 1 to ws-stage-ok
               move spaces to ws-report-line
               string "  Converting again from " function trim(ws-stage-name)
                      delimited by size into ws-report-line
               move ws-report-line to ConvertReportRec
               write ConvertReportRec
               exit section
           end-if
           move 0 to return-code
           call "CBL_RENAME_FILE" using ws-live-name, ws-stage-name
           if return-code = 0 then
               move 1 to ws-stage-ok
               move spaces to ws-report-line
               string "  " function trim(ws-live-name) " kept as "
                      function trim(ws-stage-name)
                      delimited by size into ws-report-line
               move ws-report-line to ConvertReportRec
               write ConvertReportRec
           end-if
           move 0 to return-code
           exit section.

CheckLiveKeyed section.

           move 0 to ws-live-keyed
           if ws-live-name = "Bestiary.dat" then
               open input BestiaryFile
               if ws-bestiary-status = "00" then
                   move 1 to ws-live-keyed
               end-if
               close BestiaryFile
           else
               open input ProfileFile
               if ws-profile-status = "00" then
                   move 1 to ws-live-keyed
               end-if
               close ProfileFile
           end-if
           exit section.

ConvertBestiary section.

           move "Bestiary.dat:" to ConvertReportRec
           write ConvertReportRec
           move "Bestiary.dat" to ws-live-name
           move ws-old-beast-name to ws-stage-name
           perform StageSequential
           if ws-stage-ok = 0 then
               move "  nothing to convert, Bestiary.dat not found" to ConvertReportRec
               write ConvertReportRec
               exit section
           end-if
           if ws-stage-ok = 2 then
               exit section
           end-if

           move 0 to ws-recs-read
           move 0 to ws-recs-converted
           move 0 to ws-recs-merged
           move 0 to ws-recs-rejected
           open input OldBestiaryFile
           if ws-old-beast-status not = "00" then
               move ws-old-beast-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-old-beast-status
               close OldBestiaryFile
               move 8 to return-code
               exit section
           end-if
           open output BestiaryFile
           close BestiaryFile
           open i-o BestiaryFile
           if ws-bestiary-status not = "00" then
               move "Bestiary.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-bestiary-status
               close BestiaryFile
               close OldBestiaryFile
               move 8 to return-code
               exit section
           end-if

           perform until ws-old-beast-status not = "00"
               read OldBestiaryFile
               at end
                   move "10" to ws-old-beast-status
               not at end
                   add 1 to ws-recs-read
                   perform ConvertBeastRecord
               end-read
           end-perform
           close OldBestiaryFile
           close BestiaryFile
           perform WriteFileTotals
           exit section.

ConvertBeastRecord section.

           move spaces to ws-reject-reason
           if OB-Key = spaces and OB-Name = spaces then
               move "no enemy key or name" to ws-reject-reason
           end-if
           if OB-Encountered is not numeric or OB-Defeated is not numeric
              or OB-KilledPlayer is not numeric then
               move "non-numeric counts" to ws-reject-reason
           end-if
           if ws-reject-reason not = spaces then
               add 1 to ws-recs-rejected
               add 1 to ws-total-rejected
               move spaces to ws-report-line
               string "  REJECTED record " ws-recs-read " ("
                      function trim(ws-reject-reason) "): " OldBeastRec
                      delimited by size into ws-report-line
               move ws-report-line to ConvertReportRec
               write ConvertReportRec
               exit section
           end-if

           move OB-Player to BF-Player
           move OB-Key to BF-Key
           if BF-Key = spaces then
               move function upper-case(OB-Name(1:15)) to BF-Key
           end-if
           move OB-Name to BF-Name
           move OB-Encountered to BF-Encountered
           move OB-Defeated to BF-Defeated
           move OB-KilledPlayer to BF-KilledPlayer
           move spaces to BF-Discovered
           write BestiaryRec
           invalid key
               perform MergeBeastRecord
           not invalid key
               add 1 to ws-recs-converted
           end-write
           exit section.

MergeBeastRecord section.

           move OB-Encountered to ws-hold-encountered
           move OB-Defeated to ws-hold-defeated
           move OB-KilledPlayer to ws-hold-killed
           read BestiaryFile key is BF-RecKey
           invalid key
               add 1 to ws-recs-rejected
               add 1 to ws-total-rejected
               move spaces to ws-report-line
               string "  REJECTED record " ws-recs-read " (write failed, status "
                      ws-bestiary-status "): " OldBeastRec
                      delimited by size into ws-report-line
               move ws-report-line to ConvertReportRec
               write ConvertReportRec
               exit section
           end-read
           add ws-hold-encountered to BF-Encountered
           add ws-hold-defeated to BF-Defeated
           add ws-hold-killed to BF-KilledPlayer
           rewrite BestiaryRec
           if ws-bestiary-status not = "00" then
               move "Bestiary.dat" to ws-guard-file
               move "REWRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-bestiary-status
               add 1 to ws-recs-rejected
               add 1 to ws-total-rejected
               move spaces to ws-report-line
               string "  REJECTED record " ws-recs-read " (rewrite failed, status "
                      ws-bestiary-status "): " OldBeastRec
                      delimited by size into ws-report-line
               move ws-report-line to ConvertReportRec
               write ConvertReportRec
               exit section
           end-if
           add 1 to ws-recs-merged
           move spaces to ws-report-line
           string "  MERGED duplicate record " ws-recs-read " into "
                  function trim(BF-Player) "/" function trim(BF-Key)
                  delimited by size into ws-report-line
           move ws-report-line to ConvertReportRec
           write ConvertReportRec
           exit section.

ConvertProfile section.

           move "Profile.dat:" to ConvertReportRec
           write ConvertReportRec
           move "Profile.dat" to ws-live-name
           move ws-old-profile-name to ws-stage-name
           perform StageSequential
           if ws-stage-ok = 0 then
               move "  nothing to convert, Profile.dat not found" to ConvertReportRec
               write ConvertReportRec
               exit section
           end-if
           if ws-stage-ok = 2 then
               exit section
           end-if

           move 0 to ws-recs-read
           move 0 to ws-recs-converted
           move 0 to ws-recs-merged
           move 0 to ws-recs-rejected
           open input OldProfileFile
           if ws-old-profile-status not = "00" then
               move ws-old-profile-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-old-profile-status
               close OldProfileFile
               move 8 to return-code
               exit section
           end-if
           open output ProfileFile
           close ProfileFile
           open i-o ProfileFile
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               close ProfileFile
               close OldProfileFile
               move 8 to return-code
               exit section
           end-if

           perform until ws-old-profile-status not = "00"
               read OldProfileFile
               at end
                   move "10" to ws-old-profile-status
               not at end
                   add 1 to ws-recs-read
                   perform ConvertProfileRecord
               end-read
           end-perform
           close OldProfileFile
           close ProfileFile
           perform WriteFileTotals
           exit section.

ConvertProfileRecord section.

           move spaces to ws-reject-reason
           if OP-Name = spaces then
               move "no player name" to ws-reject-reason
           end-if
           if OP-Runs is not numeric then
               move "non-numeric run count" to ws-reject-reason
           end-if
           if ws-reject-reason not = spaces then
               add 1 to ws-recs-rejected
               add 1 to ws-total-rejected
               move spaces to ws-report-line
               string "  REJECTED record " ws-recs-read " ("
                      function trim(ws-reject-reason) "): " OldProfileRec
                      delimited by size into ws-report-line
               move ws-report-line to ConvertReportRec
               write ConvertReportRec
               exit section
           end-if

           move OP-Name to PR-Name
           move OP-Runs to PR-Runs
           if OP-BestDifficulty is numeric then
               move OP-BestDifficulty to PR-BestDifficulty
           else
               move 0 to PR-BestDifficulty
           end-if
           if OP-LastGold is numeric then
               move OP-LastGold to PR-LastGold
           else
               move 0 to PR-LastGold
           end-if
           write ProfileRec
           invalid key
               perform MergeProfileRecord
           not invalid key
               add 1 to ws-recs-converted
           end-write
           exit section.

MergeProfileRecord section.

           move PR-Runs to ws-hold-runs
           move PR-BestDifficulty to ws-hold-best
           move PR-LastGold to ws-hold-gold
           read ProfileFile key is PR-Name
           invalid key
               add 1 to ws-recs-rejected
               add 1 to ws-total-rejected
               move spaces to ws-report-line
               string "  REJECTED record " ws-recs-read " (write failed, status "
                      ws-profile-status "): " OldProfileRec
                      delimited by size into ws-report-line
               move ws-report-line to ConvertReportRec
               write ConvertReportRec
               exit section
           end-read
           add ws-hold-runs to PR-Runs
           if ws-hold-best > PR-BestDifficulty then
               move ws-hold-best to PR-BestDifficulty
           end-if
           move ws-hold-gold to PR-LastGold
           rewrite ProfileRec
           if ws-profile-status not = "00" then
               move "Profile.dat" to ws-guard-file
               move "REWRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-profile-status
               add 1 to ws-recs-rejected
               add 1 to ws-total-rejected
               move spaces to ws-report-line
               string "  REJECTED record " ws-recs-read " (rewrite failed, status "
                      ws-profile-status "): " OldProfileRec
                      delimited by size into ws-report-line
               move ws-report-line to ConvertReportRec
               write ConvertReportRec
               exit section
           end-if
           add 1 to ws-recs-merged
           move spaces to ws-report-line
           string "  MERGED duplicate record " ws-recs-read " into player "
                  function trim(PR-Name)
                  delimited by size into ws-report-line
           move ws-report-line to ConvertReportRec
           write ConvertReportRec
           exit section.

WriteFileTotals section.

           move spaces to ws-report-line
           string "  Read " ws-recs-read
                  "  converted " ws-recs-converted
                  "  merged " ws-recs-merged
                  "  rejected " ws-recs-rejected
                  delimited by size into ws-report-line
           move ws-report-line to ConvertReportRec
           write ConvertReportRec
           exit section.
