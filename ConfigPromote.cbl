       >>SOURCE FORMAT FREE
identification division.
program-id. ConfigPromote.
environment division.
input-output section.
file-control.
       select ProbeFile assign to ws-probe-name
       organization is line sequential
       access is sequential
       file status is ws-probe-status.

       select VersionFile assign to "ConfigVersion.dat"
       organization is line sequential
       access is sequential
       file status is ws-version-status.

       select LockFile assign to "Session.lock"
       organization is line sequential
       access is sequential
       file status is ws-lock-status.

       select PromoteReportFile assign to "ConfigPromoteReport.txt"
       organization is line sequential
       access is sequential
       file status is ws-report-status.

data division.
file section.
fd ProbeFile.

 01 ProbeRec pic x(200).

fd VersionFile.

 01 VersionRec.
       02 CV-Version pic 9(5).
       02 filler pic x(1).
       02 CV-Date pic x(8).
       02 filler pic x(1).
       02 CV-Time pic x(8).
       02 filler pic x(1).
       02 CV-Files pic 9(2).

fd LockFile.

 01 LockRec pic x(40).

fd PromoteReportFile.

 01 PromoteReportRec pic x(132).

working-storage section.
01 ws-probe-status pic xx value spaces.
01 ws-version-status pic xx value spaces.
01 ws-lock-status pic xx value spaces.
01 ws-report-status pic xx value spaces.
01 ws-probe-name pic x(60) value spaces.
01 ws-stage-dir pic x(40) value "Staging".
01 ws-stage-env pic x(40) value spaces.
01 ws-report-line pic x(132) value spaces.
01 ws-guard-program pic x(12) value "CfgPromote".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-set-idx pic 9(2) value 0.
01 ws-missing pic 9(2) value 0.
01 ws-copy-failed pic 9(2) value 0.
01 ws-swap-failed pic 9(1) value 0.
01 ws-restore-failed pic 9(2) value 0.
01 ws-version-failed pic 9(1) value 0.
01 ws-fail-idx pic 9(2) value 0.
01 ws-check-rc pic 9(3) value 0.
01 ws-old-version pic 9(5) value 0.
01 ws-new-version pic 9(5) value 0.
01 ws-staged-name pic x(60) value spaces.
01 ws-new-name pic x(60) value spaces.
01 ws-prev-name pic x(60) value spaces.
01 ws-live-name pic x(60) value spaces.

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

01 ConfigSetTable.
       02 ConfigSetCount pic 9(2) value 0.
       02 ConfigSetName occurs 20 times pic x(30).

procedure division.

       perform LoadConfigSet
       accept ws-stage-env from environment "CONFIG_STAGE"
       if ws-stage-env not = spaces then
           move ws-stage-env to ws-stage-dir
       end-if

       open output PromoteReportFile
       if ws-report-status not = "00" then
           move "ConfigPromoteReport.txt" to ws-guard-file
           move "OPEN" to ws-guard-op
           call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-report-status
           close PromoteReportFile
           move 8 to return-code
           goback
       end-if
       move function current-date to ws-current-date-data
       move spaces to ws-report-line
       string "=== Configuration Promotion " ws-current-year "-" ws-current-month "-"
              ws-current-day " " ws-current-hours ":" ws-current-minute
              " from " function trim(ws-stage-dir) " ==="
              delimited by size into ws-report-line
       move ws-report-line to PromoteReportRec
       write PromoteReportRec

       perform ReadCurrentVersion
       move spaces to ws-report-line
       string "Live configuration version: " ws-old-version
              delimited by size into ws-report-line
       move ws-report-line to PromoteReportRec
       write PromoteReportRec

       move spaces to ws-lock-status
       move spaces to LockRec
       open input LockFile
       if ws-lock-status = "00" then
           read LockFile
           if ws-lock-status = "00" and LockRec not = spaces then
               move spaces to ws-report-line
               string "REFUSED: a game session is active (" function trim(LockRec)
                      "); promote when the castle is idle"
                      delimited by size into ws-report-line
               perform RefusePromotion
               close LockFile
               goback
           end-if
       end-if
       close LockFile

       perform CheckStagedSet
       if ws-missing > 0 then
           move spaces to ws-report-line
           string "REFUSED: " ws-missing " file(s) missing from the staged set"
                  delimited by size into ws-report-line
           perform RefusePromotion
           goback
       end-if

       perform RunConfigCheck
       if ws-check-rc not = 0 then
           move "REFUSED: ConfigCheck found exceptions in the staged set (see ConfigCheckReport.txt)"
             to ws-report-line
           perform RefusePromotion
           goback
       end-if
       move "ConfigCheck passed the staged set with no exceptions" to PromoteReportRec
       write PromoteReportRec

       perform CopyStagedSet
       if ws-copy-failed > 0 then
           move spaces to ws-report-line
           string "REFUSED: " ws-copy-failed " staged file(s) could not be copied; live set untouched"
                  delimited by size into ws-report-line
           perform RefusePromotion
           goback
       end-if
       perform SwapInSet
       if ws-swap-failed > 0 then
           if ws-restore-failed = 0 then
               move "REFUSED: the staged set could not be swapped in; previous set restored"
                 to ws-report-line
               perform RefusePromotion
           else
               move spaces to ws-report-line
               string "FAILED: the staged set could not be swapped in and " ws-restore-failed
                      " file(s) could not be restored from <file>.prev"
                      delimited by size into ws-report-line
               move ws-report-line to PromoteReportRec
               write PromoteReportRec
               close PromoteReportFile
               display function trim(ws-report-line)
               move 8 to return-code
           end-if
           goback
       end-if
       perform WriteNewVersion
       if ws-version-failed = 1 then
           move spaces to ws-report-line
           string "FAILED: the staged set is live but version " ws-new-version
                  " could not be recorded in ConfigVersion.dat; runs will carry version "
                  ws-old-version
                  delimited by size into ws-report-line
           move ws-report-line to PromoteReportRec
           write PromoteReportRec
           close PromoteReportFile
           display function trim(ws-report-line)
           move 8 to return-code
           goback
       end-if

       move spaces to ws-report-line
       string "PROMOTED: configuration version " ws-new-version " is now live ("
              ConfigSetCount " files; previous set kept as <file>.prev)"
              delimited by size into ws-report-line
       move ws-report-line to PromoteReportRec
       write PromoteReportRec
       close PromoteReportFile
       display "Configuration version " ws-new-version " promoted (see ConfigPromoteReport.txt)"
       move 0 to return-code
       goback.

LoadConfigSet section.

           initialize ConfigSetTable
           add 1 to ConfigSetCount
           move "Rooms.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "Enemies.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "ItemMaster.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "Recipes.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "LootTable.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "Dialogue.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "Encounters.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "Spells.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "BossPhases.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "EventRules.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "Traps.dat" to ConfigSetName(ConfigSetCount)
           add 1 to ConfigSetCount
           move "Companions.dat" to ConfigSetName(ConfigSetCount)
           exit section.

RefusePromotion section.

           move ws-report-line to PromoteReportRec
           write PromoteReportRec
           move "Live configuration left unchanged" to PromoteReportRec
           write PromoteReportRec
           close PromoteReportFile
           display function trim(ws-report-line)
           move 8 to return-code
           exit section.

ReadCurrentVersion section.

           move 0 to ws-old-version
           move spaces to ws-version-status
           open input VersionFile
           if ws-version-status = "00" then
               perform until ws-version-status not = "00"
                   read VersionFile
                   at end
                       move "10" to ws-version-status
                   not at end
                       if CV-Version is numeric then
                           move CV-Version to ws-old-version
                       end-if
                   end-read
               end-perform
           end-if
           close VersionFile
           exit section.

CheckStagedSet section.

           move 0 to ws-missing
           perform varying ws-set-idx from 1 by 1 until ws-set-idx > ConfigSetCount
               move spaces to ws-probe-name
               string function trim(ws-stage-dir) "/" function trim(ConfigSetName(ws-set-idx))
                      delimited by size into ws-probe-name
               move spaces to ws-probe-status
               open input ProbeFile
               if ws-probe-status not = "00" then
                   add 1 to ws-missing
                   move spaces to ws-report-line
                   string "  MISSING  " function trim(ws-probe-name)
                          " (status " ws-probe-status ")"
                          delimited by size into ws-report-line
                   move ws-report-line to PromoteReportRec
                   write PromoteReportRec
               end-if
               close ProbeFile
           end-perform
           exit section.

RunConfigCheck section.

           display "CONFIG_DIR" upon environment-name
           display ws-stage-dir upon environment-value
           move 0 to return-code
           call 'ConfigCheck'
           move return-code to ws-check-rc
           move 0 to return-code
           display "CONFIG_DIR" upon environment-name
           move spaces to ws-stage-env
           display ws-stage-env upon environment-value
           exit section.

CopyStagedSet section.

           move 0 to ws-copy-failed
           perform varying ws-set-idx from 1 by 1 until ws-set-idx > ConfigSetCount
               move spaces to ws-staged-name
               string function trim(ws-stage-dir) "/" function trim(ConfigSetName(ws-set-idx))
                      delimited by size into ws-staged-name
               move spaces to ws-new-name
               string function trim(ConfigSetName(ws-set-idx)) ".new"
                      delimited by size into ws-new-name
               move 0 to return-code
               call "CBL_COPY_FILE" using ws-staged-name, ws-new-name
               if return-code not = 0 then
                   add 1 to ws-copy-failed
                   move ws-staged-name to ws-guard-file
                   move "COPY" to ws-guard-op
                   call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"CP"
               end-if
           end-perform
           if ws-copy-failed > 0 then
               perform varying ws-set-idx from 1 by 1 until ws-set-idx > ConfigSetCount
                   move spaces to ws-new-name
                   string function trim(ConfigSetName(ws-set-idx)) ".new"
                          delimited by size into ws-new-name
                   call "CBL_DELETE_FILE" using ws-new-name
               end-perform
           end-if
           move 0 to return-code
           exit section.

SwapInSet section.

           move 0 to ws-swap-failed
           move 0 to ws-restore-failed
           perform varying ws-set-idx from 1 by 1 until ws-set-idx > ConfigSetCount
               perform SetSwapNames
               move 0 to return-code
               call "CBL_RENAME_FILE" using ws-live-name, ws-prev-name
               if return-code not = 0 then
                   move ws-live-name to ws-guard-file
                   move "RENAME" to ws-guard-op
                   call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
                   move spaces to ws-report-line
                   string "  FAILED   " function trim(ws-live-name)
                          " could not be kept as " function trim(ws-prev-name)
                          delimited by size into ws-report-line
                   move ws-report-line to PromoteReportRec
                   write PromoteReportRec
                   move 1 to ws-swap-failed
                   exit perform
               end-if
               move 0 to return-code
               call "CBL_RENAME_FILE" using ws-new-name, ws-live-name
               if return-code not = 0 then
                   move ws-live-name to ws-guard-file
                   move "RENAME" to ws-guard-op
                   call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
                   move spaces to ws-report-line
                   string "  FAILED   " function trim(ws-live-name)
                          " could not be swapped in"
                          delimited by size into ws-report-line
                   move ws-report-line to PromoteReportRec
                   write PromoteReportRec
                   move 0 to return-code
                   call "CBL_RENAME_FILE" using ws-prev-name, ws-live-name
                   if return-code not = 0 then
                       add 1 to ws-restore-failed
                       move spaces to ws-report-line
                       string "  NOT RESTORED " function trim(ws-live-name)
                              " (previous copy left as " function trim(ws-prev-name) ")"
                              delimited by size into ws-report-line
                       move ws-report-line to PromoteReportRec
                       write PromoteReportRec
                   end-if
                   move 1 to ws-swap-failed
                   exit perform
               end-if
               move spaces to ws-report-line
               string "  PROMOTED " function trim(ws-live-name)
                      delimited by size into ws-report-line
               move ws-report-line to PromoteReportRec
               write PromoteReportRec
           end-perform
           if ws-swap-failed > 0 then
               move ws-set-idx to ws-fail-idx
               perform varying ws-set-idx from 1 by 1 until ws-set-idx >= ws-fail-idx
                   perform BackOutSwap
               end-perform
               perform varying ws-set-idx from 1 by 1 until ws-set-idx > ConfigSetCount
                   perform SetSwapNames
                   call "CBL_DELETE_FILE" using ws-new-name
               end-perform
           end-if
           move 0 to return-code
           exit section.

SetSwapNames section.

           move ConfigSetName(ws-set-idx) to ws-live-name
           move spaces to ws-new-name
           string function trim(ws-live-name) ".new" delimited by size into ws-new-name
           move spaces to ws-prev-name
           string function trim(ws-live-name) ".prev" delimited by size into ws-prev-name
           exit section.

BackOutSwap section.

           perform SetSwapNames
           move 0 to return-code
           call "CBL_RENAME_FILE" using ws-live-name, ws-new-name
           if return-code = 0 then
               move 0 to return-code
               call "CBL_RENAME_FILE" using ws-prev-name, ws-live-name
           end-if
           move spaces to ws-report-line
           if return-code = 0 then
               string "  RESTORED " function trim(ws-live-name)
                      delimited by size into ws-report-line
           else
               add 1 to ws-restore-failed
               move ws-live-name to ws-guard-file
               move "RENAME" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
               string "  NOT RESTORED " function trim(ws-live-name)
                      " (previous copy left as " function trim(ws-prev-name) ")"
                      delimited by size into ws-report-line
           end-if
           move ws-report-line to PromoteReportRec
           write PromoteReportRec
           move 0 to return-code
           exit section.

WriteNewVersion section.

           move 0 to ws-version-failed
           compute ws-new-version = ws-old-version + 1
           move function current-date to ws-current-date-data
           open extend VersionFile
           if ws-version-status not = "00" then
               close VersionFile
               open output VersionFile
           end-if
           if ws-version-status not = "00" then
               move "ConfigVersion.dat" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-version-status
               close VersionFile
               move 1 to ws-version-failed
               exit section
           end-if
           move spaces to VersionRec
           move ws-new-version to CV-Version
           string ws-current-year "-" ws-current-month "-" ws-current-day
                  delimited by size into CV-Date
           string ws-current-hours ":" ws-current-minute ":" ws-current-second
                  delimited by size into CV-Time
           move ConfigSetCount to CV-Files
           write VersionRec
           if ws-version-status not = "00" then
               move "ConfigVersion.dat" to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-version-status
               move 1 to ws-version-failed
           end-if
           close VersionFile
           exit section.
