       file status is ws-dst-status.

       select ProfileFile assign to "Profile.dat"
       organization is indexed
       access is sequential
       record key is PR-Name
       file status is ws-profile-status.

       select MaintAuditFile assign to "DataMaintAudit.txt"
       organization is line sequential
       access is sequential
       file status is ws-maudit-status.

data division.
file section.
fd SrcFile.
       02 PR-BestDifficulty pic 9(1).
       02 PR-LastGold pic 9(5).

fd MaintAuditFile.

 01 MaintAuditRec pic x(132).

working-storage section.
01 ws-src-status pic xx value spaces.
01 ws-dst-status pic xx value spaces.
01 ws-gen-next pic 9(1) value 0.
01 ws-copied pic 9(1) value 0.
01 ws-backed-up pic 9(2) value 0.
01 ws-backup-failed pic 9(2) value 0.
01 ws-script-line pic x(99) value spaces.
01 ws-target-idx pic 9(2) value 0.
01 ws-maudit-status pic xx value spaces.
01 ws-maudit-line pic x(132) value spaces.
01 ws-signon-program pic x(12) value "BackupGen".
01 ws-operator-id pic x(8) value spaces.
01 ws-operator-role pic x(1) value spaces.

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

01 TargetTable.
       02 TargetCount pic 9(2) value 0.
       end-perform
       display "Backup complete: " ws-backed-up " master file(s) snapshotted ("
               ws-keep-gens " generations kept)"
       if ws-backup-failed > 0 then
           display "Backup INCOMPLETE: " ws-backup-failed " master file(s) could not be snapshotted"
           move 8 to return-code
       else
           move 0 to return-code
       end-if
       goback.

BuildTargetList section.
           if ws-copied = 1 then
               add 1 to ws-backed-up
               display "Snapshot taken: " function trim(ws-dst-name)
           else
               add 1 to ws-backup-failed
               display "Snapshot FAILED: " function trim(ws-dst-name)
           end-if
           exit section.

CopyFile section.

           move 0 to ws-copied
           if ws-target-name = "Profile.dat" or ws-target-name = "Bestiary.dat" then
               perform CopyKeyedFile
               exit section
           end-if
           move spaces to ws-src-status
           open input SrcFile
           if ws-src-status not = "00" then
           move 1 to ws-copied
           exit section.

CopyKeyedFile section.

           move 0 to return-code
           call "CBL_COPY_FILE" using ws-src-name, ws-dst-name
           if return-code = 0 then
               move 1 to ws-copied
           end-if
           move 0 to return-code
           exit section.

RestoreDialog section.

           display "=== Restore a master file from a backup generation ==="
           call 'OperSignOn' using ws-signon-program,ws-operator-id,ws-operator-role
           if ws-operator-role = space then
               move 8 to return-code
               exit section
           end-if
           if ws-operator-role not = "A" then
               display "Not allowed: restoring a backup needs an administrator sign-on"
               move 8 to return-code
               exit section
           end-if
           perform varying ws-target-idx from 1 by 1 until ws-target-idx > TargetCount
               display ws-target-idx ") " function trim(TargetName(ws-target-idx))
           end-perform
           if ws-copied = 1 then
               display "Restored " function trim(ws-target-name)
                       " from generation " ws-gen-idx
               perform WriteRestoreAudit
           else
               display "Generation " ws-gen-idx " of "
                       function trim(ws-target-name) " does not exist"
           end-if
           exit section.

WriteRestoreAudit section.

           move function current-date to ws-current-date-data
           open extend MaintAuditFile
           if ws-maudit-status not = "00" then
               close MaintAuditFile
               open output MaintAuditFile
           end-if
           move spaces to ws-maudit-line
           string ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ":" ws-current-second
                  " RESTORE    FILE   " ws-target-name(1:25)
                  " OPER " ws-operator-id
                  delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           move spaces to ws-maudit-line
           string "  OLD: live copy replaced" delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           move spaces to ws-maudit-line
           string "  NEW: " function trim(ws-src-name) delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           close MaintAuditFile
           exit section.
