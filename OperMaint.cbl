       >>SOURCE FORMAT FREE
identification division.
program-id. OperMaint.
environment division.
input-output section.
file-control.
       select OperatorFile assign to "Operators.dat"
       organization is line sequential
       access is sequential
       file status is ws-oper-status.

       select OperatorWorkFile assign to "Operators.dat.tmp"
       organization is line sequential
       access is sequential
       file status is ws-operwork-status.

       select MaintAuditFile assign to "DataMaintAudit.txt"
       organization is line sequential
       access is sequential
       file status is ws-maudit-status.

data division.
file section.
fd OperatorFile.

 01 OperatorRec.
       02 OP-Id pic x(8).
       02 filler pic x(1).
       02 OP-Role pic x(1).
       02 filler pic x(1).
       02 OP-Status pic x(1).
       02 filler pic x(1).
       02 OP-Failures pic 9(2).
       02 filler pic x(1).
       02 OP-Hash pic 9(9).
       02 filler pic x(1).
       02 OP-Name pic x(30).

fd OperatorWorkFile.

 01 OperatorWorkRec pic x(56).

fd MaintAuditFile.

 01 MaintAuditRec pic x(132).

working-storage section.
01 ws-oper-status pic xx value spaces.
01 ws-operwork-status pic xx value spaces.
01 ws-maudit-status pic xx value spaces.
01 ws-guard-program pic x(12) value "OperMaint".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-live-name pic x(40) value "Operators.dat".
01 ws-tmp-name pic x(40) value "Operators.dat.tmp".
01 ws-script-line pic x(99) value spaces.
01 ws-file-done pic 9(1) value 0.
01 ws-oper-idx pic 9(3) value 0.
01 ws-oper-found pic 9(3) value 0.
01 ws-copy-failed pic 9(1) value 0.
01 ws-enter-id pic x(8) value spaces.
01 ws-password pic x(30) value spaces.
01 ws-hash pic 9(9) value 0.
01 ws-input pic x(99) value spaces.
01 ws-maint-action pic x(10) value spaces.
01 ws-maint-kind pic x(6) value "OPER".
01 ws-maint-key pic x(25) value spaces.
01 ws-old-image pic x(110) value spaces.
01 ws-new-image pic x(110) value spaces.
01 ws-maudit-line pic x(132) value spaces.

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

01 OperatorTable.
       02 OperatorCount pic 9(3) value 0.
       02 OperatorEntry occurs 50 times.
           03 OT-Id pic x(8).
           03 OT-Role pic x(1).
           03 OT-Status pic x(1).
           03 OT-Failures pic 9(2).
           03 OT-Hash pic 9(9).
           03 OT-Name pic x(30).

01 OperatorImage.
       02 OI-Id pic x(8).
       02 filler pic x(1) value space.
       02 OI-Role pic x(1).
       02 filler pic x(1) value space.
       02 OI-Status pic x(1).
       02 filler pic x(1) value space.
       02 OI-Failures pic 9(2).
       02 filler pic x(1) value space.
       02 OI-Name pic x(30).

       linkage section.
       01 OperatorId pic x(8).
       01 OperatorRole pic x(1).

procedure division using OperatorId,OperatorRole.

       if OperatorRole not = "A" then
           display "Operator maintenance needs an administrator sign-on"
           exit program
       end-if
       perform LoadOperators
       move 0 to ws-file-done
       perform until ws-file-done = 1
           display "Operators: L)ist A)dd R)eset password C)hange role U)nlock D)eactivate X) back"
           display "Choose: "
           perform GetInput
           evaluate function upper-case(function trim(ws-script-line))
               when "L" perform ListOperators
               when "A" perform AddOperator
               when "R" perform ResetPassword
               when "C" perform ChangeRole
               when "U" perform UnlockOperator
               when "D" perform DeactivateOperator
               when "X" move 1 to ws-file-done
               when "QUIT" move 1 to ws-file-done
               when other display "Invalid choice"
           end-evaluate
       end-perform
       exit program.

GetInput section.

           call "GetInput" using ws-script-line
           exit section.

ListOperators section.

           display "Operator Role Status Fails Name"
           perform varying ws-oper-idx from 1 by 1 until ws-oper-idx > OperatorCount
               display OT-Id(ws-oper-idx) " " OT-Role(ws-oper-idx) "    "
                       OT-Status(ws-oper-idx) "      " OT-Failures(ws-oper-idx) "    "
                       OT-Name(ws-oper-idx)
           end-perform
           display OperatorCount " operator(s) on file (roles V/M/A, status A/N/L/I)"
           exit section.

FindOperator section.

           display "Operator ID: "
           perform GetInput
           move function upper-case(function trim(ws-script-line)) to ws-enter-id
           move 0 to ws-oper-found
           if ws-enter-id = spaces then
               exit section
           end-if
           perform varying ws-oper-idx from 1 by 1 until ws-oper-idx > OperatorCount
               if OT-Id(ws-oper-idx) = ws-enter-id then
                   move ws-oper-idx to ws-oper-found
                   exit perform
               end-if
           end-perform
           if ws-oper-found > 0 then
               perform TakeImage
               move ws-new-image to ws-old-image
           end-if
           exit section.

AskRole section.

           display "Role (V viewer, M maintainer, A administrator): "
           perform GetInput
           move function upper-case(function trim(ws-script-line)) to ws-input
           if ws-input not = "V" and ws-input not = "M" and ws-input not = "A" then
               display "Role must be V, M or A"
               move spaces to ws-input
           end-if
           exit section.

AskTempPassword section.

           display "Temporary password (at least 6 characters): "
           move spaces to ws-password
           accept ws-password
           if function length(function trim(ws-password)) < 6 then
               display "Temporary password is too short"
               move spaces to ws-password
           end-if
           exit section.

AddOperator section.

           if OperatorCount >= 50 then
               display "Operator table is full, cannot add"
               exit section
           end-if
           perform FindOperator
           if ws-enter-id = spaces or ws-enter-id = "QUIT" then
               display "Add cancelled"
               exit section
           end-if
           if ws-oper-found > 0 then
               display "An operator with that ID already exists"
               exit section
           end-if
           perform AskRole
           if ws-input = spaces then
               display "Add cancelled"
               exit section
           end-if
           add 1 to OperatorCount
           move OperatorCount to ws-oper-found
           move ws-enter-id to OT-Id(ws-oper-found)
           move ws-input(1:1) to OT-Role(ws-oper-found)
           move "N" to OT-Status(ws-oper-found)
           move 0 to OT-Failures(ws-oper-found)
           display "Operator name: "
           perform GetInput
           move function trim(ws-script-line) to OT-Name(ws-oper-found)
           perform AskTempPassword
           if ws-password = spaces then
               subtract 1 from OperatorCount
               display "Add cancelled"
               exit section
           end-if
           call 'OperHash' using ws-enter-id,ws-password,ws-hash
           move ws-hash to OT-Hash(ws-oper-found)
           perform SaveOperators
           if ws-copy-failed = 1 then
               subtract 1 from OperatorCount
               display "Add failed, Operators.dat unchanged"
               exit section
           end-if
           move "ADD" to ws-maint-action
           move spaces to ws-old-image
           perform TakeImage
           perform WriteMaintAudit
           display "Operator added: " function trim(ws-enter-id)
                   " (must set a password at first sign-on)"
           exit section.

ResetPassword section.

           perform FindOperator
           if ws-oper-found = 0 then
               display "No operator with that ID"
               exit section
           end-if
           perform AskTempPassword
           if ws-password = spaces then
               display "Reset cancelled"
               exit section
           end-if
           call 'OperHash' using ws-enter-id,ws-password,ws-hash
           move ws-hash to OT-Hash(ws-oper-found)
           move "N" to OT-Status(ws-oper-found)
           move 0 to OT-Failures(ws-oper-found)
           move "PASSWORD" to ws-maint-action
           perform ApplyChange
           exit section.

ChangeRole section.

           perform FindOperator
           if ws-oper-found = 0 then
               display "No operator with that ID"
               exit section
           end-if
           if ws-enter-id = OperatorId then
               display "You cannot change your own role"
               exit section
           end-if
           perform AskRole
           if ws-input = spaces then
               display "Role change cancelled"
               exit section
           end-if
           move ws-input(1:1) to OT-Role(ws-oper-found)
           move "ROLE" to ws-maint-action
           perform ApplyChange
           exit section.

UnlockOperator section.

           perform FindOperator
           if ws-oper-found = 0 then
               display "No operator with that ID"
               exit section
           end-if
           if OT-Status(ws-oper-found) not = "L" then
               display "That operator is not locked out"
               exit section
           end-if
           move "A" to OT-Status(ws-oper-found)
           move 0 to OT-Failures(ws-oper-found)
           move "UNLOCK" to ws-maint-action
           perform ApplyChange
           exit section.

DeactivateOperator section.

           perform FindOperator
           if ws-oper-found = 0 then
               display "No operator with that ID"
               exit section
           end-if
           if ws-enter-id = OperatorId then
               display "You cannot deactivate your own sign-on"
               exit section
           end-if
           if OT-Status(ws-oper-found) = "I" then
               display "That operator is already deactivated"
               exit section
           end-if
           move "I" to OT-Status(ws-oper-found)
           move "DEACT" to ws-maint-action
           perform ApplyChange
           exit section.

ApplyChange section.

           perform SaveOperators
           if ws-copy-failed = 1 then
               perform LoadOperators
               display "Change failed, Operators.dat unchanged"
               exit section
           end-if
           perform TakeImage
           perform WriteMaintAudit
           display "Operator " function trim(ws-enter-id) ": "
                   function trim(ws-maint-action) " done"
           exit section.

TakeImage section.

           move OT-Id(ws-oper-found) to OI-Id
           move OT-Role(ws-oper-found) to OI-Role
           move OT-Status(ws-oper-found) to OI-Status
           move OT-Failures(ws-oper-found) to OI-Failures
           move OT-Name(ws-oper-found) to OI-Name
           move OperatorImage to ws-new-image
           move OT-Id(ws-oper-found) to ws-maint-key
           exit section.

LoadOperators section.

           move 0 to OperatorCount
           move spaces to ws-oper-status
           open input OperatorFile
           if ws-oper-status not = "00" then
               close OperatorFile
               exit section
           end-if
           perform until ws-oper-status not = "00"
               read OperatorFile
               at end
                   move "10" to ws-oper-status
               not at end
                   if OP-Id not = spaces and OP-Hash is numeric then
                       if OperatorCount >= 50 then
                           display "Warning: Operators.dat entry ignored, operator table is full"
                       else
                           add 1 to OperatorCount
                           move OP-Id to OT-Id(OperatorCount)
                           move OP-Role to OT-Role(OperatorCount)
                           move OP-Status to OT-Status(OperatorCount)
                           move OP-Failures to OT-Failures(OperatorCount)
                           if OP-Failures is not numeric then
                               move 0 to OT-Failures(OperatorCount)
                           end-if
                           move OP-Hash to OT-Hash(OperatorCount)
                           move OP-Name to OT-Name(OperatorCount)
                       end-if
                   end-if
               end-read
           end-perform
           close OperatorFile
           exit section.

SaveOperators section.

           move 0 to ws-copy-failed
           open output OperatorWorkFile
           if ws-operwork-status not = "00" then
               move ws-tmp-name to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-operwork-status
               close OperatorWorkFile
               move 1 to ws-copy-failed
               exit section
           end-if
           perform varying ws-oper-idx from 1 by 1 until ws-oper-idx > OperatorCount
               move spaces to OperatorRec
               move OT-Id(ws-oper-idx) to OP-Id
               move OT-Role(ws-oper-idx) to OP-Role
               move OT-Status(ws-oper-idx) to OP-Status
               move OT-Failures(ws-oper-idx) to OP-Failures
               move OT-Hash(ws-oper-idx) to OP-Hash
               move OT-Name(ws-oper-idx) to OP-Name
               move OperatorRec to OperatorWorkRec
               write OperatorWorkRec
               if ws-operwork-status not = "00" then
                   move 1 to ws-copy-failed
               end-if
           end-perform
           close OperatorWorkFile
           if ws-copy-failed = 1 then
               move ws-tmp-name to ws-guard-file
               move "WRITE" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-operwork-status
               call "CBL_DELETE_FILE" using ws-tmp-name
               exit section
           end-if
           move 0 to return-code
           call "CBL_RENAME_FILE" using ws-tmp-name, ws-live-name
           if return-code not = 0 then
               move ws-live-name to ws-guard-file
               move "RENAME" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"RN"
               move 1 to ws-copy-failed
           end-if
           move 0 to return-code
           exit section.

WriteMaintAudit section.

           move function current-date to ws-current-date-data
           open extend MaintAuditFile
           if ws-maudit-status not = "00" then
               close MaintAuditFile
               open output MaintAuditFile
           end-if
           move spaces to ws-maudit-line
           string ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ":" ws-current-second
                  " " ws-maint-action " " ws-maint-kind " " ws-maint-key
                  " OPER " OperatorId
                  delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           move spaces to ws-maudit-line
           string "  OLD: " ws-old-image delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           move spaces to ws-maudit-line
           string "  NEW: " ws-new-image delimited by size into ws-maudit-line
           move ws-maudit-line to MaintAuditRec
           write MaintAuditRec
           close MaintAuditFile
           exit section.
