       >>SOURCE FORMAT FREE
identification division.
program-id. OperSignOn.
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

       select SignOnLogFile assign to "SignOnLog.txt"
       organization is line sequential
       access is sequential
       file status is ws-signlog-status.

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

fd SignOnLogFile.

 01 SignOnLogRec pic x(80).

working-storage section.
01 ws-oper-status pic xx value spaces.
01 ws-operwork-status pic xx value spaces.
01 ws-signlog-status pic xx value spaces.
01 ws-guard-program pic x(12) value "OperSignOn".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
01 ws-live-name pic x(40) value "Operators.dat".
01 ws-tmp-name pic x(40) value "Operators.dat.tmp".
01 ws-script-line pic x(99) value spaces.
01 ws-try pic 9(1) value 0.
01 ws-max-tries pic 9(1) value 3.
01 ws-lockout-at pic 9(2) value 3.
01 ws-abandon pic 9(1) value 0.
01 ws-oper-idx pic 9(3) value 0.
01 ws-oper-found pic 9(3) value 0.
01 ws-copy-failed pic 9(1) value 0.
01 ws-enter-id pic x(8) value spaces.
01 ws-password pic x(30) value spaces.
01 ws-new-password pic x(30) value spaces.
01 ws-repeat-password pic x(30) value spaces.
01 ws-hash pic 9(9) value 0.
01 ws-result pic x(8) value spaces.
01 ws-role-word pic x(13) value spaces.

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

       linkage section.
       01 SignOnProgram pic x(12).
       01 OperatorId pic x(8).
       01 OperatorRole pic x(1).

procedure division using SignOnProgram,OperatorId,OperatorRole.

       move spaces to OperatorId
       move spaces to OperatorRole
       perform LoadOperators
       if OperatorCount = 0 then
           display "No operators on file (Operators.dat); sign-on refused"
           move spaces to ws-enter-id
           move "NOFILE" to ws-result
           perform LogSignOn
           exit program
       end-if

       move 0 to ws-abandon
       perform varying ws-try from 1 by 1
               until ws-try > ws-max-tries or OperatorRole not = space
                  or ws-abandon = 1
           perform SignOnAttempt
       end-perform
       if OperatorRole = space then
           display "Sign-on refused"
       end-if
       exit program.

SignOnAttempt section.

           display "Operator ID: "
           call "GetInput" using ws-script-line
           move function upper-case(function trim(ws-script-line)) to ws-enter-id
           if ws-enter-id = spaces or ws-enter-id = "QUIT" then
               move 1 to ws-abandon
               exit section
           end-if
           display "Password: "
           move spaces to ws-password
           accept ws-password

           move 0 to ws-oper-found
           perform varying ws-oper-idx from 1 by 1 until ws-oper-idx > OperatorCount
               if OT-Id(ws-oper-idx) = ws-enter-id then
                   move ws-oper-idx to ws-oper-found
                   exit perform
               end-if
           end-perform
           if ws-oper-found = 0 then
               move "UNKNOWN" to ws-result
               perform LogSignOn
               display "Sign-on failed"
               exit section
           end-if
           if OT-Status(ws-oper-found) = "I" then
               move "INACTIVE" to ws-result
               perform LogSignOn
               display "Sign-on failed"
               exit section
           end-if
           if OT-Status(ws-oper-found) = "L" then
               move "LOCKED" to ws-result
               perform LogSignOn
               display "Operator " function trim(ws-enter-id)
                       " is locked out; an administrator must unlock it"
               move 1 to ws-abandon
               exit section
           end-if

           call 'OperHash' using ws-enter-id,ws-password,ws-hash
           if ws-hash not = OT-Hash(ws-oper-found) then
               add 1 to OT-Failures(ws-oper-found)
               if OT-Failures(ws-oper-found) >= ws-lockout-at then
                   move "L" to OT-Status(ws-oper-found)
                   move "LOCKOUT" to ws-result
                   display "Too many failed sign-ons; operator "
                           function trim(ws-enter-id) " is now locked out"
                   move 1 to ws-abandon
               else
                   move "BADPASS" to ws-result
                   display "Sign-on failed"
               end-if
               perform LogSignOn
               perform SaveOperators
               exit section
           end-if

           if OT-Failures(ws-oper-found) > 0 then
               move 0 to OT-Failures(ws-oper-found)
               perform SaveOperators
           end-if
           if OT-Status(ws-oper-found) = "N" then
               perform ChangePassword
               if OT-Status(ws-oper-found) = "N" then
                   move "NEWPASS" to ws-result
                   perform LogSignOn
                   move 1 to ws-abandon
                   exit section
               end-if
           end-if

           move OT-Id(ws-oper-found) to OperatorId
           move OT-Role(ws-oper-found) to OperatorRole
           evaluate OperatorRole
               when "A" move "administrator" to ws-role-word
               when "M" move "maintainer" to ws-role-word
               when other
                   move "V" to OperatorRole
                   move "viewer" to ws-role-word
           end-evaluate
           move "OK" to ws-result
           perform LogSignOn
           display "Signed on as " function trim(OperatorId) " ("
                   function trim(ws-role-word) ")"
           exit section.

ChangePassword section.

           display "A new password must be set before you carry on."
           display "New password (at least 6 characters): "
           move spaces to ws-new-password
           accept ws-new-password
           display "Repeat the new password: "
           move spaces to ws-repeat-password
           accept ws-repeat-password
           if ws-new-password not = ws-repeat-password then
               display "The passwords do not match; nothing changed"
               exit section
           end-if
           if function length(function trim(ws-new-password)) < 6
              or ws-new-password = ws-password
              or function upper-case(ws-new-password) = ws-enter-id then
               display "That password is not allowed; nothing changed"
               exit section
           end-if
           call 'OperHash' using ws-enter-id,ws-new-password,ws-hash
           move ws-hash to OT-Hash(ws-oper-found)
           move "A" to OT-Status(ws-oper-found)
           perform SaveOperators
           if ws-copy-failed = 1 then
               move "N" to OT-Status(ws-oper-found)
               display "The new password could not be saved"
           else
               display "Password changed"
           end-if
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

LogSignOn section.

           move function current-date to ws-current-date-data
           open extend SignOnLogFile
           if ws-signlog-status not = "00" then
               close SignOnLogFile
               open output SignOnLogFile
           end-if
           if ws-signlog-status not = "00" then
               move "SignOnLog.txt" to ws-guard-file
               move "OPEN" to ws-guard-op
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,ws-signlog-status
               close SignOnLogFile
               exit section
           end-if
           move spaces to SignOnLogRec
           string ws-current-year "-" ws-current-month "-" ws-current-day " "
                  ws-current-hours ":" ws-current-minute ":" ws-current-second
                  " " SignOnProgram " " ws-enter-id " " ws-result
                  delimited by size into SignOnLogRec
           write SignOnLogRec
           close SignOnLogFile
           exit section.
