       >>SOURCE FORMAT FREE
identification division.
program-id. OperHash.
data division.
working-storage section.
01 ws-hash-buffer pic x(600) value spaces.
01 ws-hash-total pic 9(9) value 0.

       linkage section.
       01 OperatorId pic x(8).
       01 OperatorPassword pic x(30).
       01 OperatorHash pic 9(9).

procedure division using OperatorId,OperatorPassword,OperatorHash.

       move spaces to ws-hash-buffer
       string OperatorId "|" OperatorPassword "|" OperatorId
              delimited by size into ws-hash-buffer
       move 7919 to ws-hash-total
       call 'SaveSum' using ws-hash-buffer,ws-hash-total
       move function reverse(ws-hash-buffer) to ws-hash-buffer
       call 'SaveSum' using ws-hash-buffer,ws-hash-total
       move ws-hash-total to OperatorHash
       exit program.
