       >>SOURCE FORMAT FREE
identification division.
program-id. ChainLink.
data division.
working-storage section.
01 ws-hash-pos pic 9(3) value 0.
01 ws-chain-buffer pic x(600) value spaces.
01 ws-chain-total pic 9(9) value 0.
01 ws-stored-hash pic 9(9) value 0.

       linkage section.
       01 ChainMode pic x(1).
       01 ChainLine pic x(199).
       01 ChainPos pic 9(3).
       01 ChainSeq pic 9(9).
       01 ChainHash pic 9(9).
       01 ChainOk pic 9(1).

procedure division using ChainMode,ChainLine,ChainPos,ChainSeq,ChainHash,ChainOk.

       compute ws-hash-pos = ChainPos + 10
       move 0 to ChainOk
       if ChainMode = "S" then
           add 1 to ChainSeq
           move ChainSeq to ChainLine(ChainPos:9)
           move space to ChainLine(ChainPos + 9:1)
           move spaces to ChainLine(ws-hash-pos:9)
           move ChainLine to ws-chain-buffer
           move ChainHash to ws-chain-total
           call 'SaveSum' using ws-chain-buffer,ws-chain-total
           move ws-chain-total to ChainHash
           move ChainHash to ChainLine(ws-hash-pos:9)
           move 1 to ChainOk
           exit program
       end-if

       if ChainLine(ChainPos:9) is not numeric
          or ChainLine(ws-hash-pos:9) is not numeric then
           exit program
       end-if
       move ChainLine(ws-hash-pos:9) to ws-stored-hash
       move ChainLine to ws-chain-buffer
       move spaces to ws-chain-buffer(ws-hash-pos:9)
       move ChainHash to ws-chain-total
       call 'SaveSum' using ws-chain-buffer,ws-chain-total
       if ws-chain-total = ws-stored-hash then
           move 1 to ChainOk
       end-if
       move ChainLine(ChainPos:9) to ChainSeq
       move ws-stored-hash to ChainHash
       exit program.
