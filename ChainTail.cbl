       >>SOURCE FORMAT FREE
identification division.
program-id. ChainTail.
environment division.
input-output section.
file-control.
       select ChainFile assign to ws-chain-name
       organization is line sequential
       access is sequential
       file status is ws-chain-status.

data division.
file section.
fd ChainFile.

 01 ChainRec pic x(199).

working-storage section.
01 ws-chain-status pic xx value spaces.
01 ws-chain-name pic x(40) value spaces.
01 ws-hash-pos pic 9(3) value 0.

       linkage section.
       01 ChainFileName pic x(40).
       01 ChainPos pic 9(3).
       01 ChainSeq pic 9(9).
       01 ChainHash pic 9(9).

procedure division using ChainFileName,ChainPos,ChainSeq,ChainHash.

       move 0 to ChainSeq
       move 0 to ChainHash
       move ChainFileName to ws-chain-name
       compute ws-hash-pos = ChainPos + 10
       move spaces to ws-chain-status
       open input ChainFile
       if ws-chain-status not = "00" then
           close ChainFile
           exit program
       end-if
       perform until ws-chain-status not = "00"
           read ChainFile
           at end
               move "10" to ws-chain-status
           not at end
               if ChainRec(ChainPos:9) is numeric
                  and ChainRec(ws-hash-pos:9) is numeric then
                   move ChainRec(ChainPos:9) to ChainSeq
                   move ChainRec(ws-hash-pos:9) to ChainHash
               end-if
           end-read
       end-perform
       close ChainFile
       exit program.
