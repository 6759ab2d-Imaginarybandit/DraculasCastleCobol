       >>SOURCE FORMAT FREE
identification division.
program-id. SaveSum.
data division.
working-storage section.
01 ws-sum-pos pic 9(3) value 0.
01 ws-sum-work pic 9(12) value 0.

       linkage section.
       01 SaveLine pic x(600).
       01 SaveTotal pic 9(9).

procedure division using SaveLine,SaveTotal.

       move SaveTotal to ws-sum-work
       perform varying ws-sum-pos from 1 by 1 until ws-sum-pos > 600
           if SaveLine(ws-sum-pos:1) not = space then
               compute ws-sum-work = ws-sum-work
                       + function ord(SaveLine(ws-sum-pos:1)) * ws-sum-pos
           end-if
       end-perform
       compute ws-sum-work = function mod(ws-sum-work * 31, 999999937)
       move ws-sum-work to SaveTotal
       exit program.
