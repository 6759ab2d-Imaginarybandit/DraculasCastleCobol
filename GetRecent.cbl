       >>SOURCE FORMAT FREE
identification division.
program-id. GetRecent.
environment division.
data division.
working-storage section.
01 ws-recent-idx pic 9(2) value 0.

01 RecentInputTable.
       02 RecentInput occurs 8 times pic x(20) value spaces.

       linkage section.
       01 RecentOp pic x(4).
       01 RecentLine pic x(99).
       01 RecentList pic x(160).

procedure division using RecentOp,RecentLine,RecentList.

       if RecentOp = "KEEP" then
           perform KeepRecent
       end-if
       if RecentOp = "LIST" then
           perform ListRecent
       end-if
       exit program.

KeepRecent section.

       perform varying ws-recent-idx from 1 by 1 until ws-recent-idx > 7
           move RecentInput(ws-recent-idx + 1) to RecentInput(ws-recent-idx)
       end-perform
       move RecentLine to RecentInput(8)
       exit section.

ListRecent section.

       move RecentInputTable to RecentList
       exit section.
