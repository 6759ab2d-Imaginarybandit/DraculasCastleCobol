       >>SOURCE FORMAT FREE
identification division.
program-id. EventRule.
environment division.
input-output section.
file-control.
       select EventRuleFile assign to "EventRules.dat"
       organization is line sequential
       access is sequential
       file status is ws-rules-status.

data division.
file section.
fd EventRuleFile.

 01 EventRuleRec.
       02 ER-EventId pic x(8).
       02 ER-Start pic x(8).
       02 ER-End pic x(8).
       02 ER-TargetType pic x(1).
       02 ER-Target pic x(25).
       02 ER-Field pic x(6).
       02 ER-Percent pic 9(3).
       02 ER-Desc pic x(40).

working-storage section.
01 ws-rules-status pic xx value spaces.
01 ws-guard-program pic x(12) value "EventRule".
01 ws-guard-file pic x(40) value "EventRules.dat".
01 ws-guard-op pic x(8) value "CACHE".
01 ws-cache-loaded pic 9(1) value 0.
01 ws-cache-max pic 9(4) value 200.
01 ws-cache-idx pic 9(4) value 0.
01 ws-cache-dropped pic 9(5) value 0.
01 ws-new-value pic 9(7) value 0.

01 RuleCache.
       02 RC-Count pic 9(4) value 0.
       02 RuleCacheEntry occurs 200 times.
           03 RC-EventId pic x(8).
           03 RC-Start pic x(8).
           03 RC-End pic x(8).
           03 RC-TargetType pic x(1).
           03 RC-Target pic x(25).
           03 RC-Field pic x(6).
           03 RC-Percent pic 9(3).
           03 RC-Desc pic x(40).

       linkage section.
       01 EventQuery.
           02 EQ-Date pic x(8).
           02 EQ-TargetType pic x(1).
           02 EQ-Target pic x(25).
           02 EQ-Field pic x(6).
           02 EQ-Value pic 9(5).
           02 EQ-Max pic 9(5).
           02 EQ-EventId pic x(8).
           02 EQ-Desc pic x(40).
           02 EQ-Applied pic 9(1).

procedure division using EventQuery.

       move 0 to EQ-Applied
       move spaces to EQ-EventId
       move spaces to EQ-Desc
       if EQ-TargetType = "*" and EQ-Target = "*RELOAD" then
           move 0 to ws-cache-loaded
           perform LoadRuleCache
           move ws-cache-loaded to EQ-Applied
           exit program
       end-if
       if ws-cache-loaded = 0 then
           perform LoadRuleCache
       end-if
       perform varying ws-cache-idx from 1 by 1 until ws-cache-idx > RC-Count
           if EQ-Date >= RC-Start(ws-cache-idx) and EQ-Date <= RC-End(ws-cache-idx) then
               if EQ-TargetType = "*" then
                   if EQ-Applied = 0 then
                       move RC-EventId(ws-cache-idx) to EQ-EventId
                       move RC-Desc(ws-cache-idx) to EQ-Desc
                       move 1 to EQ-Applied
                   end-if
               else
                   if RC-TargetType(ws-cache-idx) = EQ-TargetType
                      and RC-Target(ws-cache-idx) = EQ-Target
                      and RC-Field(ws-cache-idx) = EQ-Field then
                       compute ws-new-value rounded = EQ-Value * RC-Percent(ws-cache-idx) / 100
                       if ws-new-value > 99999 then
                           move 99999 to ws-new-value
                       end-if
                       move ws-new-value to EQ-Value
                       move RC-EventId(ws-cache-idx) to EQ-EventId
                       move RC-Desc(ws-cache-idx) to EQ-Desc
                       move 1 to EQ-Applied
                   end-if
               end-if
           end-if
       end-perform
       if EQ-Max > 0 and EQ-Value > EQ-Max then
           move EQ-Max to EQ-Value
       end-if
       exit program.

LoadRuleCache section.

           move 0 to RC-Count
           move 0 to ws-cache-dropped
           move spaces to ws-rules-status
           open input EventRuleFile
           if ws-rules-status not = "00" then
               close EventRuleFile
               move 1 to ws-cache-loaded
               exit section
           end-if
           perform until ws-rules-status not = "00"
               read EventRuleFile
               at end
                   move "10" to ws-rules-status
               not at end
                   if ER-EventId not = spaces and ER-Percent is numeric then
                       if RC-Count >= ws-cache-max then
                           add 1 to ws-cache-dropped
                       else
                           add 1 to RC-Count
                           move ER-EventId to RC-EventId(RC-Count)
                           move ER-Start to RC-Start(RC-Count)
                           move ER-End to RC-End(RC-Count)
                           move ER-TargetType to RC-TargetType(RC-Count)
                           move ER-Target to RC-Target(RC-Count)
                           move ER-Field to RC-Field(RC-Count)
                           move ER-Percent to RC-Percent(RC-Count)
                           move ER-Desc to RC-Desc(RC-Count)
                       end-if
                   end-if
               end-read
           end-perform
           close EventRuleFile
           move 1 to ws-cache-loaded
           if ws-cache-dropped > 0 then
               display "Warning: EventRules.dat has " ws-cache-dropped
                       " rule(s) beyond the " ws-cache-max " the event cache holds"
               call 'FileGuard' using ws-guard-program,ws-guard-file,ws-guard-op,"OV"
           end-if
           exit section.
