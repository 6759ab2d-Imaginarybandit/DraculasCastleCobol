working-storage section.
01 ws-joblog-status pic xx value spaces.
01 ws-restart-status pic xx value spaces.
01 ws-step-idx pic 9(2) value 0.
01 ws-start-step pic 9(2) value 1.
01 ws-name-idx pic 9(2) value 0.
01 ws-step-rc pic 9(2) value 0.
01 ws-job-failed pic 9(1) value 0.
01 ws-joblog-line pic x(99) value spaces.
01 ws-rc-word pic x(8) value spaces.

01 StepTable.
       02 StepName occurs 9 times pic x(12).

01 ws-current-date-data.
       02 ws-current-date.

procedure division.

       move "WorkRecover" to StepName(1)
       move "CapacityRpt" to StepName(2)
       move "CombatStats" to StepName(3)
       move "OpsReport" to StepName(4)
       move "Reconcile" to StepName(5)
       move "SaveAnomaly" to StepName(6)
       move "LeaderRank" to StepName(7)
       move "DailyRank" to StepName(8)
       move "LogRoll" to StepName(9)

       perform ReadRestartPoint
       if ws-start-step > 1 then
       end-if

       perform varying ws-step-idx from ws-start-step by 1
               until ws-step-idx > 9 or ws-job-failed = 1
           display "Running step " ws-step-idx ": " function trim(StepName(ws-step-idx))
           move 0 to return-code
           call StepName(ws-step-idx)
           if ws-restart-status = "00" then
               read RestartFile
               if ws-restart-status = "00" and RS-Step is numeric
                  and RS-Step >= 1 and RS-Step <= 9 then
                   move RS-Step to ws-start-step
               end-if
               if ws-restart-status = "00" and RS-StepName not = spaces then
                   perform varying ws-name-idx from 1 by 1 until ws-name-idx > 9
                       if StepName(ws-name-idx) = RS-StepName then
                           move ws-name-idx to ws-start-step
                           exit perform
                       end-if
                   end-perform
               end-if
           end-if
           close RestartFile
           exit section.
