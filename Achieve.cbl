01 ws-guard-program pic x(12) value "Achieve".
01 ws-guard-file pic x(40) value "Achievements.dat".
01 ws-guard-op pic x(8) value spaces.
01 ws-notify-type pic x(8) value "ACHIEVE".
01 ws-notify-message pic x(80) value spaces.
01 ws-notify-key pic x(25) value spaces.

01 ws-current-date-data.
       02 ws-current-date.
       linkage section.
       01 AchievementName pic x(30).
       01 PlayerName pic x(15).
       01 RunId pic x(12).

procedure division using AchievementName,PlayerName,RunId.

       move 0 to ws-ach-found
       move spaces to ws-ach-status
           end-if
           close AchFile
           display "*** Achievement unlocked: " function trim(AchievementName) " ***"
           move spaces to ws-notify-message
           string function trim(PlayerName) " unlocked " function trim(AchievementName)
                  delimited by size into ws-notify-message
           move AchievementName to ws-notify-key
           call 'Notify' using ws-notify-type,PlayerName,RunId,ws-notify-key,ws-notify-message
       end-if
       exit program.
