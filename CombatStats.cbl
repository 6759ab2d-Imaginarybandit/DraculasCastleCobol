       02 CK-Encounters pic 9(5).
       02 CK-Wins pic 9(5).
       02 CK-Deaths pic 9(5).
       02 CK-CompEncounters pic 9(5).
       02 CK-CompWins pic 9(5).
       02 CK-CompDeaths pic 9(5).

 01 CkptPartRec.
       02 CP-Type pic x(1).
01 ws-total-encounters pic 9(5) value 0.
01 ws-total-wins pic 9(5) value 0.
01 ws-total-deaths pic 9(5) value 0.
01 ws-comp-encounters pic 9(5) value 0.
01 ws-comp-wins pic 9(5) value 0.
01 ws-comp-deaths pic 9(5) value 0.
01 ws-solo-encounters pic 9(5) value 0.
01 ws-solo-wins pic 9(5) value 0.
01 ws-solo-deaths pic 9(5) value 0.
01 ws-win-rate pic 9(3) value 0.
01 ws-fight-companion pic 9(1) value 0.
01 ws-companion-tally pic 9(2) value 0.
01 ws-guard-program pic x(12) value "CombatStats".
01 ws-guard-file pic x(40) value spaces.
01 ws-guard-op pic x(8) value spaces.
                           move CK-Encounters to ws-total-encounters
                           move CK-Wins to ws-total-wins
                           move CK-Deaths to ws-total-deaths
                           if CK-CompEncounters is numeric and CK-CompWins is numeric
                              and CK-CompDeaths is numeric then
                               move CK-CompEncounters to ws-comp-encounters
                               move CK-CompWins to ws-comp-wins
                               move CK-CompDeaths to ws-comp-deaths
                           end-if
                       when "P"
                           perform varying ws-part-idx from 1 by 1 until ws-part-idx > 4
                               if PS-Name(ws-part-idx) = CP-Name then
           move ws-total-encounters to CK-Encounters
           move ws-total-wins to CK-Wins
           move ws-total-deaths to CK-Deaths
           move ws-comp-encounters to CK-CompEncounters
           move ws-comp-wins to CK-CompWins
           move ws-comp-deaths to CK-CompDeaths
           write CkptHeadRec
           perform varying ws-part-idx from 1 by 1 until ws-part-idx > 4
               move "P" to CP-Type
           if LL-Msg(1:22) = "Combat started against" then
               add 1 to ws-total-encounters
               add 1 to ES-Encounters(ws-enemy-idx)
               move 0 to ws-companion-tally
               inspect LL-Msg tallying ws-companion-tally for all " with companion "
               if ws-companion-tally > 0 then
                   move 1 to ws-fight-companion
                   add 1 to ws-comp-encounters
               else
                   move 0 to ws-fight-companion
               end-if
           end-if

           if LL-Msg(1:25) = "Critical hit to the head " then

           if LL-Msg(1:12) = "You have won" then
               add 1 to ws-total-wins
               if ws-fight-companion = 1 then
                   add 1 to ws-comp-wins
               end-if
           end-if
           if LL-Msg(1:13) = "You have died" then
               add 1 to ws-total-deaths
               add 1 to ES-Deaths(ws-enemy-idx)
               if ws-fight-companion = 1 then
                   add 1 to ws-comp-deaths
               end-if
           end-if
           exit section.

           move ws-stats-line to StatsRec
           write StatsRec

           compute ws-solo-encounters = ws-total-encounters - ws-comp-encounters
           compute ws-solo-wins = ws-total-wins - ws-comp-wins
           compute ws-solo-deaths = ws-total-deaths - ws-comp-deaths
           move "Companion    Encounters  Wins    Deaths  Win%" to StatsRec
           write StatsRec
           move 0 to ws-win-rate
           if ws-comp-encounters > 0 then
               compute ws-win-rate = (ws-comp-wins * 100) / ws-comp-encounters
           end-if
           move spaces to ws-stats-line
           string "With         " ws-comp-encounters
                  "       " ws-comp-wins
                  "   " ws-comp-deaths
                  "   " ws-win-rate
                  delimited by size into ws-stats-line
           move ws-stats-line to StatsRec
           write StatsRec
           move 0 to ws-win-rate
           if ws-solo-encounters > 0 then
               compute ws-win-rate = (ws-solo-wins * 100) / ws-solo-encounters
           end-if
           move spaces to ws-stats-line
           string "Without      " ws-solo-encounters
                  "       " ws-solo-wins
                  "   " ws-solo-deaths
                  "   " ws-win-rate
                  delimited by size into ws-stats-line
           move ws-stats-line to StatsRec
           write StatsRec

           close StatsFile
           exit section.
