       >>SOURCE FORMAT FREE
identification division.
program-id. CastleClock.
data division.
working-storage section.
01 ws-clock-start pic 9(4) value 1080.
01 ws-turn-minutes pic 9(2) value 5.
01 ws-total-minutes pic 9(7) value 0.
01 ws-clock-day pic 9(3) value 0.
01 ws-day-minutes pic 9(4) value 0.
01 ws-clock-minute pic 9(2) value 0.
01 ws-day-disp pic zz9.

       linkage section.
       01 CastleTurn pic 9(5).
       01 ClockHour pic 9(2).
       01 ClockNight pic 9(1).
       01 ClockText pic x(24).

procedure division using CastleTurn,ClockHour,ClockNight,ClockText.

       compute ws-total-minutes = ws-clock-start + CastleTurn * ws-turn-minutes
       compute ws-clock-day = ws-total-minutes / 1440
       compute ws-day-minutes = ws-total-minutes - ws-clock-day * 1440
       add 1 to ws-clock-day
       compute ClockHour = ws-day-minutes / 60
       compute ws-clock-minute = ws-day-minutes - ClockHour * 60
       if ClockHour >= 20 or ClockHour < 6 then
           move 1 to ClockNight
       else
           move 0 to ClockNight
       end-if
       move ws-clock-day to ws-day-disp
       move spaces to ClockText
       if ClockNight = 1 then
           string "Day " function trim(ws-day-disp) ", " ClockHour ":"
                  ws-clock-minute " (night)"
                  delimited by size into ClockText
       else
           string "Day " function trim(ws-day-disp) ", " ClockHour ":"
                  ws-clock-minute " (day)"
                  delimited by size into ClockText
       end-if
       exit program.
