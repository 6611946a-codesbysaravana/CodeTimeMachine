*> TZRULE - Time-zone rule line (TZRULES control file).  An airport
*> master names its zone (AM-Time-Zone); the zone's rule says what
*> its offset from UTC is on any given date, so the local-time
*> features -- DOWSKED check windows, OPSHOURS closure suppression,
*> the local-time report columns -- move with the clocks twice a
*> year instead of waiting for someone to edit the masters.
*> A '*' in column 1 is a comment.  A zone may carry several lines
*> for different years (a country that moved its switchover dates
*> keeps the old rule for the old years); the line whose year range
*> covers the date is the one in force.
*>   TZR-Std-Offset   standard time's offset from UTC, +HHMM/-HHMM.
*>   TZR-Dst-Shift    minutes the clocks go forward in summer; zero
*>                    for a zone that keeps standard time all year
*>                    (the start/end rules are then ignored).
*>   Start/End rules  month, week of the month (1-4, or 5 for the
*>                    last), day of the week (1 = Sunday through
*>                    7 = Saturday) and the local wall-clock time
*>                    HHMM the change happens at -- on standard time
*>                    for the start, on daylight time for the end.
*>                    Eight digits, MMWDHHMM: 03210200 is the
*>                    second Sunday of March at 0200.
*>                    A start month after the end month is a
*>                    southern-hemisphere zone, in daylight time
*>                    across the new year.
01 Time-Zone-Rule-Record.
05 TZR-Zone-Id      Pic X(8).
05 Filler           Pic X(1).
05 TZR-From-Year    Pic 9(4).
05 Filler           Pic X(1).
05 TZR-To-Year      Pic 9(4).
05 Filler           Pic X(1).
05 TZR-Std-Offset   Pic X(5).
05 Filler           Pic X(1).
05 TZR-Dst-Shift    Pic 9(3).
05 Filler           Pic X(1).
05 TZR-Dst-Start.
10 TZR-Start-Month  Pic 9(2).
10 TZR-Start-Week   Pic 9(1).
10 TZR-Start-Day    Pic 9(1).
10 TZR-Start-Time   Pic 9(4).
05 Filler           Pic X(1).
05 TZR-Dst-End.
10 TZR-End-Month    Pic 9(2).
10 TZR-End-Week     Pic 9(1).
10 TZR-End-Day      Pic 9(1).
10 TZR-End-Time     Pic 9(4).
05 Filler           Pic X(1).
05 TZR-Description  Pic X(30).
