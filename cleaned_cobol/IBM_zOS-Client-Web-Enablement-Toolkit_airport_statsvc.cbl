*> other batch application) that kept asking us to email status.
*> The files are opened read-only on the first call and held open
*> across the run unit; every call is a keyed probe per file, no
*> scans past the requested code.  The UTC offset answered is the
*> one the airport's TZRULES zone has at the moment of the call,
*> daylight saving included; TZRULES (optional, loaded on the first
*> call) missing, or no line for the zone, answers the master's
*> fixed AM-Utc-Offset instead.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select Tz-Rules-File Assign To TZRULES
Organization Is Line Sequential
File Status Is Tz-Rules-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Airport-Master-File.
COPY AIRHIST.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  Tz-Rules-File.
COPY TZRULE.
WORKING-STORAGE SECTION.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK     Value '00'.
88 Alert-Usable Value 'Y'.
01 Open-Tier-Rank Pic 9(1) Value 0.
01 Worst-Tier-Rank Pic 9(1) Value 0.
*> Time-zone rules (TZRULES), loaded once: every line of every zone,
*> with the offsets and switch times already turned into minutes.
*> Resolve-Zone-Offset answers "what is zone Zone-Want-Id's offset
*> from UTC at UTC date Zone-Utc-Date, minute Zone-Utc-Mins of the
*> day" from the line in force that year, daylight saving included.
01 Tz-Rules-File-Status Pic X(2) Value Spaces.
88 Tz-Rules-File-OK     Value '00'.
88 Tz-Rules-File-At-End Value '10'.
01 Tz-Rules-EOF-Flag Pic X Value 'N'.
88 Tz-Rules-EOF Value 'Y'.
01 Zone-Table.
05 Zone-Entry Occurs 1 to 300 times
Depending On Zone-Count.
10 ZNT-Zone-Id     Pic X(8).
10 ZNT-From-Year   Pic 9(4).
10 ZNT-To-Year     Pic 9(4).
10 ZNT-Std-Mins    Pic S9(5).
10 ZNT-Dst-Shift   Pic 9(3).
10 ZNT-Start-Month Pic 9(2).
10 ZNT-Start-Week  Pic 9(1).
10 ZNT-Start-Day   Pic 9(1).
10 ZNT-Start-Mins  Pic 9(4).
10 ZNT-End-Month   Pic 9(2).
10 ZNT-End-Week    Pic 9(1).
10 ZNT-End-Day     Pic 9(1).
10 ZNT-End-Mins    Pic 9(4).
01 Zone-Count Pic 9(3) Value 0.
01 Zone-Idx   Pic 9(3) Value 0.
01 Zone-Found-Flag Pic X Value 'N'.
88 Zone-Row-Found Value 'Y'.
01 Zone-Want-Id     Pic X(8) Value Spaces.
01 Zone-Utc-Date    Pic 9(8) Value 0.
01 Zone-Utc-Mins    Pic 9(4) Value 0.
01 Zone-Offset-Mins Pic S9(5) Value 0.
01 Zone-Resolved-Flag Pic X Value 'N'.
88 Zone-Offset-Resolved Value 'Y'.
01 Zone-Dst-Flag Pic X Value 'N'.
88 Zone-Dst-In-Force Value 'Y'.
01 Zone-Work.
05 ZNW-Year        Pic 9(4).
05 ZNW-Month       Pic 9(2).
05 ZNW-Week        Pic 9(1).
05 ZNW-Day         Pic 9(1).
05 ZNW-Hours       Pic 9(2).
05 ZNW-Minutes     Pic 9(2).
05 ZNW-First-Int   Pic 9(9).
05 ZNW-Day-Int     Pic 9(9).
05 ZNW-Dow         Pic 9(1).
05 ZNW-Std-Stamp   Pic S9(11).
05 ZNW-Start-Stamp Pic S9(11).
05 ZNW-End-Stamp   Pic S9(11).
*> The moment of the call in UTC, from the offset CURRENT-DATE
*> itself reports, and the zone offset turned back into +HHMM.
01 Utc-Work.
05 UTC-Local-Stamp   Pic X(21).
05 UTC-Offset-HH     Pic 9(2).
05 UTC-Offset-MM     Pic 9(2).
05 UTC-Offset-Mins   Pic S9(5).
05 UTC-Date-Integer  Pic 9(9).
05 UTC-Mins-Of-Day   Pic S9(7).
01 Offset-Work.
05 OFW-Abs-Mins      Pic 9(5).
05 OFW-HH            Pic 9(2).
05 OFW-MM            Pic 9(2).
LINKAGE SECTION.
COPY AIRSTATQ.
PROCEDURE DIVISION using Airport-Status-Query.
If Alert-Status-File-OK
Set Alert-Usable to true
End-If.
Perform Load-Zone-Table.
Clear-Query-Answer.
Move 00 to ASQ-Return-Code.
Move 'N' to ASQ-Master-Found.
Move AM-Airport-Long to ASQ-Airport-Long
Move AM-Region-Code to ASQ-Region-Code
Move AM-Utc-Offset to ASQ-Utc-Offset
Perform Answer-Zone-Offset
End-Read
End-If
.
*> The zone's offset now, over the master's fixed one, when TZRULES
*> has a line for the zone this year.
Answer-Zone-Offset.
Move 'N' to Zone-Resolved-Flag.
If AM-Time-Zone not equal Spaces and Zone-Count > 0
Perform Compute-Utc-Now
Move AM-Time-Zone to Zone-Want-Id
Perform Resolve-Zone-Offset
End-If.
If Zone-Offset-Resolved
If Zone-Offset-Mins < 0
Compute OFW-Abs-Mins = 0 - Zone-Offset-Mins
Move '-' to ASQ-Utc-Offset(1:1)
else
Move Zone-Offset-Mins to OFW-Abs-Mins
Move '+' to ASQ-Utc-Offset(1:1)
End-If
Divide OFW-Abs-Mins by 60 giving OFW-HH remainder OFW-MM
Move OFW-HH to ASQ-Utc-Offset(2:2)
Move OFW-MM to ASQ-Utc-Offset(4:2)
End-If.
*> Zone-Utc-Date and Zone-Utc-Mins for this moment; '00000' from
*> CURRENT-DATE (offset unknown) takes local time as UTC.
Compute-Utc-Now.
Move Function Current-Date to UTC-Local-Stamp.
Move 0 to UTC-Offset-HH.
Move 0 to UTC-Offset-MM.
If UTC-Local-Stamp(18:2) is numeric
Move UTC-Local-Stamp(18:2) to UTC-Offset-HH
End-If.
If UTC-Local-Stamp(20:2) is numeric
Move UTC-Local-Stamp(20:2) to UTC-Offset-MM
End-If.
Compute UTC-Offset-Mins = UTC-Offset-HH * 60 + UTC-Offset-MM.
If UTC-Local-Stamp(17:1) equal '-'
Compute UTC-Offset-Mins = 0 - UTC-Offset-Mins
End-If.
Compute UTC-Date-Integer =
Function Integer-Of-Date(Function Numval(UTC-Local-Stamp(1:8))).
Compute UTC-Mins-Of-Day =
Function Numval(UTC-Local-Stamp(9:2)) * 60
+ Function Numval(UTC-Local-Stamp(11:2))
- UTC-Offset-Mins.
If UTC-Mins-Of-Day < 0
Compute UTC-Mins-Of-Day = UTC-Mins-Of-Day + 1440
Subtract 1 from UTC-Date-Integer
End-If.
If UTC-Mins-Of-Day >= 1440
Compute UTC-Mins-Of-Day = UTC-Mins-Of-Day - 1440
Add 1 to UTC-Date-Integer
End-If.
Compute Zone-Utc-Date =
Function Date-Of-Integer(UTC-Date-Integer).
Move UTC-Mins-Of-Day to Zone-Utc-Mins.
*> The key ascends by date and capture time, so the last record
*> under the code is the latest snapshot -- browse the code's
*> records forward and keep the final one.
End-If
End-If
.
*> TZRULES is optional: with no file (or no line for a zone) the
*> airports fall back to their fixed AM-Utc-Offset.
Load-Zone-Table.
Move 0 to Zone-Count.
Open Input Tz-Rules-File.
If Tz-Rules-File-OK
Move 'N' to Tz-Rules-EOF-Flag
Perform Read-Zone-Rule
Perform Load-One-Zone-Rule until Tz-Rules-EOF
Close Tz-Rules-File
End-If
.
Read-Zone-Rule.
Read Tz-Rules-File
At End
Set Tz-Rules-EOF to true
End-Read
If not Tz-Rules-File-OK and not Tz-Rules-File-At-End
Set Tz-Rules-EOF to true
End-If
.
Load-One-Zone-Rule.
Evaluate true
When Time-Zone-Rule-Record(1:1) equal '*'
or TZR-Zone-Id equal Spaces
Continue
When TZR-From-Year not numeric or TZR-To-Year not numeric
or TZR-Dst-Shift not numeric
or (TZR-Std-Offset(1:1) not equal '+'
and TZR-Std-Offset(1:1) not equal '-')
or TZR-Std-Offset(2:4) not numeric
Display "** TZRULES line for " TZR-Zone-Id
" ignored -- bad years, offset or shift **"
When TZR-Dst-Shift > 0
and (TZR-Dst-Start not numeric or TZR-Dst-End not numeric
or TZR-Start-Month < 1 or TZR-Start-Month > 12
or TZR-End-Month < 1 or TZR-End-Month > 12
or TZR-Start-Week < 1 or TZR-Start-Week > 5
or TZR-End-Week < 1 or TZR-End-Week > 5
or TZR-Start-Day < 1 or TZR-Start-Day > 7
or TZR-End-Day < 1 or TZR-End-Day > 7)
Display "** TZRULES line for " TZR-Zone-Id
" ignored -- bad daylight-saving rule **"
When Zone-Count >= 300
Display "** TZRULES over 300 lines, ignored: " TZR-Zone-Id
When other
Add 1 to Zone-Count
Move TZR-Zone-Id to ZNT-Zone-Id(Zone-Count)
Move TZR-From-Year to ZNT-From-Year(Zone-Count)
Move TZR-To-Year to ZNT-To-Year(Zone-Count)
Move TZR-Std-Offset(2:2) to ZNW-Hours
Move TZR-Std-Offset(4:2) to ZNW-Minutes
Compute ZNT-Std-Mins(Zone-Count) = ZNW-Hours * 60 + ZNW-Minutes
If TZR-Std-Offset(1:1) equal '-'
Compute ZNT-Std-Mins(Zone-Count) =
0 - ZNT-Std-Mins(Zone-Count)
End-If
Move TZR-Dst-Shift to ZNT-Dst-Shift(Zone-Count)
Move 0 to ZNT-Start-Month(Zone-Count) ZNT-Start-Week(Zone-Count)
ZNT-Start-Day(Zone-Count) ZNT-Start-Mins(Zone-Count)
ZNT-End-Month(Zone-Count) ZNT-End-Week(Zone-Count)
ZNT-End-Day(Zone-Count) ZNT-End-Mins(Zone-Count)
If TZR-Dst-Shift > 0
Move TZR-Start-Month to ZNT-Start-Month(Zone-Count)
Move TZR-Start-Week to ZNT-Start-Week(Zone-Count)
Move TZR-Start-Day to ZNT-Start-Day(Zone-Count)
Divide TZR-Start-Time by 100 giving ZNW-Hours
remainder ZNW-Minutes
Compute ZNT-Start-Mins(Zone-Count) =
ZNW-Hours * 60 + ZNW-Minutes
Move TZR-End-Month to ZNT-End-Month(Zone-Count)
Move TZR-End-Week to ZNT-End-Week(Zone-Count)
Move TZR-End-Day to ZNT-End-Day(Zone-Count)
Divide TZR-End-Time by 100 giving ZNW-Hours
remainder ZNW-Minutes
Compute ZNT-End-Mins(Zone-Count) =
ZNW-Hours * 60 + ZNW-Minutes
End-If
End-Evaluate.
Perform Read-Zone-Rule.
*> The zone's offset at a UTC instant.  Daylight time runs from the
*> start switch to the end switch, both taken on the zone's
*> standard-time clock (the end rule's wall time is on daylight
*> time, so the shift comes off it); a start later in the year than
*> the end is a southern zone, in daylight time across the new year.
Resolve-Zone-Offset.
Move 'N' to Zone-Resolved-Flag.
Move 'N' to Zone-Dst-Flag.
Move 0 to Zone-Offset-Mins.
Move 'N' to Zone-Found-Flag.
If Zone-Want-Id not equal Spaces and Zone-Utc-Date > 0
Divide Zone-Utc-Date by 10000 giving ZNW-Year
Move 1 to Zone-Idx
Perform Search-Zone-Row
until Zone-Idx > Zone-Count or Zone-Row-Found
End-If.
If Zone-Row-Found
Set Zone-Offset-Resolved to true
Move ZNT-Std-Mins(Zone-Idx) to Zone-Offset-Mins
If ZNT-Dst-Shift(Zone-Idx) > 0
Compute ZNW-Std-Stamp =
Function Integer-Of-Date(Zone-Utc-Date) * 1440
+ Zone-Utc-Mins + ZNT-Std-Mins(Zone-Idx)
Move ZNT-Start-Month(Zone-Idx) to ZNW-Month
Move ZNT-Start-Week(Zone-Idx) to ZNW-Week
Move ZNT-Start-Day(Zone-Idx) to ZNW-Day
Perform Compute-Zone-Rule-Date
Compute ZNW-Start-Stamp =
ZNW-Day-Int * 1440 + ZNT-Start-Mins(Zone-Idx)
Move ZNT-End-Month(Zone-Idx) to ZNW-Month
Move ZNT-End-Week(Zone-Idx) to ZNW-Week
Move ZNT-End-Day(Zone-Idx) to ZNW-Day
Perform Compute-Zone-Rule-Date
Compute ZNW-End-Stamp =
ZNW-Day-Int * 1440 + ZNT-End-Mins(Zone-Idx)
- ZNT-Dst-Shift(Zone-Idx)
If ZNT-Start-Month(Zone-Idx) < ZNT-End-Month(Zone-Idx)
If ZNW-Std-Stamp not less ZNW-Start-Stamp
and ZNW-Std-Stamp < ZNW-End-Stamp
Set Zone-Dst-In-Force to true
End-If
else
If ZNW-Std-Stamp not less ZNW-Start-Stamp
or ZNW-Std-Stamp < ZNW-End-Stamp
Set Zone-Dst-In-Force to true
End-If
End-If
If Zone-Dst-In-Force
Add ZNT-Dst-Shift(Zone-Idx) to Zone-Offset-Mins
End-If
End-If
End-If
.
*> The zone's line for the year -- leaves Zone-Idx on it.
Search-Zone-Row.
If ZNT-Zone-Id(Zone-Idx) equal Zone-Want-Id
and ZNT-From-Year(Zone-Idx) not greater ZNW-Year
and ZNT-To-Year(Zone-Idx) not less ZNW-Year
Set Zone-Row-Found to true
else
Add 1 to Zone-Idx
End-If
.
*> Day number (Integer-Of-Date) of the ZNW-Week'th ZNW-Day of month
*> ZNW-Month of ZNW-Year, week 5 being the last one in the month.
*> Integer-Of-Date 1 was a Monday, so day number mod 7, plus one,
*> is the weekday counted from Sunday = 1.
Compute-Zone-Rule-Date.
If ZNW-Week < 5
Compute ZNW-First-Int = Function Integer-Of-Date
(ZNW-Year * 10000 + ZNW-Month * 100 + 1)
Compute ZNW-Dow = Function Mod(ZNW-First-Int, 7) + 1
Compute ZNW-Day-Int = ZNW-First-Int
+ Function Mod(ZNW-Day - ZNW-Dow + 7, 7)
+ (ZNW-Week - 1) * 7
else
If ZNW-Month = 12
Compute ZNW-First-Int = Function Integer-Of-Date
((ZNW-Year + 1) * 10000 + 101) - 1
else
Compute ZNW-First-Int = Function Integer-Of-Date
(ZNW-Year * 10000 + (ZNW-Month + 1) * 100 + 1) - 1
End-If
Compute ZNW-Dow = Function Mod(ZNW-First-Int, 7) + 1
Compute ZNW-Day-Int = ZNW-First-Int
- Function Mod(ZNW-Dow - ZNW-Day + 7, 7)
End-If
.
End Program HWTHSTAT.
