IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHTZSW.
*> Yearly daylight-saving switchover calendar.  Every local-time
*> feature -- DOWSKED check windows, OPSHOURS closure suppression,
*> the local-time report columns -- now takes an airport's offset
*> from its TZRULES zone on the date, so twice a year the windows
*> move with the clocks without anyone editing a master.  This is
*> the list operations checks before each change: for the year in
*> the PARM (CCYY; no PARM is this year), every zone's standard
*> offset and its switches, in the zone's own wall-clock time and in
*> UTC, with how many airports keep that zone.  After it, the
*> airports the rules cannot place: a zone id with no TZRULES line
*> covering the year (RC=4, they are on their fixed AM-Utc-Offset
*> and will be an hour out for half of it) and masters with no zone
*> at all (listed, not counted against the run).
*> RC=8 on a bad PARM or when TZRULES or AIRMSTR can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
Select Tz-Rules-File Assign To TZRULES
Organization Is Line Sequential
File Status Is Tz-Rules-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Tz-Rules-File.
COPY TZRULE.
WORKING-STORAGE SECTION.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK     Value '00'.
88 Airmstr-File-At-End Value '10'.
01 Master-EOF-Flag Pic X Value 'N'.
88 Master-EOF Value 'Y'.
01 Report-Year Pic 9(4) Value 0.
01 Parm-Valid-Flag Pic X Value 'Y'.
88 Parm-Valid Value 'Y'.
*> Time-zone rules (TZRULES), loaded once: every line of every zone,
*> with the offsets and switch times already turned into minutes.
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
*> Airports per zone line, alongside the zone table.
01 Zone-Airport-Table.
05 ZNA-Airports Pic 9(5) Occurs 300 times.
01 Zones-In-Year Pic 9(3) Value 0.
*> Airports the rules can't place, held for printing after the
*> calendar.
01 Exception-Table.
05 Exception-Entry Occurs 1 to 2000 times
Depending On Exception-Count.
10 EXC-Iata-Code  Pic X(3).
10 EXC-Time-Zone  Pic X(8).
10 EXC-Utc-Offset Pic X(5).
10 EXC-Kind       Pic X.
88 EXC-Unknown-Zone Value 'U'.
88 EXC-No-Zone      Value 'N'.
01 Exception-Count Pic 9(4) Value 0.
01 Exception-Idx   Pic 9(4) Value 0.
01 Exception-Overflow-Flag Pic X Value 'N'.
88 Exception-Overflow-Noted Value 'Y'.
01 Master-Count       Pic 9(5) Value 0.
01 Zoned-Count        Pic 9(5) Value 0.
01 Unknown-Zone-Count Pic 9(5) Value 0.
01 No-Zone-Count      Pic 9(5) Value 0.
*> One switch in hand: its local wall-clock minute stamp (day number
*> times 1440 plus minutes) and the offset in force just before it,
*> which takes it to UTC.
01 Switch-Work.
05 SWW-Local-Stamp Pic S9(11).
05 SWW-Utc-Stamp   Pic S9(11).
05 SWW-Offset      Pic S9(5).
05 SWW-Day-Int     Pic 9(9).
05 SWW-Mins        Pic 9(4).
05 SWW-Date        Pic 9(8).
05 SWW-Hours       Pic 9(2).
05 SWW-Minutes     Pic 9(2).
05 SWW-Abs-Mins    Pic 9(4).
01 Switch-Local-Text Pic X(16) Value Spaces.
01 Switch-Utc-Text   Pic X(16) Value Spaces.
01 Stamp-Text.
05 STT-Year   Pic 9(4).
05 Filler     Pic X Value '-'.
05 STT-Month  Pic 9(2).
05 Filler     Pic X Value '-'.
05 STT-Day    Pic 9(2).
05 Filler     Pic X Value Space.
05 STT-Hours  Pic 9(2).
05 Filler     Pic X Value ':'.
05 STT-Mins   Pic 9(2).
01 Offset-Text.
05 OFT-Sign  Pic X.
05 OFT-Hours Pic 9(2).
05 OFT-Mins  Pic 9(2).
01 Shift-Edit   Pic ZZ9.
01 Airport-Edit Pic ZZZZ9.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
05 parm-string.
10 parm-char Pic X occurs 0 to 100 times
depending on parm-len.
PROCEDURE DIVISION using jcl-parm.
Begin.
Display "***********************************************".
Display "** Daylight-Saving Switchover Calendar        **".
Display "***********************************************".
Evaluate true
When parm-len = 0
Move Function Current-Date(1:4) to Report-Year
When parm-len = 4 and parm-string(1:4) is numeric
Move parm-string(1:4) to Report-Year
If Report-Year < 1601
Move 'N' to Parm-Valid-Flag
End-If
When other
Move 'N' to Parm-Valid-Flag
End-Evaluate.
If not Parm-Valid
Display "** PARM must be a year, CCYY                  **"
Move 8 to Return-Code
else
Display "** Switchovers for " Report-Year
"                        **"
Perform Load-Zone-Table
Open Input Airport-Master-File
Evaluate true
When Zone-Count = 0
Display "** No usable TZRULES lines -- nothing to list **"
Move 8 to Return-Code
When not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0102E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move Airmstr-File-Status to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
When other
Perform Tally-Master-Zones
Close Airport-Master-File
Perform Print-Zone-Calendar
Perform Print-Exceptions
Display "-----------------------------------------------"
Display "Zones in force     : " Zones-In-Year
Display "Master records     : " Master-Count
Display "  on a zone        : " Zoned-Count
Display "  zone not known   : " Unknown-Zone-Count
Display "  no zone assigned : " No-Zone-Count
If Unknown-Zone-Count > 0
Move 4 to Return-Code
End-If
End-Evaluate
End-If.
Display "** Daylight-Saving Switchover Calendar Ends   **".
Display "***********************************************".
STOP RUN.
*> Every master, front to back, counted against the zone line in
*> force for the year.
Tally-Master-Zones.
Initialize Zone-Airport-Table.
Move 'N' to Master-EOF-Flag.
Move Low-Values to AM-Iata-Code.
Start Airport-Master-File Key is Not Less Than AM-Iata-Code
Invalid Key
Set Master-EOF to true
End-Start.
Perform Tally-One-Master until Master-EOF.
Tally-One-Master.
Read Airport-Master-File Next Record
At End
Set Master-EOF to true
End-Read.
If not Airmstr-File-OK and not Airmstr-File-At-End
Set Master-EOF to true
End-If.
If not Master-EOF
Add 1 to Master-Count
If AM-Time-Zone equal Spaces
Add 1 to No-Zone-Count
Perform Hold-Exception
Set EXC-No-Zone(Exception-Count) to true
else
Move AM-Time-Zone to Zone-Want-Id
Move Report-Year to ZNW-Year
Move 'N' to Zone-Found-Flag
Move 1 to Zone-Idx
Perform Search-Zone-Row
until Zone-Idx > Zone-Count or Zone-Row-Found
If Zone-Row-Found
Add 1 to Zoned-Count
Add 1 to ZNA-Airports(Zone-Idx)
else
Add 1 to Unknown-Zone-Count
Perform Hold-Exception
Set EXC-Unknown-Zone(Exception-Count) to true
End-If
End-If
End-If
.
*> A full table keeps the last slot for whoever comes next, so the
*> counts stay right even when the list is cut short.
Hold-Exception.
If Exception-Count < 2000
Add 1 to Exception-Count
else
If not Exception-Overflow-Noted
Display "** More than 2000 unplaced airports -- the"
" list shows the first 1999 and the last **"
Set Exception-Overflow-Noted to true
End-If
End-If.
Move AM-Iata-Code to EXC-Iata-Code(Exception-Count).
Move AM-Time-Zone to EXC-Time-Zone(Exception-Count).
Move AM-Utc-Offset to EXC-Utc-Offset(Exception-Count).
Print-Zone-Calendar.
Display " ".
Display "ZONE     STD    DST  DAYLIGHT STARTS (LOCAL / UTC)"
"        DAYLIGHT ENDS (LOCAL / UTC)"
"       AIRPORTS".
Perform Print-One-Zone varying Zone-Idx from 1 by 1
until Zone-Idx > Zone-Count.
Print-One-Zone.
If ZNT-From-Year(Zone-Idx) not greater Report-Year
and ZNT-To-Year(Zone-Idx) not less Report-Year
Add 1 to Zones-In-Year
Move ZNT-Std-Mins(Zone-Idx) to SWW-Offset
Perform Format-Offset
Move ZNA-Airports(Zone-Idx) to Airport-Edit
If ZNT-Dst-Shift(Zone-Idx) = 0
Display ZNT-Zone-Id(Zone-Idx) " " Offset-Text "    0  "
"standard time all year" "                           "
"                         " Airport-Edit
else
Move ZNT-Dst-Shift(Zone-Idx) to Shift-Edit
Move Report-Year to ZNW-Year
*> Clocks go forward at the start time on standard time.
Move ZNT-Start-Month(Zone-Idx) to ZNW-Month
Move ZNT-Start-Week(Zone-Idx) to ZNW-Week
Move ZNT-Start-Day(Zone-Idx) to ZNW-Day
Perform Compute-Zone-Rule-Date
Compute SWW-Local-Stamp =
ZNW-Day-Int * 1440 + ZNT-Start-Mins(Zone-Idx)
Move ZNT-Std-Mins(Zone-Idx) to SWW-Offset
Perform Format-Switch
Display ZNT-Zone-Id(Zone-Idx) " " Offset-Text "  " Shift-Edit
"  " Switch-Local-Text " / " Switch-Utc-Text
With No Advancing
*> Clocks go back at the end time on daylight time.
Move ZNT-End-Month(Zone-Idx) to ZNW-Month
Move ZNT-End-Week(Zone-Idx) to ZNW-Week
Move ZNT-End-Day(Zone-Idx) to ZNW-Day
Perform Compute-Zone-Rule-Date
Compute SWW-Local-Stamp =
ZNW-Day-Int * 1440 + ZNT-End-Mins(Zone-Idx)
Compute SWW-Offset =
ZNT-Std-Mins(Zone-Idx) + ZNT-Dst-Shift(Zone-Idx)
Perform Format-Switch
Display "  " Switch-Local-Text " / " Switch-Utc-Text
"  " Airport-Edit
End-If
End-If
.
*> SWW-Local-Stamp (and SWW-Offset, the offset in force as the
*> clocks reach it) into local and UTC date-time text.
Format-Switch.
Compute SWW-Utc-Stamp = SWW-Local-Stamp - SWW-Offset.
Divide SWW-Local-Stamp by 1440 giving SWW-Day-Int
remainder SWW-Mins.
Perform Format-Stamp.
Move Stamp-Text to Switch-Local-Text.
Divide SWW-Utc-Stamp by 1440 giving SWW-Day-Int
remainder SWW-Mins.
Perform Format-Stamp.
Move Stamp-Text to Switch-Utc-Text.
Format-Stamp.
Compute SWW-Date = Function Date-Of-Integer(SWW-Day-Int).
Divide SWW-Date by 10000 giving STT-Year.
Move SWW-Date(5:2) to STT-Month.
Move SWW-Date(7:2) to STT-Day.
Divide SWW-Mins by 60 giving STT-Hours remainder STT-Mins.
Format-Offset.
If SWW-Offset < 0
Move '-' to OFT-Sign
Compute SWW-Abs-Mins = 0 - SWW-Offset
else
Move '+' to OFT-Sign
Move SWW-Offset to SWW-Abs-Mins
End-If.
Divide SWW-Abs-Mins by 60 giving OFT-Hours remainder OFT-Mins.
Print-Exceptions.
If Exception-Count > 0
Display " "
Display "AIRPORTS THE RULES CANNOT PLACE"
Display "CODE ZONE     FALLBACK  PROBLEM"
Perform Print-One-Exception varying Exception-Idx from 1 by 1
until Exception-Idx > Exception-Count
End-If.
Print-One-Exception.
If EXC-Unknown-Zone(Exception-Idx)
Display EXC-Iata-Code(Exception-Idx) "  "
EXC-Time-Zone(Exception-Idx) " "
EXC-Utc-Offset(Exception-Idx) "     "
"zone has no TZRULES line for the year"
else
Display EXC-Iata-Code(Exception-Idx) "  "
"(none)   " EXC-Utc-Offset(Exception-Idx) "     "
"no time zone assigned"
End-If.
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
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHTZSW.
