*> was Closed -- an ALRTSTAT record touched that day.  Exceptions
*> list by IATA code and end the job RC=4, so a cross-file mismatch
*> surfaces the same day instead of when the warehouse calls.
*> Without a PARM the run balanced is the newest one on CTLTOTS, as
*> for HWTHSUBX, so the job can follow PROCESS directly.
*> The balance sets the run's publish status on PUBSTAT -- clean, or
*> exceptions -- and the DB2 loader and the feed handoffs consume
*> only a clean run or one the shift lead has released (HWTHPUBR).
*> A run the shift lead blocked stays blocked however it balances;
*> one released over exceptions stays released unless it now
*> balances clean.  RC=8 when PUBSTAT can't be updated.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Ops-Hours-File Assign To OPSHOURS
Organization Is Line Sequential
File Status Is Ops-Hours-File-Status.
Select Tz-Rules-File Assign To TZRULES
Organization Is Line Sequential
File Status Is Tz-Rules-File-Status.
Select Control-Totals-File Assign To CTLTOTS
Organization Is Line Sequential
File Status Is Control-Totals-File-Status.
Select Publish-Status-File Assign To PUBSTAT
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is PUB-Run-Id
File Status Is Publish-Status-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Audit-File.
COPY AIRMSTR.
FD  Ops-Hours-File.
COPY OPSHRREC.
FD  Tz-Rules-File.
COPY TZRULE.
FD  Control-Totals-File.
COPY CTLTOTR.
FD  Publish-Status-File.
COPY PUBREC.
WORKING-STORAGE SECTION.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK     Value '00'.
88 Ops-Hours-File-At-End Value '10'.
01 Ops-Hours-EOF-Flag Pic X Value 'N'.
88 Ops-Hours-EOF Value 'Y'.
*> Published operating hours plus the airport's offset from UTC
*> (its zone's rule on the capture date, else its fixed offset), so the
*> alert expectation matches the monitor's: a closure outside
*> published hours deliberately touches no ALRTSTAT record, and
*> the balance must not page on it.
05 LSW-Out-HH      Pic 9(2).
05 LSW-Out-MM      Pic 9(2).
01 Airport-Local-HHMM Pic 9(4) Value 0.
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
01 Window-Start-Num Pic 9(4) Value 0.
01 Window-End-Num   Pic 9(4) Value 0.
01 Audit-EOF-Flag Pic X Value 'N'.
01 Exception-Count     Pic 9(5) Value 0.
01 Run-Seen-Flag Pic X Value 'N'.
88 Run-Seen Value 'Y'.
01 Control-Totals-File-Status Pic X(2) Value Spaces.
88 Control-Totals-File-OK     Value '00'.
88 Control-Totals-File-At-End Value '10'.
01 Control-Totals-EOF-Flag Pic X Value 'N'.
88 Control-Totals-EOF Value 'Y'.
01 Publish-Status-File-Status Pic X(2) Value Spaces.
88 Publish-Status-File-OK Value '00'.
01 Publish-Found-Flag Pic X Value 'N'.
88 Publish-Found Value 'Y'.
01 Publish-Status-Text Pic X(10) Value Spaces.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Display "***********************************************".
Display "** Cross-File Run Balance                      **".
Display "***********************************************".
Evaluate true
When parm-len equal 0
Perform Find-Newest-Run
When parm-len equal 14 and parm-string(1:14) is numeric
Move parm-string(1:14) to Balance-Run-Id
When other
Display "** PARM must be the 14-digit run identifier  **"
Move 4 to Return-Code
End-Evaluate.
If Balance-Run-Id not equal Spaces
Display "** Balancing run: " Balance-Run-Id "            **"
Perform Read-Global-Threshold
Perform Load-Threshold-Table
Perform Load-Etl-Codes
Perform Load-Ops-Hours
Perform Load-Zone-Table
Open Input History-File
Open Input Alert-Status-File
Open Input Airport-Master-File
Open Input Audit-File
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Audit-Record
If Exception-Count > 0
Move 4 to Return-Code
End-If
Perform Record-Publish-Status
End-If
If History-File-OK
Close History-File
Display "** Cross-File Run Balance Ends                 **".
Display "***********************************************".
STOP RUN.
*> The newest whole-run record on CTLTOTS, the run PROCESS just
*> ended.
Find-Newest-Run.
Open Input Control-Totals-File.
If not Control-Totals-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CTLTOTS' to MRQ-Insert(1)
Move 'control totals' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Note-One-Control-Total until Control-Totals-EOF
Close Control-Totals-File
If Balance-Run-Id equal Spaces
Display "** No HWTHXCB1 run on CTLTOTS                 **"
Move 8 to Return-Code
End-If
End-If.
Note-One-Control-Total.
Read Control-Totals-File
At End
Set Control-Totals-EOF to true
End-Read.
If not Control-Totals-File-OK and not Control-Totals-File-At-End
Set Control-Totals-EOF to true
End-If.
If not Control-Totals-EOF and CTL-Group-Tag equal Spaces
and CTL-Run-Id > Balance-Run-Id
Move CTL-Run-Id to Balance-Run-Id
End-If.
*> Clean takes the run found on AUDITLOG and not one exception.  A
*> block by the shift lead stands whatever the balance found, and a
*> release stands over exceptions -- the lead released knowing of
*> them -- until a balance comes up clean.
Record-Publish-Status.
Open I-O Publish-Status-File.
If not Publish-Status-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PUBSTAT' to MRQ-Insert(1)
Move '-- publish status' to MRQ-Insert(2)
Move 'not set, downstream loads will refuse run' to MRQ-Insert(3)
Perform Issue-Message
Move 8 to Return-Code
else
Move 'N' to Publish-Found-Flag
Move Balance-Run-Id to PUB-Run-Id
Read Publish-Status-File
Not Invalid Key
Set Publish-Found to true
End-Read
If not Publish-Found
Move Spaces to Publish-Status-Record
Move Balance-Run-Id to PUB-Run-Id
End-If
If Run-Seen and Exception-Count = 0
Move 'C' to PUB-Recon-Status
else
Move 'E' to PUB-Recon-Status
End-If
Move Exception-Count to PUB-Exception-Count
Move Function Current-Date(1:14) to PUB-Recon-Stamp
Evaluate true
When PUB-Blocked
Display "** Run blocked by " PUB-Set-By
" -- stays blocked **"
When PUB-Released and PUB-Recon-Status equal 'E'
Display "** Run released by " PUB-Set-By
" -- stays released **"
When other
Move PUB-Recon-Status to PUB-Status
End-Evaluate
If Publish-Found
Rewrite Publish-Status-Record
Invalid Key
Display "** PUBSTAT rewrite failed for " PUB-Run-Id " **"
Move 8 to Return-Code
End-Rewrite
else
Write Publish-Status-Record
Invalid Key
Display "** PUBSTAT write failed for " PUB-Run-Id " **"
Move 8 to Return-Code
End-Write
End-If
Close Publish-Status-File
Evaluate true
When PUB-Clean
Move 'CLEAN' to Publish-Status-Text
When PUB-Exceptions
Move 'EXCEPTIONS' to Publish-Status-Text
When PUB-Released
Move 'RELEASED' to Publish-Status-Text
When other
Move 'BLOCKED' to Publish-Status-Text
End-Evaluate
Display "Publish status              : " Publish-Status-Text
End-If.
Read-Global-Threshold.
Open Input Config-File.
If Config-File-OK
End-If
.
*> The capture instant on the airport's own wall clock, HHMM, from
*> the audit record's UTC stamp plus the offset the master's zone
*> had on that date -- or the master's fixed +HHMM/-HHMM offset when
*> it names no zone TZRULES knows.  Only trusted when the master
*> holds the code, the stamp is well formed and one or the other
*> gives an offset.
Compute-Audit-Local-HHMM.
Move 'N' to Airport-Local-Flag.
If Airmstr-File-OK
Invalid Key
Continue
Not Invalid Key
If AUD-Utc-Timestamp(1:12) is numeric
Perform Resolve-Audit-Offset
End-If
End-Read
End-If.
If Airport-Local-Usable
Compute LSW-Mins-Of-Day =
Function Numval(AUD-Utc-Timestamp(9:2)) * 60
+ Function Numval(AUD-Utc-Timestamp(11:2))
Function Mod(LSW-Mins-Of-Day, 60)
Compute Airport-Local-HHMM =
LSW-Out-HH * 100 + LSW-Out-MM
End-If
.
Resolve-Audit-Offset.
Move 'N' to Zone-Resolved-Flag.
If AM-Time-Zone not equal Spaces
Move AM-Time-Zone to Zone-Want-Id
Move AUD-Utc-Timestamp(1:8) to Zone-Utc-Date
Compute Zone-Utc-Mins =
Function Numval(AUD-Utc-Timestamp(9:2)) * 60
+ Function Numval(AUD-Utc-Timestamp(11:2))
Perform Resolve-Zone-Offset
End-If.
Evaluate true
When Zone-Offset-Resolved
Move Zone-Offset-Mins to LSW-Offset-Mins
Set Airport-Local-Usable to true
When (AM-Utc-Offset(1:1) equal '+'
or AM-Utc-Offset(1:1) equal '-')
and AM-Utc-Offset(2:4) is numeric
Move AM-Utc-Offset(2:2) to LSW-Offset-HH
Move AM-Utc-Offset(4:2) to LSW-Offset-MM
Compute LSW-Offset-Mins =
LSW-Offset-HH * 60 + LSW-Offset-MM
If AM-Utc-Offset(1:1) equal '-'
Compute LSW-Offset-Mins = 0 - LSW-Offset-Mins
End-If
Set Airport-Local-Usable to true
When other
Continue
End-Evaluate.
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
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHXREC.
