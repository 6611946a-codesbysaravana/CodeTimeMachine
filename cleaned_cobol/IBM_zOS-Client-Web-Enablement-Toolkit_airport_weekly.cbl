*> sorted by code, aggregated on the control break to a work file,
*> and re-sorted worst-first -- so the distinct-airport count is
*> unlimited and the report doesn't take longer than the lookups did.
*> The days come from the settled closeout records (DAYCLOSE, written
*> by HWTHDCLS), so the week is the same frozen days the monthly and
*> regional reports see; trailer verification happens there, before
*> a day is allowed to close.
*> PARM=ASOF splits an airport's week at each change to its
*> reference data HWTHMNTA or AMNT made in it: the days under a
*> superseded version (MSTRHIST) roll up on a line of their own,
*> under that version's name, instead of folding into today's.
*> RC=4 when ASOF was asked for and MSTRHIST can't be read.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Day-Close-File Assign To DAYCLOSE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is DCL-Key
File Status Is Day-Close-File-Status.
Select Master-History-File Assign To MSTRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is MHS-Key
File Status Is Master-History-File-Status.
Select Sort-File Assign To SORTWK01.
Select Recode-Xref-File Assign To RECODXRF
Organization Is Line Sequential
File Status Is Recode-Xref-File-Status.
Select Rollup-Work-File Assign To ROLLWORK
Organization Is Line Sequential
File Status Is Rollup-Work-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Day-Close-File.
COPY DCLSREC.
FD  Master-History-File.
COPY MHSTREC.
FD  Recode-Xref-File.
COPY RCDXREF.
SD  Sort-File.
01 Sort-Record.
05 SRT-Iata-Code     Pic X(3).
05 SRT-Lookup-Count  Pic 9(5).
05 SRT-Delay-Count   Pic 9(5).
05 SRT-Delay-Minutes Pic 9(7).
*> Last day of the superseded version the days fall under; spaces
*> for the version still in force (and always without ASOF).
05 SRT-Version-End   Pic X(8).
FD  Rollup-Work-File.
01 Rollup-Work-Record Pic X(78).
WORKING-STORAGE SECTION.
01 Day-Close-File-Status Pic X(2) Value Spaces.
88 Day-Close-File-OK     Value '00'.
88 Day-Close-File-At-End Value '10'.
01 Rollup-Work-File-Status Pic X(2) Value Spaces.
88 Rollup-Work-File-OK Value '00'.
01 Close-EOF-Flag Pic X Value 'N'.
88 Close-EOF Value 'Y'.
01 Master-History-File-Status Pic X(2) Value Spaces.
88 Master-History-File-OK Value '00'.
01 Master-History-Usable-Flag Pic X Value 'N'.
88 Master-History-Usable Value 'Y'.
01 Version-Found-Flag Pic X Value 'N'.
88 Version-Found Value 'Y'.
01 Sort-Return-EOF-Flag Pic X Value 'N'.
88 Sort-Return-EOF Value 'Y'.
01 Total-In-Window Pic 9(7) Value 0.
01 Distinct-Airports Pic 9(7) Value 0.
*> Rolling 7-day window of closed days (yesterday and the six days
*> before it -- today is never closed yet), computed once at
*> start-up so every record is judged against the same cutoff
*> regardless of how long the report takes to run.
01 Window-Days       Pic 9(3) Value 7.
01 Today-Ymd         Pic 9(8) Value 0.
01 Today-Integer     Pic 9(9) Value 0.
01 Window-Cutoff     Pic 9(9) Value 0.
01 Window-Start      Pic 9(8) Value 0.
01 Window-End        Pic 9(8) Value 0.
*> Control-break accumulator for the aggregation pass.
01 Break-Iata-Code    Pic X(3) Value Spaces.
01 Break-Airport-Name Pic X(50) Value Spaces.
01 Break-Lookup-Count  Pic 9(5) Value 0.
01 Break-Delay-Count   Pic 9(5) Value 0.
01 Break-Delay-Minutes Pic 9(7) Value 0.
01 Break-Version-End   Pic X(8) Value Spaces.
01 Last-Counted-Code   Pic X(3) Value Spaces.
01 Break-Active-Flag Pic X Value 'N'.
88 Break-Active Value 'Y'.
*> Aggregated row image for the work file -- its own area, never the
05 ROL-Lookup-Count  Pic 9(5).
05 ROL-Delay-Count   Pic 9(5).
05 ROL-Delay-Minutes Pic 9(7).
05 ROL-Version-End   Pic X(8).
*> Old-to-new code cross-reference (RECODXRF, kept by HWTHRCOD): a
*> day closed under a recoded airport's old code before the recode
*> took effect reports under the new code, so the airport isn't
*> split in two across the change.  No file, no recodes.
01 Recode-Xref-File-Status Pic X(2) Value Spaces.
88 Recode-Xref-File-OK     Value '00'.
88 Recode-Xref-File-At-End Value '10'.
01 Recode-EOF-Flag Pic X Value 'N'.
88 Recode-EOF Value 'Y'.
01 Recode-Table.
05 Recode-Entry Occurs 1 to 500 times
Depending On Recode-Count.
10 RCT-Old-Code       Pic X(3).
10 RCT-New-Code       Pic X(3).
10 RCT-Effective-Date Pic X(8).
01 Recode-Count Pic 9(3) Value 0.
01 Recode-Idx   Pic 9(3) Value 0.
01 Recode-Hop   Pic 9 Value 0.
01 Recode-Hit-Flag Pic X Value 'N'.
88 Recode-Hit Value 'Y'.
01 Report-Iata-Code Pic X(3) Value Spaces.
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
Display "** Weekly Worst-On-Time-Performance Rollup    **".
Display "***********************************************".
If parm-len equal 4
and Function Upper-Case(parm-string(1:4)) equal 'ASOF'
Display "** Split at each reference-data change (MSTRHIST) **"
Open Input Master-History-File
If Master-History-File-OK
Set Master-History-Usable to true
else
Display "** MSTRHIST unavailable -- one line per airport **"
Move 4 to Return-Code
End-If
End-If.
Move Function Current-Date(1:8) to Today-Ymd.
Compute Today-Integer = Function Integer-Of-Date(Today-Ymd).
Compute Window-Cutoff = Today-Integer - Window-Days.
Compute Window-Start = Function Date-Of-Integer(Window-Cutoff).
Compute Window-End = Function Date-Of-Integer(Today-Integer - 1).
Perform Load-Recode-Table.
Sort Sort-File
On Ascending Key SRT-Iata-Code SRT-Version-End
Input Procedure Load-Window-Records
Output Procedure Aggregate-By-Airport.
If Master-History-Usable
Close Master-History-File
End-If.
Display "Window: last " Window-Days " closed day(s) through "
Window-End.
Display "Closeout records in window: " Total-In-Window.
Display "Distinct airports        : " Distinct-Airports.
Display "-----------------------------------------------".
Display "Worst on-time performance first (delay frequency):".
Display "** Weekly Rollup Ends                          **".
Display "***********************************************".
STOP RUN.
*> ---- pass 1 input: stream the in-window days into the sort -----
Load-Window-Records.
Open Input Day-Close-File.
If not Day-Close-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DAYCLOSE' to MRQ-Insert(1)
Move 'for the weekly rollup' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Window-Start to DCL-Close-Date
Move Low-Values to DCL-Iata-Code
Start Day-Close-File Key is Not Less Than DCL-Key
Invalid Key
Set Close-EOF to true
End-Start
Perform Read-Next-Close-Record
Perform Release-One-Window-Record until Close-EOF
Close Day-Close-File
End-If
.
*> The file is keyed date first, so the window ends at the first
*> record dated past it.
Read-Next-Close-Record.
If not Close-EOF
Read Day-Close-File Next Record
At End
Set Close-EOF to true
End-Read
If not Day-Close-File-OK and not Day-Close-File-At-End
Set Close-EOF to true
End-If
If not Close-EOF and DCL-Close-Date > Window-End
Set Close-EOF to true
End-If
End-If
.
Release-One-Window-Record.
Add 1 to Total-In-Window.
Move Spaces to Sort-Record.
Perform Translate-Recoded-Code.
Move Report-Iata-Code to SRT-Iata-Code.
Move DCL-Airport-Name to SRT-Airport-Name.
Move DCL-Lookups-Actual to SRT-Lookup-Count.
Move DCL-Delayed-Snaps to SRT-Delay-Count.
Move DCL-Delay-Total to SRT-Delay-Minutes.
If Master-History-Usable
Perform Find-Version-As-Of
End-If.
Release Sort-Record.
Perform Read-Next-Close-Record.
*> ---- pass 1 output: control break per code onto the work file --
Aggregate-By-Airport.
Open Output Rollup-Work-File.
Not At End
If not Break-Active
or SRT-Iata-Code not equal Break-Iata-Code
or SRT-Version-End not equal Break-Version-End
If Break-Active
Perform Write-Break-Record
End-If
Move SRT-Iata-Code to Break-Iata-Code
Move SRT-Version-End to Break-Version-End
Move Spaces to Break-Airport-Name
Move 0 to Break-Lookup-Count
Move 0 to Break-Delay-Count
Move 0 to Break-Delay-Minutes
Set Break-Active to true
End-If
If SRT-Airport-Name not equal Spaces
Move SRT-Airport-Name to Break-Airport-Name
End-If
Add SRT-Lookup-Count to Break-Lookup-Count
Add SRT-Delay-Count to Break-Delay-Count
Add SRT-Delay-Minutes to Break-Delay-Minutes
End-Return
.
Write-Break-Record.
If Break-Iata-Code not equal Last-Counted-Code
Add 1 to Distinct-Airports
Move Break-Iata-Code to Last-Counted-Code
End-If.
Move Break-Iata-Code to ROL-Iata-Code.
Move Break-Airport-Name to ROL-Airport-Name.
Move Break-Lookup-Count to ROL-Lookup-Count.
Move Break-Delay-Count to ROL-Delay-Count.
Move Break-Delay-Minutes to ROL-Delay-Minutes.
Move Break-Version-End to ROL-Version-End.
Write Rollup-Work-Record from Rollup-Out-Record.
*> ---- pass 2 output: the aggregated rows, worst first -----------
Print-Rollup-Report.
Not At End
Display SRT-Iata-Code " "
SRT-Airport-Name " lookups="
SRT-Lookup-Count " delayed-snapshots="
SRT-Delay-Count " total-delay-mins="
SRT-Delay-Minutes
If SRT-Version-End not equal Spaces
Display "    (earlier version, in force through "
SRT-Version-End ")"
End-If
End-Return
.
*> The version in force on the closed date is the code's first
*> kept version ending on or after it; none means the one still in
*> force, which keeps the closed day's own name.
Find-Version-As-Of.
Move 'N' to Version-Found-Flag.
Move Report-Iata-Code to MHS-Iata-Code.
Move DCL-Close-Date to MHS-To-Date.
Start Master-History-File Key is Not Less Than MHS-Key
Invalid Key
Continue
Not Invalid Key
Read Master-History-File Next Record
At End
Continue
Not At End
If MHS-Iata-Code equal Report-Iata-Code
Set Version-Found to true
End-If
End-Read
End-Start.
If Version-Found
Move MHS-To-Date to SRT-Version-End
Move MHS-Airport-Name to SRT-Airport-Name
End-If.
Load-Recode-Table.
Open Input Recode-Xref-File.
If Recode-Xref-File-OK
Perform Load-One-Recode-Entry until Recode-EOF
Close Recode-Xref-File
End-If
.
Load-One-Recode-Entry.
Read Recode-Xref-File
At End
Set Recode-EOF to true
End-Read
If not Recode-Xref-File-OK and not Recode-Xref-File-At-End
Set Recode-EOF to true
End-If
If not Recode-EOF and Recode-Count < 500
Add 1 to Recode-Count
Move RCX-Old-Code to RCT-Old-Code(Recode-Count)
Move RCX-New-Code to RCT-New-Code(Recode-Count)
Move RCX-Effective-Date to RCT-Effective-Date(Recode-Count)
End-If
.
*> Report-Iata-Code leaves holding the code the closed day reports
*> under.  A chain of recodes is followed through, a few hops at
*> most.
Translate-Recoded-Code.
Move DCL-Iata-Code to Report-Iata-Code.
Move 'Y' to Recode-Hit-Flag.
Perform Follow-One-Recode
Varying Recode-Hop From 1 By 1
Until Recode-Hop > 5 or not Recode-Hit
.
Follow-One-Recode.
Move 'N' to Recode-Hit-Flag.
Move 1 to Recode-Idx.
Perform Search-Recode-Entry
until Recode-Idx > Recode-Count or Recode-Hit.
If Recode-Hit
Move RCT-New-Code(Recode-Idx) to Report-Iata-Code
End-If
.
Search-Recode-Entry.
If RCT-Old-Code(Recode-Idx) equal Report-Iata-Code
and DCL-Close-Date < RCT-Effective-Date(Recode-Idx)
Set Recode-Hit to true
else
Add 1 to Recode-Idx
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHWKLY.
