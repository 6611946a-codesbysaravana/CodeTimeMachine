IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHRWYR.
*> Runways-out report.  Lists, per airport, every AIRHIST snapshot
*> in the date range that caught the airport on fewer runways than
*> its normal complement, with the runways that were out, then a
*> per-airport tally of which designators were missing and how
*> often.  A hub running on one of three runways shows here long
*> before avgDelay does.  PARM=CCYYMMDD,CCYYMMDD gives the range;
*> without a PARM the report covers the last seven days.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
DATA DIVISION.
FILE SECTION.
FD  History-File.
COPY AIRHIST.
WORKING-STORAGE SECTION.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Range-From-Date Pic X(8) Value Spaces.
01 Range-To-Date   Pic X(8) Value Spaces.
01 Range-Work-Date Pic 9(8) Value 0.
01 Range-Work-Int  Pic 9(9) Value 0.
01 Current-Airport   Pic X(3) Value Spaces.
01 Airport-Header-Flag Pic X Value 'N'.
88 Airport-Header-Shown Value 'Y'.
01 Last-Reduced-Date Pic X(8) Value Spaces.
01 Airport-Snapshots Pic 9(5) Value 0.
01 Airport-Reduced   Pic 9(5) Value 0.
01 Airport-Days      Pic 9(5) Value 0.
01 Airport-Fewest    Pic 9(2) Value 0.
01 Total-Records     Pic 9(7) Value 0.
01 Total-In-Range    Pic 9(7) Value 0.
01 Total-Reduced     Pic 9(7) Value 0.
01 Total-Airports    Pic 9(5) Value 0.
*> The designators missing from one snapshot, and the per-airport
*> tally of how many snapshots each was missing from.
01 Out-Token-Table.
05 Out-Token Pic X(12) Occurs 10 times.
01 Out-Token-Idx Pic 9(2) Value 0.
01 Rwy-Tally-Table.
05 Rwy-Tally-Entry Occurs 20 times.
10 RWT-Designator Pic X(12).
10 RWT-Snapshots  Pic 9(5).
01 Rwy-Tally-Count Pic 9(2) Value 0.
01 Rwy-Tally-Idx   Pic 9(2) Value 0.
01 Rwy-Tally-Found-Flag Pic X Value 'N'.
88 Rwy-Tally-Found Value 'Y'.
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
Display "** Runways-Out Report                         **".
Display "***********************************************".
If parm-len equal 17
and parm-string(1:8) is numeric
and parm-string(9:1) equal ','
and parm-string(10:8) is numeric
Move parm-string(1:8) to Range-From-Date
Move parm-string(10:8) to Range-To-Date
else
Move Function Current-Date(1:8) to Range-To-Date
Move Range-To-Date to Range-Work-Date
Compute Range-Work-Int =
Function Integer-Of-Date(Range-Work-Date) - 6
Compute Range-Work-Date = Function Date-Of-Integer(Range-Work-Int)
Move Range-Work-Date to Range-From-Date
End-If.
Display "** Range " Range-From-Date " through " Range-To-Date
"           **".
Open Input History-File.
If not History-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRHIST' to MRQ-Insert(1)
Move 'history file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Low-Values to HIST-Key
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Display "** AIRHIST history file has no records        **"
Not Invalid Key
Perform Scan-History-Runways until History-File-At-End
End-Start
If Current-Airport not equal Spaces
Perform Print-Airport-Totals
End-If
Close History-File
Perform Print-Report-Totals
If Total-Reduced > 0
Move 4 to Return-Code
End-If
End-If.
Display "** Runways-Out Report Ends                     **".
Display "***********************************************".
STOP RUN.
*> Aggregates carry no runway detail, so only the daily detail
*> snapshots inside the range are judged.
Scan-History-Runways.
Read History-File Next Record
At End
Set History-File-At-End to true
End-Read
If not History-File-At-End
Add 1 to Total-Records
If not HIST-Kind-Weekly and not HIST-Kind-Monthly
and HIST-Run-Date not less Range-From-Date
and HIST-Run-Date not greater Range-To-Date
Add 1 to Total-In-Range
If HIST-Iata-Code not equal Current-Airport
Perform Break-To-Next-Airport
End-If
Add 1 to Airport-Snapshots
Perform Judge-One-Snapshot
End-If
End-If
.
Break-To-Next-Airport.
If Current-Airport not equal Spaces
Perform Print-Airport-Totals
End-If
Move HIST-Iata-Code to Current-Airport.
Move 'N' to Airport-Header-Flag.
Move Spaces to Last-Reduced-Date.
Move 0 to Airport-Snapshots.
Move 0 to Airport-Reduced.
Move 0 to Airport-Days.
Move 0 to Airport-Fewest.
Move 0 to Rwy-Tally-Count.
Move Spaces to Rwy-Tally-Table.
*> Reduced means the provider reported some runways but fewer than
*> the normal complement on file at the time -- or named normal
*> runways missing even at a full count (a swapped designator).
Judge-One-Snapshot.
If HIST-Runway-Count is numeric and HIST-Runway-Normal is numeric
and HIST-Runway-Count > 0
and (HIST-Runway-Count < HIST-Runway-Normal
or HIST-Runways-Out not equal Spaces)
If not Airport-Header-Shown
Add 1 to Total-Airports
Display "-----------------------------------------------"
Display "Runways out at " Current-Airport ":"
Set Airport-Header-Shown to true
End-If
Add 1 to Airport-Reduced
Add 1 to Total-Reduced
If HIST-Run-Date not equal Last-Reduced-Date
Add 1 to Airport-Days
Move HIST-Run-Date to Last-Reduced-Date
End-If
If Airport-Fewest = 0 or HIST-Runway-Count < Airport-Fewest
Move HIST-Runway-Count to Airport-Fewest
End-If
Display "   " HIST-Run-Date " " HIST-Run-Time " "
HIST-Runway-Count " of " HIST-Runway-Normal
" open, out: " Function Trim(HIST-Runways-Out)
Perform Tally-Runways-Out
End-If
.
Tally-Runways-Out.
Move Spaces to Out-Token-Table.
If HIST-Runways-Out not equal Spaces
Unstring HIST-Runways-Out delimited by ','
into Out-Token(1) Out-Token(2) Out-Token(3)
Out-Token(4) Out-Token(5) Out-Token(6)
Out-Token(7) Out-Token(8) Out-Token(9)
Out-Token(10)
End-Unstring
Perform Tally-One-Runway
Varying Out-Token-Idx From 1 By 1
Until Out-Token-Idx > 10
End-If
.
Tally-One-Runway.
If Out-Token(Out-Token-Idx) not equal Spaces
Move Function Trim(Out-Token(Out-Token-Idx))
to Out-Token(Out-Token-Idx)
Move 'N' to Rwy-Tally-Found-Flag
Move 1 to Rwy-Tally-Idx
Perform Find-Runway-Tally
until Rwy-Tally-Idx > Rwy-Tally-Count or Rwy-Tally-Found
If Rwy-Tally-Found
Add 1 to RWT-Snapshots(Rwy-Tally-Idx)
else
If Rwy-Tally-Count < 20
Add 1 to Rwy-Tally-Count
Move Out-Token(Out-Token-Idx)
to RWT-Designator(Rwy-Tally-Count)
Move 1 to RWT-Snapshots(Rwy-Tally-Count)
End-If
End-If
End-If
.
*> Leaves the scan stopped on the match.
Find-Runway-Tally.
If RWT-Designator(Rwy-Tally-Idx) equal Out-Token(Out-Token-Idx)
Set Rwy-Tally-Found to true
else
Add 1 to Rwy-Tally-Idx
End-If
.
Print-Airport-Totals.
If Airport-Header-Shown
Display "   " Current-Airport " snapshots=" Airport-Snapshots
" reduced=" Airport-Reduced " on " Airport-Days
" day(s), fewest open=" Airport-Fewest
Perform Print-One-Runway-Tally
Varying Rwy-Tally-Idx From 1 By 1
Until Rwy-Tally-Idx > Rwy-Tally-Count
End-If
.
Print-One-Runway-Tally.
Display "      runway " RWT-Designator(Rwy-Tally-Idx)
" out on " RWT-Snapshots(Rwy-Tally-Idx) " snapshot(s)".
Print-Report-Totals.
Display "-----------------------------------------------".
Display "History records read : " Total-Records.
Display "Snapshots in range   : " Total-In-Range.
Display "Reduced snapshots    : " Total-Reduced.
Display "Airports affected    : " Total-Airports.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHRWYR.
