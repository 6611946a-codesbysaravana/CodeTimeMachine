IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCMIX.
*> Monthly delay-cause mix, by airport and by region.  Every delayed
*> AIRHIST detail snapshot in the month carries the cause code the
*> run classified from the provider's reason text (CAUSEDCT); this
*> counts them, and the delay minutes behind them, per cause -- so
*> whether ORD's bad month was weather or volume is a line on a
*> page, not an argument.  The region comes off each airport's
*> AIRMSTR record.  The month is the PARM (CCYYMM); no PARM means
*> the current month.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
DATA DIVISION.
FILE SECTION.
FD  History-File.
COPY AIRHIST.
FD  Airport-Master-File.
COPY AIRMSTR.
WORKING-STORAGE SECTION.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
01 Report-Month Pic X(6) Value Spaces.
*> The seven cause codes in report-column order (see CAUSEREC).
01 Cause-Code-Values Pic X(21) Value 'WX VOLEQPRWYSECSTFOTH'.
01 Cause-Code-Table Redefines Cause-Code-Values.
05 CCT-Cause-Code Pic X(3) Occurs 7 times.
01 Cause-Idx Pic 9(1) Value 0.
01 Cause-Found-Flag Pic X Value 'N'.
88 Cause-Code-Found Value 'Y'.
*> One airport's month, tallied between control breaks.
01 Current-Airport Pic X(3) Value Spaces.
01 Current-Region  Pic X(8) Value Spaces.
01 Airport-Tally.
05 APT-Delayed      Pic 9(5).
05 APT-Minutes      Pic 9(7).
05 APT-Cause-Entry Occurs 7 times.
10 APT-Cause-Count   Pic 9(5).
10 APT-Cause-Minutes Pic 9(7).
*> Region subtotals, printed after the airports.
01 Region-Table.
05 Region-Entry Occurs 50 times.
10 RGN-Region-Code Pic X(8).
10 RGN-Airports    Pic 9(5).
10 RGN-Delayed     Pic 9(7).
10 RGN-Minutes     Pic 9(9).
10 RGN-Cause-Entry Occurs 7 times.
15 RGN-Cause-Count   Pic 9(7).
15 RGN-Cause-Minutes Pic 9(9).
01 Region-Count Pic 9(2) Value 0.
01 Region-Idx   Pic 9(2) Value 0.
01 Region-Found-Flag Pic X Value 'N'.
88 Region-Entry-Found Value 'Y'.
01 Region-Overflow-Flag Pic X Value 'N'.
88 Region-Overflow-Noted Value 'Y'.
*> Print work: the leading cause and its share of the delays.
01 Lead-Cause-Idx   Pic 9(1) Value 0.
01 Lead-Cause-Count Pic 9(7) Value 0.
01 Lead-Cause-Pct   Pic 9(3) Value 0.
01 Mix-Delayed      Pic 9(7) Value 0.
01 Mix-Minutes      Pic 9(9) Value 0.
01 Mix-Count-Table.
05 MIX-Cause-Count   Pic 9(7) Occurs 7 times.
01 Mix-Minute-Table.
05 MIX-Cause-Minutes Pic 9(9) Occurs 7 times.
01 Mix-Label        Pic X(12) Value Spaces.
01 Total-Records    Pic 9(7) Value 0.
01 Total-Delayed    Pic 9(7) Value 0.
01 Total-Airports   Pic 9(5) Value 0.
01 Total-Unclassed  Pic 9(7) Value 0.
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
Display "** Monthly Delay-Cause Mix Report             **".
Display "***********************************************".
If parm-len equal 6 and parm-string(1:6) is numeric
Move parm-string(1:6) to Report-Month
else
Move Function Current-Date(1:6) to Report-Month
End-If.
Display "** Reporting month: " Report-Month "                    **".
Move Spaces to Region-Table.
Open Input Airport-Master-File.
If not Airmstr-File-OK
Display "** AIRMSTR unavailable -- regions show as ?    **"
End-If.
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
Perform Scan-History-Causes until History-File-At-End
End-Start
If Current-Airport not equal Spaces
Perform Finish-One-Airport
End-If
Close History-File
Perform Print-Region-Mix
Perform Print-Report-Totals
End-If.
If Airmstr-File-OK
Close Airport-Master-File
End-If.
Display "** Delay-Cause Mix Report Ends                 **".
Display "***********************************************".
STOP RUN.
*> Detail snapshots of the month only; aggregates carry no cause.
*> A delayed snapshot with no cause predates the dictionary and is
*> counted apart rather than guessed at.
Scan-History-Causes.
Read History-File Next Record
At End
Set History-File-At-End to true
End-Read
If not History-File-At-End
Add 1 to Total-Records
If not HIST-Kind-Weekly and not HIST-Kind-Monthly
and HIST-Run-Date(1:6) equal Report-Month
and HIST-Delay-Flag equal 'Y'
If HIST-Delay-Cause equal Spaces
or HIST-Delay-Cause equal Low-Values
Add 1 to Total-Unclassed
else
If HIST-Iata-Code not equal Current-Airport
Perform Break-To-Next-Airport
End-If
Perform Tally-One-Snapshot
End-If
End-If
End-If
.
Break-To-Next-Airport.
If Current-Airport not equal Spaces
Perform Finish-One-Airport
End-If
Move HIST-Iata-Code to Current-Airport.
Add 1 to Total-Airports.
Initialize Airport-Tally.
Move '?' to Current-Region.
If Airmstr-File-OK
Move Current-Airport to AM-Iata-Code
Read Airport-Master-File
Invalid Key
Continue
Not Invalid Key
If AM-Region-Code not equal Spaces
Move AM-Region-Code to Current-Region
End-If
End-Read
End-If
.
Tally-One-Snapshot.
Perform Find-Cause-Column.
If not Cause-Code-Found
Move 7 to Cause-Idx
End-If.
Add 1 to APT-Delayed.
Add HIST-Delay-Minutes to APT-Minutes.
Add 1 to APT-Cause-Count(Cause-Idx).
Add HIST-Delay-Minutes to APT-Cause-Minutes(Cause-Idx).
Add 1 to Total-Delayed.
Find-Cause-Column.
Move 'N' to Cause-Found-Flag.
Move 1 to Cause-Idx.
Perform Judge-One-Cause-Column
until Cause-Idx > 7 or Cause-Code-Found.
Judge-One-Cause-Column.
If CCT-Cause-Code(Cause-Idx) equal HIST-Delay-Cause
Set Cause-Code-Found to true
else
Add 1 to Cause-Idx
End-If
.
*> Print the airport's line and fold it into its region.
Finish-One-Airport.
Move APT-Delayed to Mix-Delayed.
Move APT-Minutes to Mix-Minutes.
Perform Copy-Airport-Cause
Varying Cause-Idx From 1 By 1 Until Cause-Idx > 7.
Move Spaces to Mix-Label.
String Current-Airport ' ' Current-Region delimited by size
into Mix-Label.
Perform Print-Mix-Line.
Perform Find-Region-Entry.
If Region-Entry-Found
Add 1 to RGN-Airports(Region-Idx)
Add APT-Delayed to RGN-Delayed(Region-Idx)
Add APT-Minutes to RGN-Minutes(Region-Idx)
Perform Fold-Airport-Cause
Varying Cause-Idx From 1 By 1 Until Cause-Idx > 7
End-If
.
Copy-Airport-Cause.
Move APT-Cause-Count(Cause-Idx) to MIX-Cause-Count(Cause-Idx).
Move APT-Cause-Minutes(Cause-Idx) to MIX-Cause-Minutes(Cause-Idx).
Fold-Airport-Cause.
Add APT-Cause-Count(Cause-Idx)
to RGN-Cause-Count(Region-Idx, Cause-Idx).
Add APT-Cause-Minutes(Cause-Idx)
to RGN-Cause-Minutes(Region-Idx, Cause-Idx).
Find-Region-Entry.
Move 'N' to Region-Found-Flag.
Move 1 to Region-Idx.
Perform Judge-One-Region-Entry
until Region-Idx > Region-Count or Region-Entry-Found.
If not Region-Entry-Found
If Region-Count >= 50
If not Region-Overflow-Noted
Set Region-Overflow-Noted to true
Display "** More than 50 regions -- the remainder are"
" left out of the region mix **"
End-If
else
Add 1 to Region-Count
Move Region-Count to Region-Idx
Initialize Region-Entry(Region-Idx)
Move Current-Region to RGN-Region-Code(Region-Idx)
Set Region-Entry-Found to true
End-If
End-If
.
Judge-One-Region-Entry.
If RGN-Region-Code(Region-Idx) equal Current-Region
Set Region-Entry-Found to true
else
Add 1 to Region-Idx
End-If
.
Print-Region-Mix.
Display "-----------------------------------------------".
Display "Delay-cause mix by region:".
Perform Print-One-Region
Varying Region-Idx From 1 By 1 Until Region-Idx > Region-Count.
Print-One-Region.
Move RGN-Delayed(Region-Idx) to Mix-Delayed.
Move RGN-Minutes(Region-Idx) to Mix-Minutes.
Perform Copy-Region-Cause
Varying Cause-Idx From 1 By 1 Until Cause-Idx > 7.
Move RGN-Region-Code(Region-Idx) to Mix-Label.
Perform Print-Mix-Line.
Copy-Region-Cause.
Move RGN-Cause-Count(Region-Idx, Cause-Idx)
to MIX-Cause-Count(Cause-Idx).
Move RGN-Cause-Minutes(Region-Idx, Cause-Idx)
to MIX-Cause-Minutes(Cause-Idx).
*> One mix line from the Mix- work fields: delayed snapshots and
*> minutes per cause, then the leading cause and its share.
Print-Mix-Line.
Move 0 to Lead-Cause-Idx.
Move 0 to Lead-Cause-Count.
Perform Judge-Lead-Cause
Varying Cause-Idx From 1 By 1 Until Cause-Idx > 7.
Move 0 to Lead-Cause-Pct.
If Mix-Delayed > 0
Compute Lead-Cause-Pct Rounded =
Lead-Cause-Count * 100 / Mix-Delayed
End-If.
Display "   " Mix-Label " delayed=" Mix-Delayed
" mins=" Mix-Minutes.
Display "      WX="  MIX-Cause-Count(1) "/" MIX-Cause-Minutes(1)
" VOL=" MIX-Cause-Count(2) "/" MIX-Cause-Minutes(2)
" EQP=" MIX-Cause-Count(3) "/" MIX-Cause-Minutes(3)
" RWY=" MIX-Cause-Count(4) "/" MIX-Cause-Minutes(4).
Display "      SEC=" MIX-Cause-Count(5) "/" MIX-Cause-Minutes(5)
" STF=" MIX-Cause-Count(6) "/" MIX-Cause-Minutes(6)
" OTH=" MIX-Cause-Count(7) "/" MIX-Cause-Minutes(7).
If Lead-Cause-Idx > 0
Display "      mostly " CCT-Cause-Code(Lead-Cause-Idx)
" (" Lead-Cause-Pct "% of delayed snapshots)"
End-If.
Judge-Lead-Cause.
If MIX-Cause-Count(Cause-Idx) > Lead-Cause-Count
Move MIX-Cause-Count(Cause-Idx) to Lead-Cause-Count
Move Cause-Idx to Lead-Cause-Idx
End-If.
Print-Report-Totals.
Display "-----------------------------------------------".
Display "History records read      : " Total-Records.
Display "Delayed snapshots (coded) : " Total-Delayed.
Display "Delayed, no cause on file : " Total-Unclassed.
Display "Airports reported         : " Total-Airports.
Display "Regions reported          : " Region-Count.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHCMIX.
