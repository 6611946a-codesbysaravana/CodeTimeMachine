IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHGTRM.
*> Ground-truth matcher.  Each station or desk report entered on
*> AGTR (GTRKSDS) is paired with the AIRHIST detail snapshot for
*> the same airport nearest in time to the observation, and the
*> report is stamped with what that provider said then: role,
*> status, delay, whether the status agreed and how far the delay
*> was out.  A report is only looked at once the window has passed
*> since it was observed, so a snapshot taken just after it can
*> still win; when nothing falls inside the window the report is
*> marked no-snapshot.  Either way it is not looked at again.
*>   (no PARM)        window 120 minutes
*>   PARM=WINDOW=nnn  window nnn minutes
*> RC=8 when GTRKSDS or AIRHIST can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Ground-Truth-File Assign To GTRKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is GTR-Key
File Status Is Ground-Truth-File-Status.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Ground-Truth-File.
COPY GTRREC.
FD  History-File.
COPY AIRHIST.
WORKING-STORAGE SECTION.
01 Ground-Truth-File-Status Pic X(2) Value Spaces.
88 Ground-Truth-File-OK     Value '00'.
88 Ground-Truth-File-At-End Value '10'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Report-EOF-Flag Pic X Value 'N'.
88 Report-EOF Value 'Y'.
01 Snap-EOF-Flag Pic X Value 'N'.
88 Snap-EOF Value 'Y'.
01 Match-Window Pic 9(3) Value 120.
01 Run-Stamp Pic X(14) Value Spaces.
*> Minute counts since the Integer-Of-Date epoch, so a gap across
*> midnight is a plain subtraction.
01 Now-Minutes  Pic 9(9) Value 0.
01 Obs-Minutes  Pic 9(9) Value 0.
01 Snap-Minutes Pic 9(9) Value 0.
01 Gap-Minutes  Pic 9(9) Value 0.
01 Stamp-Date   Pic 9(8) Value 0.
01 Stamp-Hour   Pic 9(2) Value 0.
01 Stamp-Minute Pic 9(2) Value 0.
01 Stamp-Minutes Pic 9(9) Value 0.
01 Browse-From-Date Pic 9(8) Value 0.
01 Browse-To-Date   Pic 9(8) Value 0.
*> Nearest snapshot so far for the report in hand.
01 Best-Found-Flag Pic X Value 'N'.
88 Best-Found Value 'Y'.
01 Best-Gap     Pic 9(9) Value 0.
01 Best-Date    Pic X(8) Value Spaces.
01 Best-Time    Pic X(6) Value Spaces.
01 Best-Role    Pic X(8) Value Spaces.
01 Best-Status  Pic X(1) Value Spaces.
01 Best-Delay   Pic 9(5) Value 0.
01 Reports-Read    Pic 9(7) Value 0.
01 Reports-Waiting Pic 9(7) Value 0.
01 Reports-Matched Pic 9(7) Value 0.
01 Reports-No-Snap Pic 9(7) Value 0.
01 Reports-Skipped Pic 9(7) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
05 parm-string.
10 parm-char Pic X occurs 0 to 100 depending on parm-len.
PROCEDURE DIVISION using jcl-parm.
Begin.
Display "***********************************************".
Display "** Ground-Truth Report Matching              **".
Display "***********************************************".
Move Function Current-Date(1:14) to Run-Stamp.
If parm-len >= 8 and parm-len <= 10
and parm-string(1:7) equal 'WINDOW='
If parm-string(8:parm-len - 7) is numeric
Compute Match-Window =
Function Numval(parm-string(8:parm-len - 7))
End-If
End-If.
Display "** Match window " Match-Window " minutes                  **".
Move Run-Stamp(1:8) to Stamp-Date.
Move Run-Stamp(9:2) to Stamp-Hour.
Move Run-Stamp(11:2) to Stamp-Minute.
Perform Compute-Stamp-Minutes.
Move Stamp-Minutes to Now-Minutes.
Open I-O Ground-Truth-File.
Open Input History-File.
If not Ground-Truth-File-OK or not History-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'GTRKSDS/AIRHIST' to MRQ-Insert(1)
Perform Issue-Message
Display "** status " Ground-Truth-File-Status " "
History-File-Status "                             **"
Move 8 to Return-Code
else
Move Low-Values to GTR-Key
Start Ground-Truth-File Key is Not Less Than GTR-Key
Invalid Key
Set Report-EOF to true
End-Start
Perform Match-One-Report until Report-EOF
Display "-----------------------------------------------"
Display "Reports read           : " Reports-Read
Display "Matched to a snapshot  : " Reports-Matched
Display "No snapshot in window  : " Reports-No-Snap
Display "Still inside window    : " Reports-Waiting
Display "Unreadable date/time   : " Reports-Skipped
End-If.
If Ground-Truth-File-OK
Close Ground-Truth-File
End-If.
If History-File-OK
Close History-File
End-If.
Display "** Ground-Truth Report Matching Ends         **".
Display "***********************************************".
STOP RUN.
Match-One-Report.
Read Ground-Truth-File Next Record
At End
Set Report-EOF to true
End-Read.
If not Ground-Truth-File-OK and not Ground-Truth-File-At-End
Set Report-EOF to true
End-If.
If not Report-EOF
Add 1 to Reports-Read
If GTR-Unmatched
Perform Consider-Report
End-If
End-If
.
Consider-Report.
If GTR-Obs-Date not numeric or GTR-Obs-Time not numeric
Add 1 to Reports-Skipped
else
Move GTR-Obs-Date to Stamp-Date
Move GTR-Obs-Time(1:2) to Stamp-Hour
Move GTR-Obs-Time(3:2) to Stamp-Minute
Perform Compute-Stamp-Minutes
Move Stamp-Minutes to Obs-Minutes
If Obs-Minutes + Match-Window > Now-Minutes
Add 1 to Reports-Waiting
else
Perform Find-Nearest-Snapshot
Perform Stamp-Report-Match
End-If
End-If
.
*> The window can reach either side of midnight, so the browse
*> covers the day before through the day after the observation.
Find-Nearest-Snapshot.
Move 'N' to Best-Found-Flag.
Move 0 to Best-Gap.
Move GTR-Obs-Date to Stamp-Date.
Compute Browse-From-Date = Function Date-Of-Integer
(Function Integer-Of-Date(Stamp-Date) - 1).
Compute Browse-To-Date = Function Date-Of-Integer
(Function Integer-Of-Date(Stamp-Date) + 1).
Move 'N' to Snap-EOF-Flag.
Move GTR-Iata-Code to HIST-Iata-Code.
Move Browse-From-Date to HIST-Run-Date.
Move Low-Values to HIST-Run-Time.
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set Snap-EOF to true
End-Start.
Perform Weigh-One-Snapshot until Snap-EOF.
Weigh-One-Snapshot.
Read History-File Next Record
At End
Set Snap-EOF to true
End-Read.
If not History-File-OK and not History-File-At-End
Set Snap-EOF to true
End-If.
If not Snap-EOF
If HIST-Iata-Code not equal GTR-Iata-Code
or HIST-Run-Date > Browse-To-Date
Set Snap-EOF to true
else
If HIST-Record-Kind equal Space
and HIST-Run-Date is numeric and HIST-Run-Time is numeric
Perform Measure-Snapshot-Gap
End-If
End-If
End-If
.
Measure-Snapshot-Gap.
Move HIST-Run-Date to Stamp-Date.
Move HIST-Run-Time(1:2) to Stamp-Hour.
Move HIST-Run-Time(3:2) to Stamp-Minute.
Perform Compute-Stamp-Minutes.
Move Stamp-Minutes to Snap-Minutes.
If Snap-Minutes > Obs-Minutes
Compute Gap-Minutes = Snap-Minutes - Obs-Minutes
else
Compute Gap-Minutes = Obs-Minutes - Snap-Minutes
End-If.
If Gap-Minutes <= Match-Window
and (not Best-Found or Gap-Minutes < Best-Gap)
Set Best-Found to true
Move Gap-Minutes to Best-Gap
Move HIST-Run-Date to Best-Date
Move HIST-Run-Time to Best-Time
Move HIST-Provider-Role to Best-Role
Move HIST-Status-Code to Best-Status
If HIST-Delay-Minutes is numeric
Move HIST-Delay-Minutes to Best-Delay
else
Move 0 to Best-Delay
End-If
End-If
.
*> Snapshots written before the provider role was recorded score
*> under UNKNOWN rather than dropping out of the report.
Stamp-Report-Match.
Move Run-Stamp(1:8) to GTR-Matched-Date.
If Best-Found
Set GTR-Matched to true
Move Best-Date to GTR-Snap-Date
Move Best-Time to GTR-Snap-Time
Move Best-Gap to GTR-Snap-Gap-Mins
If Best-Role equal Spaces
Move 'UNKNOWN' to GTR-Prov-Role
else
Move Best-Role to GTR-Prov-Role
End-If
Move Best-Status to GTR-Prov-Status
Move Best-Delay to GTR-Prov-Delay
If Best-Status equal GTR-Obs-Status
Set GTR-Agrees to true
else
Move 'N' to GTR-Status-Agrees
End-If
Compute GTR-Delay-Error = Best-Delay - GTR-Obs-Delay
Add 1 to Reports-Matched
else
Set GTR-No-Snapshot to true
Add 1 to Reports-No-Snap
End-If.
Rewrite Ground-Truth-Record
Invalid Key
Display "** Unable to rewrite report " GTR-Key " **"
End-Rewrite.
Compute-Stamp-Minutes.
Compute Stamp-Minutes =
Function Integer-Of-Date(Stamp-Date) * 1440
+ Stamp-Hour * 60 + Stamp-Minute.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHGTRM.
