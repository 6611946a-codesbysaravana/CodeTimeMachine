IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHSHFT.
*> Shift handover report: what happened on the outgoing lead's
*> watch, on one printed page both leads sign, instead of a talk-
*> through from memory.  For the shift window it gathers:
*>   ALERTS    ALRTSTAT episodes opened, acknowledged, escalated and
*>             closed in the window, then every one still open
*>             with the latest operator note on it (ALRTNOTE)
*>   HOLDS/ADV holds and advisories added, changed or ended early
*>             (HADJRNL) and those that started or ran out (HADKSDS)
*>   MASTER    AIRMSTR maintenance off AIRJRNL (the run's own
*>             per-airport rewrites are counted, not listed)
*>   WATCH     watch-list changes off WLJRNL
*>   RUNS      HWTHXCB1 runs started in the window that ended with
*>             a non-zero RC, off CTLTOTS
*> Each section lists at most eight lines and counts the rest, so
*> the page stays a page.
*>   (no PARM)                        the eight hours to now
*>   PARM=CCYYMMDDHHMM,CCYYMMDDHHMM   the shift's start and end
*> A file that can't be opened is noted in its section; RC=8 only
*> for a bad PARM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Alert-Status-File Assign To ALRTSTAT
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select Alert-Note-File Assign To ALRTNOTE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is NTE-Key
File Status Is Alert-Note-File-Status.
Select Hold-Adv-File Assign To HADKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HAD-Key
File Status Is Hold-Adv-File-Status.
Select Hold-Adv-Journal-File Assign To HADJRNL
Organization Is Line Sequential
File Status Is Hold-Adv-Journal-Status.
Select Journal-File Assign To AIRJRNL
Organization Is Line Sequential
File Status Is Journal-File-Status.
Select Watch-Journal-File Assign To WLJRNL
Organization Is Line Sequential
File Status Is Watch-Journal-File-Status.
Select Control-Totals-File Assign To CTLTOTS
Organization Is Line Sequential
File Status Is Ctltot-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  Alert-Note-File.
COPY NOTEREC.
FD  Hold-Adv-File.
COPY HADREC.
FD  Hold-Adv-Journal-File.
COPY HADJREC.
FD  Journal-File.
COPY AIRJRNL.
FD  Watch-Journal-File.
COPY WLJRNREC.
FD  Control-Totals-File.
COPY CTLTOTR.
WORKING-STORAGE SECTION.
01 Alert-Status-File-Status Pic X(2) Value Spaces.
88 Alert-Status-File-OK     Value '00'.
88 Alert-Status-File-At-End Value '10'.
*> Operator notes (ALRTNOTE) -- the latest one on each alert still
*> open is printed with it.  Optional: no ALRTNOTE, no notes.
01 Alert-Note-File-Status Pic X(2) Value Spaces.
88 Alert-Note-File-OK     Value '00'.
01 Note-File-Open-Flag Pic X Value 'N'.
88 Note-File-Open Value 'Y'.
01 Episode-Note-Key  Pic X(27) Value Spaces.
01 Note-Browse-Flag  Pic X Value 'N'.
88 Note-Browse-Done  Value 'Y'.
01 Latest-Note-Flag  Pic X Value 'N'.
88 Latest-Note-Found Value 'Y'.
01 Latest-Note.
05 LNT-User Pic X(8).
05 LNT-Date Pic X(8).
05 LNT-Time Pic X(6).
05 LNT-Text Pic X(60).
01 Hold-Adv-File-Status Pic X(2) Value Spaces.
88 Hold-Adv-File-OK     Value '00'.
88 Hold-Adv-File-At-End Value '10'.
01 Hold-Adv-Journal-Status Pic X(2) Value Spaces.
88 Hold-Adv-Journal-OK     Value '00'.
88 Hold-Adv-Journal-At-End Value '10'.
01 Journal-File-Status Pic X(2) Value Spaces.
88 Journal-File-OK     Value '00'.
88 Journal-File-At-End Value '10'.
01 Watch-Journal-File-Status Pic X(2) Value Spaces.
88 Watch-Journal-File-OK     Value '00'.
88 Watch-Journal-File-At-End Value '10'.
01 Ctltot-File-Status Pic X(2) Value Spaces.
88 Ctltot-File-OK     Value '00'.
88 Ctltot-File-At-End Value '10'.
01 Source-EOF-Flag Pic X Value 'N'.
88 Source-EOF Value 'Y'.
*> The window as CCYYMMDDHHMMSS stamps, compared as text.
01 Window-From-Stamp Pic X(14) Value Spaces.
01 Window-To-Stamp   Pic X(14) Value Spaces.
01 Now-Stamp         Pic X(14) Value Spaces.
01 Event-Stamp       Pic X(14) Value Spaces.
01 Event-In-Window-Flag Pic X Value 'N'.
88 Event-In-Window Value 'Y'.
01 Window-Work-Date  Pic 9(8) Value 0.
01 Window-Work-Int   Pic 9(9) Value 0.
01 Window-Work-Mins  Pic S9(5) Value 0.
01 Window-Work-HH    Pic 9(2) Value 0.
01 Window-Work-MM    Pic 9(2) Value 0.
*> Midnight after an entry's last day -- the moment it ran out.
01 Expiry-Date       Pic 9(8) Value 0.
01 Expiry-Int        Pic 9(9) Value 0.
01 Report-Line       Pic X(100) Value Spaces.
01 Section-Line-Count Pic 9(5) Value 0.
01 Section-Overflow   Pic 9(5) Value 0.
01 Section-Limit      Pic 9(2) Value 8.
01 Kind-Text Pic X(8) Value Spaces.
01 Batch-Rewrite-Count Pic 9(7) Value 0.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
05 parm-string.
10 parm-char Pic X occurs 0 to 100 times
depending on parm-len.
PROCEDURE DIVISION using jcl-parm.
Begin.
Move Function Current-Date(1:14) to Now-Stamp.
Evaluate true
When parm-len equal 0
Perform Default-Shift-Window
When parm-len equal 25
and parm-string(1:12) is numeric
and parm-string(13:1) equal ','
and parm-string(14:12) is numeric
Move parm-string(1:12) to Window-From-Stamp
Move '00' to Window-From-Stamp(13:2)
Move parm-string(14:12) to Window-To-Stamp
Move '59' to Window-To-Stamp(13:2)
When other
Display "** PARM must be CCYYMMDDHHMM,CCYYMMDDHHMM    **"
Move 8 to Return-Code
End-Evaluate.
If Return-Code = 0
Display "==============================================="
Display "SHIFT HANDOVER  " Window-From-Stamp(1:8) " "
Window-From-Stamp(9:4) " TO " Window-To-Stamp(1:8) " "
Window-To-Stamp(9:4)
Display "==============================================="
Perform Report-Alert-Activity
Perform Report-Hold-Advisory-Activity
Perform Report-Master-Changes
Perform Report-Watch-List-Changes
Perform Report-Failed-Runs
Display "-----------------------------------------------"
Display "Outgoing lead ____________________  time ______"
Display "Incoming lead ____________________  time ______"
Display "==============================================="
End-If.
STOP RUN.
Default-Shift-Window.
Move Now-Stamp to Window-To-Stamp.
Move Now-Stamp(1:8) to Window-Work-Date.
Move Now-Stamp(9:2) to Window-Work-HH.
Move Now-Stamp(11:2) to Window-Work-MM.
Compute Window-Work-Int = Function Integer-Of-Date(Window-Work-Date).
Compute Window-Work-Mins = (Window-Work-HH * 60) + Window-Work-MM
- 480.
If Window-Work-Mins < 0
Add 1440 to Window-Work-Mins
Subtract 1 from Window-Work-Int
End-If.
Compute Window-Work-Date = Function Date-Of-Integer(Window-Work-Int).
Compute Window-Work-HH = Window-Work-Mins / 60.
Compute Window-Work-MM = Window-Work-Mins - (Window-Work-HH * 60).
Move Window-Work-Date to Window-From-Stamp(1:8).
Move Window-Work-HH to Window-From-Stamp(9:2).
Move Window-Work-MM to Window-From-Stamp(11:2).
Move Now-Stamp(13:2) to Window-From-Stamp(13:2).
*> The caller has built Event-Stamp; a blank date never matches.
Judge-Event-Stamp.
Move 'N' to Event-In-Window-Flag.
If Event-Stamp(1:8) not equal Spaces
and Event-Stamp not less Window-From-Stamp
and Event-Stamp not greater Window-To-Stamp
Set Event-In-Window to true
End-If.
Start-Section.
Move 0 to Section-Line-Count.
Move 0 to Section-Overflow.
Move 'N' to Source-EOF-Flag.
Print-Section-Line.
Add 1 to Section-Line-Count.
If Section-Line-Count > Section-Limit
Add 1 to Section-Overflow
else
Display "  " Report-Line
End-If.
End-Section.
If Section-Line-Count = 0
Display "  (nothing)"
End-If.
If Section-Overflow > 0
Display "  ... and " Section-Overflow " more"
End-If.
Report-Alert-Activity.
Display "ALERTS".
Perform Start-Section.
Open Input Alert-Status-File.
If not Alert-Status-File-OK
Display "  ALRTSTAT not available"
else
Move Low-Values to AST-Key
Start Alert-Status-File Key is Not Less Than AST-Key
Invalid Key
Set Source-EOF to true
End-Start
Perform Judge-One-Alert until Source-EOF
Perform End-Section
*> A second pass for the ones the incoming lead inherits.
Display "STILL OPEN"
Perform Start-Section
Open Input Alert-Note-File
If Alert-Note-File-OK
Set Note-File-Open to true
End-If
Move Low-Values to AST-Key
Start Alert-Status-File Key is Not Less Than AST-Key
Invalid Key
Set Source-EOF to true
End-Start
Perform List-One-Open-Alert until Source-EOF
Perform End-Section
If Note-File-Open
Close Alert-Note-File
End-If
Close Alert-Status-File
End-If.
Judge-One-Alert.
Read Alert-Status-File Next Record
At End
Set Source-EOF to true
End-Read.
If not Alert-Status-File-OK and not Alert-Status-File-At-End
Set Source-EOF to true
End-If.
If not Source-EOF
Move AST-Open-Date to Event-Stamp(1:8)
Move AST-Open-Time to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
Move Spaces to Report-Line
String 'OPENED  ' AST-Iata-Code ' ' AST-Alert-Reason ' '
AST-Alert-Tier ' at ' AST-Open-Date ' ' AST-Open-Time(1:4)
' ' AST-Status-Type
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
Move AST-Ack-Date to Event-Stamp(1:8)
Move AST-Ack-Time to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
Move Spaces to Report-Line
String 'ACKED   ' AST-Iata-Code ' ' AST-Alert-Reason ' by '
AST-Ack-User ' at ' AST-Ack-Date ' ' AST-Ack-Time(1:4)
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
If AST-Escalated
Move AST-Escalate-Date to Event-Stamp(1:8)
Move AST-Escalate-Time to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
Move Spaces to Report-Line
String 'ESCALTD ' AST-Iata-Code ' ' AST-Alert-Reason ' to '
AST-Escalated-Tier ' at ' AST-Escalate-Date ' '
AST-Escalate-Time(1:4)
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
End-If
If AST-State-Closed
Move AST-Close-Date to Event-Stamp(1:8)
Move AST-Close-Time to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
Move Spaces to Report-Line
String 'CLOSED  ' AST-Iata-Code ' ' AST-Alert-Reason ' at '
AST-Close-Date ' ' AST-Close-Time(1:4)
' opened ' AST-Open-Date ' ' AST-Open-Time(1:4)
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
End-If
End-If
.
List-One-Open-Alert.
Read Alert-Status-File Next Record
At End
Set Source-EOF to true
End-Read.
If not Alert-Status-File-OK and not Alert-Status-File-At-End
Set Source-EOF to true
End-If.
If not Source-EOF and not AST-State-Closed
Move Spaces to Report-Line
String AST-Iata-Code ' ' AST-Alert-Reason ' ' AST-Alert-Tier
' since ' AST-Open-Date ' ' AST-Open-Time(1:4)
' x' AST-Occurrence-Count ' ' AST-State ' ' AST-Ack-User
Delimited by size into Report-Line
Perform Print-Section-Line
If Note-File-Open and Section-Line-Count not > Section-Limit
Perform Find-Latest-Note
If Latest-Note-Found
Display "      NOTE " LNT-User " " LNT-Date " " LNT-Time(1:4)
" " LNT-Text
End-If
End-If
End-If
.
*> The newest note on the episode in hand: notes ascend by time
*> under the episode key, so the last one read is it.
Find-Latest-Note.
Move 'N' to Latest-Note-Flag.
Move 'N' to Note-Browse-Flag.
Move AST-Iata-Code to Episode-Note-Key(1:3).
Move AST-Alert-Reason to Episode-Note-Key(4:10).
Move AST-Open-Date to Episode-Note-Key(14:8).
Move AST-Open-Time to Episode-Note-Key(22:6).
Move Low-Values to NTE-Key.
Move Episode-Note-Key to NTE-Episode-Key.
Start Alert-Note-File Key is Not Less Than NTE-Key
Invalid Key
Set Note-Browse-Done to true
End-Start.
Perform Read-One-Episode-Note until Note-Browse-Done.
Read-One-Episode-Note.
Read Alert-Note-File Next Record
At End
Set Note-Browse-Done to true
End-Read.
If not Alert-Note-File-OK
Set Note-Browse-Done to true
End-If.
If not Note-Browse-Done
If NTE-Episode-Key not equal Episode-Note-Key
Set Note-Browse-Done to true
else
Set Latest-Note-Found to true
Move NTE-User to LNT-User
Move NTE-Note-Date to LNT-Date
Move NTE-Note-Time to LNT-Time
Move NTE-Text to LNT-Text
End-If
End-If.
Report-Hold-Advisory-Activity.
Display "HOLDS AND ADVISORIES".
Perform Start-Section.
Open Input Hold-Adv-Journal-File.
If not Hold-Adv-Journal-OK
Display "  HADJRNL not available"
else
Perform Judge-One-Hold-Adv-Change until Source-EOF
Close Hold-Adv-Journal-File
End-If.
Move 'N' to Source-EOF-Flag.
Open Input Hold-Adv-File.
If not Hold-Adv-File-OK
Display "  HADKSDS not available"
else
Move Low-Values to HAD-Key
Start Hold-Adv-File Key is Not Less Than HAD-Key
Invalid Key
Set Source-EOF to true
End-Start
Perform Judge-One-Hold-Adv-Entry until Source-EOF
Close Hold-Adv-File
End-If.
Perform End-Section.
Judge-One-Hold-Adv-Change.
Read Hold-Adv-Journal-File
At End
Set Source-EOF to true
End-Read.
If not Hold-Adv-Journal-OK and not Hold-Adv-Journal-At-End
Set Source-EOF to true
End-If.
If not Source-EOF
Move HAJ-Run-Date to Event-Stamp(1:8)
Move HAJ-Run-Time to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
If HAJ-Kind equal 'H'
Move 'HOLD' to Kind-Text
else
Move 'ADVISORY' to Kind-Text
End-If
Move Spaces to Report-Line
String HAJ-Action ' ' Kind-Text ' ' HAJ-Iata-Code ' '
HAJ-Start-Date '-' HAJ-New-End-Date ' by ' HAJ-User ' '
HAJ-New-Text(1:30)
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
End-If
.
*> Starts at the midnight opening the start date; ran out at the
*> midnight closing the end date.
Judge-One-Hold-Adv-Entry.
Read Hold-Adv-File Next Record
At End
Set Source-EOF to true
End-Read.
If not Hold-Adv-File-OK and not Hold-Adv-File-At-End
Set Source-EOF to true
End-If.
If not Source-EOF
If HAD-Kind-Hold
Move 'HOLD' to Kind-Text
else
Move 'ADVISORY' to Kind-Text
End-If
Move HAD-Start-Date to Event-Stamp(1:8)
Move '000000' to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
Move Spaces to Report-Line
String 'STARTED ' Kind-Text ' ' HAD-Iata-Code ' '
HAD-Start-Date '-' HAD-End-Date ' ' HAD-Text(1:30)
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
If HAD-End-Date is numeric
Move HAD-End-Date to Expiry-Date
Compute Expiry-Int = Function Integer-Of-Date(Expiry-Date) + 1
Compute Expiry-Date = Function Date-Of-Integer(Expiry-Int)
Move Expiry-Date to Event-Stamp(1:8)
Move '000000' to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
Move Spaces to Report-Line
String 'EXPIRED ' Kind-Text ' ' HAD-Iata-Code ' '
HAD-Start-Date '-' HAD-End-Date ' ' HAD-Text(1:30)
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
End-If
End-If
.
Report-Master-Changes.
Display "MASTER CHANGES".
Perform Start-Section.
Move 0 to Batch-Rewrite-Count.
Open Input Journal-File.
If not Journal-File-OK
Display "  AIRJRNL not available"
else
Perform Judge-One-Master-Change until Source-EOF
Close Journal-File
End-If.
Perform End-Section.
If Batch-Rewrite-Count > 0
Display "  (plus " Batch-Rewrite-Count " run rewrites)"
End-If.
Judge-One-Master-Change.
Read Journal-File
At End
Set Source-EOF to true
End-Read.
If not Journal-File-OK and not Journal-File-At-End
Set Source-EOF to true
End-If.
If not Source-EOF
Move JRN-Run-Date to Event-Stamp(1:8)
Move JRN-Run-Time to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
If JRN-User equal 'BATCH'
Add 1 to Batch-Rewrite-Count
else
Move Spaces to Report-Line
String JRN-Action ' ' JRN-Iata-Code ' by ' JRN-User
' appr ' JRN-Approver ' via ' JRN-Program ' at '
JRN-Run-Date ' ' JRN-Run-Time(1:4)
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
End-If
End-If
.
Report-Watch-List-Changes.
Display "WATCH-LIST CHANGES".
Perform Start-Section.
Open Input Watch-Journal-File.
If not Watch-Journal-File-OK
Display "  WLJRNL not available"
else
Perform Judge-One-Watch-Change until Source-EOF
Close Watch-Journal-File
End-If.
Perform End-Section.
Judge-One-Watch-Change.
Read Watch-Journal-File
At End
Set Source-EOF to true
End-Read.
If not Watch-Journal-File-OK and not Watch-Journal-File-At-End
Set Source-EOF to true
End-If.
If not Source-EOF
Move WLJ-Run-Date to Event-Stamp(1:8)
Move WLJ-Run-Time to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
Move Spaces to Report-Line
String WLJ-Action ' ' WLJ-Iata-Code ' pri ' WLJ-Old-Priority
'->' WLJ-New-Priority ' grp ' WLJ-Old-Group '->'
WLJ-New-Group ' by ' WLJ-User
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
End-If
.
Report-Failed-Runs.
Display "RUNS ENDING NON-ZERO".
Perform Start-Section.
Open Input Control-Totals-File.
If not Ctltot-File-OK
Display "  CTLTOTS not available"
else
Perform Judge-One-Run until Source-EOF
Close Control-Totals-File
End-If.
Perform End-Section.
Judge-One-Run.
Read Control-Totals-File
At End
Set Source-EOF to true
End-Read.
If not Ctltot-File-OK and not Ctltot-File-At-End
Set Source-EOF to true
End-If.
If not Source-EOF and CTL-Group-Tag equal Spaces
Move CTL-Run-Date to Event-Stamp(1:8)
Move CTL-Run-Time to Event-Stamp(9:6)
Perform Judge-Event-Stamp
If Event-In-Window
and CTL-Return-Code is numeric and CTL-Return-Code > 0
Move Spaces to Report-Line
String 'RUN ' CTL-Run-Id ' RC=' CTL-Return-Code
' attempted ' CTL-Airports-Attempted
' failed ' CTL-Airports-Failed
Delimited by size into Report-Line
Perform Print-Section-Line
End-If
End-If
.
End Program HWTHSHFT.
