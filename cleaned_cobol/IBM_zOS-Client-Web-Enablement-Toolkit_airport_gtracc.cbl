IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHGTRA.
*> Monthly provider accuracy report off the station ground-truth
*> reports (GTRKSDS) that HWTHGTRM has matched to AIRHIST.  For the
*> reports observed in the month it shows, per provider role and
*> then per airport and role:
*>   REPORTS   matched reports scored
*>   AGREE     how many had the provider's status equal to what the
*>             station saw, and that as a percentage
*>   AVG-ERR   average of the delay error ignoring its sign (minutes)
*>   MAX-ERR   the worst single delay error
*> Reports with no snapshot in the window, and those not yet
*> matched, are counted at the foot -- they say nothing about a
*> provider but a pile of them says the matcher or the feed needs
*> looking at.
*>   (no PARM)        last month
*>   PARM=CCYYMM      that month
*> RC=4 when reports in the month are still unmatched; RC=8 when
*> GTRKSDS can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Ground-Truth-File Assign To GTRKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is GTR-Key
File Status Is Ground-Truth-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Ground-Truth-File.
COPY GTRREC.
WORKING-STORAGE SECTION.
01 Ground-Truth-File-Status Pic X(2) Value Spaces.
88 Ground-Truth-File-OK     Value '00'.
88 Ground-Truth-File-At-End Value '10'.
01 Report-EOF-Flag Pic X Value 'N'.
88 Report-EOF Value 'Y'.
01 Report-Month Pic X(6) Value Spaces.
01 Today-Stamp  Pic X(8) Value Spaces.
01 Today-Year   Pic 9(4) Value 0.
01 Today-Mon    Pic 9(2) Value 0.
01 Role-Table.
05 Role-Entry Occurs 20 times.
10 RLT-Role       Pic X(8).
10 RLT-Reports    Pic 9(5).
10 RLT-Agrees     Pic 9(5).
10 RLT-Error-Total Pic 9(9).
10 RLT-Error-Max  Pic 9(5).
01 Role-Count Pic 9(2) Value 0.
01 Role-Idx   Pic 9(2) Value 0.
01 Role-Found-Flag Pic X Value 'N'.
88 Role-Found Value 'Y'.
*> GTRKSDS runs in IATA order, so this table fills in airport order
*> and lists without a sort.
01 Airport-Table.
05 Airport-Entry Occurs 2000 times.
10 APT-Iata-Code   Pic X(3).
10 APT-Role        Pic X(8).
10 APT-Reports     Pic 9(5).
10 APT-Agrees      Pic 9(5).
10 APT-Error-Total Pic 9(9).
10 APT-Error-Max   Pic 9(5).
01 Airport-Count Pic 9(4) Value 0.
01 Airport-Idx   Pic 9(4) Value 0.
01 Airport-Found-Flag Pic X Value 'N'.
88 Airport-Found Value 'Y'.
01 Abs-Error Pic 9(5) Value 0.
01 Reports-Read      Pic 9(7) Value 0.
01 Reports-In-Month  Pic 9(7) Value 0.
01 Reports-Scored    Pic 9(7) Value 0.
01 Reports-No-Snap   Pic 9(7) Value 0.
01 Reports-Unmatched Pic 9(7) Value 0.
*> One line's figures, whichever table it comes from.
01 Line-Reports Pic 9(5) Value 0.
01 Line-Agrees  Pic 9(5) Value 0.
01 Line-Error-Total Pic 9(9) Value 0.
01 Line-Error-Max Pic 9(5) Value 0.
01 Pct-Edit Pic ZZ9.9.
01 Avg-Edit Pic ZZZZ9.9.
01 Max-Edit Pic ZZZZ9.
01 Rpt-Edit Pic ZZZZ9.
01 Agr-Edit Pic ZZZZ9.
01 Figures-Text Pic X(40) Value Spaces.
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
Display "** Monthly Provider Accuracy Report           **".
Display "***********************************************".
If parm-len equal 6 and parm-string(1:6) is numeric
Move parm-string(1:6) to Report-Month
else
Perform Default-To-Last-Month
End-If.
Display "** Month " Report-Month "                               **".
Open Input Ground-Truth-File.
If not Ground-Truth-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'GTRKSDS' to MRQ-Insert(1)
Move 'file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Low-Values to GTR-Key
Start Ground-Truth-File Key is Not Less Than GTR-Key
Invalid Key
Set Report-EOF to true
End-Start
Perform Score-One-Report until Report-EOF
Close Ground-Truth-File
Perform List-By-Role
Perform List-By-Airport
Display "-----------------------------------------------"
Display "Reports read           : " Reports-Read
Display "Observed in the month  : " Reports-In-Month
Display "Scored against AIRHIST : " Reports-Scored
Display "No snapshot in window  : " Reports-No-Snap
Display "Not yet matched        : " Reports-Unmatched
If Reports-Unmatched > 0
Move 4 to Return-Code
End-If
End-If.
Display "** Monthly Provider Accuracy Report Ends      **".
Display "***********************************************".
STOP RUN.
*> Run early in the month for the month just ended.
Default-To-Last-Month.
Move Function Current-Date(1:8) to Today-Stamp.
Move Today-Stamp(1:4) to Today-Year.
Move Today-Stamp(5:2) to Today-Mon.
If Today-Mon = 1
Subtract 1 from Today-Year
Move 12 to Today-Mon
else
Subtract 1 from Today-Mon
End-If.
Move Today-Year to Report-Month(1:4).
Move Today-Mon to Report-Month(5:2).
Score-One-Report.
Read Ground-Truth-File Next Record
At End
Set Report-EOF to true
End-Read.
If not Ground-Truth-File-OK and not Ground-Truth-File-At-End
Set Report-EOF to true
End-If.
If not Report-EOF
Add 1 to Reports-Read
If GTR-Obs-Date(1:6) equal Report-Month
Add 1 to Reports-In-Month
Evaluate true
When GTR-Matched
Perform Score-Matched-Report
When GTR-No-Snapshot
Add 1 to Reports-No-Snap
When other
Add 1 to Reports-Unmatched
End-Evaluate
End-If
End-If
.
Score-Matched-Report.
Add 1 to Reports-Scored.
If GTR-Delay-Error < 0
Compute Abs-Error = 0 - GTR-Delay-Error
else
Move GTR-Delay-Error to Abs-Error
End-If.
Perform Score-By-Role.
Perform Score-By-Airport.
Score-By-Role.
Move 'N' to Role-Found-Flag.
Move 1 to Role-Idx.
Perform Search-Role-Entry
until Role-Idx > Role-Count or Role-Found.
If not Role-Found and Role-Count < 20
Add 1 to Role-Count
Move Role-Count to Role-Idx
Move GTR-Prov-Role to RLT-Role(Role-Idx)
Move 0 to RLT-Reports(Role-Idx)
Move 0 to RLT-Agrees(Role-Idx)
Move 0 to RLT-Error-Total(Role-Idx)
Move 0 to RLT-Error-Max(Role-Idx)
Set Role-Found to true
End-If.
If Role-Found
Add 1 to RLT-Reports(Role-Idx)
If GTR-Agrees
Add 1 to RLT-Agrees(Role-Idx)
End-If
Add Abs-Error to RLT-Error-Total(Role-Idx)
If Abs-Error > RLT-Error-Max(Role-Idx)
Move Abs-Error to RLT-Error-Max(Role-Idx)
End-If
End-If.
Search-Role-Entry.
If RLT-Role(Role-Idx) equal GTR-Prov-Role
Set Role-Found to true
else
Add 1 to Role-Idx
End-If
.
Score-By-Airport.
Move 'N' to Airport-Found-Flag.
Move 1 to Airport-Idx.
Perform Search-Airport-Entry
until Airport-Idx > Airport-Count or Airport-Found.
If not Airport-Found and Airport-Count < 2000
Add 1 to Airport-Count
Move Airport-Count to Airport-Idx
Move GTR-Iata-Code to APT-Iata-Code(Airport-Idx)
Move GTR-Prov-Role to APT-Role(Airport-Idx)
Move 0 to APT-Reports(Airport-Idx)
Move 0 to APT-Agrees(Airport-Idx)
Move 0 to APT-Error-Total(Airport-Idx)
Move 0 to APT-Error-Max(Airport-Idx)
Set Airport-Found to true
End-If.
If Airport-Found
Add 1 to APT-Reports(Airport-Idx)
If GTR-Agrees
Add 1 to APT-Agrees(Airport-Idx)
End-If
Add Abs-Error to APT-Error-Total(Airport-Idx)
If Abs-Error > APT-Error-Max(Airport-Idx)
Move Abs-Error to APT-Error-Max(Airport-Idx)
End-If
End-If.
Search-Airport-Entry.
If APT-Iata-Code(Airport-Idx) equal GTR-Iata-Code
and APT-Role(Airport-Idx) equal GTR-Prov-Role
Set Airport-Found to true
else
Add 1 to Airport-Idx
End-If
.
List-By-Role.
Display "-----------------------------------------------".
Display "BY PROVIDER ROLE".
Display "ROLE     REPORTS AGREE  PCT  AVG-ERR MAX-ERR".
If Role-Count = 0
Display "   none"
else
Perform Print-One-Role
Varying Role-Idx From 1 By 1
Until Role-Idx > Role-Count
End-If.
Print-One-Role.
Move RLT-Reports(Role-Idx) to Line-Reports.
Move RLT-Agrees(Role-Idx) to Line-Agrees.
Move RLT-Error-Total(Role-Idx) to Line-Error-Total.
Move RLT-Error-Max(Role-Idx) to Line-Error-Max.
Perform Format-Figures.
Display RLT-Role(Role-Idx) " " Figures-Text.
List-By-Airport.
Display "-----------------------------------------------".
Display "BY AIRPORT AND PROVIDER ROLE".
Display "IATA ROLE     REPORTS AGREE  PCT  AVG-ERR MAX-ERR".
If Airport-Count = 0
Display "   none"
else
Perform Print-One-Airport
Varying Airport-Idx From 1 By 1
Until Airport-Idx > Airport-Count
End-If.
Print-One-Airport.
Move APT-Reports(Airport-Idx) to Line-Reports.
Move APT-Agrees(Airport-Idx) to Line-Agrees.
Move APT-Error-Total(Airport-Idx) to Line-Error-Total.
Move APT-Error-Max(Airport-Idx) to Line-Error-Max.
Perform Format-Figures.
Display APT-Iata-Code(Airport-Idx) "  " APT-Role(Airport-Idx) " "
Figures-Text.
*> Every table entry has at least one report, so the divisions are
*> safe.
Format-Figures.
Move Line-Reports to Rpt-Edit.
Move Line-Agrees to Agr-Edit.
Compute Pct-Edit Rounded = Line-Agrees * 100 / Line-Reports.
Compute Avg-Edit Rounded = Line-Error-Total / Line-Reports.
Move Line-Error-Max to Max-Edit.
Move Spaces to Figures-Text.
String "  " Rpt-Edit " " Agr-Edit " " Pct-Edit " " Avg-Edit " "
Max-Edit
Delimited by size into Figures-Text.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHGTRA.
