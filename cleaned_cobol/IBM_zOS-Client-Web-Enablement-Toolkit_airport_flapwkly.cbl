IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHFLAP.
*> Weekly flapping-airport report.  Lists every FLAPPING alert
*> HWTHXCB1 raised in the date range, oldest first, with the status
*> changes counted and the run-by-run status sequence that tripped
*> it, then one line per airport that flapped: how many episodes,
*> the first and last, and -- from FLAPKSDS -- whether it is still
*> flapping, the pages held since its latest episode began and its
*> status over the last 24 runs.  An airport on this list week after
*> week wants its FLAPCTL row looked at, not more pages.
*> PARM=CCYYMMDD,CCYYMMDD gives the range; without a PARM the
*> report covers the last seven days.  FLAPKSDS is optional: without
*> it the current-state columns are left off.
*> RC=0 no airport flapped in the range; RC=4 at least one did;
*> RC=8 ALERTOUT could not be read.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Alert-File Assign To ALERTOUT
Organization Is Line Sequential
File Status Is Alert-File-Status.
Select Flap-State-File Assign To FLAPKSDS
Organization Is Indexed
Access Mode Is Random
Record Key Is FLS-Iata-Code
File Status Is Flap-State-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Alert-File.
COPY ALERTREC.
FD  Flap-State-File.
COPY FLAPSTAT.
WORKING-STORAGE SECTION.
01 Alert-File-Status Pic X(2) Value Spaces.
88 Alert-File-OK     Value '00'.
88 Alert-File-At-End Value '10'.
01 Flap-State-File-Status Pic X(2) Value Spaces.
88 Flap-State-File-OK Value '00'.
01 Flap-State-Usable-Flag Pic X Value 'N'.
88 Flap-State-Usable Value 'Y'.
01 Read-EOF-Flag Pic X Value 'N'.
88 Read-EOF Value 'Y'.
01 Range-From-Date Pic X(8) Value Spaces.
01 Range-To-Date   Pic X(8) Value Spaces.
01 Range-Work-Date Pic 9(8) Value 0.
01 Range-Work-Int  Pic 9(9) Value 0.
01 Total-Records   Pic 9(7) Value 0.
01 Total-Episodes  Pic 9(7) Value 0.
01 Total-Still-Flapping Pic 9(5) Value 0.
*> One entry per airport that flapped in the range, in the order
*> first seen.
01 Flapper-Table.
05 Flapper-Entry Occurs 500 times.
10 FLP-Iata-Code    Pic X(3).
10 FLP-Airport-Name Pic X(50).
10 FLP-Episodes     Pic 9(5).
10 FLP-Most-Changes Pic 9(5).
10 FLP-First-Date   Pic X(8).
10 FLP-First-Time   Pic X(6).
10 FLP-Last-Date    Pic X(8).
10 FLP-Last-Time    Pic X(6).
01 Flapper-Count Pic 9(4) Value 0.
01 Flapper-Idx   Pic 9(4) Value 0.
01 Flapper-Found-Flag Pic X Value 'N'.
88 Flapper-Found Value 'Y'.
01 Flapper-Full-Flag Pic X Value 'N'.
88 Flapper-Table-Full Value 'Y'.
01 Flap-State-Text Pic X(8) Value Spaces.
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
Display "** Weekly Flapping-Airport Report             **".
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
Open Input Alert-File.
If not Alert-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ALERTOUT' to MRQ-Insert(1)
Move 'alert file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Open Input Flap-State-File
If Flap-State-File-OK
Set Flap-State-Usable to true
else
Display "** FLAPKSDS unavailable -- current flap state "
"not shown **"
End-If
Display "-----------------------------------------------"
Display "Flap episodes raised:"
Display "   date     time   code changes  sequence (oldest first)"
Perform Scan-One-Alert until Read-EOF
Close Alert-File
Perform Print-Flapper-Summary
If Flap-State-Usable
Close Flap-State-File
End-If
Perform Print-Report-Totals
If Flapper-Count > 0
Move 4 to Return-Code
End-If
End-If.
Display "** Weekly Flapping-Airport Report Ends         **".
Display "***********************************************".
STOP RUN.
Scan-One-Alert.
Read Alert-File
At End
Set Read-EOF to true
End-Read.
If not Alert-File-OK and not Alert-File-At-End
Display "** ALERTOUT read failed, status "
Alert-File-Status " **"
Set Read-EOF to true
End-If.
If not Read-EOF
Add 1 to Total-Records
If ALR-Reason-Flapping
and ALR-Run-Date not less Range-From-Date
and ALR-Run-Date not greater Range-To-Date
Add 1 to Total-Episodes
Display "   " ALR-Run-Date " " ALR-Run-Time " "
ALR-Iata-Code "  " ALR-Delay-Minutes "   "
Function Trim(ALR-Advisory-Text(17:34))
Perform Note-Flapper
End-If
End-If.
Note-Flapper.
Move 'N' to Flapper-Found-Flag.
Move 1 to Flapper-Idx.
Perform Find-Flapper
until Flapper-Idx > Flapper-Count or Flapper-Found.
If not Flapper-Found
If Flapper-Count < 500
Add 1 to Flapper-Count
Move Flapper-Count to Flapper-Idx
Move ALR-Iata-Code to FLP-Iata-Code(Flapper-Idx)
Move ALR-Airport-Name to FLP-Airport-Name(Flapper-Idx)
Move 0 to FLP-Episodes(Flapper-Idx)
Move 0 to FLP-Most-Changes(Flapper-Idx)
Move ALR-Run-Date to FLP-First-Date(Flapper-Idx)
Move ALR-Run-Time to FLP-First-Time(Flapper-Idx)
Set Flapper-Found to true
else
If not Flapper-Table-Full
Display "** Flapping airports exceed the 500-entry "
"table -- remainder ignored **"
Set Flapper-Table-Full to true
End-If
End-If
End-If.
If Flapper-Found
Add 1 to FLP-Episodes(Flapper-Idx)
If ALR-Delay-Minutes > FLP-Most-Changes(Flapper-Idx)
Move ALR-Delay-Minutes to FLP-Most-Changes(Flapper-Idx)
End-If
Move ALR-Run-Date to FLP-Last-Date(Flapper-Idx)
Move ALR-Run-Time to FLP-Last-Time(Flapper-Idx)
End-If.
*> Leaves the scan stopped on the match.
Find-Flapper.
If FLP-Iata-Code(Flapper-Idx) equal ALR-Iata-Code
Set Flapper-Found to true
else
Add 1 to Flapper-Idx
End-If.
Print-Flapper-Summary.
Display "-----------------------------------------------".
If Flapper-Count = 0
Display "No airport flapped in the range."
else
Display "Flapping airports:"
Perform Print-One-Flapper
Varying Flapper-Idx From 1 By 1
Until Flapper-Idx > Flapper-Count
End-If.
Print-One-Flapper.
Display "   " FLP-Iata-Code(Flapper-Idx) " "
Function Trim(FLP-Airport-Name(Flapper-Idx)).
Display "      episodes=" FLP-Episodes(Flapper-Idx)
" most changes=" FLP-Most-Changes(Flapper-Idx)
" first " FLP-First-Date(Flapper-Idx) " "
FLP-First-Time(Flapper-Idx)
" last " FLP-Last-Date(Flapper-Idx) " "
FLP-Last-Time(Flapper-Idx).
If Flap-State-Usable
Move FLP-Iata-Code(Flapper-Idx) to FLS-Iata-Code
Read Flap-State-File
Invalid Key
Display "      no FLAPKSDS record"
Not Invalid Key
Perform Print-Flap-State
End-Read
End-If.
Print-Flap-State.
If FLS-Flapping
Move 'FLAPPING' to Flap-State-Text
Add 1 to Total-Still-Flapping
else
Move 'SETTLED' to Flap-State-Text
End-If.
Display "      now " Flap-State-Text
" since " FLS-Flap-Date " " FLS-Flap-Time
" pages held=" FLS-Held-Pages.
Display "      last 24 runs " FLS-Status-Sequence
" changes=" FLS-Flap-Changes.
Print-Report-Totals.
Display "-----------------------------------------------".
Display "Alert records read   : " Total-Records.
Display "Flap episodes        : " Total-Episodes.
Display "Airports flapping    : " Flapper-Count.
If Flap-State-Usable
Display "Still flapping now   : " Total-Still-Flapping
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHFLAP.
