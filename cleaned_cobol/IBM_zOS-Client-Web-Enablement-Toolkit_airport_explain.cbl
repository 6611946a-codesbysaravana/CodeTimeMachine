IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHEXPL.
*> Alert decision inquiry over the EXPLAIN records HWTHXCB1 writes,
*> one per airport per run, alert or no alert -- so "why didn't DEN
*> page at 65 minutes" is answered off a listing: the threshold
*> that applied and where it came from, the tier computed, what (if
*> anything) suppressed it, and whether a notification and an MQ
*> put went out.  One line per run, grouped by airport and in run
*> order, with a verdict line under it.
*>   (no PARM)          every airport, today's runs
*>   PARM=III           one airport, today's runs
*>   PARM=III,CCYYMMDD  one airport, one date
*>   PARM=,CCYYMMDD     every airport, one date
*> RC=4 when nothing on EXPLAIN matched, RC=8 for a bad PARM or an
*> EXPLAIN that can't be read.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Explain-File Assign To EXPLAIN
Organization Is Line Sequential
File Status Is Explain-File-Status.
Select Sort-File Assign To SORTWK01.
DATA DIVISION.
FILE SECTION.
FD  Explain-File.
01 Explain-Line Pic X(146).
SD  Sort-File.
COPY EXPLREC.
WORKING-STORAGE SECTION.
01 Explain-File-Status Pic X(2) Value Spaces.
88 Explain-File-OK     Value '00'.
88 Explain-File-At-End Value '10'.
01 Explain-EOF-Flag Pic X Value 'N'.
88 Explain-EOF Value 'Y'.
01 Explain-Open-Flag Pic X Value 'N'.
88 Explain-Opened Value 'Y'.
01 Sort-Return-EOF-Flag Pic X Value 'N'.
88 Sort-Return-EOF Value 'Y'.
*> Selection from the PARM: blank code means every airport.
01 Want-Iata-Code Pic X(3) Value Spaces.
01 Want-Date      Pic X(8) Value Spaces.
01 Current-Airport Pic X(3) Value Spaces.
01 Verdict-Text Pic X(100) Value Spaces.
01 Verdict-Tail Pic X(24) Value Spaces.
01 Airport-Run-Count        Pic 9(5) Value 0.
01 Airport-Alert-Count      Pic 9(5) Value 0.
01 Airport-Suppressed-Count Pic 9(5) Value 0.
01 Airport-Paged-Count      Pic 9(5) Value 0.
01 Total-Read       Pic 9(7) Value 0.
01 Total-Selected   Pic 9(7) Value 0.
01 Total-Airports   Pic 9(5) Value 0.
01 Total-Alerts     Pic 9(7) Value 0.
01 Total-Suppressed Pic 9(7) Value 0.
01 Total-Paged      Pic 9(7) Value 0.
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
Display "** Alert Decision Explain Inquiry             **".
Display "***********************************************".
Move Function Current-Date(1:8) to Want-Date.
Evaluate true
When parm-len equal 0
Continue
When parm-len equal 3
Move parm-string(1:3) to Want-Iata-Code
When parm-len equal 12
and parm-string(4:1) equal ','
and parm-string(5:8) is numeric
Move parm-string(1:3) to Want-Iata-Code
Move parm-string(5:8) to Want-Date
When parm-len equal 9
and parm-string(1:1) equal ','
and parm-string(2:8) is numeric
Move parm-string(2:8) to Want-Date
When other
Display "** PARM must be III, III,CCYYMMDD or ,CCYYMMDD **"
Move 8 to Return-Code
End-Evaluate.
If Return-Code = 0
If Want-Iata-Code equal Spaces
Display "** Airports: all    Date: " Want-Date
else
Display "** Airport: " Want-Iata-Code "     Date: " Want-Date
End-If
Sort Sort-File
On Ascending Key EXP-Iata-Code EXP-Run-Date EXP-Run-Time
Input Procedure Select-Explain-Records
Output Procedure Print-Explain-Records
If not Explain-Opened
Move 8 to Return-Code
else
Perform Print-Report-Totals
If Total-Selected = 0
Move 4 to Return-Code
End-If
End-If
End-If.
Display "** Alert Decision Explain Inquiry Ends         **".
Display "***********************************************".
STOP RUN.
*> ---- input: the EXPLAIN records the PARM selects --------------
Select-Explain-Records.
Move 'N' to Explain-EOF-Flag.
Open Input Explain-File.
If not Explain-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'EXPLAIN' to MRQ-Insert(1)
Move 'explain records' to MRQ-Insert(2)
Perform Issue-Message
else
Set Explain-Opened to true
Perform Read-Next-Explain-Record
Perform Release-One-Explain-Record until Explain-EOF
Close Explain-File
End-If
.
Read-Next-Explain-Record.
Read Explain-File
At End
Set Explain-EOF to true
End-Read
If not Explain-File-OK and not Explain-File-At-End
Display "** EXPLAIN read failed, status "
Explain-File-Status " -- listing what was read **"
Set Explain-EOF to true
End-If
.
Release-One-Explain-Record.
Add 1 to Total-Read.
Move Explain-Line to Explain-Record.
If EXP-Run-Date equal Want-Date
and (Want-Iata-Code equal Spaces
or EXP-Iata-Code equal Want-Iata-Code)
Add 1 to Total-Selected
Release Explain-Record
End-If.
Perform Read-Next-Explain-Record.
*> ---- output: by airport, in run order --------------------------
Print-Explain-Records.
Move 'N' to Sort-Return-EOF-Flag.
Perform Return-Explain-Line until Sort-Return-EOF.
If Current-Airport not equal Spaces
Perform Print-Airport-Totals
End-If
.
Return-Explain-Line.
Return Sort-File
At End
Set Sort-Return-EOF to true
Not At End
If EXP-Iata-Code not equal Current-Airport
Perform Break-To-Next-Airport
End-If
Perform Print-One-Decision
End-Return
.
Break-To-Next-Airport.
If Current-Airport not equal Spaces
Perform Print-Airport-Totals
End-If
Move EXP-Iata-Code to Current-Airport.
Add 1 to Total-Airports.
Move 0 to Airport-Run-Count Airport-Alert-Count
Airport-Suppressed-Count Airport-Paged-Count.
Display "-----------------------------------------------".
Display "Decisions for " Current-Airport " on " EXP-Run-Date ":".
Print-One-Decision.
Add 1 to Airport-Run-Count.
Display "   " EXP-Run-Time(1:2) ":" EXP-Run-Time(3:2) ":"
EXP-Run-Time(5:2)
" run " EXP-Run-Id
" http=" EXP-Http-Status
" status=" EXP-Status-Code
" delay=" EXP-Delay-Minutes.
If EXP-Threshold-Source not equal Spaces
Display "            limit=" EXP-Threshold-Minutes
" (" Function Trim(EXP-Threshold-Source) ")"
End-If.
If EXP-Threshold-Source equal 'THRSHLST'
Display "            tiers W/S/C=" EXP-Warning-Minutes "/"
EXP-Severe-Minutes "/" EXP-Critical-Minutes
End-If.
If EXP-Baseline-Limit > 0
Display "            baseline limit=" EXP-Baseline-Limit
End-If.
Perform Build-Verdict-Text.
Display "            " Function Trim(Verdict-Text) Verdict-Tail.
*> The verdict: the sentence the desk actually asked for.
Build-Verdict-Text.
Move Spaces to Verdict-Text.
Move Spaces to Verdict-Tail.
Evaluate true
When EXP-Evaluated equal 'H'
String 'not fetched -- on hold: '
Function Trim(EXP-Suppress-Text)
delimited by size into Verdict-Text
When EXP-Evaluated equal 'Q'
Move 'reply quarantined by FLDRULES -- not judged'
to Verdict-Text
When EXP-Evaluated not equal 'Y'
String 'no usable reply (HTTP ' EXP-Http-Status
') -- not judged'
delimited by size into Verdict-Text
When EXP-Alert-Tier equal Spaces
String 'no alert -- delay ' EXP-Delay-Minutes
' not over the ' Function Trim(EXP-Threshold-Source)
' limit ' EXP-Threshold-Minutes
delimited by size into Verdict-Text
When EXP-Suppressed equal 'Y'
Add 1 to Airport-Alert-Count
Add 1 to Airport-Suppressed-Count
String Function Trim(EXP-Alert-Tier) ' '
Function Trim(EXP-Alert-Reason)
' computed, suppressed by '
Function Trim(EXP-Suppressed-By) ': '
Function Trim(EXP-Suppress-Text)
delimited by size into Verdict-Text
When other
Add 1 to Airport-Alert-Count
String Function Trim(EXP-Alert-Tier) ' '
Function Trim(EXP-Alert-Reason)
' raised (' EXP-Alert-Count ' alert(s))'
delimited by size into Verdict-Text
End-Evaluate.
If EXP-Evaluated equal 'Y' and EXP-Alert-Tier not equal Spaces
If EXP-Notified equal 'Y' or EXP-Mq-Put equal 'Y'
Add 1 to Airport-Paged-Count
End-If
String ' -- notified=' EXP-Notified ' mq=' EXP-Mq-Put
delimited by size into Verdict-Tail
End-If.
Print-Airport-Totals.
Display "   " Current-Airport ": runs=" Airport-Run-Count
" alerts=" Airport-Alert-Count
" suppressed=" Airport-Suppressed-Count
" paged=" Airport-Paged-Count.
Add Airport-Alert-Count to Total-Alerts.
Add Airport-Suppressed-Count to Total-Suppressed.
Add Airport-Paged-Count to Total-Paged.
Print-Report-Totals.
Display "-----------------------------------------------".
Display "EXPLAIN records read   : " Total-Read.
Display "Decisions listed       : " Total-Selected.
Display "Airports               : " Total-Airports.
Display "Runs with an alert     : " Total-Alerts.
Display "  of which suppressed  : " Total-Suppressed.
Display "  of which paged       : " Total-Paged.
If Total-Selected = 0
Display "** No EXPLAIN records match the selection     **"
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
