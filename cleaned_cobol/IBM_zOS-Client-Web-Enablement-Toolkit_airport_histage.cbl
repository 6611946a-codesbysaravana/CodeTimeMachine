*> the aggregates, and only pass three deletes, skipping any
*> record whose aggregate failed to land.  When the per-run table
*> fills, folding stops at that key and the rest of the cluster
*> simply waits for the next run.  Records a live legal hold
*> (LEGLHOLD) covers -- a detail day, or a weekly aggregate whose
*> week touches the held range -- are neither rolled up nor
*> deleted; the run reports what each hold kept.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Config-File Assign To APCONFIG
Organization Is Line Sequential
File Status Is Config-File-Status.
Select Hold-File Assign To LEGLHOLD
Organization Is Line Sequential
File Status Is Hold-File-Status.
DATA DIVISION.
FILE SECTION.
FD  History-File.
COPY AIRHIST.
FD  Config-File.
COPY APCONFIG.
FD  Hold-File.
COPY LHLDREC.
WORKING-STORAGE SECTION.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
01 Weeklies-Rolled Pic 9(5) Value 0.
01 Aggregates-Written Pic 9(5) Value 0.
01 Agg-Write-Failed   Pic 9(5) Value 0.
*> Live legal holds off LEGLHOLD (HWTHLHLD keeps it): a record for a
*> held airport dated inside a held range is kept whatever its age.
*> HLT-Kept counts what each hold line saved this run, for the
*> report at the end.
01 Hold-File-Status Pic X(2) Value Spaces.
88 Hold-File-OK     Value '00'.
88 Hold-File-At-End Value '10'.
01 Hold-EOF-Flag Pic X Value 'N'.
88 Hold-EOF Value 'Y'.
01 Hold-Table.
05 Hold-Entry Occurs 1000 times.
10 HLT-Hold-Id    Pic X(8).
10 HLT-Iata-Code  Pic X(3).
10 HLT-From-Date  Pic X(8).
10 HLT-To-Date    Pic X(8).
10 HLT-Matter-Ref Pic X(20).
10 HLT-Released   Pic X.
10 HLT-Kept       Pic 9(7).
01 Hold-Count Pic 9(4) Value 0.
01 Hold-Idx   Pic 9(4) Value 0.
01 Hold-Hit-Flag Pic X Value 'N'.
88 Hold-Hit Value 'Y'.
01 Hold-Test-Code Pic X(3) Value Spaces.
01 Hold-Test-From Pic X(8) Value Spaces.
01 Hold-Test-To   Pic X(8) Value Spaces.
01 Records-Held   Pic 9(7) Value 0.
01 Hold-Work-Int  Pic 9(9) Value 0.
01 Hold-Work-Date Pic 9(8) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "** AIRHIST Detail Aging                        **".
Display "***********************************************".
Perform Read-Aging-Config.
Perform Load-Hold-Table.
Move Function Current-Date(1:8) to Today-Numeric.
Compute Today-Integer =
Function Integer-Of-Date(Today-Numeric).
"; monthly before " Weekly-Cutoff " **".
Open I-O History-File.
If not History-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRHIST' to MRQ-Insert(1)
Move 'history file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Low-Values to HIST-Key
Display "Weeklies re-rolled : " Weeklies-Rolled
Display "Aggregates written : " Aggregates-Written
Display "Aggregate write errors: " Agg-Write-Failed
Perform Report-Held-Records
If Agg-Table-Full
Display "** Aggregate table filled -- aging resumes"
" on the next run **"
Continue
When HIST-Kind-Weekly
If HIST-Run-Date < Weekly-Cutoff
Perform Test-Record-Held
If Hold-Hit
Perform Count-Held-Record
else
Perform Fold-Weekly-Into-Monthly
End-If
End-If
When other
If HIST-Run-Date < Detail-Cutoff
Perform Test-Record-Held
If Hold-Hit
Perform Count-Held-Record
else
Perform Fold-Detail-Into-Aggregate
End-If
End-If
End-Evaluate
End-If
End-If
.
*> A detail snapshot is held by its own day; a weekly aggregate by
*> any day of its week.
Test-Record-Held.
Move HIST-Iata-Code to Hold-Test-Code.
Move HIST-Run-Date to Hold-Test-From.
Move HIST-Run-Date to Hold-Test-To.
If HIST-Kind-Weekly
Move HIST-Run-Date to Hold-Work-Date
Compute Hold-Work-Int =
Function Integer-Of-Date(Hold-Work-Date) + 6
Compute Hold-Work-Date =
Function Date-Of-Integer(Hold-Work-Int)
Move Hold-Work-Date to Hold-Test-To
End-If.
Perform Test-Legal-Hold.

Derive-Detail-Period.
If HIST-Run-Date < Weekly-Cutoff
Move 'M' to Period-Kind
Move AGT-Max-Delay(Agg-Idx) to HIST-Agg-Max-Delay
Move AGT-Red-Days(Agg-Idx) to HIST-Agg-Red-Days
Move AGT-Closed-Days(Agg-Idx) to HIST-Agg-Closed-Days
Move 0 to HIST-Runway-Count
Move 0 to HIST-Runway-Normal
Write History-Record
Invalid Key
Rewrite History-Record
Continue
When HIST-Kind-Weekly
If HIST-Run-Date < Weekly-Cutoff
Perform Test-Record-Held
If not Hold-Hit
Perform Delete-One-Weekly
End-If
End-If
When other
If HIST-Run-Date < Detail-Cutoff
Perform Test-Record-Held
If not Hold-Hit
Perform Derive-Detail-Period
Perform Delete-If-Slot-Written
End-If
End-If
End-Evaluate
End-If
.
End-Delete
End-If
.
*> ---- legal holds ------------------------------------------------
Load-Hold-Table.
Open Input Hold-File.
If Hold-File-OK
Perform Load-One-Hold-Line until Hold-EOF
Close Hold-File
else
Display "** LEGLHOLD not available -- no holds applied **"
End-If.
Load-One-Hold-Line.
Read Hold-File
At End
Set Hold-EOF to true
End-Read.
If not Hold-File-OK and not Hold-File-At-End
Set Hold-EOF to true
End-If.
If not Hold-EOF
Evaluate true
When LHD-Action-Place and Hold-Count < 1000
Add 1 to Hold-Count
Move LHD-Hold-Id to HLT-Hold-Id(Hold-Count)
Move LHD-Iata-Code to HLT-Iata-Code(Hold-Count)
Move LHD-From-Date to HLT-From-Date(Hold-Count)
Move LHD-To-Date to HLT-To-Date(Hold-Count)
Move LHD-Matter-Ref to HLT-Matter-Ref(Hold-Count)
Move 'N' to HLT-Released(Hold-Count)
Move 0 to HLT-Kept(Hold-Count)
When LHD-Action-Release
Perform Mark-One-Released
Varying Hold-Idx From 1 By 1 Until Hold-Idx > Hold-Count
When other
Continue
End-Evaluate
End-If
.
Mark-One-Released.
If HLT-Hold-Id(Hold-Idx) equal LHD-Hold-Id
Move 'Y' to HLT-Released(Hold-Idx)
End-If.
*> Hold-Test-Code/From/To name the record (a single day, or the
*> span an aggregate covers); Hold-Hit comes back set, with Hold-Idx
*> on the first live hold that covers any of it.
Test-Legal-Hold.
Move 'N' to Hold-Hit-Flag.
Move 1 to Hold-Idx.
Perform Search-Hold-Entry
until Hold-Idx > Hold-Count or Hold-Hit.
Search-Hold-Entry.
If HLT-Released(Hold-Idx) not equal 'Y'
and (HLT-Iata-Code(Hold-Idx) equal Hold-Test-Code
or HLT-Iata-Code(Hold-Idx) equal '***')
and HLT-From-Date(Hold-Idx) not greater Hold-Test-To
and HLT-To-Date(Hold-Idx) not less Hold-Test-From
Set Hold-Hit to true
else
Add 1 to Hold-Idx
End-If
.
Count-Held-Record.
Add 1 to HLT-Kept(Hold-Idx).
Add 1 to Records-Held.
Report-Held-Records.
Display "-----------------------------------------------".
Display "Kept under legal hold  : " Records-Held.
Perform Report-One-Hold
Varying Hold-Idx From 1 By 1 Until Hold-Idx > Hold-Count.
Report-One-Hold.
If HLT-Released(Hold-Idx) not equal 'Y'
Display "   hold " HLT-Hold-Id(Hold-Idx) " "
HLT-Matter-Ref(Hold-Idx) " " HLT-Iata-Code(Hold-Idx) " "
HLT-From-Date(Hold-Idx) "-" HLT-To-Date(Hold-Idx) " kept "
HLT-Kept(Hold-Idx)
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHHAGE.
