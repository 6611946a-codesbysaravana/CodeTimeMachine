*>                   IDCAMS overlay step, the HWTHARCH pattern.
*>                   Legacy captures with no date stamp are KEPT
*>                   and counted -- they can't be judged, only
*>                   reported.  Captures a live legal hold
*>                   (LEGLHOLD) covers are kept too, counted
*>                   against the hold that saved them.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Select-File Assign To CAPSEL
Organization Is Line Sequential
File Status Is Select-File-Status.
Select Hold-File Assign To LEGLHOLD
Organization Is Line Sequential
File Status Is Hold-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Capture-File.
01 Capture-Keep-Record Pic X(2017).
FD  Select-File.
COPY CAPSLREC.
FD  Hold-File.
COPY LHLDREC.
WORKING-STORAGE SECTION.
01 Capture-File-Status Pic X(2) Value Spaces.
88 Capture-File-OK     Value '00'.
01 Records-Written  Pic 9(7) Value 0.
01 Records-Dropped  Pic 9(7) Value 0.
01 Records-Undated  Pic 9(7) Value 0.
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
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
If Return-Code = 0
Open Input Capture-File
If not Capture-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAPTOUT' to MRQ-Insert(1)
Move 'library' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Evaluate true
Display "Records written  : " Records-Written
Display "Captures dropped : " Records-Dropped
Display "Undated captures : " Records-Undated
If Mode-Purge
Perform Report-Held-Records
End-If
End-If
End-If.
Display "** Capture Library Manager Ends                **".
Run-Catalog-Mode.
Open Output Capture-Index-File.
If not Out-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAPTNDX' to MRQ-Insert(1)
Move 'catalog' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Capture
" code=" Crit-Iata-Code " provider=" Crit-Provider " **"
Open Output Capture-Out-File
If not Out-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAPTIN' to MRQ-Insert(1)
Move 'selection output' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Capture
Move Cutoff-Numeric to Cutoff-Date.
Display "** Dropping captures older than " Cutoff-Date
" **".
Perform Load-Hold-Table.
Open Output Capture-Keep-File.
If not Out-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAPTKEEP' to MRQ-Insert(1)
Move '-- nothing purged' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Capture
Write Capture-Keep-Record from Capture-Record
Add 1 to Records-Written
When CAP-Run-Date < Cutoff-Date
Move CAP-Iata-Code to Hold-Test-Code
Move CAP-Run-Date to Hold-Test-From
Move CAP-Run-Date to Hold-Test-To
Perform Test-Legal-Hold
If Hold-Hit
Perform Count-Held-Record
Write Capture-Keep-Record from Capture-Record
Add 1 to Records-Written
else
Add 1 to Records-Dropped
End-If
When other
Write Capture-Keep-Record from Capture-Record
Add 1 to Records-Written
End-Evaluate.
Perform Read-Next-Capture.
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
End Program HWTHCAPL.
