IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCHUB.
*> Carrier hub exposure: commercial asks "which carriers are hurting
*> right now", not "is DFW red".  Every CARHUB row (carrier, hub or
*> focus city, share of the carrier's operations) is matched to the
*> status that station came back with in one HWTHXCB1 run, and the
*> carriers are ranked by weighted exposure -- each Yellow, Red or
*> Closed station's share times 1, 2 or 3 -- with the affected
*> stations listed under each carrier.  The same ranking goes to the
*> CAREXP extract for the commercial team to load.
*>   (no PARM)              the newest run on AUDITLOG
*>   PARM=CCYYMMDDHHMMSS    that run id
*> RC=4 when the run has no audit records; RC=8 when CARHUB or
*> AUDITLOG can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Carrier-Hub-File Assign To CARHUB
Organization Is Line Sequential
File Status Is Carrier-Hub-File-Status.
Select Audit-File Assign To AUDITLOG
Organization Is Line Sequential
File Status Is Audit-File-Status.
Select Exposure-File Assign To CAREXP
Organization Is Line Sequential
File Status Is Exposure-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Carrier-Hub-File.
COPY CARHREC.
FD  Audit-File.
COPY AUDITREC.
FD  Exposure-File.
COPY CAREXREC.
WORKING-STORAGE SECTION.
01 Carrier-Hub-File-Status Pic X(2) Value Spaces.
88 Carrier-Hub-File-OK     Value '00'.
88 Carrier-Hub-File-At-End Value '10'.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK     Value '00'.
88 Audit-File-At-End Value '10'.
01 Exposure-File-Status Pic X(2) Value Spaces.
88 Exposure-File-OK Value '00'.
01 Hub-EOF-Flag Pic X Value 'N'.
88 Hub-EOF Value 'Y'.
01 Audit-EOF-Flag Pic X Value 'N'.
88 Audit-EOF Value 'Y'.
*> The run being reported, fixed by PARM or else the newest seen.
01 Target-Run-Id Pic X(14) Value Spaces.
01 Target-Fixed-Flag Pic X Value 'N'.
88 Target-Fixed Value 'Y'.
01 Run-Records Pic 9(7) Value 0.
*> CARHUB rows, each with the status its station had in the run.
01 Hub-Table.
05 Hub-Entry Occurs 2000 times.
10 HBT-Carrier-Idx Pic 9(3).
10 HBT-Iata-Code   Pic X(3).
10 HBT-Hub-Type    Pic X(1).
10 HBT-Ops-Share   Pic 9(3).
10 HBT-Status-Code Pic X(1).
01 Hub-Count Pic 9(4) Value 0.
01 Hub-Idx   Pic 9(4) Value 0.
*> One entry per carrier, ranked by score once the run is applied.
01 Carrier-Table.
05 Carrier-Entry Occurs 200 times.
10 CRT-Carrier-Code Pic X(3).
10 CRT-Carrier-Name Pic X(30).
10 CRT-Table-Slot   Pic 9(3).
10 CRT-Score        Pic 9(5).
10 CRT-Share        Pic 9(3).
10 CRT-Hit-Count    Pic 9(3).
10 CRT-Closed-Count Pic 9(3).
10 CRT-Red-Count    Pic 9(3).
10 CRT-Yellow-Count Pic 9(3).
01 Carrier-Count Pic 9(3) Value 0.
01 Carrier-Idx   Pic 9(3) Value 0.
01 Carrier-Found-Flag Pic X Value 'N'.
88 Carrier-Found Value 'Y'.
01 Carrier-Swap-Holder Pic X(56).
01 Sort-Pass  Pic 9(3) Value 0.
01 Sort-Limit Pic 9(3) Value 0.
01 Status-Factor Pic 9 Value 0.
01 Exposed-Carriers Pic 9(3) Value 0.
01 Extract-Written  Pic 9(3) Value 0.
01 Hub-Type-Text Pic X(5) Value Spaces.
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
Display "** Carrier Hub Exposure                       **".
Display "***********************************************".
If parm-len equal 14 and parm-string(1:14) is numeric
Move parm-string(1:14) to Target-Run-Id
Set Target-Fixed to true
End-If.
Open Input Carrier-Hub-File.
If not Carrier-Hub-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CARHUB' to MRQ-Insert(1)
Move 'reference file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Load-Carrier-Hub until Hub-EOF
Close Carrier-Hub-File
Open Input Audit-File
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Apply-One-Audit-Record until Audit-EOF
Close Audit-File
Perform Report-Exposure
End-If
End-If.
Display "** Carrier Hub Exposure Ends                  **".
Display "***********************************************".
STOP RUN.
Load-Carrier-Hub.
Read Carrier-Hub-File
At End
Set Hub-EOF to true
End-Read.
If not Carrier-Hub-File-OK and not Carrier-Hub-File-At-End
Set Hub-EOF to true
End-If.
If not Hub-EOF
If CHB-Carrier-Code not equal Spaces
and CHB-Iata-Code not equal Spaces
and Hub-Count < 2000
Perform Find-Or-Add-Carrier
If Carrier-Found
Add 1 to Hub-Count
Move Carrier-Idx to HBT-Carrier-Idx(Hub-Count)
Move CHB-Iata-Code to HBT-Iata-Code(Hub-Count)
Move CHB-Hub-Type to HBT-Hub-Type(Hub-Count)
If CHB-Ops-Share is numeric
Move CHB-Ops-Share to HBT-Ops-Share(Hub-Count)
else
Move 0 to HBT-Ops-Share(Hub-Count)
End-If
Move Space to HBT-Status-Code(Hub-Count)
End-If
End-If
End-If
.
Find-Or-Add-Carrier.
Move 'N' to Carrier-Found-Flag.
Move 1 to Carrier-Idx.
Perform Search-Carrier-Entry
until Carrier-Idx > Carrier-Count or Carrier-Found.
If not Carrier-Found and Carrier-Count < 200
Add 1 to Carrier-Count
Move Carrier-Count to Carrier-Idx
Move CHB-Carrier-Code to CRT-Carrier-Code(Carrier-Idx)
Move CHB-Carrier-Name to CRT-Carrier-Name(Carrier-Idx)
Move Carrier-Idx to CRT-Table-Slot(Carrier-Idx)
Move 0 to CRT-Score(Carrier-Idx)
Move 0 to CRT-Share(Carrier-Idx)
Move 0 to CRT-Hit-Count(Carrier-Idx)
Move 0 to CRT-Closed-Count(Carrier-Idx)
Move 0 to CRT-Red-Count(Carrier-Idx)
Move 0 to CRT-Yellow-Count(Carrier-Idx)
Set Carrier-Found to true
End-If.
*> Leaves Carrier-Idx pointing at the matched entry -- only stepped
*> past it when this slot wasn't the one.
Search-Carrier-Entry.
If CRT-Carrier-Code(Carrier-Idx) equal CHB-Carrier-Code
Set Carrier-Found to true
else
Add 1 to Carrier-Idx
End-If
.
*> AUDITLOG is appended run after run, so without a PARM a newer run
*> id starts the station statuses over and the last run standing is
*> the one reported.  Only answered lookups carry a status worth
*> believing; trailers and failures are passed over.
Apply-One-Audit-Record.
Read Audit-File
At End
Set Audit-EOF to true
End-Read.
If not Audit-File-OK and not Audit-File-At-End
Set Audit-EOF to true
End-If.
If not Audit-EOF and Audit-Record(1:7) not equal 'TRAILER'
If not Target-Fixed and AUD-Run-Id > Target-Run-Id
Move AUD-Run-Id to Target-Run-Id
Move 0 to Run-Records
Perform Clear-Hub-Status
Varying Hub-Idx From 1 By 1 Until Hub-Idx > Hub-Count
End-If
If AUD-Run-Id equal Target-Run-Id
Add 1 to Run-Records
If AUD-Outcome-Success
Perform Post-Station-Status
Varying Hub-Idx From 1 By 1 Until Hub-Idx > Hub-Count
End-If
End-If
End-If
.
Clear-Hub-Status.
Move Space to HBT-Status-Code(Hub-Idx).
Post-Station-Status.
If HBT-Iata-Code(Hub-Idx) equal AUD-Iata-Code
Move AUD-Status-Code to HBT-Status-Code(Hub-Idx)
End-If.
Report-Exposure.
If Run-Records = 0
Display "** No audit records for run " Target-Run-Id " **"
Move 4 to Return-Code
else
Display "** Run " Target-Run-Id "  (" Run-Records
" lookups)      **"
Perform Score-One-Station
Varying Hub-Idx From 1 By 1 Until Hub-Idx > Hub-Count
Perform Sort-Carrier-Table
Display "-----------------------------------------------"
Display "RANK CARRIER                            SCORE SHARE%"
" STATIONS C/R/Y"
Perform Print-One-Carrier
Varying Carrier-Idx From 1 By 1
Until Carrier-Idx > Carrier-Count
If Exposed-Carriers = 0
Display "   No carrier hub or focus city is Yellow, Red"
" or Closed in this run"
End-If
Perform Write-Exposure-Extract
Display "-----------------------------------------------"
Display "Carriers on CARHUB     : " Carrier-Count
Display "Hub/focus rows         : " Hub-Count
Display "Carriers exposed       : " Exposed-Carriers
Display "Extract records written: " Extract-Written
End-If.
Score-One-Station.
Move HBT-Carrier-Idx(Hub-Idx) to Carrier-Idx.
Perform Factor-Station-Status.
If Status-Factor > 0
Compute CRT-Score(Carrier-Idx) = CRT-Score(Carrier-Idx)
+ HBT-Ops-Share(Hub-Idx) * Status-Factor
Add HBT-Ops-Share(Hub-Idx) to CRT-Share(Carrier-Idx)
Add 1 to CRT-Hit-Count(Carrier-Idx)
Evaluate HBT-Status-Code(Hub-Idx)
When 'C'
Add 1 to CRT-Closed-Count(Carrier-Idx)
When 'R'
Add 1 to CRT-Red-Count(Carrier-Idx)
When other
Add 1 to CRT-Yellow-Count(Carrier-Idx)
End-Evaluate
End-If.
Factor-Station-Status.
Evaluate HBT-Status-Code(Hub-Idx)
When 'C'
Move 3 to Status-Factor
When 'R'
Move 2 to Status-Factor
When 'Y'
Move 1 to Status-Factor
When other
Move 0 to Status-Factor
End-Evaluate.
*> Adjacent-swap passes, descending score -- stable, so carriers
*> scoring alike keep CARHUB order.  CRT-Table-Slot rides along so
*> each carrier's hub rows can still be found after the shuffle.
Sort-Carrier-Table.
Perform Carrier-Bubble-Pass
Varying Sort-Pass From 1 By 1
Until Sort-Pass >= Carrier-Count.
Carrier-Bubble-Pass.
Compute Sort-Limit = Carrier-Count - Sort-Pass.
Perform Carrier-Compare-Swap
Varying Carrier-Idx From 1 By 1
Until Carrier-Idx > Sort-Limit.
Carrier-Compare-Swap.
If CRT-Score(Carrier-Idx) < CRT-Score(Carrier-Idx + 1)
Move Carrier-Entry(Carrier-Idx) to Carrier-Swap-Holder
Move Carrier-Entry(Carrier-Idx + 1) to Carrier-Entry(Carrier-Idx)
Move Carrier-Swap-Holder to Carrier-Entry(Carrier-Idx + 1)
End-If.
Print-One-Carrier.
If CRT-Score(Carrier-Idx) > 0
Add 1 to Exposed-Carriers
Display Exposed-Carriers "  " CRT-Carrier-Code(Carrier-Idx) " "
CRT-Carrier-Name(Carrier-Idx) " " CRT-Score(Carrier-Idx) "  "
CRT-Share(Carrier-Idx) "    " CRT-Hit-Count(Carrier-Idx) "    "
CRT-Closed-Count(Carrier-Idx) "/" CRT-Red-Count(Carrier-Idx) "/"
CRT-Yellow-Count(Carrier-Idx)
Perform Print-Affected-Station
Varying Hub-Idx From 1 By 1 Until Hub-Idx > Hub-Count
End-If.
Print-Affected-Station.
If HBT-Carrier-Idx(Hub-Idx) equal CRT-Table-Slot(Carrier-Idx)
Perform Factor-Station-Status
If Status-Factor > 0
If HBT-Hub-Type(Hub-Idx) equal 'H'
Move 'HUB' to Hub-Type-Text
else
Move 'FOCUS' to Hub-Type-Text
End-If
Display "        " HBT-Iata-Code(Hub-Idx) " " Hub-Type-Text
" status " HBT-Status-Code(Hub-Idx)
" share " HBT-Ops-Share(Hub-Idx) "%"
End-If
End-If.
Write-Exposure-Extract.
Open Output Exposure-File.
If not Exposure-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAREXP' to MRQ-Insert(1)
Move 'extract -- report only' to MRQ-Insert(2)
Perform Issue-Message
else
Move 0 to Exposed-Carriers
Perform Write-One-Exposure
Varying Carrier-Idx From 1 By 1
Until Carrier-Idx > Carrier-Count
Close Exposure-File
End-If.
Write-One-Exposure.
If CRT-Score(Carrier-Idx) > 0
Add 1 to Exposed-Carriers
Move Target-Run-Id to CXP-Run-Id
Move CRT-Carrier-Code(Carrier-Idx) to CXP-Carrier-Code
Move CRT-Carrier-Name(Carrier-Idx) to CXP-Carrier-Name
Move Exposed-Carriers to CXP-Rank
Move CRT-Score(Carrier-Idx) to CXP-Exposure-Score
Move CRT-Share(Carrier-Idx) to CXP-Impaired-Share
Move CRT-Hit-Count(Carrier-Idx) to CXP-Stations-Hit
Move CRT-Closed-Count(Carrier-Idx) to CXP-Closed-Count
Move CRT-Red-Count(Carrier-Idx) to CXP-Red-Count
Move CRT-Yellow-Count(Carrier-Idx) to CXP-Yellow-Count
Write Carrier-Exposure-Record
Add 1 to Extract-Written
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHCHUB.
