IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHTSIM.
*> Threshold what-if simulator.  HWTHTHRC says what the tiers should
*> be; this job shows what a change would have done to the pager
*> before anyone makes it.  The last N days of AIRHIST detail
*> snapshots are replayed through HWTHXCB1's delay-tier judgement
*> twice -- once against today's THRSHLST and APCONFIG
*> PC-Alert-Threshold, once against a proposed deck (THRPROP, the
*> THRSHLST layout, a full replacement deck such as HWTHTHRC's
*> THRCARDS output) and proposed global threshold -- and the
*> WARNING/SEVERE/CRITICAL counts printed side by side per airport
*> and overall.  Any day an airport would have paged under one set
*> and not the other is listed, with the worst tier each way.
*> As in the run: a code with its own tiers alerts at the highest
*> tier whose minutes the delay exceeds; a code without them raises
*> SEVERE above the global threshold.  Closed snapshots are left
*> out (CLOSURE is CRITICAL whatever the thresholds), and so are
*> the weekly/monthly aggregates.  The global threshold is the
*> baseline (first) APCONFIG record's.
*>   PARM=DAYS=nnn              replay nnn days (default 30)
*>   PARM=DAYS=nnn,GLOBAL=nnnnn also propose a new global threshold
*> RC=4 when the proposal changes whether any airport paged on any
*> day; RC=8 when AIRHIST or THRPROP can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
Select Threshold-File Assign To THRSHLST
Organization Is Line Sequential
File Status Is Threshold-File-Status.
Select Proposed-File Assign To THRPROP
Organization Is Line Sequential
File Status Is Proposed-File-Status.
Select Config-File Assign To APCONFIG
Organization Is Line Sequential
File Status Is Config-File-Status.
DATA DIVISION.
FILE SECTION.
FD  History-File.
COPY AIRHIST.
FD  Threshold-File.
COPY AIRTHRSH.
FD  Proposed-File.
COPY AIRTHRSH Replacing Leading ==THR-== By ==PRP-==.
FD  Config-File.
COPY APCONFIG.
WORKING-STORAGE SECTION.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Threshold-File-Status Pic X(2) Value Spaces.
88 Threshold-File-OK     Value '00'.
88 Threshold-File-At-End Value '10'.
01 Proposed-File-Status Pic X(2) Value Spaces.
88 Proposed-File-OK     Value '00'.
88 Proposed-File-At-End Value '10'.
01 Config-File-Status Pic X(2) Value Spaces.
88 Config-File-OK Value '00'.
01 Threshold-EOF-Flag Pic X Value 'N'.
88 Threshold-EOF Value 'Y'.
01 Proposed-EOF-Flag Pic X Value 'N'.
88 Proposed-EOF Value 'Y'.
*> The two tier sets, current and proposed, sized as the run's.
01 Threshold-Table.
05 Threshold-Entry Occurs 1 to 10000 times
Depending On Threshold-Count.
10 THRT-Iata-Code        Pic X(3).
10 THRT-Warning-Minutes  Pic 9(5).
10 THRT-Severe-Minutes   Pic 9(5).
10 THRT-Critical-Minutes Pic 9(5).
01 Threshold-Count Pic 9(5) Value 0.
01 Threshold-Idx   Pic 9(5) Value 0.
01 Proposed-Table.
05 Proposed-Entry Occurs 1 to 10000 times
Depending On Proposed-Count.
10 PRPT-Iata-Code        Pic X(3).
10 PRPT-Warning-Minutes  Pic 9(5).
10 PRPT-Severe-Minutes   Pic 9(5).
10 PRPT-Critical-Minutes Pic 9(5).
01 Proposed-Count Pic 9(5) Value 0.
01 Proposed-Idx   Pic 9(5) Value 0.
01 Tier-Found-Flag Pic X Value 'N'.
88 Tier-Entry-Found Value 'Y'.
*> Where the current airport's rows sit in each table (0 = none,
*> judged against the global threshold).
01 Current-Tier-Slot  Pic 9(5) Value 0.
01 Proposed-Tier-Slot Pic 9(5) Value 0.
01 Current-Global-Minutes  Pic 9(5) Value 30.
01 Proposed-Global-Minutes Pic 9(5) Value 0.
01 Replay-Days Pic 9(3) Value 30.
01 Range-From-Date Pic X(8) Value Spaces.
01 Range-To-Date   Pic X(8) Value Spaces.
01 Range-Work-Date Pic 9(8) Value 0.
01 Range-Work-Int  Pic 9(9) Value 0.
01 Snapshot-Delay Pic 9(5) Value 0.
*> Tier ranks: 0 none, 1 WARNING, 2 SEVERE, 3 CRITICAL.
01 Snapshot-Current-Rank  Pic 9 Value 0.
01 Snapshot-Proposed-Rank Pic 9 Value 0.
01 Day-Current-Rank  Pic 9 Value 0.
01 Day-Proposed-Rank Pic 9 Value 0.
01 Day-Max-Delay     Pic 9(5) Value 0.
01 Tier-Name-Table.
05 Filler Pic X(8) Value 'none'.
05 Filler Pic X(8) Value 'WARNING'.
05 Filler Pic X(8) Value 'SEVERE'.
05 Filler Pic X(8) Value 'CRITICAL'.
01 Tier-Names Redefines Tier-Name-Table.
05 Tier-Name Pic X(8) Occurs 4 times.
01 Current-Airport Pic X(3) Value Spaces.
01 Current-Day     Pic X(8) Value Spaces.
01 Airport-Header-Flag Pic X Value 'N'.
88 Airport-Header-Shown Value 'Y'.
*> Per-airport and overall counts, by tier 1-3.
01 Airport-Counts.
05 APC-Current-Alerts  Pic 9(5) Occurs 3 times.
05 APC-Proposed-Alerts Pic 9(5) Occurs 3 times.
05 APC-Days-Now-Paging  Pic 9(5).
05 APC-Days-Stop-Paging Pic 9(5).
01 Total-Counts.
05 TOT-Current-Alerts  Pic 9(7) Occurs 3 times.
05 TOT-Proposed-Alerts Pic 9(7) Occurs 3 times.
05 TOT-Days-Now-Paging  Pic 9(7).
05 TOT-Days-Stop-Paging Pic 9(7).
01 Rank-Idx Pic 9 Value 0.
01 Total-Records    Pic 9(7) Value 0.
01 Total-Replayed   Pic 9(7) Value 0.
01 Total-Airports   Pic 9(5) Value 0.
01 Total-Changed-Airports Pic 9(5) Value 0.
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
Display "** Threshold What-If Simulator                **".
Display "***********************************************".
Perform Read-Global-Threshold.
Move Current-Global-Minutes to Proposed-Global-Minutes.
Evaluate true
When parm-len equal 0
Continue
When parm-len equal 8 and parm-string(1:5) equal 'DAYS='
and parm-string(6:3) is numeric
Move parm-string(6:3) to Replay-Days
When parm-len equal 21 and parm-string(1:5) equal 'DAYS='
and parm-string(6:3) is numeric
and parm-string(9:8) equal ',GLOBAL='
and parm-string(17:5) is numeric
Move parm-string(6:3) to Replay-Days
Move parm-string(17:5) to Proposed-Global-Minutes
When other
Display "** PARM must be DAYS=nnn[,GLOBAL=nnnnn]        **"
Move 8 to Return-Code
End-Evaluate.
If Replay-Days = 0
Move 30 to Replay-Days
End-If.
If Return-Code = 0
Perform Set-Replay-Range
Perform Load-Current-Thresholds
Perform Load-Proposed-Thresholds
End-If.
If Return-Code = 0
Perform Replay-History
End-If.
Display "** Threshold What-If Simulator Ends            **".
Display "***********************************************".
STOP RUN.
Read-Global-Threshold.
Open Input Config-File.
If Config-File-OK
Read Config-File
At End
Continue
Not At End
If PC-Alert-Threshold > 0
Move PC-Alert-Threshold to Current-Global-Minutes
End-If
End-Read
Close Config-File
End-If
.
Set-Replay-Range.
Move Function Current-Date(1:8) to Range-To-Date.
Move Range-To-Date to Range-Work-Date.
Compute Range-Work-Int =
Function Integer-Of-Date(Range-Work-Date) - Replay-Days + 1.
Compute Range-Work-Date = Function Date-Of-Integer(Range-Work-Int).
Move Range-Work-Date to Range-From-Date.
Display "** Replaying " Range-From-Date " through " Range-To-Date
"      **".
Display "** Global threshold current " Current-Global-Minutes
" proposed " Proposed-Global-Minutes " **".
*> No THRSHLST means every code is on the global threshold today,
*> as in the run.
Load-Current-Thresholds.
Open Input Threshold-File.
If Threshold-File-OK
Perform Read-Threshold-Record until Threshold-EOF
Close Threshold-File
else
Display "** THRSHLST unavailable -- current set is the global"
" threshold only **"
End-If.
Display "** Current tier rows  : " Threshold-Count.
Read-Threshold-Record.
Read Threshold-File
At End
Set Threshold-EOF to true
End-Read.
If not Threshold-File-OK and not Threshold-File-At-End
Set Threshold-EOF to true
End-If.
If not Threshold-EOF and Threshold-Count < 10000
Add 1 to Threshold-Count
Move THR-Iata-Code to THRT-Iata-Code(Threshold-Count)
Move THR-Warning-Minutes to THRT-Warning-Minutes(Threshold-Count)
Move THR-Severe-Minutes to THRT-Severe-Minutes(Threshold-Count)
Move THR-Critical-Minutes to THRT-Critical-Minutes(Threshold-Count)
End-If
.
*> The proposal is the whole point of the run -- without it there
*> is nothing to compare.
Load-Proposed-Thresholds.
Open Input Proposed-File.
If Proposed-File-OK
Perform Read-Proposed-Record until Proposed-EOF
Close Proposed-File
Display "** Proposed tier rows : " Proposed-Count
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'THRPROP' to MRQ-Insert(1)
Move 'proposed deck' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
End-If
.
Read-Proposed-Record.
Read Proposed-File
At End
Set Proposed-EOF to true
End-Read.
If not Proposed-File-OK and not Proposed-File-At-End
Set Proposed-EOF to true
End-If.
If not Proposed-EOF and Proposed-Count < 10000
Add 1 to Proposed-Count
Move PRP-Iata-Code to PRPT-Iata-Code(Proposed-Count)
Move PRP-Warning-Minutes to PRPT-Warning-Minutes(Proposed-Count)
Move PRP-Severe-Minutes to PRPT-Severe-Minutes(Proposed-Count)
Move PRP-Critical-Minutes to PRPT-Critical-Minutes(Proposed-Count)
End-If
.
Replay-History.
Initialize Total-Counts.
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
Perform Replay-One-Snapshot until History-File-At-End
End-Start
If Current-Airport not equal Spaces
Perform Close-Out-Day
Perform Print-Airport-Totals
End-If
Close History-File
Perform Print-Report-Totals
If TOT-Days-Now-Paging > 0 or TOT-Days-Stop-Paging > 0
Move 4 to Return-Code
End-If
End-If
.
Replay-One-Snapshot.
Read History-File Next Record
At End
Set History-File-At-End to true
End-Read
If not History-File-At-End
Add 1 to Total-Records
If not HIST-Kind-Weekly and not HIST-Kind-Monthly
and not HIST-Status-Closed
and HIST-Run-Date not less Range-From-Date
and HIST-Run-Date not greater Range-To-Date
Add 1 to Total-Replayed
If HIST-Iata-Code not equal Current-Airport
Perform Break-To-Next-Airport
else
If HIST-Run-Date not equal Current-Day
Perform Close-Out-Day
Perform Start-New-Day
End-If
End-If
Perform Judge-One-Snapshot
End-If
End-If
.
Break-To-Next-Airport.
If Current-Airport not equal Spaces
Perform Close-Out-Day
Perform Print-Airport-Totals
End-If
Move HIST-Iata-Code to Current-Airport.
Add 1 to Total-Airports.
Move 'N' to Airport-Header-Flag.
Initialize Airport-Counts.
Perform Find-Airport-Tiers.
Perform Start-New-Day.
Start-New-Day.
Move HIST-Run-Date to Current-Day.
Move 0 to Day-Current-Rank.
Move 0 to Day-Proposed-Rank.
Move 0 to Day-Max-Delay.
Find-Airport-Tiers.
Move 0 to Current-Tier-Slot.
Move 'N' to Tier-Found-Flag.
Move 1 to Threshold-Idx.
Perform Search-Current-Tier
until Threshold-Idx > Threshold-Count or Tier-Entry-Found.
If Tier-Entry-Found
Move Threshold-Idx to Current-Tier-Slot
End-If.
Move 0 to Proposed-Tier-Slot.
Move 'N' to Tier-Found-Flag.
Move 1 to Proposed-Idx.
Perform Search-Proposed-Tier
until Proposed-Idx > Proposed-Count or Tier-Entry-Found.
If Tier-Entry-Found
Move Proposed-Idx to Proposed-Tier-Slot
End-If
.
Search-Current-Tier.
If THRT-Iata-Code(Threshold-Idx) equal Current-Airport
Set Tier-Entry-Found to true
else
Add 1 to Threshold-Idx
End-If
.
Search-Proposed-Tier.
If PRPT-Iata-Code(Proposed-Idx) equal Current-Airport
Set Tier-Entry-Found to true
else
Add 1 to Proposed-Idx
End-If
.
*> The same judgement as the run's Check-Delay-Alert, once per set.
Judge-One-Snapshot.
If HIST-Delay-Minutes is numeric
Move HIST-Delay-Minutes to Snapshot-Delay
else
Move 0 to Snapshot-Delay
End-If.
Move 0 to Snapshot-Current-Rank.
If Current-Tier-Slot > 0
Evaluate true
When Snapshot-Delay > THRT-Critical-Minutes(Current-Tier-Slot)
Move 3 to Snapshot-Current-Rank
When Snapshot-Delay > THRT-Severe-Minutes(Current-Tier-Slot)
Move 2 to Snapshot-Current-Rank
When Snapshot-Delay > THRT-Warning-Minutes(Current-Tier-Slot)
Move 1 to Snapshot-Current-Rank
When other
Continue
End-Evaluate
else
If Snapshot-Delay > Current-Global-Minutes
Move 2 to Snapshot-Current-Rank
End-If
End-If.
Move 0 to Snapshot-Proposed-Rank.
If Proposed-Tier-Slot > 0
Evaluate true
When Snapshot-Delay > PRPT-Critical-Minutes(Proposed-Tier-Slot)
Move 3 to Snapshot-Proposed-Rank
When Snapshot-Delay > PRPT-Severe-Minutes(Proposed-Tier-Slot)
Move 2 to Snapshot-Proposed-Rank
When Snapshot-Delay > PRPT-Warning-Minutes(Proposed-Tier-Slot)
Move 1 to Snapshot-Proposed-Rank
When other
Continue
End-Evaluate
else
If Snapshot-Delay > Proposed-Global-Minutes
Move 2 to Snapshot-Proposed-Rank
End-If
End-If.
If Snapshot-Current-Rank > 0
Add 1 to APC-Current-Alerts(Snapshot-Current-Rank)
Add 1 to TOT-Current-Alerts(Snapshot-Current-Rank)
End-If.
If Snapshot-Proposed-Rank > 0
Add 1 to APC-Proposed-Alerts(Snapshot-Proposed-Rank)
Add 1 to TOT-Proposed-Alerts(Snapshot-Proposed-Rank)
End-If.
If Snapshot-Current-Rank > Day-Current-Rank
Move Snapshot-Current-Rank to Day-Current-Rank
End-If.
If Snapshot-Proposed-Rank > Day-Proposed-Rank
Move Snapshot-Proposed-Rank to Day-Proposed-Rank
End-If.
If Snapshot-Delay > Day-Max-Delay
Move Snapshot-Delay to Day-Max-Delay
End-If
.
*> A day paged when any snapshot in it raised a delay alert.
Close-Out-Day.
Evaluate true
When Day-Current-Rank = 0 and Day-Proposed-Rank > 0
Perform Show-Airport-Header
Add 1 to APC-Days-Now-Paging
Add 1 to TOT-Days-Now-Paging
Display "   " Current-Day " WOULD PAGE    worst delay "
Day-Max-Delay " min, proposed "
Tier-Name(Day-Proposed-Rank + 1)
When Day-Current-Rank > 0 and Day-Proposed-Rank = 0
Perform Show-Airport-Header
Add 1 to APC-Days-Stop-Paging
Add 1 to TOT-Days-Stop-Paging
Display "   " Current-Day " STOPS PAGING  worst delay "
Day-Max-Delay " min, was "
Tier-Name(Day-Current-Rank + 1)
When other
Continue
End-Evaluate
.
Show-Airport-Header.
If not Airport-Header-Shown
Add 1 to Total-Changed-Airports
Display "-----------------------------------------------"
Display "Pager changes at " Current-Airport ":"
Set Airport-Header-Shown to true
End-If
.
*> Airports with no alert either way print nothing.
Print-Airport-Totals.
If Airport-Header-Shown
or APC-Current-Alerts(1) > 0 or APC-Current-Alerts(2) > 0
or APC-Current-Alerts(3) > 0 or APC-Proposed-Alerts(1) > 0
or APC-Proposed-Alerts(2) > 0 or APC-Proposed-Alerts(3) > 0
Display "   " Current-Airport
" current  W=" APC-Current-Alerts(1)
" S=" APC-Current-Alerts(2)
" C=" APC-Current-Alerts(3)
Display "       proposed W=" APC-Proposed-Alerts(1)
" S=" APC-Proposed-Alerts(2)
" C=" APC-Proposed-Alerts(3)
" days +" APC-Days-Now-Paging " -" APC-Days-Stop-Paging
End-If
.
Print-Report-Totals.
Display "-----------------------------------------------".
Display "History records read   : " Total-Records.
Display "Snapshots replayed     : " Total-Replayed.
Display "Airports replayed      : " Total-Airports.
Display "Tier     current  proposed".
Perform Print-One-Tier-Total
Varying Rank-Idx From 1 By 1 Until Rank-Idx > 3.
Display "Airport-days newly paging : " TOT-Days-Now-Paging.
Display "Airport-days stop paging  : " TOT-Days-Stop-Paging.
Display "Airports with pager change: " Total-Changed-Airports.
Print-One-Tier-Total.
Display Tier-Name(Rank-Idx + 1) " " TOT-Current-Alerts(Rank-Idx)
" " TOT-Proposed-Alerts(Rank-Idx).
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHTSIM.
