IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHDCLS.
*> End-of-day closeout: one settled DAYCLOSE record per airport for
*> a finished day (see DCLSREC) -- worst status, hours in each
*> status, peak and average delay, snapshots, alerts opened and
*> lookup coverage -- after which the day is frozen: a second
*> closeout of the same day is refused, and the monthly, weekly,
*> regional and year-over-year reports read the settled records.
*> The airports closed are the watch-list (AIRLIST) plus any code
*> looked up or alerted that day.  Before anything is written every
*> AUDITLOG run with a record on the day must balance against its
*> TRAILER, so a day is never frozen over a truncated trail.
*>   (no PARM)              yesterday
*>   PARM=CCYYMMDD          that day (must be over; closing an
*>                          earlier day needs its AIRHIST detail and
*>                          AUDITLOG records still on hand)
*>   PARM=[CCYYMMDD,]FORCE  close in spite of a trailer problem; the
*>                          records carry the forced flag
*> RC=4 when the day was forced; RC=8 when the PARM can't be used,
*> the day is already closed, a trailer fails without FORCE, the
*> day outgrows the tables, or AIRLIST, AUDITLOG, AIRHIST or
*> DAYCLOSE can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Airport-List-File Assign To AIRLIST
Organization Is Line Sequential
File Status Is Airlist-File-Status.
Select Dow-Schedule-File Assign To DOWSKED
Organization Is Line Sequential
File Status Is Dow-Schedule-File-Status.
Select Control-Totals-File Assign To CTLTOTS
Organization Is Line Sequential
File Status Is Ctltot-File-Status.
Select Audit-File Assign To AUDITLOG
Organization Is Line Sequential
File Status Is Audit-File-Status.
Select Alert-File Assign To ALERTOUT
Organization Is Line Sequential
File Status Is Alert-File-Status.
Select Alert-Status-File Assign To ALRTSTAT
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
Select Recode-Xref-File Assign To RECODXRF
Organization Is Line Sequential
File Status Is Recode-Xref-File-Status.
Select Day-Close-File Assign To DAYCLOSE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is DCL-Key
File Status Is Day-Close-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Airport-List-File
Record Contains 15 Characters.
COPY AIRLSTR.
FD  Dow-Schedule-File.
COPY DOWSKED.
FD  Control-Totals-File.
COPY CTLTOTR.
FD  Audit-File.
COPY AUDITREC.
FD  Alert-File.
COPY ALERTREC.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  History-File.
COPY AIRHIST.
FD  Recode-Xref-File.
COPY RCDXREF.
FD  Day-Close-File.
COPY DCLSREC.
WORKING-STORAGE SECTION.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK     Value '00'.
88 Airlist-File-At-End Value '10'.
01 Dow-Schedule-File-Status Pic X(2) Value Spaces.
88 Dow-Schedule-File-OK     Value '00'.
88 Dow-Schedule-File-At-End Value '10'.
01 Ctltot-File-Status Pic X(2) Value Spaces.
88 Ctltot-File-OK     Value '00'.
88 Ctltot-File-At-End Value '10'.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK     Value '00'.
88 Audit-File-At-End Value '10'.
01 Alert-File-Status Pic X(2) Value Spaces.
88 Alert-File-OK     Value '00'.
88 Alert-File-At-End Value '10'.
01 Alert-Status-File-Status Pic X(2) Value Spaces.
88 Alert-Status-File-OK Value '00'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Recode-Xref-File-Status Pic X(2) Value Spaces.
88 Recode-Xref-File-OK     Value '00'.
88 Recode-Xref-File-At-End Value '10'.
01 Day-Close-File-Status Pic X(2) Value Spaces.
88 Day-Close-File-OK     Value '00'.
88 Day-Close-File-At-End Value '10'.
01 Read-EOF-Flag Pic X Value 'N'.
88 Read-EOF Value 'Y'.
01 Snap-EOF-Flag Pic X Value 'N'.
88 Snap-EOF Value 'Y'.
01 Recode-EOF-Flag Pic X Value 'N'.
88 Recode-EOF Value 'Y'.
01 Parm-Valid-Flag Pic X Value 'Y'.
88 Parm-Valid Value 'Y'.
01 Force-Flag Pic X Value 'N'.
88 Force-Requested Value 'Y'.
01 Day-Frozen-Flag Pic X Value 'N'.
88 Day-Frozen Value 'Y'.
01 Table-Overflow-Flag Pic X Value 'N'.
88 Table-Overflow Value 'Y'.
01 Close-Date     Pic X(8) Value Spaces.
01 Close-Date-Num Pic 9(8) Value 0.
01 Close-Int      Pic 9(9) Value 0.
01 Prior-Date     Pic 9(8) Value 0.
01 Today-Stamp    Pic 9(8) Value 0.
01 Closed-Stamp   Pic X(14) Value Spaces.
*> Position in DOW-Days of the closeout date (1 = Sunday).
01 Close-Day-Of-Week Pic 9(1) Value 0.
*> Full-list batch runs on the closeout date: CTLTOTS whole-run
*> records that attempted more than one airport, or -- with no
*> CTLTOTS -- the batch run ids seen on AUDITLOG.
01 List-Runs Pic 9(3) Value 0.
*> Codes DOWSKED rules out on the closeout date's weekday.
01 Skip-Table.
05 Skip-Entry Occurs 5000 times.
10 SKP-Iata-Code Pic X(3).
01 Skip-Count Pic 9(4) Value 0.
01 Skip-Idx   Pic 9(4) Value 0.
01 Skip-Found-Flag Pic X Value 'N'.
88 Skip-Found Value 'Y'.
*> The day's airports.
01 Airport-Table.
05 Airport-Entry Occurs 10000 times.
10 DCT-Iata-Code       Pic X(3).
10 DCT-Airport-Name    Pic X(50).
10 DCT-Scheduled-Flag  Pic X(1).
10 DCT-Lookups-Actual  Pic 9(3).
10 DCT-Lookups-Ok      Pic 9(3).
10 DCT-Online-Lookups  Pic 9(3).
10 DCT-Alerts-Opened   Pic 9(3).
01 Airport-Count Pic 9(5) Value 0.
01 Airport-Idx   Pic 9(5) Value 0.
01 Airport-Key   Pic X(3) Value Spaces.
01 Airport-Found-Flag Pic X Value 'N'.
88 Airport-Found Value 'Y'.
*> Alert reasons already seen raised against an airport today.
01 Alert-Pair-Table.
05 Alert-Pair-Entry Occurs 20000 times.
10 APR-Iata-Code Pic X(3).
10 APR-Reason    Pic X(10).
01 Alert-Pair-Count Pic 9(5) Value 0.
01 Alert-Pair-Idx   Pic 9(5) Value 0.
01 Alert-Pair-Found-Flag Pic X Value 'N'.
88 Alert-Pair-Found Value 'Y'.
01 Carried-Alert-Flag Pic X Value 'N'.
88 Carried-Alert Value 'Y'.
*> The runs with a record on the closeout date, balanced against
*> their trailers across the whole file (a run that crossed
*> midnight counts all of its records).
COPY TRAILREC.
01 Trail-Verify-Table.
05 Trail-Verify-Entry Occurs 1 to 200 times
Depending On Trail-Verify-Count.
10 TRV-Run-Id         Pic X(14).
10 TRV-Batch-Flag     Pic X.
10 TRV-Actual-Count   Pic 9(9).
10 TRV-Actual-Delay   Pic 9(9).
10 TRV-Expected-Count Pic 9(9).
10 TRV-Expected-Delay Pic 9(9).
10 TRV-Trailer-Flag   Pic X.
01 Trail-Verify-Count Pic 9(3) Value 0.
01 Trail-Verify-Idx   Pic 9(3) Value 0.
01 Trail-Lookup-Id    Pic X(14) Value Spaces.
01 Trail-Found-Flag Pic X Value 'N'.
88 Trail-Entry-Found Value 'Y'.
01 Trail-Problem-Flag Pic X Value 'N'.
88 Trail-Problem-Seen Value 'Y'.
*> More runs on the day than the table holds folds the overflow
*> into slot 1 and fails the verification.
01 Trail-Overflow-Flag Pic X Value 'N'.
88 Trail-Overflow-Noted Value 'Y'.
*> Old-to-new code cross-reference (RECODXRF, kept by HWTHRCOD): a
*> day's audit and alert records stamped with a recoded airport's
*> old code close under the new one, as AIRHIST is keyed.
01 Recode-Table.
05 Recode-Entry Occurs 1 to 500 times
Depending On Recode-Count.
10 RCT-Old-Code       Pic X(3).
10 RCT-New-Code       Pic X(3).
10 RCT-Effective-Date Pic X(8).
01 Recode-Count Pic 9(3) Value 0.
01 Recode-Idx   Pic 9(3) Value 0.
01 Recode-Hop   Pic 9 Value 0.
01 Recode-Hit-Flag Pic X Value 'N'.
88 Recode-Hit Value 'Y'.
01 Report-Iata-Code Pic X(3) Value Spaces.
*> One airport's day off its AIRHIST detail snapshots.  Seconds in
*> each status, slots 1-5 Green, Yellow, Red, Closed, Unknown.
01 Status-Seconds Pic 9(5) Occurs 5 times.
01 Status-Slot    Pic 9 Value 0.
01 Status-Rank    Pic 9 Value 0.
01 Worst-Rank     Pic 9 Value 0.
01 Segment-Start  Pic 9(5) Value 0.
01 Segment-Status Pic X(1) Value Space.
01 Snap-Seconds   Pic 9(5) Value 0.
01 Snap-Status    Pic X(1) Value Space.
01 Day-Snapshots  Pic 9(3) Value 0.
01 Day-Delayed    Pic 9(3) Value 0.
01 Day-Delay-Total Pic 9(7) Value 0.
01 Day-Peak-Delay Pic 9(5) Value 0.
01 Day-Worst-Status Pic X(1) Value Space.
01 Audit-Records-Read Pic 9(9) Value 0.
01 Audit-Records-Day  Pic 9(7) Value 0.
01 Alerts-Opened-Total Pic 9(7) Value 0.
01 Snapshots-Total    Pic 9(7) Value 0.
01 Records-Written    Pic 9(5) Value 0.
01 Write-Failures     Pic 9(5) Value 0.
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
Display "** Daily Airport Closeout                     **".
Display "***********************************************".
Move Function Current-Date(1:14) to Closed-Stamp.
Move Closed-Stamp(1:8) to Today-Stamp.
Perform Set-Close-Date.
If not Parm-Valid
Display "** PARM must be [CCYYMMDD][,FORCE] naming a   **"
Display "** day that is over                           **"
Move 8 to Return-Code
else
Display "** Closing " Close-Date "                           **"
Open I-O Day-Close-File
If not Day-Close-File-OK
Move Spaces to Message-Request
Move 'HWT0102E' to MRQ-Id
Move 'DAYCLOSE' to MRQ-Insert(1)
Move Day-Close-File-Status to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Check-Day-Not-Closed
If Day-Frozen
Display "** " Close-Date " is already closed out -- the  **"
Display "** day is frozen and is not closed again      **"
Move 8 to Return-Code
else
Perform Close-The-Day
End-If
Close Day-Close-File
End-If
End-If.
Display "** Daily Airport Closeout Ends                **".
Display "***********************************************".
STOP RUN.
*> ---- the day to close -------------------------------------------
Set-Close-Date.
Evaluate true
When parm-len = 0
Perform Default-To-Yesterday
When parm-len = 5 and parm-string(1:5) equal 'FORCE'
Perform Default-To-Yesterday
Set Force-Requested to true
When parm-len = 8 and parm-string(1:8) is numeric
Move parm-string(1:8) to Close-Date
When parm-len = 14 and parm-string(1:8) is numeric
and parm-string(9:6) equal ',FORCE'
Move parm-string(1:8) to Close-Date
Set Force-Requested to true
When other
Move 'N' to Parm-Valid-Flag
End-Evaluate.
If Parm-Valid
Move Close-Date to Close-Date-Num
If Function Test-Date-YYYYMMDD(Close-Date-Num) not equal 0
or Close-Date-Num not less Today-Stamp
Move 'N' to Parm-Valid-Flag
else
Compute Close-Int = Function Integer-Of-Date(Close-Date-Num)
Compute Prior-Date = Function Date-Of-Integer(Close-Int - 1)
Compute Close-Day-Of-Week = Function Mod(Close-Int, 7) + 1
End-If
End-If.
Default-To-Yesterday.
Compute Close-Int = Function Integer-Of-Date(Today-Stamp) - 1.
Compute Close-Date-Num = Function Date-Of-Integer(Close-Int).
Move Close-Date-Num to Close-Date.
*> Any record at all under the date means the day was closed.
Check-Day-Not-Closed.
Move Close-Date to DCL-Close-Date.
Move Low-Values to DCL-Iata-Code.
Start Day-Close-File Key is Not Less Than DCL-Key
Invalid Key
Continue
Not Invalid Key
Read Day-Close-File Next Record
At End
Continue
Not At End
If DCL-Close-Date equal Close-Date
Set Day-Frozen to true
End-If
End-Read
End-Start.
Close-The-Day.
Perform Load-Recode-Table.
Perform Load-Day-Schedule.
Perform Load-Watch-List.
If Return-Code < 8
Perform Note-Day-Runs
End-If.
If Return-Code < 8
Perform Tally-Day-Audit
Perform Verify-Trailers
End-If.
If Return-Code < 8
Perform Count-List-Runs
Perform Tally-Day-Alerts
Perform Check-Table-Room
End-If.
If Return-Code < 8
Open Input History-File
If not History-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRHIST' to MRQ-Insert(1)
Move 'history file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Settle-One-Airport
Varying Airport-Idx From 1 By 1
Until Airport-Idx > Airport-Count
Close History-File
Perform Print-Closeout-Summary
End-If
End-If.
*> ---- the watch-list and its schedule -----------------------------
Load-Day-Schedule.
Open Input Dow-Schedule-File.
If Dow-Schedule-File-OK
Move 'N' to Read-EOF-Flag
Perform Load-One-Schedule-Row until Read-EOF
Close Dow-Schedule-File
End-If.
Load-One-Schedule-Row.
Read Dow-Schedule-File
At End
Set Read-EOF to true
End-Read.
If not Dow-Schedule-File-OK and not Dow-Schedule-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF
If DOW-Days(Close-Day-Of-Week:1) equal 'N' and Skip-Count < 5000
Add 1 to Skip-Count
Move DOW-Iata-Code to SKP-Iata-Code(Skip-Count)
End-If
End-If
.
Load-Watch-List.
Open Input Airport-List-File.
If not Airlist-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRLIST' to MRQ-Insert(1)
Move '-- expected lookups' to MRQ-Insert(2)
Move 'cannot be settled' to MRQ-Insert(3)
Perform Issue-Message
Move 8 to Return-Code
else
Move 'N' to Read-EOF-Flag
Perform Load-One-Watch-Entry until Read-EOF
Close Airport-List-File
End-If.
Load-One-Watch-Entry.
Read Airport-List-File
At End
Set Read-EOF to true
End-Read.
If not Airlist-File-OK and not Airlist-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and ALS-Iata-Code not equal Spaces
Move ALS-Iata-Code to Airport-Key
Perform Find-Or-Add-Airport
If Airport-Found
Perform Check-Day-Skipped
If not Skip-Found
Move 'Y' to DCT-Scheduled-Flag(Airport-Idx)
End-If
End-If
End-If
.
Check-Day-Skipped.
Move 'N' to Skip-Found-Flag.
Move 1 to Skip-Idx.
Perform Search-Skip-Entry
until Skip-Idx > Skip-Count or Skip-Found.
Search-Skip-Entry.
If SKP-Iata-Code(Skip-Idx) equal Airport-Key
Set Skip-Found to true
else
Add 1 to Skip-Idx
End-If
.
*> ---- the airport table -------------------------------------------
*> A full table sets the overflow flag; the day is then refused
*> before anything is written rather than frozen short.
Find-Or-Add-Airport.
Move 'N' to Airport-Found-Flag.
Move 1 to Airport-Idx.
Perform Search-Airport-Entry
until Airport-Idx > Airport-Count or Airport-Found.
If not Airport-Found
If Airport-Count < 10000
Add 1 to Airport-Count
Move Airport-Count to Airport-Idx
Move Airport-Key to DCT-Iata-Code(Airport-Idx)
Move Spaces to DCT-Airport-Name(Airport-Idx)
Move 'N' to DCT-Scheduled-Flag(Airport-Idx)
Move 0 to DCT-Lookups-Actual(Airport-Idx)
Move 0 to DCT-Lookups-Ok(Airport-Idx)
Move 0 to DCT-Online-Lookups(Airport-Idx)
Move 0 to DCT-Alerts-Opened(Airport-Idx)
Set Airport-Found to true
else
Set Table-Overflow to true
End-If
End-If.
*> Leaves Airport-Idx pointing at the matched entry -- only stepped
*> past it when this slot wasn't the one.
Search-Airport-Entry.
If DCT-Iata-Code(Airport-Idx) equal Airport-Key
Set Airport-Found to true
else
Add 1 to Airport-Idx
End-If
.
Check-Table-Room.
If Table-Overflow
Display "** More than 10000 airports or 20000 alert    **"
Display "** reasons on the day -- NOT closed           **"
Move 8 to Return-Code
End-If.
*> ---- AUDITLOG ----------------------------------------------------
*> First pass: the runs with a record on the closeout date.
Note-Day-Runs.
Open Input Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Move 'for the closeout' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move 'N' to Read-EOF-Flag
Perform Note-One-Run-Record until Read-EOF
Close Audit-File
End-If.
Note-One-Run-Record.
Perform Read-Next-Audit-Record.
If not Read-EOF and Audit-Record(1:7) not equal 'TRAILER'
and AUD-Run-Date equal Close-Date
Move AUD-Run-Id to Trail-Lookup-Id
Perform Find-Or-Add-Trail-Run
If AUD-Origin-Batch
Move 'Y' to TRV-Batch-Flag(Trail-Verify-Idx)
End-If
End-If
.
Read-Next-Audit-Record.
Read Audit-File
At End
Set Read-EOF to true
End-Read.
If not Audit-File-OK and not Audit-File-At-End
Set Read-EOF to true
End-If.
*> Second pass: record counts and trailers for those runs, and the
*> day's lookups per airport.
Tally-Day-Audit.
Open Input Audit-File.
If not Audit-File-OK
Display "** Unable to reopen AUDITLOG for the closeout **"
Move 8 to Return-Code
else
Move 'N' to Read-EOF-Flag
Perform Tally-One-Audit-Record until Read-EOF
Close Audit-File
End-If.
Tally-One-Audit-Record.
Perform Read-Next-Audit-Record.
If not Read-EOF
Add 1 to Audit-Records-Read
If Audit-Record(1:7) equal 'TRAILER'
Move Audit-Record to Trailer-Record
Perform Note-Trailer-Record
else
Perform Count-Run-Record
If AUD-Run-Date equal Close-Date
Perform Tally-Day-Lookup
End-If
End-If
End-If
.
Tally-Day-Lookup.
Add 1 to Audit-Records-Day.
Move AUD-Iata-Code to Report-Iata-Code.
Perform Translate-Recoded-Code.
Move Report-Iata-Code to Airport-Key.
Perform Find-Or-Add-Airport.
If Airport-Found
If AUD-Airport-Name not equal Spaces
Move AUD-Airport-Name to DCT-Airport-Name(Airport-Idx)
End-If
Evaluate true
When AUD-Outcome-Skipped
Continue
When AUD-Origin-Online
Add 1 to DCT-Online-Lookups(Airport-Idx)
When other
Add 1 to DCT-Lookups-Actual(Airport-Idx)
If AUD-Outcome-Success
Add 1 to DCT-Lookups-Ok(Airport-Idx)
End-If
End-Evaluate
End-If.
Count-Run-Record.
Move AUD-Run-Id to Trail-Lookup-Id.
Perform Find-Trail-Run.
If Trail-Entry-Found
Add 1 to TRV-Actual-Count(Trail-Verify-Idx)
If AUD-Delay-Minutes is numeric
Add AUD-Delay-Minutes to TRV-Actual-Delay(Trail-Verify-Idx)
End-If
End-If.
Note-Trailer-Record.
Move TRL-Run-Id to Trail-Lookup-Id.
Perform Find-Trail-Run.
If Trail-Entry-Found
Move TRL-Record-Count to TRV-Expected-Count(Trail-Verify-Idx)
Move TRL-Delay-Minutes-Total
to TRV-Expected-Delay(Trail-Verify-Idx)
Move 'Y' to TRV-Trailer-Flag(Trail-Verify-Idx)
End-If.
Find-Trail-Run.
Move 'N' to Trail-Found-Flag.
Move 1 to Trail-Verify-Idx.
Perform Search-Trail-Run
until Trail-Verify-Idx > Trail-Verify-Count
or Trail-Entry-Found.
Find-Or-Add-Trail-Run.
Perform Find-Trail-Run.
If not Trail-Entry-Found
If Trail-Verify-Count >= 200
Set Trail-Overflow-Noted to true
Move 1 to Trail-Verify-Idx
else
Add 1 to Trail-Verify-Count
Move Trail-Verify-Count to Trail-Verify-Idx
Move Trail-Lookup-Id to TRV-Run-Id(Trail-Verify-Idx)
Move 'N' to TRV-Batch-Flag(Trail-Verify-Idx)
Move 0 to TRV-Actual-Count(Trail-Verify-Idx)
Move 0 to TRV-Actual-Delay(Trail-Verify-Idx)
Move 0 to TRV-Expected-Count(Trail-Verify-Idx)
Move 0 to TRV-Expected-Delay(Trail-Verify-Idx)
Move 'N' to TRV-Trailer-Flag(Trail-Verify-Idx)
End-If
End-If.
*> Leaves Trail-Verify-Idx pointing at the matched entry -- only
*> stepped past it when this slot wasn't the one.
Search-Trail-Run.
If TRV-Run-Id(Trail-Verify-Idx) equal Trail-Lookup-Id
Set Trail-Entry-Found to true
else
Add 1 to Trail-Verify-Idx
End-If
.
*> A problem refuses the day unless FORCE was given; a forced day is
*> flagged on every record it writes.
Verify-Trailers.
Perform Verify-One-Trail-Run
Varying Trail-Verify-Idx From 1 By 1
Until Trail-Verify-Idx > Trail-Verify-Count.
If Trail-Overflow-Noted
Set Trail-Problem-Seen to true
Display "*** More than 200 runs on the day -- trailers"
" not verified ***"
End-If.
If Trail-Problem-Seen
If Force-Requested
Display "*** AUDITLOG FAILED TRAILER VERIFICATION --  ***"
Display "*** DAY CLOSED ANYWAY (FORCE), FLAGGED        ***"
Move 4 to Return-Code
else
Display "*** AUDITLOG FAILED TRAILER VERIFICATION --  ***"
Display "*** DAY NOT CLOSED; rerun with FORCE to close ***"
Display "*** it as it stands                           ***"
Move 8 to Return-Code
End-If
End-If.
Verify-One-Trail-Run.
Evaluate true
When TRV-Trailer-Flag(Trail-Verify-Idx) not equal 'Y'
Set Trail-Problem-Seen to true
Display "*** NO TRAILER for run "
TRV-Run-Id(Trail-Verify-Idx)
" -- file may be truncated ***"
When TRV-Actual-Count(Trail-Verify-Idx)
not equal TRV-Expected-Count(Trail-Verify-Idx)
Set Trail-Problem-Seen to true
Display "*** TRAILER MISMATCH for run "
TRV-Run-Id(Trail-Verify-Idx) ": counted "
TRV-Actual-Count(Trail-Verify-Idx) " expected "
TRV-Expected-Count(Trail-Verify-Idx) " ***"
When TRV-Actual-Delay(Trail-Verify-Idx)
not equal TRV-Expected-Delay(Trail-Verify-Idx)
Set Trail-Problem-Seen to true
Display "*** TRAILER DELAY-TOTAL MISMATCH for run "
TRV-Run-Id(Trail-Verify-Idx) " ***"
When other
Continue
End-Evaluate
.
*> ---- full-list runs ----------------------------------------------
Count-List-Runs.
Open Input Control-Totals-File.
If Ctltot-File-OK
Move 'N' to Read-EOF-Flag
Perform Count-One-Ctltot-Record until Read-EOF
Close Control-Totals-File
else
Display "** CTLTOTS not available -- every batch run   **"
Display "** on AUDITLOG counts as a full-list run      **"
Perform Count-Batch-Run
Varying Trail-Verify-Idx From 1 By 1
Until Trail-Verify-Idx > Trail-Verify-Count
End-If.
Count-One-Ctltot-Record.
Read Control-Totals-File
At End
Set Read-EOF to true
End-Read.
If not Ctltot-File-OK and not Ctltot-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and CTL-Run-Date equal Close-Date
and CTL-Group-Tag equal Spaces and CTL-Airports-Attempted > 1
Add 1 to List-Runs
End-If
.
Count-Batch-Run.
If TRV-Batch-Flag(Trail-Verify-Idx) equal 'Y'
Add 1 to List-Runs
End-If.
*> ---- ALERTOUT ----------------------------------------------------
Tally-Day-Alerts.
Open Input Alert-Status-File.
If not Alert-Status-File-OK
Display "** ALRTSTAT not available -- every alert      **"
Display "** reason raised counts as opened             **"
End-If.
Open Input Alert-File.
If not Alert-File-OK
Display "** ALERTOUT not available -- no alerts opened **"
else
Move 'N' to Read-EOF-Flag
Perform Tally-One-Alert until Read-EOF
Close Alert-File
End-If.
If Alert-Status-File-OK
Close Alert-Status-File
End-If.
Tally-One-Alert.
Read Alert-File
At End
Set Read-EOF to true
End-Read.
If not Alert-File-OK and not Alert-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and ALR-Run-Date equal Close-Date
and not ALR-Reason-Drill and not ALR-Reason-Digest
and not ALR-Reason-Divgroup
Move ALR-Iata-Code to Report-Iata-Code
Perform Translate-Recoded-Code
Perform Find-Alert-Pair
If not Alert-Pair-Found
Perform Add-Alert-Pair
Perform Check-Carried-Alert
If not Carried-Alert
Move Report-Iata-Code to Airport-Key
Perform Find-Or-Add-Airport
If Airport-Found
Add 1 to DCT-Alerts-Opened(Airport-Idx)
Add 1 to Alerts-Opened-Total
End-If
End-If
End-If
End-If
.
Find-Alert-Pair.
Move 'N' to Alert-Pair-Found-Flag.
Move 1 to Alert-Pair-Idx.
Perform Search-Alert-Pair
until Alert-Pair-Idx > Alert-Pair-Count or Alert-Pair-Found.
Search-Alert-Pair.
If APR-Iata-Code(Alert-Pair-Idx) equal Report-Iata-Code
and APR-Reason(Alert-Pair-Idx) equal ALR-Alert-Reason
Set Alert-Pair-Found to true
else
Add 1 to Alert-Pair-Idx
End-If
.
Add-Alert-Pair.
If Alert-Pair-Count < 20000
Add 1 to Alert-Pair-Count
Move Report-Iata-Code to APR-Iata-Code(Alert-Pair-Count)
Move ALR-Alert-Reason to APR-Reason(Alert-Pair-Count)
else
Set Table-Overflow to true
End-If.
*> The same episode opened before the day and not closed until the
*> day or later was already open coming in.
Check-Carried-Alert.
Move 'N' to Carried-Alert-Flag.
If Alert-Status-File-OK
Move Report-Iata-Code to AST-Iata-Code
Move ALR-Alert-Reason to AST-Alert-Reason
Read Alert-Status-File
Invalid Key
Continue
Not Invalid Key
If AST-Open-Date < Close-Date
and (AST-Close-Date equal Spaces
or AST-Close-Date not less Close-Date)
Set Carried-Alert to true
End-If
End-Read
End-If.
*> ---- settling one airport ----------------------------------------
Settle-One-Airport.
Perform Carry-In-Prior-Status.
Move 0 to Segment-Start.
Move 0 to Day-Snapshots.
Move 0 to Day-Delayed.
Move 0 to Day-Delay-Total.
Move 0 to Day-Peak-Delay.
Move 0 to Worst-Rank.
Move 'U' to Day-Worst-Status.
Perform Clear-Status-Seconds
Varying Status-Slot From 1 By 1 Until Status-Slot > 5.
Move DCT-Iata-Code(Airport-Idx) to HIST-Iata-Code.
Move Close-Date to HIST-Run-Date.
Move Low-Values to HIST-Run-Time.
Move 'N' to Snap-EOF-Flag.
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set Snap-EOF to true
End-Start.
Perform Settle-One-Snapshot until Snap-EOF.
Move 86400 to Snap-Seconds.
Perform Close-Status-Segment.
Perform Build-Close-Record.
Perform Write-Close-Record.
Clear-Status-Seconds.
Move 0 to Status-Seconds(Status-Slot).
*> The previous day's closing status stands until the first
*> snapshot; a previous day never closed leaves it Unknown.
Carry-In-Prior-Status.
Move 'U' to Segment-Status.
Move Prior-Date to DCL-Close-Date.
Move DCT-Iata-Code(Airport-Idx) to DCL-Iata-Code.
Read Day-Close-File
Invalid Key
Continue
Not Invalid Key
If DCL-Closing-Status not equal Space
Move DCL-Closing-Status to Segment-Status
End-If
End-Read.
Settle-One-Snapshot.
Read History-File Next Record
At End
Set Snap-EOF to true
End-Read.
If not History-File-OK and not History-File-At-End
Set Snap-EOF to true
End-If.
If not Snap-EOF
If HIST-Iata-Code not equal DCT-Iata-Code(Airport-Idx)
or HIST-Run-Date not equal Close-Date
Set Snap-EOF to true
else
If HIST-Record-Kind equal Space and HIST-Run-Time is numeric
Perform Fold-Day-Snapshot
End-If
End-If
End-If
.
Fold-Day-Snapshot.
Compute Snap-Seconds =
Function Numval(HIST-Run-Time(1:2)) * 3600
+ Function Numval(HIST-Run-Time(3:2)) * 60
+ Function Numval(HIST-Run-Time(5:2)).
If Snap-Seconds > 86400
Move 86400 to Snap-Seconds
End-If.
Perform Close-Status-Segment.
Move HIST-Status-Code to Snap-Status.
Perform Rank-Snap-Status.
Move Snap-Status to Segment-Status.
If Status-Rank > Worst-Rank
Move Status-Rank to Worst-Rank
Move Snap-Status to Day-Worst-Status
End-If.
Add 1 to Day-Snapshots.
If HIST-Delay-Flag equal 'Y'
Add 1 to Day-Delayed
End-If.
If HIST-Delay-Minutes is numeric
Add HIST-Delay-Minutes to Day-Delay-Total
If HIST-Delay-Minutes > Day-Peak-Delay
Move HIST-Delay-Minutes to Day-Peak-Delay
End-If
End-If.
*> Anything but the four known codes is Unknown.
Rank-Snap-Status.
Evaluate Snap-Status
When 'C'
Move 5 to Status-Rank
When 'R'
Move 4 to Status-Rank
When 'Y'
Move 3 to Status-Rank
When 'G'
Move 2 to Status-Rank
When other
Move 'U' to Snap-Status
Move 1 to Status-Rank
End-Evaluate.
*> The status standing since Segment-Start ran until Snap-Seconds.
Close-Status-Segment.
Evaluate Segment-Status
When 'G'
Move 1 to Status-Slot
When 'Y'
Move 2 to Status-Slot
When 'R'
Move 3 to Status-Slot
When 'C'
Move 4 to Status-Slot
When other
Move 5 to Status-Slot
End-Evaluate.
If Snap-Seconds > Segment-Start
Compute Status-Seconds(Status-Slot) =
Status-Seconds(Status-Slot) + Snap-Seconds - Segment-Start
Move Snap-Seconds to Segment-Start
End-If.
Build-Close-Record.
Move Spaces to Day-Close-Record.
Move Close-Date to DCL-Close-Date.
Move DCT-Iata-Code(Airport-Idx) to DCL-Iata-Code.
Move DCT-Airport-Name(Airport-Idx) to DCL-Airport-Name.
Move Day-Worst-Status to DCL-Worst-Status.
Move Segment-Status to DCL-Closing-Status.
Compute DCL-Hours-Green Rounded = Status-Seconds(1) / 3600.
Compute DCL-Hours-Yellow Rounded = Status-Seconds(2) / 3600.
Compute DCL-Hours-Red Rounded = Status-Seconds(3) / 3600.
Compute DCL-Hours-Closed Rounded = Status-Seconds(4) / 3600.
Compute DCL-Hours-Unknown Rounded = Status-Seconds(5) / 3600.
Move Day-Peak-Delay to DCL-Peak-Delay.
If Day-Snapshots > 0
Compute DCL-Avg-Delay Rounded = Day-Delay-Total / Day-Snapshots
else
Move 0 to DCL-Avg-Delay
End-If.
Move Day-Delay-Total to DCL-Delay-Total.
Move Day-Snapshots to DCL-Snapshots.
Move Day-Delayed to DCL-Delayed-Snaps.
Move DCT-Alerts-Opened(Airport-Idx) to DCL-Alerts-Opened.
If DCT-Scheduled-Flag(Airport-Idx) equal 'Y'
Move List-Runs to DCL-Lookups-Expected
else
Move 0 to DCL-Lookups-Expected
End-If.
Move DCT-Lookups-Actual(Airport-Idx) to DCL-Lookups-Actual.
Move DCT-Lookups-Ok(Airport-Idx) to DCL-Lookups-Ok.
Move DCT-Online-Lookups(Airport-Idx) to DCL-Online-Lookups.
Move Closed-Stamp to DCL-Closed-Stamp.
If Trail-Problem-Seen
Move 'Y' to DCL-Forced-Flag
else
Move 'N' to DCL-Forced-Flag
End-If.
Add Day-Snapshots to Snapshots-Total.
Write-Close-Record.
Write Day-Close-Record
Invalid Key
Add 1 to Write-Failures
Display "** DAYCLOSE write failed for " DCL-Iata-Code
" status " Day-Close-File-Status " **"
Move 8 to Return-Code
Not Invalid Key
Add 1 to Records-Written
End-Write.
Print-Closeout-Summary.
Display "-----------------------------------------------".
Display "Audit records read      : " Audit-Records-Read.
Display "Audit records on the day: " Audit-Records-Day.
Display "Runs on the day         : " Trail-Verify-Count.
Display "Full-list runs          : " List-Runs.
Display "Snapshots settled       : " Snapshots-Total.
Display "Alerts opened           : " Alerts-Opened-Total.
Display "Airports closed         : " Records-Written.
If Write-Failures > 0
Display "*** " Write-Failures " airports NOT written -- the day"
" is closed SHORT ***"
End-If.
*> ---- recoded codes ----------------------------------------------
Load-Recode-Table.
Open Input Recode-Xref-File.
If Recode-Xref-File-OK
Perform Load-One-Recode-Entry until Recode-EOF
Close Recode-Xref-File
End-If
.
Load-One-Recode-Entry.
Read Recode-Xref-File
At End
Set Recode-EOF to true
End-Read
If not Recode-Xref-File-OK and not Recode-Xref-File-At-End
Set Recode-EOF to true
End-If
If not Recode-EOF and Recode-Count < 500
Add 1 to Recode-Count
Move RCX-Old-Code to RCT-Old-Code(Recode-Count)
Move RCX-New-Code to RCT-New-Code(Recode-Count)
Move RCX-Effective-Date to RCT-Effective-Date(Recode-Count)
End-If
.
*> Report-Iata-Code comes in holding the code as recorded and leaves
*> holding the one the day closes under.  A chain of recodes is
*> followed through, a few hops at most.
Translate-Recoded-Code.
Move 'Y' to Recode-Hit-Flag.
Perform Follow-One-Recode
Varying Recode-Hop From 1 By 1
Until Recode-Hop > 5 or not Recode-Hit
.
Follow-One-Recode.
Move 'N' to Recode-Hit-Flag.
Move 1 to Recode-Idx.
Perform Search-Recode-Entry
until Recode-Idx > Recode-Count or Recode-Hit.
If Recode-Hit
Move RCT-New-Code(Recode-Idx) to Report-Iata-Code
End-If
.
Search-Recode-Entry.
If RCT-Old-Code(Recode-Idx) equal Report-Iata-Code
and Close-Date < RCT-Effective-Date(Recode-Idx)
Set Recode-Hit to true
else
Add 1 to Recode-Idx
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHDCLS.
