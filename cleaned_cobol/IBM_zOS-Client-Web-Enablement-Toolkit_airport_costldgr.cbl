IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCLDG.
*> Daily delay-cost ledger for finance.  For every master airport,
*> the day's AIRHIST detail snapshots give the average and worst
*> delay and the cause on the worst one; SCHEDDEP gives our
*> departures that day; COSTRATE gives the cost of a delayed-
*> departure-minute there (the airport's own row, else its region's).
*> Each airport with any delay gets one COSTLDGR record for the day,
*> replaced on a rerun, for the monthly finance report (HWTHCFIN);
*> a rerun that finds no delay for an airport (after an AIRHIST
*> rebuild, say) removes the record an earlier run filed for it.
*>   (no PARM)        today
*>   PARM=CCYYMMDD    that day (SCHEDDEP must still carry it)
*> RC=4 when delayed airports had no rate on file; RC=8 when
*> AIRMSTR, AIRHIST or COSTLDGR can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Cost-Rate-File Assign To COSTRATE
Organization Is Line Sequential
File Status Is Cost-Rate-File-Status.
Select Sched-Dep-File Assign To SCHEDDEP
Organization Is Line Sequential
File Status Is Sched-Dep-File-Status.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
Select Cost-Ledger-File Assign To COSTLDGR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is LDG-Key
File Status Is Cost-Ledger-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Cost-Rate-File.
COPY COSTRATE.
FD  Sched-Dep-File.
COPY SCHDPREC.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  History-File.
COPY AIRHIST.
FD  Cost-Ledger-File.
COPY CLDGREC.
WORKING-STORAGE SECTION.
01 Cost-Rate-File-Status Pic X(2) Value Spaces.
88 Cost-Rate-File-OK     Value '00'.
88 Cost-Rate-File-At-End Value '10'.
01 Sched-Dep-File-Status Pic X(2) Value Spaces.
88 Sched-Dep-File-OK     Value '00'.
88 Sched-Dep-File-At-End Value '10'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK     Value '00'.
88 Airmstr-File-At-End Value '10'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Cost-Ledger-File-Status Pic X(2) Value Spaces.
88 Cost-Ledger-File-OK        Value '00'.
88 Cost-Ledger-File-Duplicate Value '22'.
01 Rate-EOF-Flag Pic X Value 'N'.
88 Rate-EOF Value 'Y'.
01 Sched-EOF-Flag Pic X Value 'N'.
88 Sched-EOF Value 'Y'.
01 Master-EOF-Flag Pic X Value 'N'.
88 Master-EOF Value 'Y'.
01 Day-EOF-Flag Pic X Value 'N'.
88 Day-EOF Value 'Y'.
01 Ledger-Date Pic X(8) Value Spaces.
01 Built-Stamp Pic X(14) Value Spaces.
01 Rate-Table.
05 Rate-Entry Occurs 500 times.
10 RTT-Kind       Pic X(1).
10 RTT-Key        Pic X(8).
10 RTT-Per-Minute Pic 9(5)V99.
01 Rate-Count Pic 9(3) Value 0.
01 Rate-Idx   Pic 9(3) Value 0.
01 Rate-Found-Flag Pic X Value 'N'.
88 Rate-Found Value 'Y'.
01 Rate-Look-Kind Pic X(1) Value Spaces.
01 Rate-Look-Key  Pic X(8) Value Spaces.
*> The ledger day's departures per airport off SCHEDDEP.
01 Departure-Table.
05 Departure-Entry Occurs 5000 times.
10 DPT-Iata-Code  Pic X(3).
10 DPT-Departures Pic 9(5).
01 Departure-Count Pic 9(4) Value 0.
01 Departure-Idx   Pic 9(4) Value 0.
01 Departure-Look-Key Pic X(3) Value Spaces.
01 Departure-Found-Flag Pic X Value 'N'.
88 Departure-Found Value 'Y'.
*> One airport's day, off its AIRHIST snapshots.
01 Day-Snapshots   Pic 9(3) Value 0.
01 Day-Delay-Total Pic 9(7) Value 0.
01 Day-Max-Delay   Pic 9(5) Value 0.
01 Day-Worst-Cause Pic X(3) Value Spaces.
01 Airports-Read    Pic 9(5) Value 0.
01 Ledger-Written   Pic 9(5) Value 0.
01 Ledger-Replaced  Pic 9(5) Value 0.
01 Ledger-Removed   Pic 9(5) Value 0.
01 Unrated-Airports Pic 9(5) Value 0.
01 Day-Cost-Total   Pic 9(13)V99 Value 0.
01 Cost-Edit Pic Z(10)9.99.
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
Display "** Delay Cost Ledger Build                    **".
Display "***********************************************".
Move Function Current-Date(1:14) to Built-Stamp.
If parm-len equal 8 and parm-string(1:8) is numeric
Move parm-string(1:8) to Ledger-Date
else
Move Built-Stamp(1:8) to Ledger-Date
End-If.
Display "** Ledger date " Ledger-Date "                       **".
Perform Load-Cost-Rates.
Perform Load-Departures.
Open Input Airport-Master-File.
Open Input History-File.
Open I-O Cost-Ledger-File.
If not Airmstr-File-OK or not History-File-OK
or not Cost-Ledger-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR/AIRHIST/COSTLDGR' to MRQ-Insert(1)
Perform Issue-Message
Display "** status " Airmstr-File-Status " " History-File-Status
" " Cost-Ledger-File-Status "                       **"
Move 8 to Return-Code
else
Move Low-Values to AM-Iata-Code
Start Airport-Master-File Key is Not Less Than AM-Iata-Code
Invalid Key
Set Master-EOF to true
End-Start
Perform Ledger-One-Airport until Master-EOF
Move Day-Cost-Total to Cost-Edit
Display "-----------------------------------------------"
Display "Airports on master     : " Airports-Read
Display "Ledger records written : " Ledger-Written
Display "Ledger records replaced: " Ledger-Replaced
Display "Ledger records removed : " Ledger-Removed
Display "Delayed but unrated    : " Unrated-Airports
Display "Day's estimated cost   : " Cost-Edit
If Unrated-Airports > 0
Move 4 to Return-Code
End-If
End-If.
If Airmstr-File-OK
Close Airport-Master-File
End-If.
If History-File-OK
Close History-File
End-If.
If Cost-Ledger-File-OK
Close Cost-Ledger-File
End-If.
Display "** Delay Cost Ledger Build Ends               **".
Display "***********************************************".
STOP RUN.
Load-Cost-Rates.
Open Input Cost-Rate-File.
If Cost-Rate-File-OK
Perform Load-One-Cost-Rate until Rate-EOF
Close Cost-Rate-File
else
Display "** COSTRATE not available -- every airport    **"
Display "** ledgers at zero cost                       **"
End-If.
Load-One-Cost-Rate.
Read Cost-Rate-File
At End
Set Rate-EOF to true
End-Read.
If not Cost-Rate-File-OK and not Cost-Rate-File-At-End
Set Rate-EOF to true
End-If.
If not Rate-EOF
If (RATE-Kind-Airport or RATE-Kind-Region)
and RATE-Per-Minute is numeric and Rate-Count < 500
Add 1 to Rate-Count
Move RATE-Kind to RTT-Kind(Rate-Count)
Move RATE-Key to RTT-Key(Rate-Count)
Move RATE-Per-Minute to RTT-Per-Minute(Rate-Count)
else
Display "** COSTRATE row ignored: " Cost-Rate-Record
End-If
End-If
.
Load-Departures.
Open Input Sched-Dep-File.
If Sched-Dep-File-OK
Perform Load-One-Departure-Row until Sched-EOF
Close Sched-Dep-File
else
Display "** SCHEDDEP not available -- departures zero  **"
End-If.
Load-One-Departure-Row.
Read Sched-Dep-File
At End
Set Sched-EOF to true
End-Read.
If not Sched-Dep-File-OK and not Sched-Dep-File-At-End
Set Sched-EOF to true
End-If.
If not Sched-EOF
If SDP-Sched-Date equal Ledger-Date and SDP-Departures is numeric
Move SDP-Iata-Code to Departure-Look-Key
Perform Find-Departure-Entry
If not Departure-Found and Departure-Count < 5000
Add 1 to Departure-Count
Move Departure-Count to Departure-Idx
Move Departure-Look-Key to DPT-Iata-Code(Departure-Idx)
Move 0 to DPT-Departures(Departure-Idx)
Set Departure-Found to true
End-If
If Departure-Found
Add SDP-Departures to DPT-Departures(Departure-Idx)
End-If
End-If
End-If
.
Find-Departure-Entry.
Move 'N' to Departure-Found-Flag.
Move 1 to Departure-Idx.
Perform Search-Departure-Entry
until Departure-Idx > Departure-Count or Departure-Found.
*> Leaves Departure-Idx pointing at the matched entry -- only stepped
*> past it when this slot wasn't the one.
Search-Departure-Entry.
If DPT-Iata-Code(Departure-Idx) equal Departure-Look-Key
Set Departure-Found to true
else
Add 1 to Departure-Idx
End-If
.
Ledger-One-Airport.
Read Airport-Master-File Next Record
At End
Set Master-EOF to true
End-Read.
If not Airmstr-File-OK and not Airmstr-File-At-End
Set Master-EOF to true
End-If.
If not Master-EOF
Add 1 to Airports-Read
Perform Sum-Airport-Day
If Day-Delay-Total > 0
Perform Build-Ledger-Record
Perform File-Ledger-Record
else
Perform Drop-Ledger-Record
End-If
End-If
.
*> The airport's detail snapshots for the ledger date; aggregates
*> (kind byte set) never fall inside a single day's key range but
*> are skipped all the same.
Sum-Airport-Day.
Move 0 to Day-Snapshots.
Move 0 to Day-Delay-Total.
Move 0 to Day-Max-Delay.
Move Spaces to Day-Worst-Cause.
Move 'N' to Day-EOF-Flag.
Move AM-Iata-Code to HIST-Iata-Code.
Move Ledger-Date to HIST-Run-Date.
Move Low-Values to HIST-Run-Time.
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set Day-EOF to true
End-Start.
Perform Sum-One-Snapshot until Day-EOF.
Sum-One-Snapshot.
Read History-File Next Record
At End
Set Day-EOF to true
End-Read.
If not History-File-OK and not History-File-At-End
Set Day-EOF to true
End-If.
If not Day-EOF
If HIST-Iata-Code not equal AM-Iata-Code
or HIST-Run-Date not equal Ledger-Date
Set Day-EOF to true
else
If HIST-Record-Kind equal Space
and HIST-Delay-Minutes is numeric
Add 1 to Day-Snapshots
Add HIST-Delay-Minutes to Day-Delay-Total
If HIST-Delay-Minutes > Day-Max-Delay
Move HIST-Delay-Minutes to Day-Max-Delay
Move HIST-Delay-Cause to Day-Worst-Cause
End-If
End-If
End-If
End-If
.
Build-Ledger-Record.
Move Spaces to Cost-Ledger-Record.
Move Ledger-Date to LDG-Ledger-Date.
Move AM-Iata-Code to LDG-Iata-Code.
If AM-Region-Code equal Spaces
Move 'UNASSIGN' to LDG-Region-Code
else
Move AM-Region-Code to LDG-Region-Code
End-If.
If Day-Worst-Cause equal Spaces
Move 'OTH' to LDG-Delay-Cause
else
Move Day-Worst-Cause to LDG-Delay-Cause
End-If.
Move Day-Snapshots to LDG-Snapshots.
Compute LDG-Avg-Delay Rounded = Day-Delay-Total / Day-Snapshots.
Move Day-Max-Delay to LDG-Max-Delay.
Move AM-Iata-Code to Departure-Look-Key.
Perform Find-Departure-Entry.
If Departure-Found
Move DPT-Departures(Departure-Idx) to LDG-Departures
else
Move 0 to LDG-Departures
End-If.
Move 'A' to Rate-Look-Kind.
Move AM-Iata-Code to Rate-Look-Key.
Perform Find-Cost-Rate.
If not Rate-Found and AM-Region-Code not equal Spaces
Move 'R' to Rate-Look-Kind
Move AM-Region-Code to Rate-Look-Key
Perform Find-Cost-Rate
End-If.
If Rate-Found
Move Rate-Look-Kind to LDG-Rate-Source
Move RTT-Per-Minute(Rate-Idx) to LDG-Rate
else
Move 'N' to LDG-Rate-Source
Move 0 to LDG-Rate
Add 1 to Unrated-Airports
Display "** No cost rate for " AM-Iata-Code " region "
LDG-Region-Code " -- ledgered at zero **"
End-If.
Compute LDG-Cost Rounded =
LDG-Avg-Delay * LDG-Departures * LDG-Rate.
Move Built-Stamp to LDG-Built-Stamp.
Add LDG-Cost to Day-Cost-Total.
Find-Cost-Rate.
Move 'N' to Rate-Found-Flag.
Move 1 to Rate-Idx.
Perform Search-Cost-Rate
until Rate-Idx > Rate-Count or Rate-Found.
Search-Cost-Rate.
If RTT-Kind(Rate-Idx) equal Rate-Look-Kind
and RTT-Key(Rate-Idx) equal Rate-Look-Key
Set Rate-Found to true
else
Add 1 to Rate-Idx
End-If
.
*> A rerun for the same day replaces what the first run filed.
File-Ledger-Record.
Write Cost-Ledger-Record.
Evaluate true
When Cost-Ledger-File-OK
Add 1 to Ledger-Written
When Cost-Ledger-File-Duplicate
Rewrite Cost-Ledger-Record
Invalid Key
Display "** Unable to replace ledger record for "
LDG-Iata-Code " **"
Not Invalid Key
Add 1 to Ledger-Replaced
End-Rewrite
When other
Display "** Ledger write failed for " LDG-Iata-Code
" status " Cost-Ledger-File-Status " **"
End-Evaluate.
*> No delay now: an earlier run's record for the day goes; none on
*> file is the usual case.
Drop-Ledger-Record.
Move Ledger-Date to LDG-Ledger-Date.
Move AM-Iata-Code to LDG-Iata-Code.
Delete Cost-Ledger-File
Invalid Key
Continue
Not Invalid Key
Add 1 to Ledger-Removed
End-Delete.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHCLDG.
