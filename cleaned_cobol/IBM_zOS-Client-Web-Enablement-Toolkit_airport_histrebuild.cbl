IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHRBLD.
*> AIRHIST / ALRTSTAT rebuild from AUDITLOG.  HWTHJRNL recovers
*> AIRMSTR; when a bad run corrupts the history snapshots or the
*> alert lifecycle states for a few days, this job puts them back
*> from the audit trail instead of by hand edits.
*>   PARM=REPORT,CCYYMMDD,CCYYMMDD[,III/III/...]
*>   PARM=APPLY,CCYYMMDD,CCYYMMDD[,III/III/...]
*> The dates are the damaged range; the codes (up to 19) limit the
*> rebuild to those airports -- without them it takes every airport
*> AUDITLOG shows a successful lookup for in the range.  REPORT
*> changes nothing and only lists what APPLY would do: run it first.
*> AIRHIST: every detail snapshot of the range is matched to the
*> successful batch audit records of the range (a capture stamp
*> within Stamp-Tolerance seconds is the same snapshot).  A snapshot
*> with no audit record is REMOVED, an audit record with no snapshot
*> is ADDED (provider role REBUILT), and a snapshot disagreeing with
*> its audit record on the audited fields -- status, delay, cause,
*> runway count -- is CHANGED to the audit values, its weather and
*> METAR fields kept.  The weekly/monthly aggregates are left alone.
*> ALRTSTAT: the THRESHOLD and CLOSURE episodes of those airports
*> are re-derived by replaying the audit records from the start of
*> the range to the end of AUDITLOG, in time order, through the
*> run's rules: a closed status opens or repeats CLOSURE (CRITICAL),
*> a delay over the airport's THRSHLST tiers (or the global
*> APCONFIG threshold, SEVERE) opens or repeats THRESHOLD, and a
*> Green status closes both.  An episode already open when the range
*> starts is carried in: its occurrence count and opening stamp are
*> from before the range and are kept.  The acknowledgement,
*> escalation, ITSM ticket and desk of an episode the replay opens
*> at the same stamp are kept; a re-derived episode is rebuilt
*> quietly -- nothing is paged, queued or written to INCIDENT.
*> The other alert reasons (weather, runway, trend, baseline,
*> stale) rest on data AUDITLOG doesn't hold and are not touched.
*> Every difference prints with its before and after.
*> RC=4 differences found (REPORT) or made (APPLY); RC=8 a bad
*> PARM, a file that can't be opened or updated, more audit records
*> than the replay table holds, or (APPLY) an AUDITLOG that does not
*> reach back to the start of the range.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Audit-File Assign To AUDITLOG
Organization Is Line Sequential
File Status Is Audit-File-Status.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
Select Alert-Status-File Assign To ALRTSTAT
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select Threshold-File Assign To THRSHLST
Organization Is Line Sequential
File Status Is Threshold-File-Status.
Select Config-File Assign To APCONFIG
Organization Is Line Sequential
File Status Is Config-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Audit-File.
COPY AUDITREC.
FD  History-File.
COPY AIRHIST.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  Threshold-File.
COPY AIRTHRSH.
FD  Config-File.
COPY APCONFIG.
WORKING-STORAGE SECTION.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK     Value '00'.
88 Audit-File-At-End Value '10'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Alert-Status-File-Status Pic X(2) Value Spaces.
88 Alert-Status-File-OK     Value '00'.
88 Alert-Status-File-At-End Value '10'.
01 Threshold-File-Status Pic X(2) Value Spaces.
88 Threshold-File-OK     Value '00'.
88 Threshold-File-At-End Value '10'.
01 Config-File-Status Pic X(2) Value Spaces.
88 Config-File-OK Value '00'.
01 Audit-EOF-Flag Pic X Value 'N'.
88 Audit-EOF Value 'Y'.
01 Threshold-EOF-Flag Pic X Value 'N'.
88 Threshold-EOF Value 'Y'.
01 Run-Mode Pic X(6) Value Spaces.
88 Report-Mode Value 'REPORT'.
88 Apply-Mode  Value 'APPLY'.
01 From-Date Pic X(8) Value Spaces.
01 To-Date   Pic X(8) Value Spaces.
01 Today-Date Pic X(8) Value Spaces.
01 Parm-Codes Pic X(80) Value Spaces.
01 Parm-Field-Count Pic 9(2) Value 0.
01 Code-Pointer Pic 9(3) Value 0.
01 Code-Work    Pic X(8) Value Spaces.
01 Bad-Parm-Flag Pic X Value 'N'.
88 Bad-Parm Value 'Y'.
*> The codes named in the PARM; none means every audited airport.
01 Select-Table.
05 SEL-Iata-Code Pic X(3) Occurs 19 times.
01 Select-Count Pic 9(2) Value 0.
01 Select-Idx   Pic 9(2) Value 0.
*> The tier rows, as the run loads them from THRSHLST.
01 Threshold-Table.
05 Threshold-Entry Occurs 1 to 10000 times
Depending On Threshold-Count.
10 THRT-Iata-Code        Pic X(3).
10 THRT-Warning-Minutes  Pic 9(5).
10 THRT-Severe-Minutes   Pic 9(5).
10 THRT-Critical-Minutes Pic 9(5).
01 Threshold-Count Pic 9(5) Value 0.
01 Threshold-Idx   Pic 9(5) Value 0.
01 Tier-Found-Flag Pic X Value 'N'.
88 Tier-Entry-Found Value 'Y'.
01 Global-Threshold-Minutes Pic 9(5) Value 30.
*> Successful batch audit records from the start of the range on,
*> in AUDITLOG (time) order.  Those inside the range are what the
*> AIRHIST snapshots must be; all of them feed the ALRTSTAT replay.
*> A range too big for the table must not be half-rebuilt -- the
*> run refuses instead.
01 Replay-Table.
05 Replay-Entry Occurs 1 to 30000 times
Depending On Replay-Count.
10 RPL-Iata-Code      Pic X(3).
10 RPL-Stamp.
15 RPL-Run-Date    Pic X(8).
15 RPL-Run-Time    Pic X(6).
10 RPL-Utc-Timestamp  Pic X(14).
10 RPL-Airport-Name   Pic X(50).
10 RPL-Status-Type    Pic X(30).
10 RPL-Status-Code    Pic X.
10 RPL-Average-Delay  Pic X(30).
10 RPL-Delay-Flag     Pic X.
10 RPL-Delay-Minutes  Pic 9(5).
10 RPL-Delay-Cause    Pic X(3).
10 RPL-Runway-Count   Pic 9(2).
10 RPL-Airport-Slot   Pic 9(4).
10 RPL-In-Range-Flag  Pic X.
88 RPL-In-Range Value 'Y'.
10 RPL-Added-Flag     Pic X.
88 RPL-Added Value 'Y'.
01 Replay-Count Pic 9(5) Value 0.
01 Replay-Idx   Pic 9(5) Value 0.
01 Replay-Overflow-Flag Pic X Value 'N'.
88 Replay-Overflow Value 'Y'.
*> The airports being rebuilt, each with its THRESHOLD (1) and
*> CLOSURE (2) episode as ALRTSTAT holds it (BEF-) and as the
*> replay re-derives it (AFT-).
01 Airport-Table.
05 Airport-Entry Occurs 1 to 1000 times
Depending On Airport-Count.
10 APT-Iata-Code Pic X(3).
10 APT-Tier-Slot Pic 9(5).
10 APT-Episode Occurs 2 times.
15 BEF-Found-Flag   Pic X.
88 BEF-Found Value 'Y'.
15 BEF-Acked-Flag   Pic X.
88 BEF-Acked Value 'Y'.
15 BEF-State        Pic X.
15 BEF-Open-Stamp   Pic X(14).
15 BEF-Last-Stamp   Pic X(14).
15 BEF-Close-Stamp  Pic X(14).
15 BEF-Count        Pic 9(5).
15 BEF-Tier         Pic X(8).
15 BEF-Peak-Tier    Pic X(8).
15 BEF-Peak-Delay   Pic 9(5).
15 AFT-Found-Flag   Pic X.
88 AFT-Found Value 'Y'.
15 AFT-Carried-Flag Pic X.
88 AFT-Carried Value 'Y'.
15 AFT-State        Pic X.
15 AFT-Open-Stamp   Pic X(14).
15 AFT-Last-Stamp   Pic X(14).
15 AFT-Close-Stamp  Pic X(14).
15 AFT-Count        Pic 9(5).
15 AFT-Tier         Pic X(8).
15 AFT-Peak-Tier    Pic X(8).
15 AFT-Peak-Delay   Pic 9(5).
15 AFT-Worst-Status Pic X.
15 AFT-Airport-Name Pic X(50).
15 AFT-Status-Type  Pic X(30).
15 AFT-Average-Delay Pic X(30).
01 Airport-Count Pic 9(4) Value 0.
01 Airport-Idx   Pic 9(4) Value 0.
01 Airport-Found-Flag Pic X Value 'N'.
88 Airport-Found Value 'Y'.
01 Airport-Overflow-Flag Pic X Value 'N'.
88 Airport-Overflow Value 'Y'.
01 Reason-Name-Table.
05 Filler Pic X(10) Value 'THRESHOLD'.
05 Filler Pic X(10) Value 'CLOSURE'.
01 Reason-Names Redefines Reason-Name-Table.
05 Reason-Name Pic X(10) Occurs 2 times.
01 Reason-Idx Pic 9 Value 0.
*> Tier ranks: 0 none, 1 WARNING, 2 SEVERE, 3 CRITICAL.
01 Tier-Name-Table.
05 Filler Pic X(8) Value 'none'.
05 Filler Pic X(8) Value 'WARNING'.
05 Filler Pic X(8) Value 'SEVERE'.
05 Filler Pic X(8) Value 'CRITICAL'.
01 Tier-Names Redefines Tier-Name-Table.
05 Tier-Name Pic X(8) Occurs 4 times.
01 Event-Rank Pic 9 Value 0.
01 Event-Tier Pic X(8) Value Spaces.
01 Snapshot-Delay Pic 9(5) Value 0.
01 Rank-Tier-Text Pic X(8) Value Spaces.
01 Tier-Rank      Pic 9 Value 0.
01 Peak-Tier-Rank Pic 9 Value 0.
01 Rank-Status-Code Pic X Value Spaces.
01 Status-Rank       Pic 9 Value 0.
01 Worst-Status-Rank Pic 9 Value 0.
*> The run stamps AIRHIST and ALRTSTAT from the clock a moment
*> after the lookup the audit record is stamped with -- stamps this
*> close together are the same event.
01 Stamp-Tolerance Pic 9(3) Value 60.
01 Seconds-Stamp.
05 SS-Date Pic 9(8).
05 SS-Hh   Pic 9(2).
05 SS-Mm   Pic 9(2).
05 SS-Ss   Pic 9(2).
01 Seconds-Value   Pic 9(11) Value 0.
01 First-Seconds   Pic 9(11) Value 0.
01 Second-Seconds  Pic 9(11) Value 0.
01 Stamp-Gap       Pic 9(11) Value 0.
01 Compare-Stamp-1 Pic X(14) Value Spaces.
01 Compare-Stamp-2 Pic X(14) Value Spaces.
01 Stamps-Agree-Flag Pic X Value 'N'.
88 Stamps-Agree Value 'Y'.
01 Current-Airport Pic X(3) Value Spaces.
01 History-Done-Flag Pic X Value 'N'.
88 History-Done Value 'Y'.
01 Detail-Found-Flag Pic X Value 'N'.
88 Detail-Found Value 'Y'.
01 Replay-Done-Flag Pic X Value 'N'.
88 Replay-Done Value 'Y'.
01 Snapshot-Found-Flag Pic X Value 'N'.
88 Snapshot-Found Value 'Y'.
01 Episode-Action Pic X(7) Value Spaces.
01 First-Audit-Date Pic X(8) Value Spaces.
01 Short-Audit-Flag Pic X Value 'N'.
88 Short-Audit Value 'Y'.
01 Update-Failed-Flag Pic X Value 'N'.
88 Update-Failed Value 'Y'.
01 Audit-Records-Read Pic 9(7) Value 0.
01 History-Unchanged  Pic 9(7) Value 0.
01 History-Changed    Pic 9(7) Value 0.
01 History-Removed    Pic 9(7) Value 0.
01 History-Added      Pic 9(7) Value 0.
01 Episodes-Unchanged Pic 9(5) Value 0.
01 Episodes-Changed   Pic 9(5) Value 0.
01 Episodes-Removed   Pic 9(5) Value 0.
01 Episodes-Added     Pic 9(5) Value 0.
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
Display "** AIRHIST / ALRTSTAT Rebuild from AUDITLOG    **".
Display "***********************************************".
Move Function Current-Date(1:8) to Today-Date.
Perform Parse-Run-Parm.
If Bad-Parm
Display "** PARM must be REPORT or APPLY, a CCYYMMDD    **"
Display "** range and optionally codes as III/III/...   **"
Move 8 to Return-Code
else
Display "** Mode " Run-Mode " range " From-Date " to " To-Date
" **"
Perform Read-Global-Threshold
Perform Load-Thresholds
Perform Register-Selected-Code
Varying Select-Idx From 1 By 1 Until Select-Idx > Select-Count
Perform Collect-Audit-Snapshots
End-If.
If Return-Code = 0
Perform Check-Collection
End-If.
If Return-Code = 0
Perform Rebuild-History
End-If.
If Return-Code = 0
Perform Rebuild-Alert-Status
End-If.
If Audit-Records-Read > 0 and Return-Code < 8
Perform Print-Summary
End-If.
If Return-Code = 0
and History-Changed + History-Removed + History-Added
+ Episodes-Changed + Episodes-Removed + Episodes-Added > 0
Move 4 to Return-Code
End-If.
Display "** AIRHIST / ALRTSTAT Rebuild Ends             **".
Display "***********************************************".
STOP RUN.
Parse-Run-Parm.
If parm-len < 23
Set Bad-Parm to true
else
Unstring parm-string(1:parm-len) delimited by ','
into Run-Mode From-Date To-Date Parm-Codes
tallying in Parm-Field-Count
End-Unstring
If not Report-Mode and not Apply-Mode
or From-Date is not numeric or To-Date is not numeric
or Parm-Field-Count < 3
Set Bad-Parm to true
else
If Function Test-Date-YYYYMMDD(Function Numval(From-Date))
not equal 0
or Function Test-Date-YYYYMMDD(Function Numval(To-Date))
not equal 0
or From-Date > To-Date or To-Date > Today-Date
Set Bad-Parm to true
End-If
End-If
End-If.
If not Bad-Parm and Parm-Codes not equal Spaces
Move 1 to Code-Pointer
Perform Parse-One-Code
until Code-Pointer > 80 or Bad-Parm
or Parm-Codes(Code-Pointer:) equal Spaces
End-If.
Parse-One-Code.
Move Spaces to Code-Work.
Unstring Parm-Codes delimited by '/' or space
into Code-Work with pointer Code-Pointer
End-Unstring.
If Code-Work(1:3) equal Spaces or Code-Work(4:) not equal Spaces
or Select-Count not less 19
Set Bad-Parm to true
else
Add 1 to Select-Count
Move Code-Work(1:3) to SEL-Iata-Code(Select-Count)
End-If.
Read-Global-Threshold.
Open Input Config-File.
If Config-File-OK
Read Config-File
At End
Continue
Not At End
If PC-Alert-Threshold > 0
Move PC-Alert-Threshold to Global-Threshold-Minutes
End-If
End-Read
Close Config-File
End-If.
*> No THRSHLST means every code is on the global threshold, as in
*> the run.
Load-Thresholds.
Open Input Threshold-File.
If Threshold-File-OK
Perform Read-Threshold-Record until Threshold-EOF
Close Threshold-File
else
Display "** THRSHLST unavailable -- replaying on the global"
" threshold only **"
End-If.
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
Register-Selected-Code.
Move SEL-Iata-Code(Select-Idx) to Current-Airport.
Perform Find-Airport-Slot.
*> ============================================================
*> AUDITLOG pass: the successful batch lookups from the start of
*> the range on.  Online inquiries never wrote AIRHIST and take no
*> part.
*> ============================================================
Collect-Audit-Snapshots.
Open Input Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Audit-Record
Perform Collect-One-Audit-Record until Audit-EOF
Close Audit-File
Display "** Audit records read : " Audit-Records-Read
" replayed: " Replay-Count " **"
End-If
.
Read-Next-Audit-Record.
Read Audit-File
At End
Set Audit-EOF to true
End-Read.
If not Audit-File-OK and not Audit-File-At-End
Display "** AUDITLOG read failed, status " Audit-File-Status " **"
Move 8 to Return-Code
Set Audit-EOF to true
End-If
.
Collect-One-Audit-Record.
If Audit-Record(1:7) not equal 'TRAILER'
Add 1 to Audit-Records-Read
If First-Audit-Date equal Spaces
Move AUD-Run-Date to First-Audit-Date
End-If
If AUD-Outcome-Success and not AUD-Origin-Online
and AUD-Run-Date not less From-Date
Perform Judge-Audit-Airport
End-If
End-If.
Perform Read-Next-Audit-Record
.
*> With a code list, only its airports.  Without one, an airport
*> joins at its first successful lookup inside the range; its
*> lookups after the range are replayed for ALRTSTAT, and an
*> airport only seen after the range is not rebuilt at all.
Judge-Audit-Airport.
Move AUD-Iata-Code to Current-Airport.
Move 'N' to Airport-Found-Flag.
Move 1 to Airport-Idx.
Perform Search-Airport-Entry
until Airport-Idx > Airport-Count or Airport-Found.
If not Airport-Found and Select-Count = 0
and AUD-Run-Date not greater To-Date
Perform Find-Airport-Slot
End-If.
If Airport-Found
If Replay-Count < 30000
Add 1 to Replay-Count
Perform Note-Replay-Entry
else
Set Replay-Overflow to true
End-If
End-If
.
Note-Replay-Entry.
Move AUD-Iata-Code to RPL-Iata-Code(Replay-Count).
Move AUD-Run-Date to RPL-Run-Date(Replay-Count).
Move AUD-Run-Time to RPL-Run-Time(Replay-Count).
Move AUD-Utc-Timestamp to RPL-Utc-Timestamp(Replay-Count).
Move AUD-Airport-Name to RPL-Airport-Name(Replay-Count).
Move AUD-Status-Type to RPL-Status-Type(Replay-Count).
Move AUD-Status-Code to RPL-Status-Code(Replay-Count).
Move AUD-Average-Delay to RPL-Average-Delay(Replay-Count).
Move AUD-Delay-Flag to RPL-Delay-Flag(Replay-Count).
If AUD-Delay-Minutes is numeric
Move AUD-Delay-Minutes to RPL-Delay-Minutes(Replay-Count)
else
Move 0 to RPL-Delay-Minutes(Replay-Count)
End-If.
Move AUD-Delay-Cause to RPL-Delay-Cause(Replay-Count).
Move 0 to RPL-Runway-Count(Replay-Count).
If AUD-Runway-Count is numeric and AUD-Runway-Count < 100
Move AUD-Runway-Count to RPL-Runway-Count(Replay-Count)
End-If.
Move Airport-Idx to RPL-Airport-Slot(Replay-Count).
Move 'N' to RPL-In-Range-Flag(Replay-Count).
If AUD-Run-Date not greater To-Date
Set RPL-In-Range(Replay-Count) to true
End-If.
Move 'N' to RPL-Added-Flag(Replay-Count).
*> Finds Current-Airport in the airport table, adding it (with its
*> tier row) when it isn't there yet; Airport-Idx is its slot.
Find-Airport-Slot.
Move 'N' to Airport-Found-Flag.
Move 1 to Airport-Idx.
Perform Search-Airport-Entry
until Airport-Idx > Airport-Count or Airport-Found.
If not Airport-Found
If Airport-Count < 1000
Add 1 to Airport-Count
Move Airport-Count to Airport-Idx
Initialize Airport-Entry(Airport-Idx)
Move Current-Airport to APT-Iata-Code(Airport-Idx)
Perform Find-Airport-Tiers
Set Airport-Found to true
else
Set Airport-Overflow to true
End-If
End-If
.
Search-Airport-Entry.
If APT-Iata-Code(Airport-Idx) equal Current-Airport
Set Airport-Found to true
else
Add 1 to Airport-Idx
End-If
.
Find-Airport-Tiers.
Move 0 to APT-Tier-Slot(Airport-Idx).
Move 'N' to Tier-Found-Flag.
Move 1 to Threshold-Idx.
Perform Search-Airport-Tier
until Threshold-Idx > Threshold-Count or Tier-Entry-Found.
If Tier-Entry-Found
Move Threshold-Idx to APT-Tier-Slot(Airport-Idx)
End-If
.
Search-Airport-Tier.
If THRT-Iata-Code(Threshold-Idx) equal Current-Airport
Set Tier-Entry-Found to true
else
Add 1 to Threshold-Idx
End-If
.
*> An incomplete replay would list good snapshots as REMOVED and
*> re-derive episodes from half their history -- refuse it.  An
*> AUDITLOG starting after the range does the same; REPORT still
*> shows what it would mean, APPLY will not act on it.
Check-Collection.
If Replay-Overflow or Airport-Overflow
Display "** More than 30000 audit records or 1000 airports"
" from " From-Date " -- nothing rebuilt; narrow the range"
" or the codes **"
Move 8 to Return-Code
else
If First-Audit-Date equal Spaces or First-Audit-Date > From-Date
Set Short-Audit to true
Display "** AUDITLOG starts " First-Audit-Date " after "
From-Date " -- widen the archive concatenation **"
If Apply-Mode
Display "** APPLY refused on a short AUDITLOG          **"
Move 8 to Return-Code
End-If
End-If
End-If
.
*> ============================================================
*> AIRHIST: per airport, the range's detail snapshots merged
*> against its audit records, both in capture order.
*> ============================================================
Rebuild-History.
If Apply-Mode
Open I-O History-File
else
Open Input History-File
End-If.
If not History-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRHIST' to MRQ-Insert(1)
Move 'history file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Display "-----------------------------------------------"
Display "AIRHIST differences:"
Perform Rebuild-Airport-History
Varying Airport-Idx From 1 By 1
Until Airport-Idx > Airport-Count or Update-Failed
Close History-File
End-If.
If Update-Failed
Move 8 to Return-Code
End-If
.
Rebuild-Airport-History.
Move APT-Iata-Code(Airport-Idx) to Current-Airport.
Move 0 to Replay-Idx.
Move 'N' to Replay-Done-Flag.
Perform Next-Airport-Snapshot.
Move 'N' to History-Done-Flag.
Move Current-Airport to HIST-Iata-Code.
Move From-Date to HIST-Run-Date.
Move Low-Values to HIST-Run-Time.
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set History-Done to true
Not Invalid Key
Perform Next-Airport-History
End-Start.
Perform Merge-One-Snapshot
until (History-Done and Replay-Done) or Update-Failed.
If Apply-Mode and not Update-Failed
Perform Write-One-Added
Varying Replay-Idx From 1 By 1
Until Replay-Idx > Replay-Count or Update-Failed
End-If
.
Next-Airport-Snapshot.
Add 1 to Replay-Idx.
Move 'N' to Snapshot-Found-Flag.
Perform Search-Airport-Snapshot
until Replay-Idx > Replay-Count or Snapshot-Found.
If not Snapshot-Found
Set Replay-Done to true
End-If
.
Search-Airport-Snapshot.
If RPL-Iata-Code(Replay-Idx) equal Current-Airport
and RPL-In-Range(Replay-Idx)
Set Snapshot-Found to true
else
Add 1 to Replay-Idx
End-If
.
Next-Airport-History.
Move 'N' to Detail-Found-Flag.
Perform Read-History-Detail until Detail-Found or History-Done
.
Read-History-Detail.
Read History-File Next Record
At End
Set History-Done to true
End-Read.
If not History-File-OK and not History-File-At-End
Display "** AIRHIST read failed, status " History-File-Status
" **"
Set Update-Failed to true
Set History-Done to true
End-If.
If not History-Done
If HIST-Iata-Code not equal Current-Airport
or HIST-Run-Date > To-Date
Set History-Done to true
else
If not HIST-Kind-Weekly and not HIST-Kind-Monthly
Set Detail-Found to true
End-If
End-If
End-If
.
Merge-One-Snapshot.
Evaluate true
When History-Done
Perform Note-Snapshot-Added
Perform Next-Airport-Snapshot
When Replay-Done
Perform Note-Snapshot-Removed
Perform Next-Airport-History
When other
Move HIST-Key(4:14) to Compare-Stamp-1
Move RPL-Stamp(Replay-Idx) to Compare-Stamp-2
Perform Compare-Stamps
Evaluate true
When Stamps-Agree
Perform Judge-Matched-Snapshot
Perform Next-Airport-History
Perform Next-Airport-Snapshot
When First-Seconds < Second-Seconds
Perform Note-Snapshot-Removed
Perform Next-Airport-History
When other
Perform Note-Snapshot-Added
Perform Next-Airport-Snapshot
End-Evaluate
End-Evaluate
.
Judge-Matched-Snapshot.
If HIST-Status-Code not equal RPL-Status-Code(Replay-Idx)
or HIST-Status-Type not equal RPL-Status-Type(Replay-Idx)
or HIST-Delay-Flag not equal RPL-Delay-Flag(Replay-Idx)
or HIST-Delay-Minutes not equal RPL-Delay-Minutes(Replay-Idx)
or HIST-Delay-Cause not equal RPL-Delay-Cause(Replay-Idx)
or HIST-Runway-Count not equal RPL-Runway-Count(Replay-Idx)
Add 1 to History-Changed
Display "HIST " HIST-Iata-Code " " HIST-Run-Date " "
HIST-Run-Time " CHANGED"
Perform Show-Snapshot-Before
Perform Show-Snapshot-After
If Apply-Mode
Perform Move-Audited-Fields
Rewrite History-Record
Invalid Key
Display "** Unable to rewrite AIRHIST for "
HIST-Iata-Code " **"
Set Update-Failed to true
End-Rewrite
End-If
else
Add 1 to History-Unchanged
End-If
.
Note-Snapshot-Removed.
Add 1 to History-Removed.
Display "HIST " HIST-Iata-Code " " HIST-Run-Date " "
HIST-Run-Time " REMOVED -- no successful lookup audited".
Perform Show-Snapshot-Before.
If Apply-Mode
Delete History-File Record
Invalid Key
Display "** Unable to delete AIRHIST for "
HIST-Iata-Code " **"
Set Update-Failed to true
End-Delete
End-If
.
*> Added snapshots are written once the airport's browse is over.
Note-Snapshot-Added.
Add 1 to History-Added.
Set RPL-Added(Replay-Idx) to true.
Display "HIST " RPL-Iata-Code(Replay-Idx) " "
RPL-Run-Date(Replay-Idx) " " RPL-Run-Time(Replay-Idx)
" ADDED".
Perform Show-Snapshot-After
.
Show-Snapshot-Before.
Display "   before " HIST-Status-Code " " HIST-Delay-Flag " "
HIST-Delay-Minutes " min cause " HIST-Delay-Cause " rwy "
HIST-Runway-Count " " Function Trim(HIST-Status-Type)
.
Show-Snapshot-After.
Display "   after  " RPL-Status-Code(Replay-Idx) " "
RPL-Delay-Flag(Replay-Idx) " "
RPL-Delay-Minutes(Replay-Idx) " min cause "
RPL-Delay-Cause(Replay-Idx) " rwy "
RPL-Runway-Count(Replay-Idx) " "
Function Trim(RPL-Status-Type(Replay-Idx))
.
*> The fields the audit record vouches for; weather, METAR and the
*> runway detail of a kept snapshot stay as they were.
Move-Audited-Fields.
Move RPL-Utc-Timestamp(Replay-Idx) to HIST-Utc-Timestamp.
Move RPL-Status-Type(Replay-Idx) to HIST-Status-Type.
Move RPL-Status-Code(Replay-Idx) to HIST-Status-Code.
Move RPL-Delay-Flag(Replay-Idx) to HIST-Delay-Flag.
Move RPL-Delay-Minutes(Replay-Idx) to HIST-Delay-Minutes.
Move RPL-Delay-Cause(Replay-Idx) to HIST-Delay-Cause.
Move RPL-Runway-Count(Replay-Idx) to HIST-Runway-Count.
Write-One-Added.
If RPL-Added(Replay-Idx)
and RPL-Iata-Code(Replay-Idx) equal Current-Airport
Initialize History-Record
Move RPL-Iata-Code(Replay-Idx) to HIST-Iata-Code
Move RPL-Run-Date(Replay-Idx) to HIST-Run-Date
Move RPL-Run-Time(Replay-Idx) to HIST-Run-Time
Perform Move-Audited-Fields
Move 'REBUILT' to HIST-Provider-Role
Write History-Record
Invalid Key
Display "** Unable to add AIRHIST for "
HIST-Iata-Code " " HIST-Run-Date " " HIST-Run-Time " **"
Set Update-Failed to true
End-Write
End-If
.
*> Seconds between two CCYYMMDDHHMMSS stamps, and whether they are
*> within Stamp-Tolerance of each other.
Compare-Stamps.
Move Compare-Stamp-1 to Seconds-Stamp.
Perform Stamp-To-Seconds.
Move Seconds-Value to First-Seconds.
Move Compare-Stamp-2 to Seconds-Stamp.
Perform Stamp-To-Seconds.
Move Seconds-Value to Second-Seconds.
Compute Stamp-Gap = Function Abs(First-Seconds - Second-Seconds).
Move 'N' to Stamps-Agree-Flag.
If Compare-Stamp-1 equal Compare-Stamp-2
or (First-Seconds > 0 and Second-Seconds > 0
and Stamp-Gap not greater Stamp-Tolerance)
Set Stamps-Agree to true
End-If
.
Stamp-To-Seconds.
Move 0 to Seconds-Value.
If Seconds-Stamp is numeric and SS-Date > 0
Compute Seconds-Value =
Function Integer-Of-Date(SS-Date) * 86400
+ SS-Hh * 3600 + SS-Mm * 60 + SS-Ss
End-If
.
*> ============================================================
*> ALRTSTAT: each airport's THRESHOLD and CLOSURE episodes as they
*> stand, the audit records replayed through the run's rules, and
*> the result compared.
*> ============================================================
Rebuild-Alert-Status.
If Apply-Mode
Open I-O Alert-Status-File
else
Open Input Alert-Status-File
End-If.
If not Alert-Status-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'status file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Load-Airport-Episodes
Varying Airport-Idx From 1 By 1
Until Airport-Idx > Airport-Count
Perform Replay-One-Snapshot
Varying Replay-Idx From 1 By 1
Until Replay-Idx > Replay-Count
Display "-----------------------------------------------"
Display "ALRTSTAT differences:"
Perform Settle-Airport-Episodes
Varying Airport-Idx From 1 By 1
Until Airport-Idx > Airport-Count or Update-Failed
Close Alert-Status-File
End-If.
If Update-Failed
Move 8 to Return-Code
End-If
.
Load-Airport-Episodes.
Perform Load-One-Episode
Varying Reason-Idx From 1 By 1 Until Reason-Idx > 2.
Load-One-Episode.
Move 'N' to BEF-Found-Flag(Airport-Idx, Reason-Idx).
Move 'N' to BEF-Acked-Flag(Airport-Idx, Reason-Idx).
Move 'N' to AFT-Found-Flag(Airport-Idx, Reason-Idx).
Move 'N' to AFT-Carried-Flag(Airport-Idx, Reason-Idx).
Move APT-Iata-Code(Airport-Idx) to AST-Iata-Code.
Move Reason-Name(Reason-Idx) to AST-Alert-Reason.
Read Alert-Status-File
Invalid Key
Continue
Not Invalid Key
Perform Note-Episode-Before
End-Read
.
Note-Episode-Before.
Set BEF-Found(Airport-Idx, Reason-Idx) to true.
If AST-Ack-User not equal Spaces
Set BEF-Acked(Airport-Idx, Reason-Idx) to true
End-If.
Move AST-State to BEF-State(Airport-Idx, Reason-Idx).
Move AST-Open-Date to BEF-Open-Stamp(Airport-Idx, Reason-Idx)(1:8).
Move AST-Open-Time to BEF-Open-Stamp(Airport-Idx, Reason-Idx)(9:6).
Move AST-Last-Date to BEF-Last-Stamp(Airport-Idx, Reason-Idx)(1:8).
Move AST-Last-Time to BEF-Last-Stamp(Airport-Idx, Reason-Idx)(9:6).
Move AST-Close-Date
to BEF-Close-Stamp(Airport-Idx, Reason-Idx)(1:8).
Move AST-Close-Time
to BEF-Close-Stamp(Airport-Idx, Reason-Idx)(9:6).
Move 0 to BEF-Count(Airport-Idx, Reason-Idx).
If AST-Occurrence-Count is numeric
Move AST-Occurrence-Count to BEF-Count(Airport-Idx, Reason-Idx)
End-If.
Move AST-Alert-Tier to BEF-Tier(Airport-Idx, Reason-Idx).
Move AST-Peak-Tier to BEF-Peak-Tier(Airport-Idx, Reason-Idx).
Move 0 to BEF-Peak-Delay(Airport-Idx, Reason-Idx).
If AST-Peak-Delay is numeric
Move AST-Peak-Delay to BEF-Peak-Delay(Airport-Idx, Reason-Idx)
End-If.
If AST-Open-Date < From-Date
Perform Carry-Episode-In
End-If
.
*> An episode opened before the range is the replay's starting
*> point: one closed before the range stays as it is; one still
*> open when the range began is open again for the replay to carry
*> on or close, with its count kept as it stands.  An episode
*> opened inside the range is re-derived from nothing.
Carry-Episode-In.
Set AFT-Found(Airport-Idx, Reason-Idx) to true.
Move AST-State to AFT-State(Airport-Idx, Reason-Idx).
Move BEF-Open-Stamp(Airport-Idx, Reason-Idx)
to AFT-Open-Stamp(Airport-Idx, Reason-Idx).
Move BEF-Last-Stamp(Airport-Idx, Reason-Idx)
to AFT-Last-Stamp(Airport-Idx, Reason-Idx).
Move BEF-Close-Stamp(Airport-Idx, Reason-Idx)
to AFT-Close-Stamp(Airport-Idx, Reason-Idx).
Move BEF-Count(Airport-Idx, Reason-Idx)
to AFT-Count(Airport-Idx, Reason-Idx).
Move AST-Alert-Tier to AFT-Tier(Airport-Idx, Reason-Idx).
Move AST-Peak-Tier to AFT-Peak-Tier(Airport-Idx, Reason-Idx).
Move BEF-Peak-Delay(Airport-Idx, Reason-Idx)
to AFT-Peak-Delay(Airport-Idx, Reason-Idx).
Move AST-Worst-Status to AFT-Worst-Status(Airport-Idx, Reason-Idx).
Move AST-Airport-Name to AFT-Airport-Name(Airport-Idx, Reason-Idx).
Move AST-Status-Type to AFT-Status-Type(Airport-Idx, Reason-Idx).
Move AST-Average-Delay
to AFT-Average-Delay(Airport-Idx, Reason-Idx).
If not AST-State-Closed or AST-Close-Date not less From-Date
Set AFT-Carried(Airport-Idx, Reason-Idx) to true
If AST-State-Closed
Set AST-State-Open to true
Move AST-State to AFT-State(Airport-Idx, Reason-Idx)
Move Spaces to AFT-Close-Stamp(Airport-Idx, Reason-Idx)
End-If
End-If
.
*> The run's Check-Delay-Alert and Green close, one audit record
*> at a time.
Replay-One-Snapshot.
Move RPL-Airport-Slot(Replay-Idx) to Airport-Idx.
If RPL-Status-Code(Replay-Idx) equal 'C'
Move 2 to Reason-Idx
Move 'CRITICAL' to Event-Tier
Perform Replay-Alert-Event
else
Perform Judge-Delay-Tier
If Event-Rank > 0
Move 1 to Reason-Idx
Move Tier-Name(Event-Rank + 1) to Event-Tier
Perform Replay-Alert-Event
End-If
End-If.
If RPL-Status-Code(Replay-Idx) equal 'G'
Perform Replay-Green-Close
Varying Reason-Idx From 1 By 1 Until Reason-Idx > 2
End-If
.
*> A code with its own tiers alerts at the highest tier whose
*> minutes the delay exceeds; without them SEVERE above the global
*> threshold.
Judge-Delay-Tier.
Move RPL-Delay-Minutes(Replay-Idx) to Snapshot-Delay.
Move 0 to Event-Rank.
Move APT-Tier-Slot(Airport-Idx) to Threshold-Idx.
If Threshold-Idx > 0
Evaluate true
When Snapshot-Delay > THRT-Critical-Minutes(Threshold-Idx)
Move 3 to Event-Rank
When Snapshot-Delay > THRT-Severe-Minutes(Threshold-Idx)
Move 2 to Event-Rank
When Snapshot-Delay > THRT-Warning-Minutes(Threshold-Idx)
Move 1 to Event-Rank
When other
Continue
End-Evaluate
else
If Snapshot-Delay > Global-Threshold-Minutes
Move 2 to Event-Rank
End-If
End-If
.
*> Open (or re-open) on the first occurrence; bump and raise the
*> high-water marks on a repeat while open -- as Update-Alert-Status.
Replay-Alert-Event.
If AFT-Found(Airport-Idx, Reason-Idx)
and AFT-State(Airport-Idx, Reason-Idx) not equal 'C'
If not AFT-Carried(Airport-Idx, Reason-Idx)
Add 1 to AFT-Count(Airport-Idx, Reason-Idx)
End-If
Move RPL-Stamp(Replay-Idx)
to AFT-Last-Stamp(Airport-Idx, Reason-Idx)
Move Event-Tier to AFT-Tier(Airport-Idx, Reason-Idx)
Move RPL-Status-Type(Replay-Idx)
to AFT-Status-Type(Airport-Idx, Reason-Idx)
Move RPL-Average-Delay(Replay-Idx)
to AFT-Average-Delay(Airport-Idx, Reason-Idx)
Perform Raise-Episode-Peaks
else
Set AFT-Found(Airport-Idx, Reason-Idx) to true
Move 'N' to AFT-Carried-Flag(Airport-Idx, Reason-Idx)
Move 'O' to AFT-State(Airport-Idx, Reason-Idx)
Move RPL-Stamp(Replay-Idx)
to AFT-Open-Stamp(Airport-Idx, Reason-Idx)
Move RPL-Stamp(Replay-Idx)
to AFT-Last-Stamp(Airport-Idx, Reason-Idx)
Move Spaces to AFT-Close-Stamp(Airport-Idx, Reason-Idx)
Move 1 to AFT-Count(Airport-Idx, Reason-Idx)
Move Event-Tier to AFT-Tier(Airport-Idx, Reason-Idx)
Move Event-Tier to AFT-Peak-Tier(Airport-Idx, Reason-Idx)
Move RPL-Delay-Minutes(Replay-Idx)
to AFT-Peak-Delay(Airport-Idx, Reason-Idx)
Move RPL-Status-Code(Replay-Idx)
to AFT-Worst-Status(Airport-Idx, Reason-Idx)
Move RPL-Airport-Name(Replay-Idx)
to AFT-Airport-Name(Airport-Idx, Reason-Idx)
Move RPL-Status-Type(Replay-Idx)
to AFT-Status-Type(Airport-Idx, Reason-Idx)
Move RPL-Average-Delay(Replay-Idx)
to AFT-Average-Delay(Airport-Idx, Reason-Idx)
End-If
.
Raise-Episode-Peaks.
Move AFT-Peak-Tier(Airport-Idx, Reason-Idx) to Rank-Tier-Text.
Perform Rank-Alert-Tier.
Move Tier-Rank to Peak-Tier-Rank.
Move Event-Tier to Rank-Tier-Text.
Perform Rank-Alert-Tier.
If Tier-Rank > Peak-Tier-Rank
Move Event-Tier to AFT-Peak-Tier(Airport-Idx, Reason-Idx)
End-If.
If RPL-Delay-Minutes(Replay-Idx)
> AFT-Peak-Delay(Airport-Idx, Reason-Idx)
Move RPL-Delay-Minutes(Replay-Idx)
to AFT-Peak-Delay(Airport-Idx, Reason-Idx)
End-If.
Move AFT-Worst-Status(Airport-Idx, Reason-Idx) to Rank-Status-Code.
Perform Rank-Status-Severity.
Move Status-Rank to Worst-Status-Rank.
Move RPL-Status-Code(Replay-Idx) to Rank-Status-Code.
Perform Rank-Status-Severity.
If Status-Rank > Worst-Status-Rank
Move RPL-Status-Code(Replay-Idx)
to AFT-Worst-Status(Airport-Idx, Reason-Idx)
End-If
.
Rank-Alert-Tier.
Evaluate Rank-Tier-Text
When 'CRITICAL'
Move 3 to Tier-Rank
When 'SEVERE'
Move 2 to Tier-Rank
When 'WARNING'
Move 1 to Tier-Rank
When other
Move 0 to Tier-Rank
End-Evaluate
.
*> C over R over Y over U over G, as the run ranks them.
Rank-Status-Severity.
Evaluate Rank-Status-Code
When 'C'
Move 5 to Status-Rank
When 'R'
Move 4 to Status-Rank
When 'Y'
Move 3 to Status-Rank
When 'U'
Move 2 to Status-Rank
When 'G'
Move 1 to Status-Rank
When other
Move 0 to Status-Rank
End-Evaluate
.
Replay-Green-Close.
If AFT-Found(Airport-Idx, Reason-Idx)
and AFT-State(Airport-Idx, Reason-Idx) not equal 'C'
Move 'C' to AFT-State(Airport-Idx, Reason-Idx)
Move RPL-Stamp(Replay-Idx)
to AFT-Close-Stamp(Airport-Idx, Reason-Idx)
Move 'N' to AFT-Carried-Flag(Airport-Idx, Reason-Idx)
End-If
.
Settle-Airport-Episodes.
Perform Settle-One-Episode
Varying Reason-Idx From 1 By 1
Until Reason-Idx > 2 or Update-Failed.
*> Stamps within the tolerance of the record's own are the record's
*> own, and an acknowledgement stays with the episode it was made
*> on.  Then the comparison, the listing and (APPLY) the update.
Settle-One-Episode.
If BEF-Found(Airport-Idx, Reason-Idx)
and AFT-Found(Airport-Idx, Reason-Idx)
Move BEF-Open-Stamp(Airport-Idx, Reason-Idx) to Compare-Stamp-1
Move AFT-Open-Stamp(Airport-Idx, Reason-Idx) to Compare-Stamp-2
Perform Compare-Stamps
If Stamps-Agree
Move Compare-Stamp-1 to AFT-Open-Stamp(Airport-Idx, Reason-Idx)
If AFT-Last-Stamp(Airport-Idx, Reason-Idx)
< AFT-Open-Stamp(Airport-Idx, Reason-Idx)
Move Compare-Stamp-1
to AFT-Last-Stamp(Airport-Idx, Reason-Idx)
End-If
End-If
Move BEF-Last-Stamp(Airport-Idx, Reason-Idx) to Compare-Stamp-1
Move AFT-Last-Stamp(Airport-Idx, Reason-Idx) to Compare-Stamp-2
Perform Compare-Stamps
If Stamps-Agree
Move Compare-Stamp-1 to AFT-Last-Stamp(Airport-Idx, Reason-Idx)
End-If
Move BEF-Close-Stamp(Airport-Idx, Reason-Idx) to Compare-Stamp-1
Move AFT-Close-Stamp(Airport-Idx, Reason-Idx) to Compare-Stamp-2
Perform Compare-Stamps
If Stamps-Agree
Move Compare-Stamp-1
to AFT-Close-Stamp(Airport-Idx, Reason-Idx)
End-If
If AFT-Open-Stamp(Airport-Idx, Reason-Idx)
equal BEF-Open-Stamp(Airport-Idx, Reason-Idx)
and BEF-Acked(Airport-Idx, Reason-Idx)
and AFT-State(Airport-Idx, Reason-Idx) equal 'O'
Move 'A' to AFT-State(Airport-Idx, Reason-Idx)
End-If
End-If.
Move Spaces to Episode-Action.
Evaluate true
When BEF-Found(Airport-Idx, Reason-Idx)
and not AFT-Found(Airport-Idx, Reason-Idx)
Move 'REMOVED' to Episode-Action
Add 1 to Episodes-Removed
When AFT-Found(Airport-Idx, Reason-Idx)
and not BEF-Found(Airport-Idx, Reason-Idx)
Move 'ADDED' to Episode-Action
Add 1 to Episodes-Added
When not BEF-Found(Airport-Idx, Reason-Idx)
Continue
When AFT-State(Airport-Idx, Reason-Idx)
not equal BEF-State(Airport-Idx, Reason-Idx)
or AFT-Open-Stamp(Airport-Idx, Reason-Idx)
not equal BEF-Open-Stamp(Airport-Idx, Reason-Idx)
or AFT-Last-Stamp(Airport-Idx, Reason-Idx)
not equal BEF-Last-Stamp(Airport-Idx, Reason-Idx)
or AFT-Close-Stamp(Airport-Idx, Reason-Idx)
not equal BEF-Close-Stamp(Airport-Idx, Reason-Idx)
or AFT-Count(Airport-Idx, Reason-Idx)
not equal BEF-Count(Airport-Idx, Reason-Idx)
or AFT-Tier(Airport-Idx, Reason-Idx)
not equal BEF-Tier(Airport-Idx, Reason-Idx)
or AFT-Peak-Tier(Airport-Idx, Reason-Idx)
not equal BEF-Peak-Tier(Airport-Idx, Reason-Idx)
or AFT-Peak-Delay(Airport-Idx, Reason-Idx)
not equal BEF-Peak-Delay(Airport-Idx, Reason-Idx)
Move 'CHANGED' to Episode-Action
Add 1 to Episodes-Changed
When other
Add 1 to Episodes-Unchanged
End-Evaluate.
If Episode-Action not equal Spaces
Display "STAT " APT-Iata-Code(Airport-Idx) " "
Reason-Name(Reason-Idx) " " Episode-Action
If BEF-Found(Airport-Idx, Reason-Idx)
Perform Show-Episode-Before
End-If
If AFT-Found(Airport-Idx, Reason-Idx)
Perform Show-Episode-After
End-If
If Apply-Mode
Perform Apply-Episode
End-If
End-If
.
Show-Episode-Before.
Display "   before " BEF-State(Airport-Idx, Reason-Idx)
" open " BEF-Open-Stamp(Airport-Idx, Reason-Idx)
" last " BEF-Last-Stamp(Airport-Idx, Reason-Idx)
" closed " BEF-Close-Stamp(Airport-Idx, Reason-Idx).
Display "          x" BEF-Count(Airport-Idx, Reason-Idx)
" tier " BEF-Tier(Airport-Idx, Reason-Idx)
" peak " BEF-Peak-Tier(Airport-Idx, Reason-Idx)
" " BEF-Peak-Delay(Airport-Idx, Reason-Idx) " min".
Show-Episode-After.
Display "   after  " AFT-State(Airport-Idx, Reason-Idx)
" open " AFT-Open-Stamp(Airport-Idx, Reason-Idx)
" last " AFT-Last-Stamp(Airport-Idx, Reason-Idx)
" closed " AFT-Close-Stamp(Airport-Idx, Reason-Idx).
Display "          x" AFT-Count(Airport-Idx, Reason-Idx)
" tier " AFT-Tier(Airport-Idx, Reason-Idx)
" peak " AFT-Peak-Tier(Airport-Idx, Reason-Idx)
" " AFT-Peak-Delay(Airport-Idx, Reason-Idx) " min".
Apply-Episode.
Move APT-Iata-Code(Airport-Idx) to AST-Iata-Code.
Move Reason-Name(Reason-Idx) to AST-Alert-Reason.
Evaluate Episode-Action
When 'REMOVED'
Delete Alert-Status-File Record
Invalid Key
Set Update-Failed to true
End-Delete
When 'ADDED'
Initialize Alert-Status-Record
Move APT-Iata-Code(Airport-Idx) to AST-Iata-Code
Move Reason-Name(Reason-Idx) to AST-Alert-Reason
Perform Clear-Episode-Followup
Perform Move-Episode-Fields
Write Alert-Status-Record
Invalid Key
Set Update-Failed to true
End-Write
When other
Read Alert-Status-File
Invalid Key
Set Update-Failed to true
End-Read
If not Update-Failed
If AFT-Open-Stamp(Airport-Idx, Reason-Idx)
not equal BEF-Open-Stamp(Airport-Idx, Reason-Idx)
Perform Clear-Episode-Followup
End-If
Perform Move-Episode-Fields
Rewrite Alert-Status-Record
Invalid Key
Set Update-Failed to true
End-Rewrite
End-If
End-Evaluate.
If Update-Failed
Display "** Unable to update ALRTSTAT for "
APT-Iata-Code(Airport-Idx) " " Reason-Name(Reason-Idx)
" status " Alert-Status-File-Status " **"
End-If
.
*> A different episode owes nothing to the old one's handling.
Clear-Episode-Followup.
Move Spaces to AST-Ack-User.
Move Spaces to AST-Ack-Date.
Move Spaces to AST-Ack-Time.
Move 'N' to AST-Escalated-Flag.
Move Spaces to AST-Escalate-Date.
Move Spaces to AST-Escalate-Time.
Move Spaces to AST-Escalated-Tier.
Move Spaces to AST-Advisory-Text.
Move 'N' to AST-Itsm-Flag.
Move Spaces to AST-Itsm-Ticket.
Move-Episode-Fields.
Move AFT-State(Airport-Idx, Reason-Idx) to AST-State.
Move AFT-Open-Stamp(Airport-Idx, Reason-Idx)(1:8) to AST-Open-Date.
Move AFT-Open-Stamp(Airport-Idx, Reason-Idx)(9:6) to AST-Open-Time.
Move AFT-Last-Stamp(Airport-Idx, Reason-Idx)(1:8) to AST-Last-Date.
Move AFT-Last-Stamp(Airport-Idx, Reason-Idx)(9:6) to AST-Last-Time.
Move AFT-Close-Stamp(Airport-Idx, Reason-Idx)(1:8)
to AST-Close-Date.
Move AFT-Close-Stamp(Airport-Idx, Reason-Idx)(9:6)
to AST-Close-Time.
Move AFT-Count(Airport-Idx, Reason-Idx) to AST-Occurrence-Count.
Move AFT-Airport-Name(Airport-Idx, Reason-Idx) to AST-Airport-Name.
Move AFT-Status-Type(Airport-Idx, Reason-Idx) to AST-Status-Type.
Move AFT-Average-Delay(Airport-Idx, Reason-Idx)
to AST-Average-Delay.
Move AFT-Tier(Airport-Idx, Reason-Idx) to AST-Alert-Tier.
Move AFT-Peak-Tier(Airport-Idx, Reason-Idx) to AST-Peak-Tier.
Move AFT-Peak-Delay(Airport-Idx, Reason-Idx) to AST-Peak-Delay.
Move AFT-Worst-Status(Airport-Idx, Reason-Idx) to AST-Worst-Status.
Print-Summary.
Display "-----------------------------------------------".
Display "Mode                    : " Run-Mode.
Display "Airports rebuilt        : " Airport-Count.
Display "AIRHIST unchanged       : " History-Unchanged.
Display "AIRHIST changed         : " History-Changed.
Display "AIRHIST removed         : " History-Removed.
Display "AIRHIST added           : " History-Added.
Display "ALRTSTAT unchanged      : " Episodes-Unchanged.
Display "ALRTSTAT changed        : " Episodes-Changed.
Display "ALRTSTAT removed        : " Episodes-Removed.
Display "ALRTSTAT added          : " Episodes-Added.
If Report-Mode
Display "** REPORT only -- nothing was changed          **"
End-If.
If Short-Audit
Display "** AUDITLOG did not reach " From-Date
" -- differences before " First-Audit-Date " are not real **"
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHRBLD.
