IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHEVID.
*> Passenger-compensation evidence pack.  The claims team defends a
*> claim by proving "extraordinary circumstances" at an airport on
*> a day; this job sets down, for one airport and a date or range,
*> everything the system recorded about it -- one paginated report
*> (EVIDRPT) that can go to the claims team as it stands:
*>   1. every provider snapshot: run id, local and UTC capture stamp,
*>      outcome, status and delay, delay cause, and the weather
*>      (condition and METAR) off the AIRHIST snapshot of the same
*>      lookup; AIRHIST snapshots with no AUDITLOG record, and the
*>      weekly/monthly AIRHIST aggregates where the daily detail has
*>      been rolled up (HWTHHAGE)
*>   2. the alerts raised (ALERTOUT) and each alert episode's
*>      lifecycle -- opened, acknowledged, escalated, closed -- off
*>      INCIDENT, plus any episode still running on ALRTSTAT
*>   3. the advisories in force (ADVISORY)
*>   4. the integrity-trailer check of every AUDITLOG run in the
*>      range, as HWTHSUM1 balances it
*>   5. day by day, what the record holds -- and, in plain words,
*>      where it has gaps
*> AUDITLOG is read as the JCL concatenates it: the archived
*> generations that cover the range ahead of the live dataset.
*>   PARM=III,CCYYMMDD            one airport, one day
*>   PARM=III,CCYYMMDD,CCYYMMDD   one airport, a range of up to 92
*>                                days
*> RC=4 when the record has a gap or a run fails its trailer check;
*> RC=8 for a bad PARM or when EVIDRPT, or both AUDITLOG and AIRHIST,
*> can't be opened.
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
Select Alert-File Assign To ALERTOUT
Organization Is Line Sequential
File Status Is Alert-File-Status.
Select Incident-File Assign To INCIDENT
Organization Is Line Sequential
File Status Is Incident-File-Status.
Select Alert-Status-File Assign To ALRTSTAT
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select Advisory-File Assign To ADVISORY
Organization Is Line Sequential
File Status Is Advisory-File-Status.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Random
Record Key Is AM-IATA-Code
File Status Is Airmstr-File-Status.
Select Report-File Assign To EVIDRPT
Organization Is Line Sequential
File Status Is Report-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Audit-File.
COPY AUDITREC.
FD  History-File.
COPY AIRHIST.
FD  Alert-File.
COPY ALERTREC.
FD  Incident-File.
COPY INCDREC.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  Advisory-File.
COPY ADVREC.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Report-File.
01 Report-Line Pic X(132).
WORKING-STORAGE SECTION.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK     Value '00'.
88 Audit-File-At-End Value '10'.
01 Audit-EOF-Flag Pic X Value 'N'.
88 Audit-EOF Value 'Y'.
01 Audit-Open-Flag Pic X Value 'N'.
88 Audit-Opened Value 'Y'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 History-EOF-Flag Pic X Value 'N'.
88 History-EOF Value 'Y'.
01 History-Open-Flag Pic X Value 'N'.
88 History-Opened Value 'Y'.
01 Alert-File-Status Pic X(2) Value Spaces.
88 Alert-File-OK     Value '00'.
88 Alert-File-At-End Value '10'.
01 Alert-EOF-Flag Pic X Value 'N'.
88 Alert-EOF Value 'Y'.
01 Incident-File-Status Pic X(2) Value Spaces.
88 Incident-File-OK     Value '00'.
88 Incident-File-At-End Value '10'.
01 Incident-EOF-Flag Pic X Value 'N'.
88 Incident-EOF Value 'Y'.
01 Alert-Status-File-Status Pic X(2) Value Spaces.
88 Alert-Status-File-OK     Value '00'.
88 Alert-Status-File-At-End Value '10'.
01 Alert-Status-EOF-Flag Pic X Value 'N'.
88 Alert-Status-EOF Value 'Y'.
01 Advisory-File-Status Pic X(2) Value Spaces.
88 Advisory-File-OK     Value '00'.
88 Advisory-File-At-End Value '10'.
01 Advisory-EOF-Flag Pic X Value 'N'.
88 Advisory-EOF Value 'Y'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
01 Report-File-Status Pic X(2) Value Spaces.
88 Report-File-OK Value '00'.
*> Selection from the PARM.
01 Code-Parm-Text Pic X(20) Value Spaces.
01 From-Parm-Text Pic X(20) Value Spaces.
01 To-Parm-Text   Pic X(20) Value Spaces.
01 Parm-Error-Flag Pic X Value 'N'.
88 Parm-In-Error Value 'Y'.
01 Want-Iata-Code Pic X(3) Value Spaces.
01 From-Date      Pic X(8) Value Spaces.
01 To-Date        Pic X(8) Value Spaces.
01 From-Date-Num  Pic 9(8) Value 0.
01 To-Date-Num    Pic 9(8) Value 0.
01 From-Int       Pic 9(9) Value 0.
01 To-Int         Pic 9(9) Value 0.
01 Day-Span       Pic S9(9) Value 0.
*> A run started the evening before the range can still have
*> worked the airport after midnight, so its trailer is checked too.
01 Run-Window-Start Pic X(8) Value Spaces.
01 Airport-Name   Pic X(50) Value Spaces.
01 Prepared-Stamp Pic X(14) Value Spaces.
*> One slot per day of the range: what the record holds for it.
01 Day-Table.
05 Day-Entry Occurs 92 times.
10 DYT-Date        Pic X(8).
10 DYT-Lookups     Pic 9(5).
10 DYT-Failures    Pic 9(5).
10 DYT-Skipped     Pic 9(5).
10 DYT-Snapshots   Pic 9(5).
10 DYT-Unmatched   Pic 9(5).
10 DYT-Aggregate   Pic X.
10 DYT-Trailer-Bad Pic X.
10 DYT-Alerts      Pic 9(5).
01 Day-Count Pic 9(3) Value 0.
01 Day-Idx   Pic 9(3) Value 0.
01 Day-Work-Int  Pic 9(9) Value 0.
01 Day-Work-Date Pic 9(8) Value 0.
01 Gap-Day-Count Pic 9(3) Value 0.
01 Verdict-Text  Pic X(90) Value Spaces.
*> AIRHIST daily snapshots for the airport and range, loaded before
*> AUDITLOG is read so each lookup finds the snapshot it wrote --
*> same day, capture time within Match-Seconds of the audit stamp
*> (the two are stamped a moment apart in the same lookup).
01 Snap-Table.
05 Snap-Entry Occurs 1 to 2000 times
Depending On Snap-Count.
10 SNT-Date        Pic X(8).
10 SNT-Time        Pic X(6).
10 SNT-Seconds     Pic 9(5).
10 SNT-Utc         Pic X(14).
10 SNT-Status-Code Pic X.
10 SNT-Status-Type Pic X(30).
10 SNT-Delay       Pic 9(5).
10 SNT-Cause       Pic X(3).
10 SNT-Role        Pic X(8).
10 SNT-Weather     Pic X(30).
10 SNT-Category    Pic X(4).
10 SNT-Visibility  Pic 9(2)V99.
10 SNT-Ceiling     Pic 9(5).
10 SNT-Gust        Pic 9(3).
10 SNT-Metar       Pic X(120).
10 SNT-Matched     Pic X.
01 Snap-Count Pic 9(4) Value 0.
01 Snap-Idx   Pic 9(4) Value 0.
01 Snap-Match-Idx Pic 9(4) Value 0.
01 Snap-Overflow-Flag Pic X Value 'N'.
88 Snap-Overflow Value 'Y'.
01 Match-Seconds Pic 9(3) Value 120.
01 Audit-Seconds Pic 9(5) Value 0.
01 Seconds-Apart Pic S9(5) Value 0.
01 Clock-Work.
05 CLK-HH Pic 9(2).
05 CLK-MM Pic 9(2).
05 CLK-SS Pic 9(2).
01 Clock-Seconds Pic 9(5) Value 0.
*> Weekly and monthly AIRHIST aggregates that overlap the range.
01 Aggregate-Table.
05 Aggregate-Entry Occurs 30 times.
10 AGT-Kind      Pic X.
10 AGT-Start     Pic X(8).
10 AGT-End       Pic X(8).
10 AGT-Worst     Pic X.
10 AGT-Days      Pic 9(3).
10 AGT-Avg-Delay Pic 9(5).
10 AGT-Max-Delay Pic 9(5).
10 AGT-Red-Days  Pic 9(3).
10 AGT-Closed-Days Pic 9(3).
01 Aggregate-Count Pic 9(2) Value 0.
01 Aggregate-Idx   Pic 9(2) Value 0.
01 Aggregate-Start-Int Pic 9(9) Value 0.
01 Aggregate-End-Int   Pic 9(9) Value 0.
01 Aggregate-Next-Month Pic 9(8) Value 0.
01 Aggregate-Work.
05 AGW-Year  Pic 9(4).
05 AGW-Month Pic 9(2).
05 AGW-Day   Pic 9(2).
01 Browse-Start-Int  Pic 9(9) Value 0.
01 Browse-Start-Date Pic 9(8) Value 0.
*> Trailer verification, as HWTHSUM1 does it: each run's records
*> counted and balanced against the TRAILER record it wrote last.
COPY TRAILREC.
01 Trail-Verify-Table.
05 Trail-Verify-Entry Occurs 1 to 500 times
Depending On Trail-Verify-Count.
10 TRV-Run-Id         Pic X(14).
10 TRV-Actual-Count   Pic 9(9).
10 TRV-Actual-Delay   Pic 9(9).
10 TRV-Expected-Count Pic 9(9).
10 TRV-Expected-Delay Pic 9(9).
10 TRV-Trailer-Flag   Pic X.
10 TRV-Airport-Flag   Pic X.
10 TRV-Problem-Flag   Pic X.
01 Trail-Verify-Count Pic 9(3) Value 0.
01 Trail-Verify-Idx   Pic 9(3) Value 0.
01 Trail-Lookup-Id    Pic X(14) Value Spaces.
01 Trail-Found-Flag Pic X Value 'N'.
88 Trail-Entry-Found Value 'Y'.
01 Trail-Overflow-Flag Pic X Value 'N'.
88 Trail-Overflow-Noted Value 'Y'.
01 Trail-Problem-Count Pic 9(3) Value 0.
01 Trail-Other-Runs    Pic 9(3) Value 0.
01 Trail-Other-Bad     Pic 9(3) Value 0.
01 Trail-Verdict       Pic X(60) Value Spaces.
*> What the AUDITLOG concatenation actually covered.
01 Audit-First-Date Pic X(8) Value Spaces.
01 Audit-Last-Date  Pic X(8) Value Spaces.
01 Audit-Read-Count Pic 9(9) Value 0.
01 Snapshot-Line-Count Pic 9(5) Value 0.
01 Unmatched-Count     Pic 9(5) Value 0.
01 Alert-Line-Count    Pic 9(5) Value 0.
01 Episode-Line-Count  Pic 9(5) Value 0.
01 Advisory-Line-Count Pic 9(5) Value 0.
*> Report edit fields.
01 Visibility-Edit Pic Z9.99.
01 Ceiling-Edit    Pic ZZZZ9.
01 Gust-Edit       Pic ZZ9.
01 Delay-Edit      Pic ZZZZ9.
01 Page-Number    Pic 9(4) Value 0.
01 Line-Number    Pic 9(2) Value 99.
01 Lines-Per-Page Pic 9(2) Value 55.
01 Detail-Line    Pic X(132) Value Spaces.
01 Detail-Pointer Pic 9(3) Value 1.
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
Display "** Passenger-Compensation Evidence Pack       **".
Display "***********************************************".
Move Function Current-Date(1:14) to Prepared-Stamp.
Perform Parse-Evidence-Parm.
If Parm-In-Error
Display "** PARM must be III,CCYYMMDD[,CCYYMMDD] -- a date"
" range of at most 92 days **"
Move 8 to Return-Code
else
Perform Build-Day-Table
Perform Find-Airport-Name
Open Output Report-File
If not Report-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'EVIDRPT' to MRQ-Insert(1)
Move 'report file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Print-Cover
Perform Load-History-Snapshots
Perform Print-Provider-Snapshots
If not Audit-Opened and not History-Opened
Display "** Neither AUDITLOG nor AIRHIST could be read  **"
Move 8 to Return-Code
End-If
Perform Print-Unmatched-Snapshots
Perform Print-History-Aggregates
Perform Print-Alerts-Raised
Perform Print-Alert-Episodes
Perform Print-Advisories
Perform Print-Integrity-Check
Perform Print-Coverage-By-Day
Close Report-File
If Return-Code < 4
and (Gap-Day-Count > 0 or Trail-Problem-Count > 0)
Move 4 to Return-Code
End-If
Display "** Evidence for " Want-Iata-Code " " From-Date
" to " To-Date " written: " Snapshot-Line-Count
" snapshot(s), " Gap-Day-Count " day(s) with gaps **"
End-If
End-If.
Display "** Passenger-Compensation Evidence Pack Ends  **".
Display "***********************************************".
STOP RUN.
*> ---- selection ------------------------------------------------
Parse-Evidence-Parm.
If parm-len > 0
Unstring parm-string(1:parm-len) delimited by ','
into Code-Parm-Text From-Parm-Text To-Parm-Text
End-Unstring
End-If.
Move Function Upper-Case(Code-Parm-Text(1:3)) to Want-Iata-Code.
Move From-Parm-Text(1:8) to From-Date.
If To-Parm-Text equal Spaces
Move From-Date to To-Date
else
Move To-Parm-Text(1:8) to To-Date
End-If.
If Want-Iata-Code equal Spaces or Code-Parm-Text(4:1) not equal Space
or From-Date is not numeric or From-Parm-Text(9:1) not equal Space
or To-Date is not numeric or To-Parm-Text(9:1) not equal Space
Set Parm-In-Error to true
else
Move From-Date to From-Date-Num
Move To-Date to To-Date-Num
If Function Test-Date-YYYYMMDD(From-Date-Num) not equal 0
or Function Test-Date-YYYYMMDD(To-Date-Num) not equal 0
Set Parm-In-Error to true
else
Compute From-Int = Function Integer-Of-Date(From-Date-Num)
Compute To-Int = Function Integer-Of-Date(To-Date-Num)
Compute Day-Span = To-Int - From-Int + 1
If Day-Span < 1 or Day-Span > 92
Set Parm-In-Error to true
End-If
End-If
End-If.
Build-Day-Table.
Move Day-Span to Day-Count.
Perform Build-One-Day
Varying Day-Idx From 1 By 1 Until Day-Idx > Day-Count.
Compute Day-Work-Date = Function Date-Of-Integer(From-Int - 1).
Move Day-Work-Date to Run-Window-Start.
Build-One-Day.
Compute Day-Work-Date =
Function Date-Of-Integer(From-Int + Day-Idx - 1).
Move Day-Work-Date to DYT-Date(Day-Idx).
Move 0 to DYT-Lookups(Day-Idx) DYT-Failures(Day-Idx)
DYT-Skipped(Day-Idx) DYT-Snapshots(Day-Idx)
DYT-Unmatched(Day-Idx) DYT-Alerts(Day-Idx).
Move Space to DYT-Aggregate(Day-Idx).
Move 'N' to DYT-Trailer-Bad(Day-Idx).
*> Day-Idx for the date in Day-Work-Date; zero when outside.
Locate-Day.
Move 0 to Day-Idx.
If Day-Work-Date is numeric
If Day-Work-Date not less From-Date-Num
and Day-Work-Date not greater To-Date-Num
Compute Day-Idx =
Function Integer-Of-Date(Day-Work-Date) - From-Int + 1
End-If
End-If.
Find-Airport-Name.
Open Input Airport-Master-File.
If Airmstr-File-OK
Move Want-Iata-Code to AM-IATA-Code
Read Airport-Master-File
Invalid Key
Continue
Not Invalid Key
Move AM-Airport-Name to Airport-Name
End-Read
Close Airport-Master-File
End-If.
Print-Cover.
Move Spaces to Detail-Line.
String 'AIRPORT      ' Want-Iata-Code '  ' Airport-Name
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Move Spaces to Detail-Line.
String 'DATES        ' From-Date ' TO ' To-Date
'  (' Day-Count ' DAY(S), DATES AND TIMES AS RECORDED BY THE'
' MONITOR; UTC ALONGSIDE)'
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Move Spaces to Detail-Line.
String 'PREPARED     ' Prepared-Stamp(1:8) ' ' Prepared-Stamp(9:6)
'  FROM AUDITLOG (LIVE AND ARCHIVED GENERATIONS), AIRHIST,'
' ALERTOUT, INCIDENT, ALRTSTAT, ADVISORY'
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Move Spaces to Detail-Line.
Perform Write-Report-Line.
*> ---- AIRHIST: daily snapshots and aggregates --------------------
*> The browse starts a month ahead of the range, so a weekly or
*> monthly aggregate keyed at a period start before the range, but
*> covering part of it, is seen too.
Load-History-Snapshots.
Move 0 to Snap-Count.
Move 0 to Aggregate-Count.
Open Input History-File.
If History-File-OK
Set History-Opened to true
Compute Browse-Start-Int = From-Int - 31
Compute Browse-Start-Date =
Function Date-Of-Integer(Browse-Start-Int)
Move Want-Iata-Code to HIST-Iata-Code
Move Browse-Start-Date to HIST-Run-Date
Move Low-Values to HIST-Run-Time
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set History-EOF to true
End-Start
If not History-EOF
Perform Read-Next-History
Perform Take-One-History-Record until History-EOF
End-If
Close History-File
End-If.
Read-Next-History.
Read History-File Next Record
At End
Set History-EOF to true
End-Read.
If not History-File-OK and not History-File-At-End
Set History-EOF to true
End-If.
If not History-EOF
If HIST-Iata-Code not equal Want-Iata-Code
or HIST-Run-Date > To-Date
Set History-EOF to true
End-If
End-If.
Take-One-History-Record.
Evaluate true
When HIST-Kind-Weekly or HIST-Kind-Monthly
Perform Take-History-Aggregate
When HIST-Run-Date not less From-Date
Perform Take-History-Snapshot
When other
Continue
End-Evaluate.
Perform Read-Next-History.
Take-History-Snapshot.
Move HIST-Run-Date to Day-Work-Date.
Perform Locate-Day.
If Day-Idx > 0
Add 1 to DYT-Snapshots(Day-Idx)
If Snap-Count >= 2000
If not Snap-Overflow
Set Snap-Overflow to true
Display "** More than 2000 AIRHIST snapshots in range --"
" weather is shown for the first 2000 **"
End-If
else
Add 1 to Snap-Count
Move HIST-Run-Date to SNT-Date(Snap-Count)
Move HIST-Run-Time to SNT-Time(Snap-Count)
Move HIST-Run-Time to Clock-Work
Perform Clock-To-Seconds
Move Clock-Seconds to SNT-Seconds(Snap-Count)
Move HIST-Utc-Timestamp to SNT-Utc(Snap-Count)
Move HIST-Status-Code to SNT-Status-Code(Snap-Count)
Move HIST-Status-Type to SNT-Status-Type(Snap-Count)
Move 0 to SNT-Delay(Snap-Count)
If HIST-Delay-Minutes is numeric
Move HIST-Delay-Minutes to SNT-Delay(Snap-Count)
End-If
Move HIST-Delay-Cause to SNT-Cause(Snap-Count)
Move HIST-Provider-Role to SNT-Role(Snap-Count)
Move HIST-Weather-Cond to SNT-Weather(Snap-Count)
Move HIST-Flight-Category to SNT-Category(Snap-Count)
Move 0 to SNT-Visibility(Snap-Count) SNT-Ceiling(Snap-Count)
SNT-Gust(Snap-Count)
If HIST-Visibility-Sm is numeric
Move HIST-Visibility-Sm to SNT-Visibility(Snap-Count)
End-If
If HIST-Ceiling-Ft is numeric
Move HIST-Ceiling-Ft to SNT-Ceiling(Snap-Count)
End-If
If HIST-Wind-Gust is numeric
Move HIST-Wind-Gust to SNT-Gust(Snap-Count)
End-If
Move HIST-Metar-Raw to SNT-Metar(Snap-Count)
Move 'N' to SNT-Matched(Snap-Count)
End-If
End-If.
*> A weekly aggregate covers seven days from its key date, a
*> monthly one its calendar month.
Take-History-Aggregate.
Move HIST-Run-Date to Aggregate-Work.
Compute Aggregate-Start-Int =
Function Integer-Of-Date(Function Numval(HIST-Run-Date)).
If HIST-Kind-Weekly
Compute Aggregate-End-Int = Aggregate-Start-Int + 6
else
If AGW-Month = 12
Add 1 to AGW-Year
Move 1 to AGW-Month
else
Add 1 to AGW-Month
End-If
Move 1 to AGW-Day
Move Aggregate-Work to Aggregate-Next-Month
Compute Aggregate-End-Int =
Function Integer-Of-Date(Aggregate-Next-Month) - 1
End-If.
If Aggregate-End-Int not less From-Int
and Aggregate-Start-Int not greater To-Int
If Aggregate-Count < 30
Add 1 to Aggregate-Count
Move HIST-Record-Kind to AGT-Kind(Aggregate-Count)
Move HIST-Run-Date to AGT-Start(Aggregate-Count)
Compute Day-Work-Date =
Function Date-Of-Integer(Aggregate-End-Int)
Move Day-Work-Date to AGT-End(Aggregate-Count)
Move HIST-Status-Code to AGT-Worst(Aggregate-Count)
Move HIST-Agg-Days to AGT-Days(Aggregate-Count)
Move HIST-Agg-Avg-Delay to AGT-Avg-Delay(Aggregate-Count)
Move HIST-Agg-Max-Delay to AGT-Max-Delay(Aggregate-Count)
Move HIST-Agg-Red-Days to AGT-Red-Days(Aggregate-Count)
Move HIST-Agg-Closed-Days to AGT-Closed-Days(Aggregate-Count)
End-If
Perform Mark-Aggregate-Day
Varying Day-Work-Int From Aggregate-Start-Int By 1
Until Day-Work-Int > Aggregate-End-Int
End-If.
Mark-Aggregate-Day.
If Day-Work-Int not less From-Int and Day-Work-Int not greater To-Int
Compute Day-Idx = Day-Work-Int - From-Int + 1
Move HIST-Record-Kind to DYT-Aggregate(Day-Idx)
End-If.
Clock-To-Seconds.
Move 0 to Clock-Seconds.
If Clock-Work is numeric
Compute Clock-Seconds = CLK-HH * 3600 + CLK-MM * 60 + CLK-SS
End-If.
*> ---- section 1: provider snapshots off AUDITLOG ----------------
Print-Provider-Snapshots.
Move 'SECTION 1 - PROVIDER SNAPSHOTS (AUDITLOG, WEATHER FROM AIRHIST)'
to Detail-Line.
Perform Write-Report-Line.
String '   DATE     TIME   UTC            RUN ID         '
'OUTCOME  ST STATUS                         DELAY MIN'
' CAUSE HTTP'
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Move 'N' to Audit-EOF-Flag.
Open Input Audit-File.
If not Audit-File-OK
Move '   (AUDITLOG unavailable -- snapshots below come from AIRHIST'
to Detail-Line
Perform Write-Report-Line
Move '    alone and carry no run id)' to Detail-Line
Perform Write-Report-Line
else
Set Audit-Opened to true
Perform Read-Next-Audit-Record
Perform Take-One-Audit-Record until Audit-EOF
Close Audit-File
If Snapshot-Line-Count = 0
Move '   No lookup of this airport on AUDITLOG in the range'
to Detail-Line
Perform Write-Report-Line
End-If
End-If.
Move Spaces to Detail-Line.
Perform Write-Report-Line.
Read-Next-Audit-Record.
Read Audit-File
At End
Set Audit-EOF to true
End-Read
If not Audit-File-OK and not Audit-File-At-End
Set Audit-EOF to true
End-If
.
Take-One-Audit-Record.
If Audit-Record(1:7) equal 'TRAILER'
Move Audit-Record to Trailer-Record
If TRL-Run-Id(1:8) not less Run-Window-Start
and TRL-Run-Id(1:8) not greater To-Date
Perform Note-Trailer-Record
End-If
else
Add 1 to Audit-Read-Count
If Audit-First-Date equal Spaces or AUD-Run-Date < Audit-First-Date
Move AUD-Run-Date to Audit-First-Date
End-If
If AUD-Run-Date > Audit-Last-Date
Move AUD-Run-Date to Audit-Last-Date
End-If
If AUD-Run-Id(1:8) not less Run-Window-Start
and AUD-Run-Id(1:8) not greater To-Date
Perform Count-Run-Record
End-If
If AUD-Iata-Code equal Want-Iata-Code
and AUD-Run-Date not less From-Date
and AUD-Run-Date not greater To-Date
Perform Print-One-Snapshot
End-If
End-If
Perform Read-Next-Audit-Record
.
Print-One-Snapshot.
Add 1 to Snapshot-Line-Count.
Move AUD-Run-Date to Day-Work-Date.
Perform Locate-Day.
If Day-Idx > 0
Evaluate true
When AUD-Outcome-Skipped
Add 1 to DYT-Skipped(Day-Idx)
When AUD-Outcome-Success
Add 1 to DYT-Lookups(Day-Idx)
When other
Add 1 to DYT-Lookups(Day-Idx)
Add 1 to DYT-Failures(Day-Idx)
End-Evaluate
End-If.
If AUD-Run-Id(1:8) not less Run-Window-Start
and AUD-Run-Id(1:8) not greater To-Date
Move 'Y' to TRV-Airport-Flag(Trail-Verify-Idx)
End-If.
Move 0 to Delay-Edit.
If AUD-Delay-Minutes is numeric
Move AUD-Delay-Minutes to Delay-Edit
End-If.
Move Spaces to Detail-Line.
Move 1 to Detail-Pointer.
String '   ' AUD-Run-Date ' ' AUD-Run-Time ' ' AUD-Utc-Timestamp
' ' AUD-Run-Id ' '
Delimited by size into Detail-Line with pointer Detail-Pointer.
Evaluate true
When AUD-Outcome-Success
String 'OK       ' Delimited by size
into Detail-Line with pointer Detail-Pointer
When AUD-Outcome-Skipped
String 'SKIPPED  ' Delimited by size
into Detail-Line with pointer Detail-Pointer
When other
String 'FAILED   ' Delimited by size
into Detail-Line with pointer Detail-Pointer
End-Evaluate.
String AUD-Status-Code ' ' AUD-Status-Type ' '
Delay-Edit '     ' AUD-Delay-Cause '   ' AUD-Http-Resp-Code
Delimited by size into Detail-Line with pointer Detail-Pointer.
Perform Write-Report-Line.
Move Spaces to Detail-Line.
String '      DELAY AS REPORTED: ' Function Trim(AUD-Average-Delay)
'   ORIGIN ' AUD-Origin '   CONFIG ' AUD-Config-Version
Delimited by size into Detail-Line.
Perform Write-Report-Line.
If not AUD-Outcome-Success
Move Spaces to Detail-Line
String '      REASON ' AUD-Failure-Reason ' '
Function Trim(AUD-Http-Reason) ' '
Function Trim(AUD-Api-Error-Msg)
Delimited by size into Detail-Line
Perform Write-Report-Line
else
Perform Find-Matching-Snapshot
If Snap-Match-Idx > 0
Perform Print-Snapshot-Weather
else
Move '      WEATHER: no AIRHIST snapshot of this lookup on file'
to Detail-Line
Perform Write-Report-Line
End-If
End-If.
*> The first unclaimed snapshot of the same day within Match-Seconds.
Find-Matching-Snapshot.
Move 0 to Snap-Match-Idx.
Move AUD-Run-Time to Clock-Work.
Perform Clock-To-Seconds.
Move Clock-Seconds to Audit-Seconds.
Perform Judge-One-Snapshot
Varying Snap-Idx From 1 By 1
Until Snap-Idx > Snap-Count or Snap-Match-Idx > 0.
If Snap-Match-Idx > 0
Move 'Y' to SNT-Matched(Snap-Match-Idx)
End-If.
Judge-One-Snapshot.
If SNT-Matched(Snap-Idx) equal 'N'
and SNT-Date(Snap-Idx) equal AUD-Run-Date
Compute Seconds-Apart = SNT-Seconds(Snap-Idx) - Audit-Seconds
If Seconds-Apart < 0
Compute Seconds-Apart = 0 - Seconds-Apart
End-If
If Seconds-Apart not greater Match-Seconds
Move Snap-Idx to Snap-Match-Idx
End-If
End-If.
Print-Snapshot-Weather.
Move SNT-Visibility(Snap-Match-Idx) to Visibility-Edit.
Move SNT-Ceiling(Snap-Match-Idx) to Ceiling-Edit.
Move SNT-Gust(Snap-Match-Idx) to Gust-Edit.
Move Spaces to Detail-Line.
String '      WEATHER: ' SNT-Weather(Snap-Match-Idx)
' PROVIDER ' SNT-Role(Snap-Match-Idx)
Delimited by size into Detail-Line.
Perform Write-Report-Line.
If SNT-Metar(Snap-Match-Idx) not equal Spaces
Move Spaces to Detail-Line
String '      METAR:   CATEGORY ' SNT-Category(Snap-Match-Idx)
'  VISIBILITY ' Visibility-Edit ' SM  CEILING '
Ceiling-Edit ' FT  GUST ' Gust-Edit ' KT'
Delimited by size into Detail-Line
Perform Write-Report-Line
Move Spaces to Detail-Line
String '               ' SNT-Metar(Snap-Match-Idx)
Delimited by size into Detail-Line
Perform Write-Report-Line
End-If.
*> Snapshots whose lookup has no AUDITLOG record -- the generation
*> that held it was not supplied, or is gone.
Print-Unmatched-Snapshots.
Move 'SECTION 1A - AIRHIST SNAPSHOTS WITH NO AUDITLOG RECORD'
to Detail-Line.
Perform Write-Report-Line.
Move 0 to Unmatched-Count.
Perform Print-One-Unmatched
Varying Snap-Idx From 1 By 1 Until Snap-Idx > Snap-Count.
If Unmatched-Count = 0
If History-Opened
Move '   None -- every AIRHIST snapshot in the range has its lookup'
to Detail-Line
else
Move '   (AIRHIST unavailable)' to Detail-Line
End-If
Perform Write-Report-Line
End-If.
Move Spaces to Detail-Line.
Perform Write-Report-Line.
Print-One-Unmatched.
If SNT-Matched(Snap-Idx) equal 'N'
Add 1 to Unmatched-Count
Add 1 to Snapshot-Line-Count
Move SNT-Date(Snap-Idx) to Day-Work-Date
Perform Locate-Day
If Day-Idx > 0
Add 1 to DYT-Unmatched(Day-Idx)
End-If
Move SNT-Delay(Snap-Idx) to Delay-Edit
Move Spaces to Detail-Line
String '   ' SNT-Date(Snap-Idx) ' ' SNT-Time(Snap-Idx) ' '
SNT-Utc(Snap-Idx) ' (NO RUN ID)    '
SNT-Status-Code(Snap-Idx) ' ' SNT-Status-Type(Snap-Idx) ' '
Delay-Edit '     ' SNT-Cause(Snap-Idx)
Delimited by size into Detail-Line
Perform Write-Report-Line
Move Snap-Idx to Snap-Match-Idx
Perform Print-Snapshot-Weather
End-If.
Print-History-Aggregates.
String 'SECTION 1B - AIRHIST WEEKLY/MONTHLY AGGREGATES'
' (DAILY DETAIL ROLLED UP)'
Delimited by size into Detail-Line.
Perform Write-Report-Line.
If Aggregate-Count = 0
Move '   None -- no part of the range has been rolled up'
to Detail-Line
Perform Write-Report-Line
else
Perform Print-One-Aggregate
Varying Aggregate-Idx From 1 By 1
Until Aggregate-Idx > Aggregate-Count
End-If.
Move Spaces to Detail-Line.
Perform Write-Report-Line.
Print-One-Aggregate.
Move Spaces to Detail-Line.
Move 1 to Detail-Pointer.
If AGT-Kind(Aggregate-Idx) equal 'W'
String '   WEEKLY  ' Delimited by size
into Detail-Line with pointer Detail-Pointer
else
String '   MONTHLY ' Delimited by size
into Detail-Line with pointer Detail-Pointer
End-If.
String AGT-Start(Aggregate-Idx) '-'
AGT-End(Aggregate-Idx) '  DAYS ' AGT-Days(Aggregate-Idx)
'  WORST STATUS ' AGT-Worst(Aggregate-Idx)
'  AVG DELAY ' AGT-Avg-Delay(Aggregate-Idx)
'  MAX DELAY ' AGT-Max-Delay(Aggregate-Idx)
'  RED DAYS ' AGT-Red-Days(Aggregate-Idx)
'  CLOSED DAYS ' AGT-Closed-Days(Aggregate-Idx)
Delimited by size into Detail-Line with pointer Detail-Pointer.
Perform Write-Report-Line.
*> ---- section 2: alerts -----------------------------------------
Print-Alerts-Raised.
Move 'SECTION 2 - ALERTS RAISED (ALERTOUT)' to Detail-Line.
Perform Write-Report-Line.
Move 'N' to Alert-EOF-Flag.
Open Input Alert-File.
If not Alert-File-OK
Move '   (ALERTOUT unavailable)' to Detail-Line
Perform Write-Report-Line
else
Perform Read-Next-Alert
Perform Take-One-Alert until Alert-EOF
Close Alert-File
If Alert-Line-Count = 0
Move '   No alert raised for this airport in the range'
to Detail-Line
Perform Write-Report-Line
End-If
End-If.
Move Spaces to Detail-Line.
Perform Write-Report-Line.
Read-Next-Alert.
Read Alert-File
At End
Set Alert-EOF to true
End-Read.
If not Alert-File-OK and not Alert-File-At-End
Set Alert-EOF to true
End-If.
Take-One-Alert.
If ALR-Iata-Code equal Want-Iata-Code
and ALR-Run-Date not less From-Date
and ALR-Run-Date not greater To-Date
and ALR-Alert-Reason not equal 'DRILL'
Add 1 to Alert-Line-Count
Move ALR-Run-Date to Day-Work-Date
Perform Locate-Day
If Day-Idx > 0
Add 1 to DYT-Alerts(Day-Idx)
End-If
Move 0 to Delay-Edit
If ALR-Delay-Minutes is numeric
Move ALR-Delay-Minutes to Delay-Edit
End-If
Move Spaces to Detail-Line
String '   ' ALR-Run-Date ' ' ALR-Run-Time ' ' ALR-Utc-Timestamp
' ' ALR-Run-Id ' ' ALR-Alert-Reason ' ' ALR-Alert-Tier
' ' ALR-Status-Type ' ' Delay-Edit ' MIN  DESK '
ALR-Assigned-Desk
Delimited by size into Detail-Line
Perform Write-Report-Line
If ALR-Explained
Move Spaces to Detail-Line
String '      EXPLAINED BY ADVISORY: ' ALR-Advisory-Text
Delimited by size into Detail-Line
Perform Write-Report-Line
End-If
End-If.
Perform Read-Next-Alert.
*> Episodes that overlap the range: closed ones off INCIDENT, the
*> one still running (if any) off ALRTSTAT.
Print-Alert-Episodes.
Move 'SECTION 2A - ALERT EPISODES AND THEIR LIFECYCLE' to Detail-Line.
Perform Write-Report-Line.
Move 'N' to Incident-EOF-Flag.
Open Input Incident-File.
If not Incident-File-OK
Move '   (INCIDENT unavailable -- closed episodes not shown)'
to Detail-Line
Perform Write-Report-Line
else
Perform Read-Next-Incident
Perform Take-One-Incident until Incident-EOF
Close Incident-File
End-If.
Move 'N' to Alert-Status-EOF-Flag.
Open Input Alert-Status-File.
If Alert-Status-File-OK
Move Want-Iata-Code to AST-Iata-Code
Move Low-Values to AST-Alert-Reason
Start Alert-Status-File Key is Not Less Than AST-Key
Invalid Key
Set Alert-Status-EOF to true
End-Start
Perform Take-One-Open-Episode until Alert-Status-EOF
Close Alert-Status-File
else
Move '   (ALRTSTAT unavailable -- running episodes not shown)'
to Detail-Line
Perform Write-Report-Line
End-If.
If Episode-Line-Count = 0
Move '   No alert episode overlaps the range' to Detail-Line
Perform Write-Report-Line
End-If.
Move Spaces to Detail-Line.
Perform Write-Report-Line.
Read-Next-Incident.
Read Incident-File
At End
Set Incident-EOF to true
End-Read.
If not Incident-File-OK and not Incident-File-At-End
Set Incident-EOF to true
End-If.
Take-One-Incident.
If INC-Iata-Code equal Want-Iata-Code
and INC-Alert-Reason not equal 'DRILL'
and INC-Open-Date not greater To-Date
and INC-Close-Date not less From-Date
Add 1 to Episode-Line-Count
Move Spaces to Detail-Line
String '   ' INC-Alert-Reason ' OPENED ' INC-Open-Date ' '
INC-Open-Time '  CLOSED ' INC-Close-Date ' ' INC-Close-Time
'  (' INC-Duration-Minutes ' MIN)  RUN ' INC-Run-Id
Delimited by size into Detail-Line
Perform Write-Report-Line
Move Spaces to Detail-Line
Move 1 to Detail-Pointer
If INC-Ack-User equal Spaces
String '      ACKNOWLEDGED: never' Delimited by size
into Detail-Line with pointer Detail-Pointer
else
String '      ACKNOWLEDGED ' INC-Ack-Date ' ' INC-Ack-Time
' BY ' INC-Ack-User
Delimited by size into Detail-Line with pointer Detail-Pointer
End-If
If INC-Escalated
String '   ESCALATED TO ' INC-Escalated-Tier
Delimited by size into Detail-Line with pointer Detail-Pointer
End-If
Perform Write-Report-Line
Move Spaces to Detail-Line
String '      PEAK TIER ' INC-Peak-Tier '  PEAK DELAY '
INC-Peak-Delay ' MIN  WORST STATUS ' INC-Worst-Status
'  SEEN ' INC-Occurrence-Count ' TIME(S)  DESK '
INC-Assigned-Desk
Delimited by size into Detail-Line
Perform Write-Report-Line
If INC-Advisory-Text not equal Spaces
Move Spaces to Detail-Line
String '      ADVISORY: ' INC-Advisory-Text
Delimited by size into Detail-Line
Perform Write-Report-Line
End-If
If INC-Note-Count is numeric and INC-Note-Count > 0
Move Spaces to Detail-Line
String '      ' INC-Note-Count ' NOTE(S), LAST BY '
INC-Last-Note-User ': ' INC-Last-Note-Text
Delimited by size into Detail-Line
Perform Write-Report-Line
End-If
End-If.
Perform Read-Next-Incident.
Take-One-Open-Episode.
Read Alert-Status-File Next Record
At End
Set Alert-Status-EOF to true
End-Read.
If not Alert-Status-File-OK
Set Alert-Status-EOF to true
else
If AST-Iata-Code not equal Want-Iata-Code
Set Alert-Status-EOF to true
End-If
End-If.
If not Alert-Status-EOF
If not AST-State-Closed
and AST-Alert-Reason not equal 'DRILL'
and AST-Open-Date not greater To-Date
Perform Print-Open-Episode
End-If
End-If.
Print-Open-Episode.
Add 1 to Episode-Line-Count.
Move Spaces to Detail-Line.
String '   ' AST-Alert-Reason ' OPENED ' AST-Open-Date ' '
AST-Open-Time '  STILL OPEN, LAST SEEN ' AST-Last-Date ' '
AST-Last-Time
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Move Spaces to Detail-Line.
Move 1 to Detail-Pointer.
If AST-Ack-User equal Spaces
String '      ACKNOWLEDGED: not yet' Delimited by size
into Detail-Line with pointer Detail-Pointer
else
String '      ACKNOWLEDGED ' AST-Ack-Date ' ' AST-Ack-Time
' BY ' AST-Ack-User
Delimited by size into Detail-Line with pointer Detail-Pointer
End-If.
If AST-Escalated
String '   ESCALATED ' AST-Escalate-Date
' ' AST-Escalate-Time ' TO ' AST-Escalated-Tier
Delimited by size into Detail-Line with pointer Detail-Pointer
End-If.
Perform Write-Report-Line.
Move Spaces to Detail-Line.
Move 1 to Detail-Pointer.
String '      PEAK TIER ' AST-Peak-Tier '  PEAK DELAY '
AST-Peak-Delay ' MIN  WORST STATUS ' AST-Worst-Status
'  SEEN ' AST-Occurrence-Count ' TIME(S)  DESK '
AST-Assigned-Desk
Delimited by size into Detail-Line with pointer Detail-Pointer.
If AST-Itsm-Ticket not equal Spaces
String '  ITSM TICKET ' AST-Itsm-Ticket
Delimited by size into Detail-Line with pointer Detail-Pointer
End-If.
Perform Write-Report-Line.
If AST-Advisory-Text not equal Spaces
Move Spaces to Detail-Line
String '      ADVISORY: ' AST-Advisory-Text
Delimited by size into Detail-Line
Perform Write-Report-Line
End-If.
*> ---- section 3: advisories -------------------------------------
Print-Advisories.
Move 'SECTION 3 - ADVISORIES IN FORCE (ADVISORY)' to Detail-Line.
Perform Write-Report-Line.
Move 'N' to Advisory-EOF-Flag.
Open Input Advisory-File.
If not Advisory-File-OK
Move '   (ADVISORY unavailable)' to Detail-Line
Perform Write-Report-Line
else
Perform Read-Next-Advisory
Perform Take-One-Advisory until Advisory-EOF
Close Advisory-File
If Advisory-Line-Count = 0
Move '   No advisory on file covers this airport in the range'
to Detail-Line
Perform Write-Report-Line
End-If
End-If.
Move Spaces to Detail-Line.
Perform Write-Report-Line.
Read-Next-Advisory.
Read Advisory-File
At End
Set Advisory-EOF to true
End-Read.
If not Advisory-File-OK and not Advisory-File-At-End
Set Advisory-EOF to true
End-If.
Take-One-Advisory.
If ADV-Iata-Code equal Want-Iata-Code
and ADV-Start-Date not greater To-Date
and ADV-End-Date not less From-Date
Add 1 to Advisory-Line-Count
Move Spaces to Detail-Line
String '   ' ADV-Start-Date ' THROUGH ' ADV-End-Date '  ' ADV-Text
Delimited by size into Detail-Line
Perform Write-Report-Line
End-If.
Perform Read-Next-Advisory.
*> ---- section 4: integrity trailers ------------------------------
Count-Run-Record.
Move AUD-Run-Id to Trail-Lookup-Id.
Perform Find-Or-Add-Trail-Run.
Add 1 to TRV-Actual-Count(Trail-Verify-Idx).
If AUD-Delay-Minutes is numeric
Add AUD-Delay-Minutes to TRV-Actual-Delay(Trail-Verify-Idx)
End-If.
Note-Trailer-Record.
Move TRL-Run-Id to Trail-Lookup-Id.
Perform Find-Or-Add-Trail-Run.
Move TRL-Record-Count to TRV-Expected-Count(Trail-Verify-Idx).
Move TRL-Delay-Minutes-Total
to TRV-Expected-Delay(Trail-Verify-Idx).
Move 'Y' to TRV-Trailer-Flag(Trail-Verify-Idx).
Find-Or-Add-Trail-Run.
Move 'N' to Trail-Found-Flag.
Move 1 to Trail-Verify-Idx.
Perform Search-Trail-Run
until Trail-Verify-Idx > Trail-Verify-Count
or Trail-Entry-Found.
If not Trail-Entry-Found
If Trail-Verify-Count >= 500
If not Trail-Overflow-Noted
Set Trail-Overflow-Noted to true
Display "*** More than 500 distinct run ids in range --"
" trailer verification is unreliable ***"
End-If
Move 1 to Trail-Verify-Idx
else
Add 1 to Trail-Verify-Count
Move Trail-Verify-Count to Trail-Verify-Idx
Move Trail-Lookup-Id to TRV-Run-Id(Trail-Verify-Idx)
Move 0 to TRV-Actual-Count(Trail-Verify-Idx)
Move 0 to TRV-Actual-Delay(Trail-Verify-Idx)
Move 0 to TRV-Expected-Count(Trail-Verify-Idx)
Move 0 to TRV-Expected-Delay(Trail-Verify-Idx)
Move 'N' to TRV-Trailer-Flag(Trail-Verify-Idx)
Move 'N' to TRV-Airport-Flag(Trail-Verify-Idx)
Move 'N' to TRV-Problem-Flag(Trail-Verify-Idx)
End-If
End-If
.
*> Leaves Trail-Verify-Idx pointing at the matched entry -- only
*> stepped past it when this slot wasn't the one.
Search-Trail-Run.
If TRV-Run-Id(Trail-Verify-Idx) equal Trail-Lookup-Id
Set Trail-Entry-Found to true
else
Add 1 to Trail-Verify-Idx
End-If
.
*> Every run that looked this airport up is listed with its verdict;
*> the other runs of the range are checked too, and summed up.
Print-Integrity-Check.
Move 'SECTION 4 - SOURCE FILE INTEGRITY (AUDITLOG RUN TRAILERS)'
to Detail-Line.
Perform Write-Report-Line.
If not Audit-Opened
Move '   (AUDITLOG unavailable -- nothing to check)' to Detail-Line
Perform Write-Report-Line
else
Move Spaces to Detail-Line
String '   AUDITLOG AS SUPPLIED RUNS ' Audit-First-Date ' TO '
Audit-Last-Date ', ' Audit-Read-Count ' RECORD(S)'
Delimited by size into Detail-Line
Perform Write-Report-Line
Perform Verify-One-Trail-Run
Varying Trail-Verify-Idx From 1 By 1
Until Trail-Verify-Idx > Trail-Verify-Count
Move Spaces to Detail-Line
String '   OTHER RUNS IN THE RANGE CHECKED ' Trail-Other-Runs
', OF WHICH FAILED ' Trail-Other-Bad
Delimited by size into Detail-Line
Perform Write-Report-Line
If Trail-Overflow-Noted
Move '   MORE RUNS THAN COULD BE BALANCED -- THE CHECK IS INCOMPLETE'
to Detail-Line
Perform Write-Report-Line
Add 1 to Trail-Problem-Count
End-If
If Trail-Problem-Count = 0
Move '   EVERY RUN BALANCES TO ITS TRAILER' to Detail-Line
else
Move '   *** TRAILER CHECK FAILED -- SEE THE RUNS MARKED ABOVE ***'
to Detail-Line
End-If
Perform Write-Report-Line
End-If.
Move Spaces to Detail-Line.
Perform Write-Report-Line.
Verify-One-Trail-Run.
Evaluate true
When TRV-Trailer-Flag(Trail-Verify-Idx) not equal 'Y'
Move 'Y' to TRV-Problem-Flag(Trail-Verify-Idx)
Move 'NO TRAILER -- THE RUN''S RECORDS MAY BE TRUNCATED'
to Trail-Verdict
When TRV-Actual-Count(Trail-Verify-Idx)
not equal TRV-Expected-Count(Trail-Verify-Idx)
Move 'Y' to TRV-Problem-Flag(Trail-Verify-Idx)
Move 'RECORD COUNT DOES NOT MATCH ITS TRAILER' to Trail-Verdict
When TRV-Actual-Delay(Trail-Verify-Idx)
not equal TRV-Expected-Delay(Trail-Verify-Idx)
Move 'Y' to TRV-Problem-Flag(Trail-Verify-Idx)
Move 'DELAY TOTAL DOES NOT MATCH ITS TRAILER' to Trail-Verdict
When other
Move 'BALANCES' to Trail-Verdict
End-Evaluate.
If TRV-Airport-Flag(Trail-Verify-Idx) equal 'Y'
If TRV-Problem-Flag(Trail-Verify-Idx) equal 'Y'
Add 1 to Trail-Problem-Count
Move TRV-Run-Id(Trail-Verify-Idx)(1:8) to Day-Work-Date
Perform Locate-Day
If Day-Idx > 0
Move 'Y' to DYT-Trailer-Bad(Day-Idx)
End-If
End-If
Move Spaces to Detail-Line
String '   RUN ' TRV-Run-Id(Trail-Verify-Idx) '  RECORDS '
TRV-Actual-Count(Trail-Verify-Idx) '  TRAILER '
TRV-Expected-Count(Trail-Verify-Idx) '  ' Trail-Verdict
Delimited by size into Detail-Line
Perform Write-Report-Line
else
Add 1 to Trail-Other-Runs
If TRV-Problem-Flag(Trail-Verify-Idx) equal 'Y'
Add 1 to Trail-Other-Bad
End-If
End-If.
*> ---- section 5: coverage and gaps ------------------------------
Print-Coverage-By-Day.
Move 'SECTION 5 - WHAT THE RECORD HOLDS, DAY BY DAY' to Detail-Line.
Perform Write-Report-Line.
Move '   DATE     LOOKUPS FAILED SKIPPED SNAPSHOTS ALERTS  VERDICT'
to Detail-Line.
Perform Write-Report-Line.
Move 0 to Gap-Day-Count.
Perform Print-One-Coverage-Day
Varying Day-Idx From 1 By 1 Until Day-Idx > Day-Count.
Move Spaces to Detail-Line.
Perform Write-Report-Line.
Move Spaces to Detail-Line.
If Gap-Day-Count = 0
Move '   THE RECORD IS COMPLETE FOR EVERY DAY OF THE RANGE'
to Detail-Line
else
String '   THE RECORD HAS GAPS ON ' Gap-Day-Count ' OF THE '
Day-Count ' DAY(S) -- SEE THE VERDICTS ABOVE'
Delimited by size into Detail-Line
End-If.
Perform Write-Report-Line.
If Audit-Opened and Audit-First-Date > From-Date
Move Spaces to Detail-Line
String '   THE AUDITLOG SUPPLIED STARTS ' Audit-First-Date
' -- ADD THE ARCHIVED GENERATIONS FOR EARLIER DATES TO THE JCL'
Delimited by size into Detail-Line
Perform Write-Report-Line
End-If.
Move '*** END OF EVIDENCE ***' to Detail-Line.
Perform Write-Report-Line.
Print-One-Coverage-Day.
Evaluate true
When DYT-Lookups(Day-Idx) > 0
and DYT-Failures(Day-Idx) = DYT-Lookups(Day-Idx)
Move 'GAP - EVERY LOOKUP FAILED, THE PROVIDER GAVE NO STATUS'
to Verdict-Text
When DYT-Lookups(Day-Idx) > 0 and DYT-Trailer-Bad(Day-Idx) = 'Y'
Move 'RECORDED, BUT A RUN FAILED ITS TRAILER CHECK'
to Verdict-Text
When DYT-Lookups(Day-Idx) > 0 and DYT-Failures(Day-Idx) > 0
Move 'RECORDED - SOME LOOKUPS FAILED' to Verdict-Text
When DYT-Lookups(Day-Idx) > 0
Move 'RECORDED' to Verdict-Text
When DYT-Skipped(Day-Idx) > 0
Move 'GAP - NOT LOOKED UP (CODE HELD OR SUPPRESSED THAT DAY)'
to Verdict-Text
When DYT-Snapshots(Day-Idx) > 0
Move 'SNAPSHOTS ONLY - NO AUDITLOG RECORD (GENERATION NOT SUPPLIED)'
to Verdict-Text
When DYT-Aggregate(Day-Idx) = 'W'
Move 'GAP - ONLY THE WEEKLY AIRHIST AGGREGATE REMAINS'
to Verdict-Text
When DYT-Aggregate(Day-Idx) = 'M'
Move 'GAP - ONLY THE MONTHLY AIRHIST AGGREGATE REMAINS'
to Verdict-Text
When other
Move 'GAP - NO LOOKUP, SNAPSHOT OR AGGREGATE ON FILE FOR THIS DAY'
to Verdict-Text
End-Evaluate.
If Verdict-Text not equal 'RECORDED'
and Verdict-Text not equal 'RECORDED - SOME LOOKUPS FAILED'
Add 1 to Gap-Day-Count
End-If.
Move Spaces to Detail-Line.
String '   ' DYT-Date(Day-Idx) ' ' DYT-Lookups(Day-Idx) '   '
DYT-Failures(Day-Idx) '  ' DYT-Skipped(Day-Idx) '   '
DYT-Snapshots(Day-Idx) '     ' DYT-Alerts(Day-Idx) '   '
Verdict-Text
Delimited by size into Detail-Line.
Perform Write-Report-Line.
*> ---- report mechanics -------------------------------------------
Write-Report-Line.
If Line-Number >= Lines-Per-Page
Perform Write-Page-Heading
End-If.
Write Report-Line from Detail-Line.
Add 1 to Line-Number.
Move Spaces to Detail-Line.
Write-Page-Heading.
Add 1 to Page-Number.
Move Spaces to Report-Line.
String 'PASSENGER-COMPENSATION EVIDENCE   AIRPORT ' Want-Iata-Code
'   DATES ' From-Date ' TO ' To-Date '   PAGE ' Page-Number
Delimited by size into Report-Line.
Write Report-Line.
Move All '-' to Report-Line.
Write Report-Line.
Move 2 to Line-Number.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHEVID.
