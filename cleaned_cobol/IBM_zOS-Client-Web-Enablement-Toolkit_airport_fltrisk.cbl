IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHFRSK.
*> Flights at risk: an average-delay figure means far more to
*> operations as "212 of our departures in the next four hours are
*> at impaired airports".  The airports one HWTHXCB1 run found Red or
*> Closed (AUDITLOG), plus any it raised a THRESHOLD alert for
*> (ALERTOUT), are matched against our own scheduled departures
*> (SCHEDDEP) from the run's hour forward, and the departures inside
*> the window are totalled by airport, by region (AM-Region-Code on
*> AIRMSTR) and by watch-list group, then written to the FLTRISK
*> extract the morning briefing picks up.
*>   (no PARM)                         next 4 hours, newest run
*>   PARM=HOURS=nn                     next nn hours, newest run
*>   PARM=HOURS=nn,RUN=CCYYMMDDHHMMSS  next nn hours, that run
*> RC=4 when the run has no audit records; RC=8 when AUDITLOG or
*> SCHEDDEP can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Audit-File Assign To AUDITLOG
Organization Is Line Sequential
File Status Is Audit-File-Status.
Select Alert-File Assign To ALERTOUT
Organization Is Line Sequential
File Status Is Alert-File-Status.
Select Sched-Dep-File Assign To SCHEDDEP
Organization Is Line Sequential
File Status Is Sched-Dep-File-Status.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
Select Flight-Risk-File Assign To FLTRISK
Organization Is Line Sequential
File Status Is Flight-Risk-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Audit-File.
COPY AUDITREC.
FD  Alert-File.
COPY ALERTREC.
FD  Sched-Dep-File.
COPY SCHDPREC.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Flight-Risk-File.
COPY FRSKREC.
WORKING-STORAGE SECTION.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK     Value '00'.
88 Audit-File-At-End Value '10'.
01 Alert-File-Status Pic X(2) Value Spaces.
88 Alert-File-OK     Value '00'.
88 Alert-File-At-End Value '10'.
01 Sched-Dep-File-Status Pic X(2) Value Spaces.
88 Sched-Dep-File-OK     Value '00'.
88 Sched-Dep-File-At-End Value '10'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
01 Flight-Risk-File-Status Pic X(2) Value Spaces.
88 Flight-Risk-File-OK Value '00'.
01 Audit-EOF-Flag Pic X Value 'N'.
88 Audit-EOF Value 'Y'.
01 Alert-EOF-Flag Pic X Value 'N'.
88 Alert-EOF Value 'Y'.
01 Sched-EOF-Flag Pic X Value 'N'.
88 Sched-EOF Value 'Y'.
01 Window-Hours Pic 9(2) Value 4.
01 Target-Run-Id Pic X(14) Value Spaces.
01 Target-Fixed-Flag Pic X Value 'N'.
88 Target-Fixed Value 'Y'.
01 Run-Records Pic 9(7) Value 0.
*> Window arithmetic: hours from the run's own hour to each
*> schedule row, across midnight by day number.
01 Run-Date-Num   Pic 9(8) Value 0.
01 Run-Hour       Pic 9(2) Value 0.
01 Sched-Date-Num Pic 9(8) Value 0.
01 Hours-Ahead    Pic S9(7) Value 0.
*> Every airport the run answered for, with what it found.
01 Station-Table.
05 Station-Entry Occurs 5000 times.
10 STN-Iata-Code  Pic X(3).
10 STN-Group-Tag  Pic X(8).
10 STN-Impairment Pic X(1).
10 STN-Departures Pic 9(7).
01 Station-Count Pic 9(4) Value 0.
01 Station-Idx   Pic 9(4) Value 0.
01 Station-Key   Pic X(3) Value Spaces.
01 Station-Found-Flag Pic X Value 'N'.
88 Station-Found Value 'Y'.
*> Region and group rollups of the impaired airports.
01 Rollup-Table.
05 Rollup-Entry Occurs 400 times.
10 RLP-Level      Pic X(1).
10 RLP-Key        Pic X(8).
10 RLP-Departures Pic 9(7).
10 RLP-Airports   Pic 9(5).
01 Rollup-Count Pic 9(3) Value 0.
01 Rollup-Idx   Pic 9(3) Value 0.
01 Rollup-Found-Flag Pic X Value 'N'.
88 Rollup-Found Value 'Y'.
01 Rollup-Level Pic X(1) Value Spaces.
01 Rollup-Key   Pic X(8) Value Spaces.
01 Station-Region Pic X(8) Value Spaces.
01 Impaired-Airports Pic 9(5) Value 0.
01 Total-Departures  Pic 9(7) Value 0.
01 Impairment-Text Pic X(9) Value Spaces.
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
Display "** Flights At Risk                            **".
Display "***********************************************".
If parm-len not less 8 and parm-string(1:6) equal 'HOURS='
and parm-string(7:2) is numeric and parm-string(7:2) not equal '00'
Move parm-string(7:2) to Window-Hours
If parm-len equal 27 and parm-string(9:5) equal ',RUN='
and parm-string(14:14) is numeric
Move parm-string(14:14) to Target-Run-Id
Set Target-Fixed to true
End-If
End-If.
Display "** Departures in the next " Window-Hours
" hour(s)            **".
Open Input Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Note-One-Audit-Record until Audit-EOF
Close Audit-File
If Run-Records = 0
Display "** No audit records for run " Target-Run-Id " **"
Move 4 to Return-Code
else
Perform Note-Threshold-Alerts
Open Input Sched-Dep-File
If not Sched-Dep-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SCHEDDEP' to MRQ-Insert(1)
Move 'schedule file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Target-Run-Id(1:8) to Run-Date-Num
Move Target-Run-Id(9:2) to Run-Hour
Perform Count-One-Schedule-Row until Sched-EOF
Close Sched-Dep-File
Perform Report-Flights-At-Risk
End-If
End-If
End-If.
Display "** Flights At Risk Ends                       **".
Display "***********************************************".
STOP RUN.
*> Newest run wins unless the PARM named one; trailers are skipped.
Note-One-Audit-Record.
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
Move 0 to Station-Count
End-If
If AUD-Run-Id equal Target-Run-Id
Add 1 to Run-Records
If AUD-Outcome-Success
Move AUD-Iata-Code to Station-Key
Perform Find-Or-Add-Station
If Station-Found
Move AUD-Group-Tag to STN-Group-Tag(Station-Idx)
If AUD-Status-Code-Red or AUD-Status-Code-Closed
Move AUD-Status-Code to STN-Impairment(Station-Idx)
else
Move Space to STN-Impairment(Station-Idx)
End-If
End-If
End-If
End-If
End-If
.
Find-Or-Add-Station.
Move 'N' to Station-Found-Flag.
Move 1 to Station-Idx.
Perform Search-Station-Entry
until Station-Idx > Station-Count or Station-Found.
If not Station-Found and Station-Count < 5000
Add 1 to Station-Count
Move Station-Count to Station-Idx
Move Station-Key to STN-Iata-Code(Station-Idx)
Move 'GENERAL' to STN-Group-Tag(Station-Idx)
Move Space to STN-Impairment(Station-Idx)
Move 0 to STN-Departures(Station-Idx)
Set Station-Found to true
End-If.
*> Leaves Station-Idx pointing at the matched entry -- only stepped
*> past it when this slot wasn't the one.
Search-Station-Entry.
If STN-Iata-Code(Station-Idx) equal Station-Key
Set Station-Found to true
else
Add 1 to Station-Idx
End-If
.
*> An airport can be over its threshold and still only Yellow; the
*> run's THRESHOLD alert is what puts it at risk.
Note-Threshold-Alerts.
Open Input Alert-File.
If Alert-File-OK
Perform Note-One-Alert until Alert-EOF
Close Alert-File
else
Display "** ALERTOUT not available -- Red/Closed only  **"
End-If.
Note-One-Alert.
Read Alert-File
At End
Set Alert-EOF to true
End-Read.
If not Alert-File-OK and not Alert-File-At-End
Set Alert-EOF to true
End-If.
If not Alert-EOF
If ALR-Run-Id equal Target-Run-Id and ALR-Reason-Threshold
Move ALR-Iata-Code to Station-Key
Perform Find-Or-Add-Station
If Station-Found and STN-Impairment(Station-Idx) equal Space
Move 'T' to STN-Impairment(Station-Idx)
End-If
End-If
End-If
.
Count-One-Schedule-Row.
Read Sched-Dep-File
At End
Set Sched-EOF to true
End-Read.
If not Sched-Dep-File-OK and not Sched-Dep-File-At-End
Set Sched-EOF to true
End-If.
If not Sched-EOF
and SDP-Sched-Date is numeric and SDP-Hour is numeric
and SDP-Departures is numeric
Move SDP-Sched-Date to Sched-Date-Num
Compute Hours-Ahead =
(Function Integer-Of-Date(Sched-Date-Num)
- Function Integer-Of-Date(Run-Date-Num)) * 24
+ SDP-Hour - Run-Hour
If Hours-Ahead not less 0 and Hours-Ahead < Window-Hours
Move 'N' to Station-Found-Flag
Move SDP-Iata-Code to Station-Key
Move 1 to Station-Idx
Perform Search-Station-Entry
until Station-Idx > Station-Count or Station-Found
If Station-Found
and STN-Impairment(Station-Idx) not equal Space
Add SDP-Departures to STN-Departures(Station-Idx)
End-If
End-If
End-If
.
Report-Flights-At-Risk.
Display "** Run " Target-Run-Id "  (" Run-Records
" lookups)      **".
Open Input Airport-Master-File.
Display "-----------------------------------------------".
Display "BY AIRPORT      IMPAIRED   GROUP    REGION   DEPARTURES".
Perform Report-One-Station
Varying Station-Idx From 1 By 1 Until Station-Idx > Station-Count.
If Airmstr-File-OK
Close Airport-Master-File
End-If.
If Impaired-Airports = 0
Display "   No airport Red, Closed or over threshold in this run"
End-If.
Display "-----------------------------------------------".
Display "BY REGION".
Move 'R' to Rollup-Level.
Perform Print-One-Rollup
Varying Rollup-Idx From 1 By 1 Until Rollup-Idx > Rollup-Count.
Display "BY WATCH-LIST GROUP".
Move 'G' to Rollup-Level.
Perform Print-One-Rollup
Varying Rollup-Idx From 1 By 1 Until Rollup-Idx > Rollup-Count.
Display "-----------------------------------------------".
Display "Impaired airports      : " Impaired-Airports.
Display "Departures at risk     : " Total-Departures
" in the next " Window-Hours " hour(s)".
Perform Write-Flight-Risk-Extract.
Report-One-Station.
If STN-Impairment(Station-Idx) not equal Space
Add 1 to Impaired-Airports
Add STN-Departures(Station-Idx) to Total-Departures
Perform Find-Station-Region
Evaluate STN-Impairment(Station-Idx)
When 'C'
Move 'CLOSED' to Impairment-Text
When 'R'
Move 'RED' to Impairment-Text
When other
Move 'THRESHOLD' to Impairment-Text
End-Evaluate
Display "   " STN-Iata-Code(Station-Idx) "          "
Impairment-Text "  " STN-Group-Tag(Station-Idx) " "
Station-Region " " STN-Departures(Station-Idx)
Move 'R' to Rollup-Level
Move Station-Region to Rollup-Key
Perform Add-To-Rollup
Move 'G' to Rollup-Level
Move STN-Group-Tag(Station-Idx) to Rollup-Key
Perform Add-To-Rollup
End-If.
Find-Station-Region.
Move 'UNASSIGN' to Station-Region.
If Airmstr-File-OK
Move STN-Iata-Code(Station-Idx) to AM-Iata-Code
Read Airport-Master-File
Invalid Key
Continue
Not Invalid Key
If AM-Region-Code not equal Spaces
Move AM-Region-Code to Station-Region
End-If
End-Read
End-If.
Add-To-Rollup.
Move 'N' to Rollup-Found-Flag.
Move 1 to Rollup-Idx.
Perform Search-Rollup-Entry
until Rollup-Idx > Rollup-Count or Rollup-Found.
If not Rollup-Found and Rollup-Count < 400
Add 1 to Rollup-Count
Move Rollup-Count to Rollup-Idx
Move Rollup-Level to RLP-Level(Rollup-Idx)
Move Rollup-Key to RLP-Key(Rollup-Idx)
Move 0 to RLP-Departures(Rollup-Idx)
Move 0 to RLP-Airports(Rollup-Idx)
Set Rollup-Found to true
End-If.
If Rollup-Found
Add STN-Departures(Station-Idx) to RLP-Departures(Rollup-Idx)
Add 1 to RLP-Airports(Rollup-Idx)
End-If.
Search-Rollup-Entry.
If RLP-Level(Rollup-Idx) equal Rollup-Level
and RLP-Key(Rollup-Idx) equal Rollup-Key
Set Rollup-Found to true
else
Add 1 to Rollup-Idx
End-If
.
Print-One-Rollup.
If RLP-Level(Rollup-Idx) equal Rollup-Level
Display "   " RLP-Key(Rollup-Idx) "  airports "
RLP-Airports(Rollup-Idx) "  departures "
RLP-Departures(Rollup-Idx)
End-If.
Write-Flight-Risk-Extract.
Open Output Flight-Risk-File.
If not Flight-Risk-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'FLTRISK' to MRQ-Insert(1)
Move 'extract -- report only' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Write-One-Station-Risk
Varying Station-Idx From 1 By 1
Until Station-Idx > Station-Count
Perform Write-One-Rollup-Risk
Varying Rollup-Idx From 1 By 1
Until Rollup-Idx > Rollup-Count
Move Spaces to Flight-Risk-Record
Move Target-Run-Id to FRK-Run-Id
Set FRK-Level-Total to true
Move 'TOTAL' to FRK-Key
Move Window-Hours to FRK-Hours
Move Total-Departures to FRK-Departures
Move Impaired-Airports to FRK-Airports
Write Flight-Risk-Record
Close Flight-Risk-File
End-If.
Write-One-Station-Risk.
If STN-Impairment(Station-Idx) not equal Space
Move Spaces to Flight-Risk-Record
Move Target-Run-Id to FRK-Run-Id
Set FRK-Level-Airport to true
Move STN-Iata-Code(Station-Idx) to FRK-Key
Move Window-Hours to FRK-Hours
Move STN-Departures(Station-Idx) to FRK-Departures
Move 1 to FRK-Airports
Move STN-Impairment(Station-Idx) to FRK-Impairment
Write Flight-Risk-Record
End-If.
Write-One-Rollup-Risk.
Move Spaces to Flight-Risk-Record.
Move Target-Run-Id to FRK-Run-Id.
Move RLP-Level(Rollup-Idx) to FRK-Level.
Move RLP-Key(Rollup-Idx) to FRK-Key.
Move Window-Hours to FRK-Hours.
Move RLP-Departures(Rollup-Idx) to FRK-Departures.
Move RLP-Airports(Rollup-Idx) to FRK-Airports.
Write Flight-Risk-Record.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHFRSK.
