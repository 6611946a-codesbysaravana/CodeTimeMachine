PROGRAM-ID. HWTHOPSR.
*> Consolidated daily operations report for the ops binder: today's
*> run statistics off CTLTOTS, the open alerts by severity off
*> ALRTSTAT (with the latest operator note on each, off ALRTNOTE,
*> and the runbook its reason and tier call for, off RUNBOOK),
*> and today's failed lookups with their failure-reason codes off
*> AUDITLOG -- one paginated printable report (OPSRPT) instead of a
*> shift lead stitching together SYSOUT, the raw alert file and the
*> accounting record by hand.  An optional PARM of CCYYMMDD reports
*> a prior day; no PARM means today.
*> The airport-level sections are burst by owning desk: each desk
*> gets its own section -- its open alerts (the desk the episode
*> was routed to, AST-Assigned-Desk), and the failed lookups,
*> advisories and corridors of the airports the ROSTER gives it by
*> AIRMSTR region (at the hour of the failure or corridor reading;
*> advisories at the hour the report runs) -- each with its own
*> page headings, page numbers from 1 and desk totals.
*>   PARM=[CCYYMMDD]             the master copy for the binder: run
*>                               statistics and the health trend,
*>                               then every desk's section, PRIMARY
*>                               first, then the grand totals
*>   PARM=[CCYYMMDD,]DESK=desk   that desk's section only, for its
*>                               own printer or repository folder
*> A desk named on no ROSTER row and no open alert still gets its
*> (empty) section, RC=4.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select Alert-Note-File Assign To ALRTNOTE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is NTE-Key
File Status Is Alert-Note-File-Status.
Select Runbook-File Assign To RUNBOOK
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is RBK-Key
File Status Is Runbook-File-Status.
Select Audit-File Assign To AUDITLOG
Organization Is Line Sequential
File Status Is Audit-File-Status.
Select Health-Index-File Assign To HLTHIDX
Organization Is Line Sequential
File Status Is Health-Index-File-Status.
Select Roster-File Assign To ROSTER
Organization Is Line Sequential
File Status Is Roster-File-Status.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Random
Record Key Is AM-IATA-Code
File Status Is Airmstr-File-Status.
Select Report-File Assign To OPSRPT
Organization Is Line Sequential
File Status Is Report-File-Status.
COPY CTLTOTR.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  Alert-Note-File.
COPY NOTEREC.
FD  Runbook-File.
COPY RUNBKREC.
FD  Audit-File.
COPY AUDITREC.
FD  Advisory-File.
COPY WGTREC.
FD  Health-Index-File.
COPY HLTHREC.
FD  Roster-File.
COPY ROSTREC.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Report-File.
01 Report-Line Pic X(132).
WORKING-STORAGE SECTION.
01 Alert-Status-File-Status Pic X(2) Value Spaces.
88 Alert-Status-File-OK     Value '00'.
88 Alert-Status-File-At-End Value '10'.
*> Operator notes (ALRTNOTE) -- the latest one on each alert still
*> open is printed with it.  Optional: no ALRTNOTE, no notes.
01 Alert-Note-File-Status Pic X(2) Value Spaces.
88 Alert-Note-File-OK     Value '00'.
01 Note-File-Open-Flag Pic X Value 'N'.
88 Note-File-Open Value 'Y'.
01 Episode-Note-Key  Pic X(27) Value Spaces.
01 Note-Browse-Flag  Pic X Value 'N'.
88 Note-Browse-Done  Value 'Y'.
01 Detail-Pointer    Pic 9(3) Value 1.
01 Latest-Note-Flag  Pic X Value 'N'.
88 Latest-Note-Found Value 'Y'.
01 Latest-Note.
05 LNT-User Pic X(8).
05 LNT-Date Pic X(8).
05 LNT-Time Pic X(6).
05 LNT-Text Pic X(60).
*> Alert runbooks (RUNBOOK) -- the procedure, checklist and who to
*> call print under each open alert.  Optional: no RUNBOOK, no
*> runbook lines.
01 Runbook-File-Status Pic X(2) Value Spaces.
88 Runbook-File-OK Value '00'.
01 Runbook-File-Open-Flag Pic X Value 'N'.
88 Runbook-File-Open Value 'Y'.
01 Runbook-Found-Flag Pic X Value 'N'.
88 Runbook-Entry-Found Value 'Y'.
01 Runbook-Tier Pic X(8) Value Spaces.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK     Value '00'.
88 Audit-File-At-End Value '10'.
88 Audit-EOF Value 'Y'.
01 Report-Date Pic X(8) Value Spaces.
01 Page-Number   Pic 9(4) Value 0.
01 Network-Page-Number Pic 9(4) Value 0.
01 Line-Number   Pic 9(2) Value 99.
01 Lines-Per-Page Pic 9(2) Value 55.
01 Detail-Line   Pic X(132) Value Spaces.
01 Warning-Count     Pic 9(5) Value 0.
01 Failed-Today      Pic 9(5) Value 0.
01 Audit-Read-Count  Pic 9(7) Value 0.
01 Weights-Loaded-Flag Pic X Value 'N'.
88 Weights-Loaded Value 'Y'.
*> Desk bursting.  The roster as HWTHXCB1 reads it, and the desks
*> to print: PRIMARY, every desk on ROSTER in file order, and any
*> other desk an open alert was routed to.
01 Roster-File-Status Pic X(2) Value Spaces.
88 Roster-File-OK     Value '00'.
88 Roster-File-At-End Value '10'.
01 Roster-EOF-Flag Pic X Value 'N'.
88 Roster-EOF Value 'Y'.
01 Roster-Table.
05 Roster-Entry Occurs 1 to 100 times
Depending On Roster-Count.
10 RSTT-Region-Code Pic X(8).
10 RSTT-Start-Time  Pic X(4).
10 RSTT-End-Time    Pic X(4).
10 RSTT-Desk        Pic X(8).
01 Roster-Count Pic 9(3) Value 0.
01 Roster-Idx   Pic 9(3) Value 0.
01 Roster-Found-Flag Pic X Value 'N'.
88 Roster-Entry-Found Value 'Y'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
01 Airmstr-Open-Flag Pic X Value 'N'.
88 Airmstr-Open Value 'Y'.
01 Desk-Table.
05 DKT-Desk Pic X(8) Occurs 50 times.
01 Desk-Count Pic 9(2) Value 0.
01 Desk-Idx   Pic 9(2) Value 0.
01 Desk-Seen-Idx  Pic 9(2) Value 0.
01 Desk-Seen-Flag Pic X Value 'N'.
88 Desk-Seen Value 'Y'.
01 Want-Desk    Pic X(8) Value Spaces.
01 Current-Desk Pic X(8) Value Spaces.
01 Item-Desk    Pic X(8) Value Spaces.
01 Lookup-Desk  Pic X(8) Value Spaces.
01 Lookup-Code  Pic X(3) Value Spaces.
01 Lookup-Region Pic X(8) Value Spaces.
01 Lookup-Clock  Pic X(4) Value Spaces.
01 Ops-Clock-HHMM   Pic 9(4) Value 0.
01 Window-Start-Num Pic 9(4) Value 0.
01 Window-End-Num   Pic 9(4) Value 0.
01 Report-Clock     Pic X(4) Value Spaces.
01 Desk-Parm-Text   Pic X(20) Value Spaces.
01 Date-Parm-Text   Pic X(20) Value Spaces.
*> One desk's section totals.
01 Desk-Open-Count     Pic 9(5) Value 0.
01 Desk-Ack-Count      Pic 9(5) Value 0.
01 Desk-Critical-Count Pic 9(5) Value 0.
01 Desk-Severe-Count   Pic 9(5) Value 0.
01 Desk-Warning-Count  Pic 9(5) Value 0.
01 Desk-Failed-Count   Pic 9(5) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
depending on parm-len.
PROCEDURE DIVISION using jcl-parm.
Begin.
Move Function Current-Date(1:8) to Report-Date.
Move Function Current-Date(9:4) to Report-Clock.
If parm-len > 0
Unstring parm-string(1:parm-len) delimited by ','
into Date-Parm-Text Desk-Parm-Text
End-Unstring
If Date-Parm-Text(1:5) equal 'DESK='
Move Date-Parm-Text to Desk-Parm-Text
Move Spaces to Date-Parm-Text
End-If
If Date-Parm-Text(1:8) is numeric
and Date-Parm-Text(9:1) equal Space
Move Date-Parm-Text(1:8) to Report-Date
End-If
If Desk-Parm-Text(1:5) equal 'DESK='
Move Function Upper-Case(Desk-Parm-Text(6:8)) to Want-Desk
End-If
End-If.
Perform Load-Roster.
Perform Build-Desk-Table.
Perform Add-Alert-Desks.
Open Input Airport-Master-File.
If Airmstr-File-OK
Set Airmstr-Open to true
End-If.
Open Output Report-File.
If not Report-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'OPSRPT' to MRQ-Insert(1)
Move 'report file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
If Want-Desk not equal Spaces
Move Want-Desk to Lookup-Desk
Perform Find-Desk-In-Table
If not Desk-Seen
Display "** Desk " Want-Desk " is on no ROSTER row or open"
" alert **"
Move 4 to Return-Code
End-If
Perform Print-Desk-Section
Display "** Operations report for desk " Want-Desk
" written for " Report-Date " **"
else
Perform Print-Run-Statistics
Perform Print-Health-Trend
Move Page-Number to Network-Page-Number
Perform Print-One-Desk
Varying Desk-Idx From 1 By 1 Until Desk-Idx > Desk-Count
Move Spaces to Current-Desk
Move Network-Page-Number to Page-Number
Move 99 to Line-Number
Perform Print-Grand-Totals
Display "** Daily operations report written for "
Report-Date ", " Desk-Count " desk section(s) **"
End-If
Close Report-File
End-If.
If Airmstr-Open
Close Airport-Master-File
End-If.
STOP RUN.
*> ---- desk sections -------------------------------------------
Print-One-Desk.
Move DKT-Desk(Desk-Idx) to Want-Desk.
Perform Print-Desk-Section.
*> One desk's pages: fresh heading and page numbers, the airport-
*> level sections for that desk only, and its totals.
Print-Desk-Section.
Move Want-Desk to Current-Desk.
Move 0 to Page-Number.
Move 99 to Line-Number.
Move 0 to Desk-Open-Count Desk-Ack-Count Desk-Critical-Count
Desk-Severe-Count Desk-Warning-Count Desk-Failed-Count
Active-Advisory-Count Corridor-Line-Count Corridor-Impaired-Count.
Perform Print-Open-Alerts.
Perform Print-Failed-Lookups.
Perform Print-Active-Advisories.
Perform Print-Corridor-Status.
Move Spaces to Detail-Line.
String 'DESK ' Current-Desk ' TOTALS' Delimited by size
into Detail-Line.
Perform Write-Report-Line.
Move Spaces to Detail-Line.
String '   OPEN ALERTS ' Desk-Open-Count
'  ACKNOWLEDGED ' Desk-Ack-Count
'  FAILED LOOKUPS ' Desk-Failed-Count
'  ADVISORIES ' Active-Advisory-Count
'  CORRIDORS ' Corridor-Line-Count
'  IMPAIRED ' Corridor-Impaired-Count
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Load-Roster.
Open Input Roster-File.
If Roster-File-OK
Perform Read-Roster-Record until Roster-EOF
Close Roster-File
End-If.
Read-Roster-Record.
Read Roster-File
At End
Set Roster-EOF to true
End-Read.
If not Roster-File-OK and not Roster-File-At-End
Set Roster-EOF to true
End-If.
If not Roster-EOF
If Roster-Count >= 100
Set Roster-EOF to true
else
Add 1 to Roster-Count
Move RST-Region-Code to RSTT-Region-Code(Roster-Count)
Move RST-Start-Time to RSTT-Start-Time(Roster-Count)
Move RST-End-Time to RSTT-End-Time(Roster-Count)
Move RST-Desk to RSTT-Desk(Roster-Count)
End-If
End-If.
Build-Desk-Table.
Move 'PRIMARY' to Lookup-Desk.
Perform Add-Desk-To-Table.
Perform Add-One-Roster-Desk
Varying Roster-Idx From 1 By 1 Until Roster-Idx > Roster-Count.
Add-One-Roster-Desk.
If RSTT-Desk(Roster-Idx) not equal Spaces
Move RSTT-Desk(Roster-Idx) to Lookup-Desk
Perform Add-Desk-To-Table
End-If.
Add-Desk-To-Table.
Perform Find-Desk-In-Table.
If not Desk-Seen and Desk-Count < 50
Add 1 to Desk-Count
Move Lookup-Desk to DKT-Desk(Desk-Count)
End-If.
Find-Desk-In-Table.
Move 'N' to Desk-Seen-Flag.
Move 1 to Desk-Seen-Idx.
Perform Judge-One-Desk-Entry
until Desk-Seen-Idx > Desk-Count or Desk-Seen.
Judge-One-Desk-Entry.
If DKT-Desk(Desk-Seen-Idx) equal Lookup-Desk
Set Desk-Seen to true
else
Add 1 to Desk-Seen-Idx
End-If.
*> An episode routed to a desk since taken off the roster still
*> needs a section, or the master would drop it.
Add-Alert-Desks.
Open Input Alert-Status-File.
If Alert-Status-File-OK
Move Low-Values to AST-Key
Start Alert-Status-File Key is Not Less Than AST-Key
Invalid Key
Continue
Not Invalid Key
Perform Add-One-Alert-Desk
until Alert-Status-File-At-End
End-Start
Close Alert-Status-File
End-If.
Add-One-Alert-Desk.
Read Alert-Status-File Next Record
At End
Set Alert-Status-File-At-End to true
End-Read.
If not Alert-Status-File-At-End and not AST-State-Closed
Perform Set-Alert-Desk
Move Item-Desk to Lookup-Desk
Perform Add-Desk-To-Table
End-If.
Set-Alert-Desk.
If AST-Assigned-Desk equal Spaces
Move 'PRIMARY' to Item-Desk
else
Move AST-Assigned-Desk to Item-Desk
End-If.
*> The desk owning an airport at an hour on the ops clock, resolved
*> as HWTHXCB1 routes an alert: the airport's AIRMSTR region, then
*> the first roster row whose region matches (or is the '*'
*> catch-all) and whose window covers the hour; PRIMARY when none.
Resolve-Airport-Desk.
Move 'PRIMARY' to Item-Desk.
Move Spaces to Lookup-Region.
If Airmstr-Open
Move Lookup-Code to AM-IATA-Code
Read Airport-Master-File
Invalid Key
Continue
Not Invalid Key
Move AM-Region-Code to Lookup-Region
End-Read
End-If.
If Lookup-Clock is numeric
Move Lookup-Clock to Ops-Clock-HHMM
else
Move Report-Clock to Ops-Clock-HHMM
End-If.
Move 'N' to Roster-Found-Flag.
Move 1 to Roster-Idx.
Perform Judge-One-Roster-Entry
until Roster-Idx > Roster-Count or Roster-Entry-Found.
If Roster-Entry-Found
Move RSTT-Desk(Roster-Idx) to Item-Desk
End-If.
Judge-One-Roster-Entry.
If (RSTT-Region-Code(Roster-Idx) equal Lookup-Region
or RSTT-Region-Code(Roster-Idx)(1:1) equal '*')
and RSTT-Start-Time(Roster-Idx) is numeric
and RSTT-End-Time(Roster-Idx) is numeric
Move RSTT-Start-Time(Roster-Idx) to Window-Start-Num
Move RSTT-End-Time(Roster-Idx) to Window-End-Num
If Window-Start-Num not greater Window-End-Num
If Ops-Clock-HHMM not less Window-Start-Num
and Ops-Clock-HHMM not greater Window-End-Num
Set Roster-Entry-Found to true
End-If
else
If Ops-Clock-HHMM not less Window-Start-Num
or Ops-Clock-HHMM not greater Window-End-Num
Set Roster-Entry-Found to true
End-If
End-If
End-If.
If not Roster-Entry-Found
Add 1 to Roster-Idx
End-If.
*> ---- section 1: run statistics off CTLTOTS -------------------
Print-Run-Statistics.
Move 'SECTION 1 - RUN STATISTICS' to Detail-Line.
End-If
Perform Read-Next-Ctl-Record
.
*> ---- desk: open alerts by severity off ALRTSTAT --------------
Print-Open-Alerts.
Move Spaces to Detail-Line.
String 'DESK ' Current-Desk ' - OPEN ALERTS BY SEVERITY'
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Open Input Alert-Status-File.
If not Alert-Status-File-OK
Move '   (ALRTSTAT unavailable)' to Detail-Line
Perform Write-Report-Line
else
Open Input Alert-Note-File
If Alert-Note-File-OK
Set Note-File-Open to true
End-If
Open Input Runbook-File
If Runbook-File-OK
Set Runbook-File-Open to true
End-If
Move Low-Values to AST-Key
Start Alert-Status-File Key is Not Less Than AST-Key
Invalid Key
until Alert-Status-File-At-End
End-Start
Close Alert-Status-File
If Note-File-Open
Close Alert-Note-File
End-If
If Runbook-File-Open
Close Runbook-File
End-If
End-If.
Move Spaces to Detail-Line.
String '   OPEN ' Desk-Open-Count
'  ACKNOWLEDGED ' Desk-Ack-Count
'  CRITICAL ' Desk-Critical-Count
'  SEVERE ' Desk-Severe-Count
'  WARNING ' Desk-Warning-Count
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Move Spaces to Detail-Line.
Set Alert-Status-File-At-End to true
End-Read
If not Alert-Status-File-At-End
Perform Set-Alert-Desk
End-If
If not Alert-Status-File-At-End
If not AST-State-Closed and Item-Desk equal Current-Desk
If AST-State-Acknowledged
Add 1 to Ack-Alert-Count
Add 1 to Desk-Ack-Count
else
Add 1 to Open-Alert-Count
Add 1 to Desk-Open-Count
End-If
Evaluate AST-Alert-Tier
When 'CRITICAL'
Add 1 to Critical-Count
Add 1 to Desk-Critical-Count
When 'SEVERE'
Add 1 to Severe-Count
Add 1 to Desk-Severe-Count
When other
Add 1 to Warning-Count
Add 1 to Desk-Warning-Count
End-Evaluate
Move Spaces to Detail-Line
Move 1 to Detail-Pointer
String '   ' AST-Iata-Code ' ' AST-Alert-Reason
' ' AST-Alert-Tier ' ' AST-State
' SINCE ' AST-Open-Date
' COUNT ' AST-Occurrence-Count
Delimited by size into Detail-Line
With Pointer Detail-Pointer
If Note-File-Open
Perform Find-Latest-Note
If Latest-Note-Found
String ' NOTE ' LNT-User ' ' LNT-Text
Delimited by size into Detail-Line
With Pointer Detail-Pointer
End-If
End-If
Perform Write-Report-Line
If Runbook-File-Open
Perform Print-Alert-Runbook
End-If
End-If
End-If
.
*> The runbook lines under the alert in hand: its reason and tier's
*> entry (the escalated tier once escalated), else the reason's ANY
*> entry, else a line saying there is none.
Print-Alert-Runbook.
If AST-Escalated and AST-Escalated-Tier not equal Spaces
Move AST-Escalated-Tier to Runbook-Tier
else
Move AST-Alert-Tier to Runbook-Tier
End-If.
Move 'N' to Runbook-Found-Flag.
Move AST-Alert-Reason to RBK-Alert-Reason.
Move Runbook-Tier to RBK-Alert-Tier.
Read Runbook-File
Invalid Key
Move AST-Alert-Reason to RBK-Alert-Reason
Move 'ANY' to RBK-Alert-Tier
Read Runbook-File
Invalid Key
Continue
Not Invalid Key
Set Runbook-Entry-Found to true
End-Read
Not Invalid Key
Set Runbook-Entry-Found to true
End-Read.
Move Spaces to Detail-Line.
If Runbook-Entry-Found
String '      RUNBOOK ' RBK-Procedure-Id ' ' RBK-Title
' CALL ' RBK-Call-Who
Delimited by size into Detail-Line
Perform Write-Report-Line
Move Spaces to Detail-Line
String '        1 ' RBK-Step(1) '  2 ' RBK-Step(2)
Delimited by size into Detail-Line
Perform Write-Report-Line
If RBK-Step(3) not equal Spaces
Move Spaces to Detail-Line
String '        3 ' RBK-Step(3) '  4 ' RBK-Step(4)
Delimited by size into Detail-Line
Perform Write-Report-Line
End-If
else
String '      NO RUNBOOK FOR ' AST-Alert-Reason ' ' Runbook-Tier
Delimited by size into Detail-Line
Perform Write-Report-Line
End-If.
*> The newest note on the episode in hand: notes ascend by time
*> under the episode key, so the last one read is it.
Find-Latest-Note.
Move 'N' to Latest-Note-Flag.
Move 'N' to Note-Browse-Flag.
Move AST-Iata-Code to Episode-Note-Key(1:3).
Move AST-Alert-Reason to Episode-Note-Key(4:10).
Move AST-Open-Date to Episode-Note-Key(14:8).
Move AST-Open-Time to Episode-Note-Key(22:6).
Move Low-Values to NTE-Key.
Move Episode-Note-Key to NTE-Episode-Key.
Start Alert-Note-File Key is Not Less Than NTE-Key
Invalid Key
Set Note-Browse-Done to true
End-Start.
Perform Read-One-Episode-Note until Note-Browse-Done.
Read-One-Episode-Note.
Read Alert-Note-File Next Record
At End
Set Note-Browse-Done to true
End-Read.
If not Alert-Note-File-OK
Set Note-Browse-Done to true
End-If.
If not Note-Browse-Done
If NTE-Episode-Key not equal Episode-Note-Key
Set Note-Browse-Done to true
else
Set Latest-Note-Found to true
Move NTE-User to LNT-User
Move NTE-Note-Date to LNT-Date
Move NTE-Note-Time to LNT-Time
Move NTE-Text to LNT-Text
End-If
End-If.
*> ---- desk: failed lookups off AUDITLOG, heaviest fields
*> ---- first (TRAFFWGT order) ----------------------------------
Print-Failed-Lookups.
Move Spaces to Detail-Line.
String 'DESK ' Current-Desk
' - FAILED LOOKUPS WITH REASON CODES'
Delimited by size into Detail-Line.
Perform Write-Report-Line.
If not Weights-Loaded
Perform Load-Traffic-Weights
Set Weights-Loaded to true
End-If.
Move 0 to Fail-Line-Count.
Move 'N' to Audit-EOF-Flag.
Open Input Audit-File.
If not Audit-File-OK
Move '   (AUDITLOG unavailable)' to Detail-Line
Add 1 to Audit-Read-Count
If AUD-Run-Date equal Report-Date
and AUD-Outcome-Failure
Move AUD-Iata-Code to Lookup-Code
Move AUD-Run-Time(1:4) to Lookup-Clock
Perform Resolve-Airport-Desk
If Item-Desk equal Current-Desk
Add 1 to Failed-Today
Add 1 to Desk-Failed-Count
Perform Stash-One-Failure-Line
End-If
End-If
End-If
Perform Read-Next-Audit-Record
.
Stash-One-Failure-Line.
Move Spaces to Detail-Line.
Move FLT-Line-Text(Fail-Line-Idx) to Detail-Line.
Perform Write-Report-Line.
*> ---- desk: advisories active on the report date --------------
Print-Active-Advisories.
Move Spaces to Detail-Line.
String 'DESK ' Current-Desk
' - ACTIVE OPERATIONAL ADVISORIES'
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Move 'N' to Advisory-EOF-Flag.
Open Input Advisory-File.
If not Advisory-File-OK
Move '   (ADVISORY unavailable)' to Detail-Line
End-If
.
Report-One-Advisory.
Move Spaces to Item-Desk.
If Report-Date not less ADV-Start-Date
and Report-Date not greater ADV-End-Date
Move ADV-Iata-Code to Lookup-Code
Move Report-Clock to Lookup-Clock
Perform Resolve-Airport-Desk
End-If.
If Item-Desk equal Current-Desk
Add 1 to Active-Advisory-Count
Move Spaces to Detail-Line
String '   ' ADV-Iata-Code
End-If
Perform Read-Next-Advisory-Record
.
*> ---- desk: city-pair corridor status off CORRSTAT ------------
Print-Corridor-Status.
Move Spaces to Detail-Line.
String 'DESK ' Current-Desk
' - CITY-PAIR CORRIDOR STATUS'
Delimited by size into Detail-Line.
Perform Write-Report-Line.
Move 'N' to Corridor-EOF-Flag.
Open Input Corridor-Status-File.
If not Corridor-Status-File-OK
Move '   (CORRSTAT unavailable)' to Detail-Line
Set Corridor-EOF to true
End-If
.
*> A corridor goes to the desk owning its origin.
Report-One-Corridor.
Move Spaces to Item-Desk.
If CRS-Run-Date equal Report-Date
Move CRS-Origin to Lookup-Code
Move CRS-Run-Time(1:4) to Lookup-Clock
Perform Resolve-Airport-Desk
End-If.
If Item-Desk equal Current-Desk
Add 1 to Corridor-Line-Count
If not CRS-Corridor-Green and not CRS-Corridor-Unknown
Add 1 to Corridor-Impaired-Count
End-If
Perform Read-Next-Corridor-Record
.
*> ---- section 2: network health index trend off HLTHIDX --------
Print-Health-Trend.
Move 'SECTION 2 - NETWORK HEALTH INDEX (TRAILING 30 DAYS)'
to Detail-Line.
Perform Write-Report-Line.
Move Report-Date to Report-Date-Numeric.
Move Spaces to Detail-Line.
String '   RUNS ' Runs-Today
'  OPEN ALERTS ' Open-Alert-Count
'  ACKNOWLEDGED ' Ack-Alert-Count
'  FAILED LOOKUPS ' Failed-Today
'  DESKS ' Desk-Count
Delimited by size into Detail-Line.
Perform Write-Report-Line.
*> ---- pagination ----------------------------------------------
Write-Page-Heading.
Add 1 to Page-Number.
Move Spaces to Report-Line.
If Current-Desk equal Spaces
String 'DAILY AIRPORT OPERATIONS REPORT   DATE '
Report-Date '   PAGE ' Page-Number
Delimited by size into Report-Line
else
String 'DAILY AIRPORT OPERATIONS REPORT   DESK '
Current-Desk '   DATE ' Report-Date '   PAGE ' Page-Number
Delimited by size into Report-Line
End-If.
Write Report-Line.
Move All '-' to Report-Line.
Write Report-Line.
Move 2 to Line-Number.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHOPSR.
