IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHWLAD.
*> Watch-list coverage advisor.  AIRLIST only changes when someone
*> thinks of it; once a month this job suggests codes to add to it
*> and codes to consider taking off, each with the evidence for it.
*> Add candidates -- codes not on AIRLIST that are
*>   looked up online (APLK/ALKQ inquiries merged into AUDITLOG) at
*>   least Online-Lookup-Floor times in the month,
*>   named as one of an alert's nearest open alternates on ALERTOUT
*>   in the month,
*>   an end of a CORRIDOR pair or a member of a METROGRP divert
*>   group (the run judges those from the watched ends only), or
*>   weighted at or over APCONFIG PC-High-Weight-Floor on TRAFFWGT.
*> Removal candidates -- watched codes that in the month raised no
*> alert on ALERTOUT, never changed coded status on their batch
*> lookups, and weigh under Low-Weight-Ceiling (no TRAFFWGT row
*> weighs zero).  A code watched as a corridor end or divert-group
*> member, or named as an alert's alternate in the month, is never
*> suggested for removal.
*> The suggestions are also written as a WLTRAN deck to WLSUGGST,
*> ADD/REMOVE lines with blank priority and group: delete the lines
*> not accepted, set priority/group where wanted, and feed the rest
*> to HWTHWLMT, which journals them like any other change.
*>   (no PARM)             last month, deck user WLADVISE
*>   PARM=CCYYMM           that month
*>   PARM=USER=xxxxxxxx    last month, the deck lines carrying
*>                         that user (the reviewer's)
*>   PARM=CCYYMM,USER=xxxxxxxx  the same for that month
*> RC=4 when ALERTOUT can't be read (no removal suggestions are made
*> then); RC=8 a bad PARM, or AIRLIST, AUDITLOG or WLSUGGST can't be
*> opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Airport-List-File Assign To AIRLIST
Organization Is Line Sequential
File Status Is Airlist-File-Status.
Select Audit-File Assign To AUDITLOG
Organization Is Line Sequential
File Status Is Audit-File-Status.
Select Alert-File Assign To ALERTOUT
Organization Is Line Sequential
File Status Is Alert-File-Status.
Select Corridor-File Assign To CORRIDOR
Organization Is Line Sequential
File Status Is Corridor-File-Status.
Select Metro-Group-File Assign To METROGRP
Organization Is Line Sequential
File Status Is Metro-Group-File-Status.
Select Weight-File Assign To TRAFFWGT
Organization Is Line Sequential
File Status Is Weight-File-Status.
Select Config-File Assign To APCONFIG
Organization Is Line Sequential
File Status Is Config-File-Status.
Select Watch-Tran-File Assign To WLSUGGST
Organization Is Line Sequential
File Status Is Watch-Tran-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Airport-List-File
Record Contains 15 Characters.
COPY AIRLSTR.
FD  Audit-File.
COPY AUDITREC.
FD  Alert-File.
COPY ALERTREC.
FD  Corridor-File.
COPY CORREC.
FD  Metro-Group-File.
COPY METGRREC.
FD  Weight-File.
COPY WGTREC.
FD  Config-File.
COPY APCONFIG.
FD  Watch-Tran-File.
COPY WLTRNREC.
WORKING-STORAGE SECTION.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK     Value '00'.
88 Airlist-File-At-End Value '10'.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK     Value '00'.
88 Audit-File-At-End Value '10'.
01 Alert-File-Status Pic X(2) Value Spaces.
88 Alert-File-OK     Value '00'.
88 Alert-File-At-End Value '10'.
01 Corridor-File-Status Pic X(2) Value Spaces.
88 Corridor-File-OK     Value '00'.
88 Corridor-File-At-End Value '10'.
01 Metro-Group-File-Status Pic X(2) Value Spaces.
88 Metro-Group-File-OK     Value '00'.
88 Metro-Group-File-At-End Value '10'.
01 Weight-File-Status Pic X(2) Value Spaces.
88 Weight-File-OK     Value '00'.
88 Weight-File-At-End Value '10'.
01 Config-File-Status Pic X(2) Value Spaces.
88 Config-File-OK Value '00'.
01 Watch-Tran-File-Status Pic X(2) Value Spaces.
88 Watch-Tran-File-OK Value '00'.
01 Input-EOF-Flag Pic X Value 'N'.
88 Input-EOF Value 'Y'.
01 Review-Month Pic X(6) Value Spaces.
01 Deck-User    Pic X(8) Value 'WLADVISE'.
01 Today-Stamp  Pic X(8) Value Spaces.
01 Today-Year   Pic 9(4) Value 0.
01 Today-Mon    Pic 9(2) Value 0.
*> Evidence floors.  An online code needs a few lookups before it
*> is a pattern rather than one curious user.
01 Online-Lookup-Floor Pic 9(5) Value 5.
01 Low-Weight-Ceiling  Pic 9(7) Value 1000.
01 High-Weight-Floor   Pic 9(7) Value 0.
01 Alerts-Read-Flag Pic X Value 'N'.
88 Alerts-Read Value 'Y'.
*> AIRLIST as it stands, with the month's evidence per code.
01 Watch-Table.
05 Watch-Entry Occurs 1 to 5000 times
Depending On Watch-Count.
10 WCH-Iata-Code      Pic X(3).
10 WCH-Priority       Pic X(1).
10 WCH-Group-Tag      Pic X(8).
10 WCH-Lookups        Pic 9(5).
10 WCH-Last-Status    Pic X(1).
10 WCH-Status-Changed-Flag Pic X.
88 WCH-Status-Changed Value 'Y'.
10 WCH-Alerts         Pic 9(5).
10 WCH-Anchor-Flag    Pic X.
88 WCH-Anchored Value 'Y'.
10 WCH-Weight         Pic 9(7).
01 Watch-Count Pic 9(5) Value 0.
01 Watch-Idx   Pic 9(5) Value 0.
01 Watch-Found-Flag Pic X Value 'N'.
88 Watch-Found Value 'Y'.
01 Weight-Table.
05 Weight-Entry Occurs 1 to 10000 times
Depending On Weight-Count.
10 WGTT-Iata-Code Pic X(3).
10 WGTT-Weight    Pic 9(7).
01 Weight-Count Pic 9(5) Value 0.
01 Weight-Idx   Pic 9(5) Value 0.
01 Weight-Found-Flag Pic X Value 'N'.
88 Weight-Found Value 'Y'.
01 Code-Weight Pic 9(7) Value 0.
*> Unwatched codes with any evidence for them.
01 Candidate-Table.
05 Candidate-Entry Occurs 1 to 3000 times
Depending On Candidate-Count.
10 CND-Iata-Code       Pic X(3).
10 CND-Online-Lookups  Pic 9(5).
10 CND-Alternate-Count Pic 9(5).
10 CND-Corridor-Count  Pic 9(3).
10 CND-Corridor-Pair   Pic X(7).
10 CND-Metro-Group     Pic X(3).
10 CND-Weight          Pic 9(7).
10 CND-Heavy-Flag      Pic X.
88 CND-Heavy Value 'Y'.
10 CND-Printed-Flag    Pic X.
88 CND-Printed Value 'Y'.
01 Candidate-Count Pic 9(5) Value 0.
01 Candidate-Idx   Pic 9(5) Value 0.
01 Candidate-Found-Flag Pic X Value 'N'.
88 Candidate-Found Value 'Y'.
01 Candidate-Full-Flag Pic X Value 'N'.
88 Candidate-Full Value 'Y'.
01 Qualify-Flag Pic X Value 'N'.
88 Candidate-Qualifies Value 'Y'.
01 Best-Idx    Pic 9(5) Value 0.
01 Best-Weight Pic 9(7) Value 0.
01 Look-Code Pic X(3) Value Spaces.
01 Corridor-Pair Pic X(7) Value Spaces.
01 Evidence-Line    Pic X(110) Value Spaces.
01 Evidence-Pointer Pic 9(3) Value 1.
01 Count-Edit  Pic Z(4)9.
01 Weight-Edit Pic Z(6)9.
01 Audit-Records-Read  Pic 9(7) Value 0.
01 Online-Lookups-Read Pic 9(7) Value 0.
01 Alerts-In-Month     Pic 9(7) Value 0.
01 Total-Add-Suggested    Pic 9(5) Value 0.
01 Total-Remove-Suggested Pic 9(5) Value 0.
01 Deck-Lines-Written     Pic 9(5) Value 0.
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
Display "** Watch-List Coverage Advisor                 **".
Display "***********************************************".
Move Function Current-Date(1:8) to Today-Stamp.
Evaluate true
When parm-len equal 0
Perform Default-To-Last-Month
When parm-len equal 6 and parm-string(1:6) is numeric
Move parm-string(1:6) to Review-Month
When parm-len > 5 and parm-len < 14
and parm-string(1:5) equal 'USER='
Perform Default-To-Last-Month
Move parm-string(6:parm-len - 5) to Deck-User
When parm-len > 12 and parm-len < 21
and parm-string(1:6) is numeric
and parm-string(7:6) equal ',USER='
Move parm-string(1:6) to Review-Month
Move parm-string(13:parm-len - 12) to Deck-User
When other
Display "** PARM must be [CCYYMM][,][USER=userid]      **"
Move 8 to Return-Code
End-Evaluate.
If Return-Code = 0
Display "** Review month: " Review-Month
"                         **"
Perform Read-Weight-Floor
Perform Load-Watch-List
End-If.
If Return-Code = 0
Perform Load-Weights
Perform Scan-Audit-Log
End-If.
If Return-Code = 0
Perform Scan-Alerts
Perform Scan-Corridors
Perform Scan-Metro-Groups
Perform Note-Heavy-Codes
Varying Weight-Idx From 1 By 1 Until Weight-Idx > Weight-Count
Open Output Watch-Tran-File
If not Watch-Tran-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'WLSUGGST' to MRQ-Insert(1)
Move 'transaction deck' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Print-Add-Candidates
Perform Print-Removal-Candidates
Close Watch-Tran-File
Perform Print-Summary
End-If
End-If.
If Return-Code = 0 and not Alerts-Read
Move 4 to Return-Code
End-If.
Display "** Watch-List Coverage Advisor Ends            **".
Display "***********************************************".
STOP RUN.
*> Run early in the month for the month just ended.
Default-To-Last-Month.
Move Today-Stamp(1:4) to Today-Year.
Move Today-Stamp(5:2) to Today-Mon.
If Today-Mon = 1
Subtract 1 from Today-Year
Move 12 to Today-Mon
else
Subtract 1 from Today-Mon
End-If.
Move Today-Year to Review-Month(1:4).
Move Today-Mon to Review-Month(5:2).
*> The baseline (first) APCONFIG record's floor, as HWTHTSIM takes
*> its threshold; zero turns the weight suggestions off.
Read-Weight-Floor.
Open Input Config-File.
If Config-File-OK
Read Config-File
At End
Continue
Not At End
If PC-High-Weight-Floor is numeric
Move PC-High-Weight-Floor to High-Weight-Floor
End-If
End-Read
Close Config-File
End-If.
Load-Watch-List.
Open Input Airport-List-File.
If not Airlist-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRLIST' to MRQ-Insert(1)
Move 'watch-list' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move 'N' to Input-EOF-Flag
Perform Read-Watch-Entry until Input-EOF
Close Airport-List-File
Display "** Watched codes      : " Watch-Count
End-If
.
Read-Watch-Entry.
Read Airport-List-File
At End
Set Input-EOF to true
End-Read.
If not Airlist-File-OK and not Airlist-File-At-End
Set Input-EOF to true
End-If.
If not Input-EOF and ALS-Iata-Code not equal Spaces
and Watch-Count < 5000
Add 1 to Watch-Count
Initialize Watch-Entry(Watch-Count)
Move ALS-Iata-Code to WCH-Iata-Code(Watch-Count)
Move ALS-Priority to WCH-Priority(Watch-Count)
Move ALS-Group-Tag to WCH-Group-Tag(Watch-Count)
End-If
.
*> No TRAFFWGT means every code weighs zero -- no heavy-code
*> suggestions, and weight never stands in a removal's way.
Load-Weights.
Open Input Weight-File.
If Weight-File-OK
Move 'N' to Input-EOF-Flag
Perform Read-Weight-Entry until Input-EOF
Close Weight-File
else
Display "** TRAFFWGT unavailable -- every code weighs zero **"
End-If.
Perform Set-Watch-Weight
Varying Watch-Idx From 1 By 1 Until Watch-Idx > Watch-Count.
Read-Weight-Entry.
Read Weight-File
At End
Set Input-EOF to true
End-Read.
If not Weight-File-OK and not Weight-File-At-End
Set Input-EOF to true
End-If.
If not Input-EOF and WGT-Weight is numeric
and Weight-Count < 10000
Add 1 to Weight-Count
Move WGT-Iata-Code to WGTT-Iata-Code(Weight-Count)
Move WGT-Weight to WGTT-Weight(Weight-Count)
End-If
.
Set-Watch-Weight.
Move WCH-Iata-Code(Watch-Idx) to Look-Code.
Perform Find-Code-Weight.
Move Code-Weight to WCH-Weight(Watch-Idx).
Find-Code-Weight.
Move 0 to Code-Weight.
Move 'N' to Weight-Found-Flag.
Move 1 to Weight-Idx.
Perform Search-Weight-Entry
until Weight-Idx > Weight-Count or Weight-Found.
If Weight-Found
Move WGTT-Weight(Weight-Idx) to Code-Weight
End-If
.
Search-Weight-Entry.
If WGTT-Iata-Code(Weight-Idx) equal Look-Code
Set Weight-Found to true
else
Add 1 to Weight-Idx
End-If
.
*> ============================================================
*> AUDITLOG for the month: online lookups of unwatched codes, and
*> each watched code's batch statuses in lookup order.
*> ============================================================
Scan-Audit-Log.
Open Input Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
Move 'N' to Input-EOF-Flag
Perform Read-Audit-Record until Input-EOF
Close Audit-File
Display "** Audit records read : " Audit-Records-Read
End-If
.
Read-Audit-Record.
Read Audit-File
At End
Set Input-EOF to true
End-Read.
If not Audit-File-OK and not Audit-File-At-End
Set Input-EOF to true
End-If.
If not Input-EOF and Audit-Record(1:7) not equal 'TRAILER'
and AUD-Run-Date(1:6) equal Review-Month
Add 1 to Audit-Records-Read
Move AUD-Iata-Code to Look-Code
Perform Find-Watch-Entry
Evaluate true
When AUD-Origin-Online
If not Watch-Found
Add 1 to Online-Lookups-Read
Perform Find-Candidate-Slot
If Candidate-Found
Add 1 to CND-Online-Lookups(Candidate-Idx)
End-If
End-If
When Watch-Found and AUD-Outcome-Success
Perform Note-Watched-Status
When other
Continue
End-Evaluate
End-If
.
Note-Watched-Status.
Add 1 to WCH-Lookups(Watch-Idx).
If WCH-Last-Status(Watch-Idx) not equal Spaces
and WCH-Last-Status(Watch-Idx) not equal AUD-Status-Code
Set WCH-Status-Changed(Watch-Idx) to true
End-If.
Move AUD-Status-Code to WCH-Last-Status(Watch-Idx).
Find-Watch-Entry.
Move 'N' to Watch-Found-Flag.
Move 1 to Watch-Idx.
Perform Search-Watch-Entry
until Watch-Idx > Watch-Count or Watch-Found.
Search-Watch-Entry.
If WCH-Iata-Code(Watch-Idx) equal Look-Code
Set Watch-Found to true
else
Add 1 to Watch-Idx
End-If
.
*> Finds (or adds) Look-Code's candidate row.
Find-Candidate-Slot.
Move 'N' to Candidate-Found-Flag.
Move 1 to Candidate-Idx.
Perform Search-Candidate-Entry
until Candidate-Idx > Candidate-Count or Candidate-Found.
If not Candidate-Found
If Candidate-Count < 3000
Add 1 to Candidate-Count
Move Candidate-Count to Candidate-Idx
Initialize Candidate-Entry(Candidate-Idx)
Move Look-Code to CND-Iata-Code(Candidate-Idx)
Perform Find-Code-Weight
Move Code-Weight to CND-Weight(Candidate-Idx)
Set Candidate-Found to true
else
Set Candidate-Full to true
End-If
End-If
.
Search-Candidate-Entry.
If CND-Iata-Code(Candidate-Idx) equal Look-Code
Set Candidate-Found to true
else
Add 1 to Candidate-Idx
End-If
.
*> ============================================================
*> ALERTOUT for the month: the alerts each watched code raised,
*> and the unwatched alternates the alerts pointed people to.
*> Group-level DIVGROUP alerts carry a group id, not a code, and
*> the fire drill is no alert at all.
*> ============================================================
Scan-Alerts.
Open Input Alert-File.
If not Alert-File-OK
Display "** ALERTOUT unavailable -- no removal suggestions **"
else
Set Alerts-Read to true
Move 'N' to Input-EOF-Flag
Perform Read-Alert-Record until Input-EOF
Close Alert-File
Display "** Alerts in month    : " Alerts-In-Month
End-If
.
Read-Alert-Record.
Read Alert-File
At End
Set Input-EOF to true
End-Read.
If not Alert-File-OK and not Alert-File-At-End
Set Input-EOF to true
End-If.
If not Input-EOF and ALR-Run-Date(1:6) equal Review-Month
and not ALR-Reason-Divgroup and not ALR-Reason-Drill
Add 1 to Alerts-In-Month
Move ALR-Iata-Code to Look-Code
Perform Find-Watch-Entry
If Watch-Found
Add 1 to WCH-Alerts(Watch-Idx)
End-If
Move ALR-Alternate-1 to Look-Code
Perform Note-Alternate-Code
Move ALR-Alternate-2 to Look-Code
Perform Note-Alternate-Code
Move ALR-Alternate-3 to Look-Code
Perform Note-Alternate-Code
End-If
.
Note-Alternate-Code.
If Look-Code not equal Spaces
Perform Find-Watch-Entry
If Watch-Found
Set WCH-Anchored(Watch-Idx) to true
else
Perform Find-Candidate-Slot
If Candidate-Found
Add 1 to CND-Alternate-Count(Candidate-Idx)
End-If
End-If
End-If
.
*> Corridor ends and divert-group members: an unwatched one is a
*> candidate, a watched one is anchored on the list (as is a
*> watched alternate, above).
Scan-Corridors.
Open Input Corridor-File.
If Corridor-File-OK
Move 'N' to Input-EOF-Flag
Perform Read-Corridor-Record until Input-EOF
Close Corridor-File
End-If.
Read-Corridor-Record.
Read Corridor-File
At End
Set Input-EOF to true
End-Read.
If not Corridor-File-OK and not Corridor-File-At-End
Set Input-EOF to true
End-If.
If not Input-EOF
String CRD-Origin '-' CRD-Dest delimited by size
into Corridor-Pair
End-String
Move CRD-Origin to Look-Code
Perform Note-Corridor-End
Move CRD-Dest to Look-Code
Perform Note-Corridor-End
End-If
.
Note-Corridor-End.
If Look-Code not equal Spaces
Perform Find-Watch-Entry
If Watch-Found
Set WCH-Anchored(Watch-Idx) to true
else
Perform Find-Candidate-Slot
If Candidate-Found
Add 1 to CND-Corridor-Count(Candidate-Idx)
If CND-Corridor-Pair(Candidate-Idx) equal Spaces
Move Corridor-Pair to CND-Corridor-Pair(Candidate-Idx)
End-If
End-If
End-If
End-If
.
Scan-Metro-Groups.
Open Input Metro-Group-File.
If Metro-Group-File-OK
Move 'N' to Input-EOF-Flag
Perform Read-Metro-Record until Input-EOF
Close Metro-Group-File
End-If.
Read-Metro-Record.
Read Metro-Group-File
At End
Set Input-EOF to true
End-Read.
If not Metro-Group-File-OK and not Metro-Group-File-At-End
Set Input-EOF to true
End-If.
If not Input-EOF and MGR-Iata-Code not equal Spaces
Move MGR-Iata-Code to Look-Code
Perform Find-Watch-Entry
If Watch-Found
Set WCH-Anchored(Watch-Idx) to true
else
Perform Find-Candidate-Slot
If Candidate-Found
Move MGR-Group-Id to CND-Metro-Group(Candidate-Idx)
End-If
End-If
End-If
.
Note-Heavy-Codes.
If High-Weight-Floor > 0
and WGTT-Weight(Weight-Idx) not less High-Weight-Floor
Move WGTT-Iata-Code(Weight-Idx) to Look-Code
Perform Find-Watch-Entry
If not Watch-Found
Perform Find-Candidate-Slot
If Candidate-Found
Set CND-Heavy(Candidate-Idx) to true
End-If
End-If
End-If
.
*> ============================================================
*> Suggestions: additions heaviest first, then removals in list
*> order, each with its evidence and its WLTRAN line.
*> ============================================================
Print-Add-Candidates.
Display "-----------------------------------------------".
Display "Suggested additions (heaviest first):".
Move 1 to Best-Idx.
Perform Print-Heaviest-Candidate until Best-Idx = 0.
If Candidate-Full
Display "** More than 3000 unwatched codes had evidence --"
" the rest are not listed **"
End-If
.
Print-Heaviest-Candidate.
Move 0 to Best-Idx.
Move 0 to Best-Weight.
Perform Judge-Best-Candidate
Varying Candidate-Idx From 1 By 1
Until Candidate-Idx > Candidate-Count.
If Best-Idx > 0
Set CND-Printed(Best-Idx) to true
Move Best-Idx to Candidate-Idx
Perform Show-Add-Candidate
End-If
.
Judge-Best-Candidate.
If not CND-Printed(Candidate-Idx)
Perform Judge-Candidate-Evidence
If Candidate-Qualifies
and (Best-Idx = 0 or CND-Weight(Candidate-Idx) > Best-Weight)
Move Candidate-Idx to Best-Idx
Move CND-Weight(Candidate-Idx) to Best-Weight
End-If
End-If
.
Judge-Candidate-Evidence.
Move 'N' to Qualify-Flag.
If CND-Online-Lookups(Candidate-Idx) not less Online-Lookup-Floor
or CND-Alternate-Count(Candidate-Idx) > 0
or CND-Corridor-Count(Candidate-Idx) > 0
or CND-Metro-Group(Candidate-Idx) not equal Spaces
or CND-Heavy(Candidate-Idx)
Set Candidate-Qualifies to true
End-If
.
Show-Add-Candidate.
Add 1 to Total-Add-Suggested.
Move Spaces to Evidence-Line.
Move 1 to Evidence-Pointer.
If CND-Online-Lookups(Candidate-Idx) not less Online-Lookup-Floor
Move CND-Online-Lookups(Candidate-Idx) to Count-Edit
String 'looked up online ' Function Trim(Count-Edit)
' times; ' delimited by size
into Evidence-Line with pointer Evidence-Pointer
End-String
End-If.
If CND-Alternate-Count(Candidate-Idx) > 0
Move CND-Alternate-Count(Candidate-Idx) to Count-Edit
String 'alerts named it alternate ' Function Trim(Count-Edit)
' times; ' delimited by size
into Evidence-Line with pointer Evidence-Pointer
End-String
End-If.
If CND-Corridor-Count(Candidate-Idx) > 0
Move CND-Corridor-Count(Candidate-Idx) to Count-Edit
String 'end of ' Function Trim(Count-Edit)
' corridor(s) e.g. ' CND-Corridor-Pair(Candidate-Idx) '; '
delimited by size
into Evidence-Line with pointer Evidence-Pointer
End-String
End-If.
If CND-Metro-Group(Candidate-Idx) not equal Spaces
String 'divert group ' CND-Metro-Group(Candidate-Idx) '; '
delimited by size
into Evidence-Line with pointer Evidence-Pointer
End-String
End-If.
If CND-Heavy(Candidate-Idx)
Move High-Weight-Floor to Weight-Edit
String 'weight at/over floor ' Function Trim(Weight-Edit) '; '
delimited by size
into Evidence-Line with pointer Evidence-Pointer
End-String
End-If.
Move CND-Weight(Candidate-Idx) to Weight-Edit.
Display "ADD    " CND-Iata-Code(Candidate-Idx) " weight "
Weight-Edit ": " Function Trim(Evidence-Line).
Move Spaces to Watch-Tran-Record.
Set WLT-Action-Add to true.
Move CND-Iata-Code(Candidate-Idx) to WLT-Iata-Code.
Perform Write-Deck-Line.
*> Quiet all month and light -- but not a corridor end, group
*> member or alternate, watched for the sake of other airports.
Print-Removal-Candidates.
Display "-----------------------------------------------".
Display "Suggested removals:".
If not Alerts-Read
Display "   none judged -- ALERTOUT could not be read"
else
Perform Judge-Removal-Candidate
Varying Watch-Idx From 1 By 1 Until Watch-Idx > Watch-Count
End-If
.
Judge-Removal-Candidate.
If WCH-Alerts(Watch-Idx) = 0
and not WCH-Status-Changed(Watch-Idx)
and not WCH-Anchored(Watch-Idx)
and WCH-Weight(Watch-Idx) < Low-Weight-Ceiling
Add 1 to Total-Remove-Suggested
Move WCH-Lookups(Watch-Idx) to Count-Edit
Move WCH-Weight(Watch-Idx) to Weight-Edit
Display "REMOVE " WCH-Iata-Code(Watch-Idx) " weight "
Weight-Edit ": no alert; " Function Trim(Count-Edit)
" lookups all status '" WCH-Last-Status(Watch-Idx)
"'; priority '" WCH-Priority(Watch-Idx) "' group '"
Function Trim(WCH-Group-Tag(Watch-Idx)) "'"
Move Spaces to Watch-Tran-Record
Set WLT-Action-Remove to true
Move WCH-Iata-Code(Watch-Idx) to WLT-Iata-Code
Perform Write-Deck-Line
End-If
.
Write-Deck-Line.
Move Deck-User to WLT-User.
Write Watch-Tran-Record.
If Watch-Tran-File-OK
Add 1 to Deck-Lines-Written
End-If
.
Print-Summary.
Display "-----------------------------------------------".
Display "Watched codes          : " Watch-Count.
Display "Audit records in month : " Audit-Records-Read.
Display "  online, unwatched    : " Online-Lookups-Read.
Display "Alerts in month        : " Alerts-In-Month.
Display "Additions suggested    : " Total-Add-Suggested.
Display "Removals suggested     : " Total-Remove-Suggested.
Display "WLSUGGST lines written : " Deck-Lines-Written.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHWLAD.
