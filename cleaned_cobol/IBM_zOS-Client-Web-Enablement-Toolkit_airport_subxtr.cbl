IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHSUBX.
*> Per-subscriber alert extracts.  Runs as the step after PROCESS in
*> the HWTHXCB1 job: every desk profiled on SUBSCRIB gets its own
*> extract (DD SUBX01 through SUBX08, by the profile's slot) holding
*> just the run's ALERTOUT records that pass its airport, group,
*> region, reason and tier filters, closed by the same integrity
*> trailer AUDITLOG and ETLOUT carry -- record count and delay
*> minutes -- so the desk's own job can prove the extract whole.  A
*> subscriber nothing matched still gets an empty extract and its
*> trailer, which is how their job knows the run happened.
*> The run is the newest one on CTLTOTS (each HWTHXCB1 run writes
*> its whole-run record there as it ends), so a run that raised no
*> alerts at all still reaches every subscriber as an empty extract.
*>   (no PARM)                the newest run
*>   PARM=RUN=CCYYMMDDHHMMSS  that run (re-cut a missed extract)
*> A profile line that can't be used (bad slot, slot taken twice,
*> unknown tier, type or reason, filter for a subscriber with no
*> PROFILE) is listed and left out: RC=4.  RC=8 when CTLTOTS, ALERTOUT
*> or SUBSCRIB can't be read, or a subscriber's extract DD can't be
*> opened -- a missing extract has to be noticed, not mistaken for a
*> quiet run.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Control-Totals-File Assign To CTLTOTS
Organization Is Line Sequential
File Status Is Control-Totals-File-Status.
Select Alert-File Assign To ALERTOUT
Organization Is Line Sequential
File Status Is Alert-File-Status.
Select Subscriber-File Assign To SUBSCRIB
Organization Is Line Sequential
File Status Is Subscriber-File-Status.
Select Airport-List-File Assign To AIRLIST
Organization Is Line Sequential
File Status Is Airlist-File-Status.
Select Metro-Group-File Assign To METROGRP
Organization Is Line Sequential
File Status Is Metro-Group-File-Status.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
Select Extract-File-01 Assign To SUBX01
Organization Is Line Sequential
File Status Is Extract-File-Status.
Select Extract-File-02 Assign To SUBX02
Organization Is Line Sequential
File Status Is Extract-File-Status.
Select Extract-File-03 Assign To SUBX03
Organization Is Line Sequential
File Status Is Extract-File-Status.
Select Extract-File-04 Assign To SUBX04
Organization Is Line Sequential
File Status Is Extract-File-Status.
Select Extract-File-05 Assign To SUBX05
Organization Is Line Sequential
File Status Is Extract-File-Status.
Select Extract-File-06 Assign To SUBX06
Organization Is Line Sequential
File Status Is Extract-File-Status.
Select Extract-File-07 Assign To SUBX07
Organization Is Line Sequential
File Status Is Extract-File-Status.
Select Extract-File-08 Assign To SUBX08
Organization Is Line Sequential
File Status Is Extract-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Control-Totals-File.
COPY CTLTOTR.
FD  Alert-File.
COPY ALERTREC.
FD  Subscriber-File.
COPY SUBPROF.
FD  Airport-List-File.
COPY AIRLSTR.
FD  Metro-Group-File.
COPY METGRREC.
FD  Airport-Master-File.
COPY AIRMSTR.
*> The extracts are ALERTOUT-shaped, record for record.
FD  Extract-File-01.
01 Extract-Record-01 Pic X(354).
FD  Extract-File-02.
01 Extract-Record-02 Pic X(354).
FD  Extract-File-03.
01 Extract-Record-03 Pic X(354).
FD  Extract-File-04.
01 Extract-Record-04 Pic X(354).
FD  Extract-File-05.
01 Extract-Record-05 Pic X(354).
FD  Extract-File-06.
01 Extract-Record-06 Pic X(354).
FD  Extract-File-07.
01 Extract-Record-07 Pic X(354).
FD  Extract-File-08.
01 Extract-Record-08 Pic X(354).
WORKING-STORAGE SECTION.
01 Control-Totals-File-Status Pic X(2) Value Spaces.
88 Control-Totals-File-OK     Value '00'.
88 Control-Totals-File-At-End Value '10'.
01 Alert-File-Status Pic X(2) Value Spaces.
88 Alert-File-OK     Value '00'.
88 Alert-File-At-End Value '10'.
01 Subscriber-File-Status Pic X(2) Value Spaces.
88 Subscriber-File-OK     Value '00'.
88 Subscriber-File-At-End Value '10'.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK     Value '00'.
88 Airlist-File-At-End Value '10'.
01 Metro-Group-File-Status Pic X(2) Value Spaces.
88 Metro-Group-File-OK     Value '00'.
88 Metro-Group-File-At-End Value '10'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
*> Only one extract is opened, written or closed at a time, so they
*> share a status.
01 Extract-File-Status Pic X(2) Value Spaces.
88 Extract-File-OK Value '00'.
*> One end-of-file switch does for every file, since they are read
*> one after another.
01 Read-EOF-Flag Pic X Value 'N'.
88 Read-EOF Value 'Y'.
01 Target-Run-Id Pic X(14) Value Spaces.
01 Target-Fixed-Flag Pic X Value 'N'.
88 Target-Fixed Value 'Y'.
01 Target-Found-Flag Pic X Value 'N'.
88 Target-Found Value 'Y'.
*> The subscribers, one per extract slot.
01 Subscriber-Table.
05 Subscriber-Entry Occurs 8 times.
10 SUB-Subscriber-Id Pic X(8).
10 SUB-Slot          Pic 9(2).
10 SUB-Min-Rank      Pic 9.
10 SUB-Description   Pic X(30).
10 SUB-Location-Count Pic 9(3).
10 SUB-Reason-Count  Pic 9(3).
10 SUB-Open-Flag     Pic X.
88 SUB-Extract-Open Value 'Y'.
10 SUB-Alerts        Pic 9(9).
10 SUB-Delay-Total   Pic 9(9).
01 Subscriber-Count Pic 9(2) Value 0.
01 Subscriber-Idx   Pic 9(2) Value 0.
01 Subscriber-Found-Flag Pic X Value 'N'.
88 Subscriber-Found Value 'Y'.
01 Slot-Number Pic 9(2) Value 0.
01 Slot-Taken-Flag Pic X Value 'N'.
88 Slot-Taken Value 'Y'.
*> Filter lines, held by subscriber id until the whole deck is in,
*> since a PROFILE line need not come first.
01 Filter-Table.
05 Filter-Entry Occurs 500 times.
10 FLT-Subscriber-Id Pic X(8).
10 FLT-Entry-Type    Pic X(7).
10 FLT-Entry-Value   Pic X(10).
01 Filter-Count Pic 9(3) Value 0.
01 Filter-Idx   Pic 9(3) Value 0.
01 Filter-Hit-Flag Pic X Value 'N'.
88 Filter-Hit Value 'Y'.
01 Filter-Pass-Flag Pic X Value 'N'.
88 Testing-Locations Value 'L'.
88 Testing-Reasons   Value 'R'.
*> Watch-list group tags and METROGRP memberships, for GROUP lines.
01 Watch-Table.
05 Watch-Entry Occurs 5000 times.
10 WCH-Iata-Code Pic X(3).
10 WCH-Group-Tag Pic X(8).
01 Watch-Count Pic 9(4) Value 0.
01 Watch-Idx   Pic 9(4) Value 0.
01 Metro-Table.
05 Metro-Entry Occurs 500 times.
10 MGT-Group-Id  Pic X(3).
10 MGT-Iata-Code Pic X(3).
01 Metro-Count Pic 9(3) Value 0.
01 Metro-Idx   Pic 9(3) Value 0.
01 Metro-Found-Flag Pic X Value 'N'.
88 Metro-Found Value 'Y'.
01 Metro-Group-Key Pic X(3) Value Spaces.
01 Metro-Iata-Key  Pic X(3) Value Spaces.
*> The alert in hand: its tier as a rank, and where its airport sits.
01 Tier-Text Pic X(8) Value Spaces.
01 Tier-Rank Pic 9 Value 0.
01 Alert-Rank Pic 9 Value 0.
01 Alert-Region    Pic X(8) Value Spaces.
01 Alert-Watch-Tag Pic X(8) Value Spaces.
01 Alert-Matched-Flag Pic X Value 'N'.
88 Alert-Matched Value 'Y'.
01 Reason-Probe Pic X(10) Value Spaces.
88 Reason-Known Values 'THRESHOLD' 'CLOSURE' 'MISMATCH' 'STALE'
'WEATHER' 'BASELINE' 'ANOMALY' 'DIVGROUP' 'CORRIDOR' 'TREND'
'DIGEST' 'DRILL' 'RUNWAY' 'FLAPPING'.
01 Extract-Line Pic X(354) Value Spaces.
COPY TRAILREC.
01 Run-Alerts      Pic 9(7) Value 0.
01 Profile-Problems Pic 9(5) Value 0.
01 Problem-Text Pic X(40) Value Spaces.
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
Display "** Subscriber Alert Extracts                  **".
Display "***********************************************".
If parm-len equal 18 and parm-string(1:4) equal 'RUN='
and parm-string(5:14) is numeric
Move parm-string(5:14) to Target-Run-Id
Set Target-Fixed to true
End-If.
Perform Find-Target-Run.
If Return-Code = 0
Perform Load-Subscriber-Profiles
End-If.
If Return-Code < 8
Perform Load-Watch-Groups
Perform Load-Metro-Groups
Open Input Alert-File
If not Alert-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ALERTOUT' to MRQ-Insert(1)
Move 'alert file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Open Input Airport-Master-File
Perform Open-Subscriber-Extract
Varying Subscriber-Idx From 1 By 1
Until Subscriber-Idx > Subscriber-Count
Move 'N' to Read-EOF-Flag
Perform Route-One-Alert until Read-EOF
Close Alert-File
If Airmstr-File-OK
Close Airport-Master-File
End-If
Perform Close-Subscriber-Extract
Varying Subscriber-Idx From 1 By 1
Until Subscriber-Idx > Subscriber-Count
Perform Report-Subscriber-Extracts
End-If
End-If.
Display "** Subscriber Alert Extracts Ends             **".
Display "***********************************************".
STOP RUN.
*> Newest whole-run record wins unless the PARM named a run, which
*> then has to be on CTLTOTS.
Find-Target-Run.
Open Input Control-Totals-File.
If not Control-Totals-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CTLTOTS' to MRQ-Insert(1)
Move 'control totals' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move 'N' to Read-EOF-Flag
Perform Note-One-Control-Total until Read-EOF
Close Control-Totals-File
If Target-Found
Display "** Run " Target-Run-Id "                    **"
else
Display "** No HWTHXCB1 run " Target-Run-Id " on CTLTOTS **"
Move 8 to Return-Code
End-If
End-If.
Note-One-Control-Total.
Read Control-Totals-File
At End
Set Read-EOF to true
End-Read.
If not Control-Totals-File-OK and not Control-Totals-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and CTL-Group-Tag equal Spaces
If Target-Fixed
If CTL-Run-Id equal Target-Run-Id
Set Target-Found to true
End-If
else
If CTL-Run-Id > Target-Run-Id
Move CTL-Run-Id to Target-Run-Id
Set Target-Found to true
End-If
End-If
End-If
.
*> PROFILE lines go straight into the subscriber table; filter lines
*> wait in the filter table and are tied to their subscriber once
*> the whole deck is read.
Load-Subscriber-Profiles.
Open Input Subscriber-File.
If not Subscriber-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SUBSCRIB' to MRQ-Insert(1)
Move 'subscriber profiles' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move 'N' to Read-EOF-Flag
Perform Load-One-Profile-Line until Read-EOF
Close Subscriber-File
Perform Tie-One-Filter
Varying Filter-Idx From 1 By 1
Until Filter-Idx > Filter-Count
If Profile-Problems > 0
Move 4 to Return-Code
End-If
Display "** Subscribers " Subscriber-Count "  filters " Filter-Count
"                **"
End-If.
Load-One-Profile-Line.
Read Subscriber-File
At End
Set Read-EOF to true
End-Read.
If not Subscriber-File-OK and not Subscriber-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF
and Subscriber-Profile-Record(1:1) not equal '*'
and Subscriber-Profile-Record not equal Spaces
Evaluate true
When SBP-Entry-Profile
Perform Add-Subscriber-Profile
When SBP-Entry-Iata or SBP-Entry-Group or SBP-Entry-Region
Perform Add-Subscriber-Filter
When SBP-Entry-Reason
Move SBP-Entry-Value to Reason-Probe
If Reason-Known
Perform Add-Subscriber-Filter
else
Move 'not an alert reason' to Problem-Text
Perform Report-Profile-Problem
End-If
When other
Move 'unknown entry type' to Problem-Text
Perform Report-Profile-Problem
End-Evaluate
End-If
.
Add-Subscriber-Profile.
Move SBP-Min-Tier to Tier-Text.
Perform Rank-Tier-Text.
Perform Find-Subscriber-Entry.
Evaluate true
When SBP-Subscriber-Id equal Spaces
Move 'no subscriber id' to Problem-Text
Perform Report-Profile-Problem
When Subscriber-Found
Move 'subscriber profiled twice' to Problem-Text
Perform Report-Profile-Problem
When SBP-Extract-Slot not numeric
or SBP-Extract-Slot < '01' or SBP-Extract-Slot > '08'
Move 'extract slot not 01 through 08' to Problem-Text
Perform Report-Profile-Problem
When SBP-Min-Tier not equal Spaces and Tier-Rank = 0
Move 'minimum tier not WARNING/SEVERE/CRITICAL' to Problem-Text
Perform Report-Profile-Problem
When Subscriber-Count >= 8
Move 'more subscribers than extract slots' to Problem-Text
Perform Report-Profile-Problem
When other
Move SBP-Extract-Slot to Slot-Number
Perform Check-Slot-Taken
If Slot-Taken
Move 'extract slot already taken' to Problem-Text
Perform Report-Profile-Problem
else
Add 1 to Subscriber-Count
Move Subscriber-Count to Subscriber-Idx
Move SBP-Subscriber-Id to SUB-Subscriber-Id(Subscriber-Idx)
Move Slot-Number to SUB-Slot(Subscriber-Idx)
Move Tier-Rank to SUB-Min-Rank(Subscriber-Idx)
Move SBP-Description to SUB-Description(Subscriber-Idx)
Move 0 to SUB-Location-Count(Subscriber-Idx)
Move 0 to SUB-Reason-Count(Subscriber-Idx)
Move 'N' to SUB-Open-Flag(Subscriber-Idx)
Move 0 to SUB-Alerts(Subscriber-Idx)
Move 0 to SUB-Delay-Total(Subscriber-Idx)
End-If
End-Evaluate.
Add-Subscriber-Filter.
If Filter-Count < 500
Add 1 to Filter-Count
Move SBP-Subscriber-Id to FLT-Subscriber-Id(Filter-Count)
Move SBP-Entry-Type to FLT-Entry-Type(Filter-Count)
Move SBP-Entry-Value to FLT-Entry-Value(Filter-Count)
else
Move 'more than 500 filter lines' to Problem-Text
Perform Report-Profile-Problem
End-If.
Report-Profile-Problem.
Add 1 to Profile-Problems.
Display "   " SBP-Subscriber-Id " " SBP-Entry-Type " "
SBP-Entry-Value "  " Problem-Text " -- line ignored".
*> A filter for a subscriber with no usable PROFILE is dropped from
*> the table by blanking its subscriber id.
Tie-One-Filter.
Move 'N' to Subscriber-Found-Flag.
Move 1 to Subscriber-Idx.
Perform Search-Subscriber-Id
until Subscriber-Idx > Subscriber-Count or Subscriber-Found.
If Subscriber-Found
If FLT-Entry-Type(Filter-Idx) equal 'REASON'
Add 1 to SUB-Reason-Count(Subscriber-Idx)
else
Add 1 to SUB-Location-Count(Subscriber-Idx)
End-If
else
Add 1 to Profile-Problems
Display "   " FLT-Subscriber-Id(Filter-Idx) " "
FLT-Entry-Type(Filter-Idx) " " FLT-Entry-Value(Filter-Idx)
"  no PROFILE for this subscriber -- line ignored"
Move Spaces to FLT-Subscriber-Id(Filter-Idx)
End-If.
Search-Subscriber-Id.
If SUB-Subscriber-Id(Subscriber-Idx)
equal FLT-Subscriber-Id(Filter-Idx)
Set Subscriber-Found to true
else
Add 1 to Subscriber-Idx
End-If
.
Find-Subscriber-Entry.
Move 'N' to Subscriber-Found-Flag.
Move 1 to Subscriber-Idx.
Perform Search-Subscriber-Entry
until Subscriber-Idx > Subscriber-Count or Subscriber-Found.
Search-Subscriber-Entry.
If SUB-Subscriber-Id(Subscriber-Idx) equal SBP-Subscriber-Id
Set Subscriber-Found to true
else
Add 1 to Subscriber-Idx
End-If
.
Check-Slot-Taken.
Move 'N' to Slot-Taken-Flag.
Move 1 to Subscriber-Idx.
Perform Search-Slot-Entry
until Subscriber-Idx > Subscriber-Count or Slot-Taken.
Search-Slot-Entry.
If SUB-Slot(Subscriber-Idx) equal Slot-Number
Set Slot-Taken to true
else
Add 1 to Subscriber-Idx
End-If
.
*> WARNING 1, SEVERE 2, CRITICAL 3; anything else 0.
Rank-Tier-Text.
Evaluate Tier-Text
When 'WARNING'
Move 1 to Tier-Rank
When 'SEVERE'
Move 2 to Tier-Rank
When 'CRITICAL'
Move 3 to Tier-Rank
When other
Move 0 to Tier-Rank
End-Evaluate.
*> A GROUP line can only be judged against a watch-list tag when the
*> watch-list is there; a missing AIRLIST or METROGRP just means
*> those GROUP lines match nothing this run.
Load-Watch-Groups.
Open Input Airport-List-File.
If Airlist-File-OK
Move 'N' to Read-EOF-Flag
Perform Load-One-Watch-Entry until Read-EOF
Close Airport-List-File
else
Display "** AIRLIST not available -- no group tags     **"
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
and Watch-Count < 5000
Add 1 to Watch-Count
Move ALS-Iata-Code to WCH-Iata-Code(Watch-Count)
If ALS-Group-Tag equal Spaces
Move 'GENERAL' to WCH-Group-Tag(Watch-Count)
else
Move ALS-Group-Tag to WCH-Group-Tag(Watch-Count)
End-If
End-If
.
Load-Metro-Groups.
Open Input Metro-Group-File.
If Metro-Group-File-OK
Move 'N' to Read-EOF-Flag
Perform Load-One-Metro-Entry until Read-EOF
Close Metro-Group-File
else
Display "** METROGRP not available -- no metro groups  **"
End-If.
Load-One-Metro-Entry.
Read Metro-Group-File
At End
Set Read-EOF to true
End-Read.
If not Metro-Group-File-OK and not Metro-Group-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and MGR-Group-Id not equal Spaces
and Metro-Count < 500
Add 1 to Metro-Count
Move MGR-Group-Id to MGT-Group-Id(Metro-Count)
Move MGR-Iata-Code to MGT-Iata-Code(Metro-Count)
End-If
.
*> Every subscriber's extract is opened up front, so one with nothing
*> to receive is still there at the end to take its trailer.
Open-Subscriber-Extract.
Move SUB-Slot(Subscriber-Idx) to Slot-Number.
Evaluate Slot-Number
When 1
Open Output Extract-File-01
When 2
Open Output Extract-File-02
When 3
Open Output Extract-File-03
When 4
Open Output Extract-File-04
When 5
Open Output Extract-File-05
When 6
Open Output Extract-File-06
When 7
Open Output Extract-File-07
When 8
Open Output Extract-File-08
End-Evaluate.
If Extract-File-OK
Set SUB-Extract-Open(Subscriber-Idx) to true
else
Move Spaces to Message-Request
Move 'HWT0102E' to MRQ-Id
String 'SUBX' Slot-Number ' for '
SUB-Subscriber-Id(Subscriber-Idx) Delimited by Size
into MRQ-Insert(1)
End-String
Move Extract-File-Status to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
End-If.
Route-One-Alert.
Read Alert-File
At End
Set Read-EOF to true
End-Read.
If not Alert-File-OK and not Alert-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and ALR-Run-Id equal Target-Run-Id
Add 1 to Run-Alerts
Perform Place-Alert-Airport
Perform Offer-Alert-To-Subscriber
Varying Subscriber-Idx From 1 By 1
Until Subscriber-Idx > Subscriber-Count
End-If
.
*> Tier rank, region and watch-list tag of the alert's airport,
*> worked out once for all the subscribers.  A group-level alert
*> carries a group id, not an airport, so it has neither.
Place-Alert-Airport.
Move ALR-Alert-Tier to Tier-Text.
Perform Rank-Tier-Text.
If Tier-Rank = 0
Move 1 to Alert-Rank
else
Move Tier-Rank to Alert-Rank
End-If.
Move Spaces to Alert-Region.
Move Spaces to Alert-Watch-Tag.
If not ALR-Reason-Divgroup
If Airmstr-File-OK
Move ALR-Iata-Code to AM-Iata-Code
Read Airport-Master-File
Invalid Key
Continue
Not Invalid Key
Move AM-Region-Code to Alert-Region
End-Read
End-If
Move 1 to Watch-Idx
Perform Search-Watch-Entry
until Watch-Idx > Watch-Count or Alert-Watch-Tag not equal Spaces
End-If.
Search-Watch-Entry.
If WCH-Iata-Code(Watch-Idx) equal ALR-Iata-Code
Move WCH-Group-Tag(Watch-Idx) to Alert-Watch-Tag
else
Add 1 to Watch-Idx
End-If
.
Offer-Alert-To-Subscriber.
Move 'N' to Alert-Matched-Flag.
If SUB-Extract-Open(Subscriber-Idx)
and Alert-Rank not less SUB-Min-Rank(Subscriber-Idx)
Perform Test-Alert-Reason
If Filter-Hit
Perform Test-Alert-Location
If Filter-Hit
Set Alert-Matched to true
End-If
End-If
End-If.
If Alert-Matched
Move Alert-Record to Extract-Line
Perform Write-Extract-Line
Add 1 to SUB-Alerts(Subscriber-Idx)
If ALR-Delay-Minutes is numeric
Add ALR-Delay-Minutes to SUB-Delay-Total(Subscriber-Idx)
End-If
End-If.
Test-Alert-Reason.
Move 'N' to Filter-Hit-Flag.
If SUB-Reason-Count(Subscriber-Idx) = 0
If not ALR-Reason-Drill
Set Filter-Hit to true
End-If
else
Set Testing-Reasons to true
Perform Test-One-Filter
Varying Filter-Idx From 1 By 1
Until Filter-Idx > Filter-Count or Filter-Hit
End-If.
Test-Alert-Location.
Move 'N' to Filter-Hit-Flag.
If SUB-Location-Count(Subscriber-Idx) = 0
Set Filter-Hit to true
else
Set Testing-Locations to true
Perform Test-One-Filter
Varying Filter-Idx From 1 By 1
Until Filter-Idx > Filter-Count or Filter-Hit
End-If.
*> An IATA line also takes a DIVGROUP alert for a metro group the
*> airport belongs to; a GROUP line takes the watch-list tag, the
*> DIVGROUP alert for that group, or any member airport's alert.
Test-One-Filter.
If FLT-Subscriber-Id(Filter-Idx)
equal SUB-Subscriber-Id(Subscriber-Idx)
Evaluate true also FLT-Entry-Type(Filter-Idx)
When Testing-Reasons also 'REASON'
If FLT-Entry-Value(Filter-Idx) equal ALR-Alert-Reason
Set Filter-Hit to true
End-If
When Testing-Locations also 'IATA'
If FLT-Entry-Value(Filter-Idx) equal ALR-Iata-Code
Set Filter-Hit to true
else
If ALR-Reason-Divgroup
Move ALR-Iata-Code to Metro-Group-Key
Move FLT-Entry-Value(Filter-Idx) to Metro-Iata-Key
Perform Find-Metro-Member
If Metro-Found
Set Filter-Hit to true
End-If
End-If
End-If
When Testing-Locations also 'REGION'
If Alert-Region not equal Spaces
and FLT-Entry-Value(Filter-Idx) equal Alert-Region
Set Filter-Hit to true
End-If
When Testing-Locations also 'GROUP'
Evaluate true
When Alert-Watch-Tag not equal Spaces
and FLT-Entry-Value(Filter-Idx) equal Alert-Watch-Tag
Set Filter-Hit to true
When ALR-Reason-Divgroup
If FLT-Entry-Value(Filter-Idx) equal ALR-Iata-Code
Set Filter-Hit to true
End-If
When FLT-Entry-Value(Filter-Idx)(4:7) equal Spaces
Move FLT-Entry-Value(Filter-Idx) to Metro-Group-Key
Move ALR-Iata-Code to Metro-Iata-Key
Perform Find-Metro-Member
If Metro-Found
Set Filter-Hit to true
End-If
End-Evaluate
When other
Continue
End-Evaluate
End-If
.
Find-Metro-Member.
Move 'N' to Metro-Found-Flag.
Move 1 to Metro-Idx.
Perform Search-Metro-Entry
until Metro-Idx > Metro-Count or Metro-Found.
Search-Metro-Entry.
If MGT-Group-Id(Metro-Idx) equal Metro-Group-Key
and MGT-Iata-Code(Metro-Idx) equal Metro-Iata-Key
Set Metro-Found to true
else
Add 1 to Metro-Idx
End-If
.
*> Trailer last, whether or not anything matched.
Close-Subscriber-Extract.
If SUB-Extract-Open(Subscriber-Idx)
Move Spaces to Trailer-Record
Move 'TRAILER' to TRL-Marker
Move Target-Run-Id(1:8) to TRL-Run-Date
Move Target-Run-Id to TRL-Run-Id
Move SUB-Alerts(Subscriber-Idx) to TRL-Record-Count
Move SUB-Delay-Total(Subscriber-Idx) to TRL-Delay-Minutes-Total
Move Trailer-Record to Extract-Line
Perform Write-Extract-Line
Move SUB-Slot(Subscriber-Idx) to Slot-Number
Evaluate Slot-Number
When 1
Close Extract-File-01
When 2
Close Extract-File-02
When 3
Close Extract-File-03
When 4
Close Extract-File-04
When 5
Close Extract-File-05
When 6
Close Extract-File-06
When 7
Close Extract-File-07
When 8
Close Extract-File-08
End-Evaluate
End-If.
Write-Extract-Line.
Move SUB-Slot(Subscriber-Idx) to Slot-Number.
Evaluate Slot-Number
When 1
Write Extract-Record-01 from Extract-Line
When 2
Write Extract-Record-02 from Extract-Line
When 3
Write Extract-Record-03 from Extract-Line
When 4
Write Extract-Record-04 from Extract-Line
When 5
Write Extract-Record-05 from Extract-Line
When 6
Write Extract-Record-06 from Extract-Line
When 7
Write Extract-Record-07 from Extract-Line
When 8
Write Extract-Record-08 from Extract-Line
End-Evaluate.
If not Extract-File-OK
Display "** Write to SUBX" Slot-Number " failed, status "
Extract-File-Status " **"
Move 8 to Return-Code
End-If.
Report-Subscriber-Extracts.
Display "-----------------------------------------------".
Display "SUBSCRIBER SLOT ALERTS    DESCRIPTION".
Perform Report-One-Subscriber
Varying Subscriber-Idx From 1 By 1
Until Subscriber-Idx > Subscriber-Count.
Display "-----------------------------------------------".
Display "Run alerts on ALERTOUT : " Run-Alerts.
Display "Profile lines ignored  : " Profile-Problems.
Report-One-Subscriber.
If SUB-Extract-Open(Subscriber-Idx)
Display SUB-Subscriber-Id(Subscriber-Idx) "   "
SUB-Slot(Subscriber-Idx) "   " SUB-Alerts(Subscriber-Idx) " "
SUB-Description(Subscriber-Idx)
else
Display SUB-Subscriber-Id(Subscriber-Idx) "   "
SUB-Slot(Subscriber-Idx) "   NOT WRITTEN"
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHSUBX.
