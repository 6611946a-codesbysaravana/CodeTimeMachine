IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHREFI.
*> Weekly referential-integrity sweep.  A code deleted from AIRMSTR
*> or dropped from AIRLIST leaves its traces in every keyed and
*> control file that names it, and nothing in the daily run ever
*> looks at them again: an open ALRTSTAT episode for it can never
*> see the Green that closes it, its threshold, schedule, hours and
*> routing rows are dead weight, and a METROGRP member that is not
*> watched has no data, so its group can never be called exhausted.
*> Every file is cross-checked against both, and each orphan listed
*> by file, code, what is wrong and what to do about it:
*>   AIRLIST            code not on AIRMSTR
*>   ALRTSTAT           open or acknowledged episode for a code not
*>                      on AIRMSTR or not on AIRLIST (DIVGROUP ones
*>                      for a group id no longer on METROGRP; the
*>                      fire drill's synthetic code is left alone)
*>   THRSHLST DOWSKED   row for a code not on AIRMSTR or not on
*>   OPSHOURS PROVRTE   AIRLIST
*>   CORRIDOR           either end not on AIRMSTR or not on AIRLIST
*>   METROGRP           member not on AIRMSTR or not on AIRLIST
*>   CONTKSDS AIRHIST   code not on AIRMSTR -- contacts and history
*>                      outlive a code's time on the watch-list by
*>                      design, so only a retired code is an orphan
*>                      (AIRHIST is listed once per code with its
*>                      snapshot count)
*> Last, the master itself: two IATA codes carrying one ICAO code,
*> or one identical latitude/longitude pair, are one airport keyed
*> twice.
*> RC=4 on any finding; RC=8 when AIRMSTR or AIRLIST can't be
*> opened, since nothing can be judged without them.  A control
*> file that is not there is reported and skipped.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
Select Airport-List-File Assign To AIRLIST
Organization Is Line Sequential
File Status Is Airlist-File-Status.
Select Alert-Status-File Assign To ALRTSTAT
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select Threshold-File Assign To THRSHLST
Organization Is Line Sequential
File Status Is Threshold-File-Status.
Select Dow-Schedule-File Assign To DOWSKED
Organization Is Line Sequential
File Status Is Dow-Schedule-File-Status.
Select Ops-Hours-File Assign To OPSHOURS
Organization Is Line Sequential
File Status Is Ops-Hours-File-Status.
Select Provider-Route-File Assign To PROVRTE
Organization Is Line Sequential
File Status Is Provider-Route-File-Status.
Select Corridor-File Assign To CORRIDOR
Organization Is Line Sequential
File Status Is Corridor-File-Status.
Select Metro-Group-File Assign To METROGRP
Organization Is Line Sequential
File Status Is Metro-Group-File-Status.
Select Contact-File Assign To CONTKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is CON-Iata-Code
File Status Is Contact-File-Status.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Airport-List-File.
COPY AIRLSTR.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  Threshold-File.
COPY AIRTHRSH.
FD  Dow-Schedule-File.
COPY DOWSKED.
FD  Ops-Hours-File.
COPY OPSHRREC.
FD  Provider-Route-File.
COPY PROVRTE.
FD  Corridor-File.
COPY CORREC.
FD  Metro-Group-File.
COPY METGRREC.
FD  Contact-File.
COPY CONTREC.
FD  History-File.
COPY AIRHIST.
WORKING-STORAGE SECTION.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK     Value '00'.
88 Airmstr-File-At-End Value '10'.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK     Value '00'.
88 Airlist-File-At-End Value '10'.
01 Alert-Status-File-Status Pic X(2) Value Spaces.
88 Alert-Status-File-OK     Value '00'.
88 Alert-Status-File-At-End Value '10'.
01 Threshold-File-Status Pic X(2) Value Spaces.
88 Threshold-File-OK     Value '00'.
88 Threshold-File-At-End Value '10'.
01 Dow-Schedule-File-Status Pic X(2) Value Spaces.
88 Dow-Schedule-File-OK     Value '00'.
88 Dow-Schedule-File-At-End Value '10'.
01 Ops-Hours-File-Status Pic X(2) Value Spaces.
88 Ops-Hours-File-OK     Value '00'.
88 Ops-Hours-File-At-End Value '10'.
01 Provider-Route-File-Status Pic X(2) Value Spaces.
88 Provider-Route-File-OK     Value '00'.
88 Provider-Route-File-At-End Value '10'.
01 Corridor-File-Status Pic X(2) Value Spaces.
88 Corridor-File-OK     Value '00'.
88 Corridor-File-At-End Value '10'.
01 Metro-Group-File-Status Pic X(2) Value Spaces.
88 Metro-Group-File-OK     Value '00'.
88 Metro-Group-File-At-End Value '10'.
01 Contact-File-Status Pic X(2) Value Spaces.
88 Contact-File-OK     Value '00'.
88 Contact-File-At-End Value '10'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
*> One end-of-file switch does for every file, since they are swept
*> one after another.
01 Sweep-EOF-Flag Pic X Value 'N'.
88 Sweep-EOF Value 'Y'.
*> The watch-list, loaded once so every "is it watched" question is
*> a table probe.
01 Watch-Table.
05 Watch-Entry Occurs 1 to 10000 times
Depending On Watch-Count.
10 WCT-Iata-Code Pic X(3).
01 Watch-Count Pic 9(5) Value 0.
01 Watch-Idx   Pic 9(5) Value 0.
01 Watch-Found-Flag Pic X Value 'N'.
88 Watch-Found Value 'Y'.
*> METROGRP group ids, for the DIVGROUP episodes keyed on them.
01 Group-Table.
05 Group-Entry Occurs 1 to 200 times
Depending On Group-Count.
10 GRT-Group-Id Pic X(3).
01 Group-Count Pic 9(3) Value 0.
01 Group-Idx   Pic 9(3) Value 0.
01 Group-Found-Flag Pic X Value 'N'.
88 Group-Found Value 'Y'.
*> The master's identity fields, for the duplicate pass.
01 Master-Table.
05 Master-Entry Occurs 1 to 10000 times
Depending On Master-Count.
10 MST-Iata-Code Pic X(3).
10 MST-Icao-Code Pic X(4).
10 MST-Lat       Pic X(30).
10 MST-Long      Pic X(30).
01 Master-Count Pic 9(5) Value 0.
01 Master-Idx   Pic 9(5) Value 0.
01 Master-Jdx   Pic 9(5) Value 0.
01 Master-Overflow-Flag Pic X Value 'N'.
88 Master-Overflow-Noted Value 'Y'.
*> Verdict on the code in Check-Code.
01 Check-Code Pic X(3) Value Spaces.
01 Check-Standing Pic X Value Space.
88 Code-Fine          Value 'F'.
88 Code-Not-On-Master Value 'M'.
88 Code-Not-Watched   Value 'W'.
*> AIRHIST is swept a code at a time: the first snapshot of a code
*> settles it, and a code still on the master is skipped past.
01 History-Code     Pic X(3) Value Spaces.
01 History-Standing Pic X Value Space.
88 History-Code-Retired Value 'M'.
01 History-Snap-Count Pic 9(7) Value 0.
01 Snap-Count-Edit Pic Z(6)9.
*> The finding in hand, and the tallies.
01 Finding-File   Pic X(8)  Value Spaces.
01 Finding-Code   Pic X(14) Value Spaces.
01 Finding-Text   Pic X(26) Value Spaces.
01 Finding-Action Pic X(30) Value Spaces.
01 File-Finding-Count  Pic 9(5) Value 0.
01 Total-Finding-Count Pic 9(5) Value 0.
01 Records-Checked Pic 9(7) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "** Referential-Integrity Sweep                **".
Display "***********************************************".
Open Input Airport-Master-File.
Open Input Airport-List-File.
If not Airmstr-File-OK or not Airlist-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR/AIRLIST' to MRQ-Insert(1)
Perform Issue-Message
Display "** status " Airmstr-File-Status " "
Airlist-File-Status "                             **"
Move 8 to Return-Code
else
Perform Load-Master-Table
Perform Load-Watch-Table
Perform Load-Group-Table
Display "FILE     CODE           FINDING                    ACTION"
Perform Sweep-Airport-List
Perform Sweep-Alert-Status
Perform Sweep-Thresholds
Perform Sweep-Dow-Schedule
Perform Sweep-Ops-Hours
Perform Sweep-Provider-Routes
Perform Sweep-Corridors
Perform Sweep-Metro-Groups
Perform Sweep-Contacts
Perform Sweep-History
Perform Sweep-Master-Duplicates
Display "-----------------------------------------------"
Display "Master records          : " Master-Count
Display "Watch-list codes        : " Watch-Count
Display "Orphans and duplicates  : " Total-Finding-Count
If Total-Finding-Count > 0
Move 4 to Return-Code
End-If
End-If.
If Airmstr-File-OK
Close Airport-Master-File
End-If.
Display "** Referential-Integrity Sweep Ends           **".
Display "***********************************************".
STOP RUN.
*> The master is browsed once front to back for the duplicate pass;
*> the orphan checks read it by key.
Load-Master-Table.
Move 'N' to Sweep-EOF-Flag.
Move Low-Values to AM-Iata-Code.
Start Airport-Master-File Key is Not Less Than AM-Iata-Code
Invalid Key
Set Sweep-EOF to true
End-Start.
Perform Load-One-Master-Record until Sweep-EOF.
Load-One-Master-Record.
Read Airport-Master-File Next Record
At End
Set Sweep-EOF to true
End-Read.
If not Airmstr-File-OK and not Airmstr-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF
If Master-Count < 10000
Add 1 to Master-Count
Move AM-Iata-Code to MST-Iata-Code(Master-Count)
Move AM-Icao-Code to MST-Icao-Code(Master-Count)
Move AM-Airport-Lat to MST-Lat(Master-Count)
Move AM-Airport-Long to MST-Long(Master-Count)
else
If not Master-Overflow-Noted
Display "** More than 10000 master records -- the"
" duplicate check covers the first 10000 **"
Set Master-Overflow-Noted to true
End-If
End-If
End-If
.
Load-Watch-Table.
Move 'N' to Sweep-EOF-Flag.
Perform Load-One-Watch-Entry until Sweep-EOF.
Close Airport-List-File.
Open Input Airport-List-File.
Load-One-Watch-Entry.
Read Airport-List-File
At End
Set Sweep-EOF to true
End-Read.
If not Airlist-File-OK and not Airlist-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF
and ALS-Iata-Code not equal Spaces
and Watch-Count < 10000
Add 1 to Watch-Count
Move ALS-Iata-Code to WCT-Iata-Code(Watch-Count)
End-If
.
Load-Group-Table.
Move 'N' to Sweep-EOF-Flag.
Open Input Metro-Group-File.
If Metro-Group-File-OK
Perform Load-One-Group-Entry until Sweep-EOF
Close Metro-Group-File
End-If.
Load-One-Group-Entry.
Read Metro-Group-File
At End
Set Sweep-EOF to true
End-Read.
If not Metro-Group-File-OK and not Metro-Group-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF
Move MGR-Group-Id to Check-Code
Perform Find-Group-Entry
If not Group-Found and Group-Count < 200
Add 1 to Group-Count
Move MGR-Group-Id to GRT-Group-Id(Group-Count)
End-If
End-If
.
*> Settles Check-Code: on the master and watched, on the master
*> but not watched, or not on the master at all.
Classify-Check-Code.
Move Check-Code to AM-Iata-Code.
Read Airport-Master-File
Invalid Key
Set Code-Not-On-Master to true
Not Invalid Key
Set Code-Fine to true
End-Read.
If Code-Fine
Move 'N' to Watch-Found-Flag
Move 1 to Watch-Idx
Perform Search-Watch-Entry
until Watch-Idx > Watch-Count or Watch-Found
If not Watch-Found
Set Code-Not-Watched to true
End-If
End-If.
Search-Watch-Entry.
If WCT-Iata-Code(Watch-Idx) equal Check-Code
Set Watch-Found to true
else
Add 1 to Watch-Idx
End-If
.
Find-Group-Entry.
Move 'N' to Group-Found-Flag.
Move 1 to Group-Idx.
Perform Search-Group-Entry
until Group-Idx > Group-Count or Group-Found.
Search-Group-Entry.
If GRT-Group-Id(Group-Idx) equal Check-Code
Set Group-Found to true
else
Add 1 to Group-Idx
End-If
.
*> Row-level verdict for the control files, where either kind of
*> orphan is dead configuration.
Report-Row-Standing.
Evaluate true
When Code-Not-On-Master
Move 'NOT ON AIRMSTR' to Finding-Text
Move 'DELETE ROW' to Finding-Action
Perform Report-Finding
When Code-Not-Watched
Move 'NOT ON AIRLIST' to Finding-Text
Move 'DELETE ROW OR ADD TO AIRLIST' to Finding-Action
Perform Report-Finding
End-Evaluate.
Report-Finding.
Display Finding-File " " Finding-Code " " Finding-Text " "
Finding-Action.
Add 1 to File-Finding-Count.
Add 1 to Total-Finding-Count.
Start-File-Sweep.
Move 0 to File-Finding-Count.
Move 0 to Records-Checked.
Move 'N' to Sweep-EOF-Flag.
End-File-Sweep.
Display Finding-File " " Records-Checked " checked, "
File-Finding-Count " found".
Report-File-Missing.
Display Finding-File " not present -- not checked".
Sweep-Airport-List.
Move 'AIRLIST' to Finding-File.
Perform Start-File-Sweep.
Perform Check-One-Watch-Entry until Sweep-EOF.
Close Airport-List-File.
Perform End-File-Sweep.
Check-One-Watch-Entry.
Read Airport-List-File
At End
Set Sweep-EOF to true
End-Read.
If not Airlist-File-OK and not Airlist-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF and ALS-Iata-Code not equal Spaces
Add 1 to Records-Checked
Move ALS-Iata-Code to Check-Code
Perform Classify-Check-Code
If Code-Not-On-Master
Move ALS-Iata-Code to Finding-Code
Move 'NOT ON AIRMSTR' to Finding-Text
Move 'ADD MASTER OR DROP FROM LIST' to Finding-Action
Perform Report-Finding
End-If
End-If
.
*> Only a living episode is an orphan -- a closed one is history.
Sweep-Alert-Status.
Move 'ALRTSTAT' to Finding-File.
Perform Start-File-Sweep.
Open Input Alert-Status-File.
If not Alert-Status-File-OK
Perform Report-File-Missing
else
Move Low-Values to AST-Key
Start Alert-Status-File Key is Not Less Than AST-Key
Invalid Key
Set Sweep-EOF to true
End-Start
Perform Check-One-Alert-Episode until Sweep-EOF
Close Alert-Status-File
Perform End-File-Sweep
End-If.
Check-One-Alert-Episode.
Read Alert-Status-File Next Record
At End
Set Sweep-EOF to true
End-Read.
If not Alert-Status-File-OK and not Alert-Status-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF
and not AST-State-Closed
and AST-Alert-Reason not equal 'DRILL'
Add 1 to Records-Checked
Move Spaces to Finding-Code
String AST-Iata-Code ' ' AST-Alert-Reason
Delimited by size into Finding-Code
Move 'CLOSE EPISODE - NO RUN WILL' to Finding-Action
Move AST-Iata-Code to Check-Code
If AST-Alert-Reason equal 'DIVGROUP'
Perform Find-Group-Entry
If not Group-Found
Move 'GROUP NOT ON METROGRP' to Finding-Text
Perform Report-Finding
End-If
else
Perform Classify-Check-Code
Evaluate true
When Code-Not-On-Master
Move 'NOT ON AIRMSTR' to Finding-Text
Perform Report-Finding
When Code-Not-Watched
Move 'NOT ON AIRLIST' to Finding-Text
Perform Report-Finding
End-Evaluate
End-If
End-If
.
Sweep-Thresholds.
Move 'THRSHLST' to Finding-File.
Perform Start-File-Sweep.
Open Input Threshold-File.
If not Threshold-File-OK
Perform Report-File-Missing
else
Perform Check-One-Threshold until Sweep-EOF
Close Threshold-File
Perform End-File-Sweep
End-If.
Check-One-Threshold.
Read Threshold-File
At End
Set Sweep-EOF to true
End-Read.
If not Threshold-File-OK and not Threshold-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF and THR-Iata-Code not equal Spaces
Add 1 to Records-Checked
Move THR-Iata-Code to Check-Code Finding-Code
Perform Classify-Check-Code
Perform Report-Row-Standing
End-If
.
Sweep-Dow-Schedule.
Move 'DOWSKED' to Finding-File.
Perform Start-File-Sweep.
Open Input Dow-Schedule-File.
If not Dow-Schedule-File-OK
Perform Report-File-Missing
else
Perform Check-One-Dow-Entry until Sweep-EOF
Close Dow-Schedule-File
Perform End-File-Sweep
End-If.
Check-One-Dow-Entry.
Read Dow-Schedule-File
At End
Set Sweep-EOF to true
End-Read.
If not Dow-Schedule-File-OK and not Dow-Schedule-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF and DOW-Iata-Code not equal Spaces
Add 1 to Records-Checked
Move DOW-Iata-Code to Check-Code Finding-Code
Perform Classify-Check-Code
Perform Report-Row-Standing
End-If
.
Sweep-Ops-Hours.
Move 'OPSHOURS' to Finding-File.
Perform Start-File-Sweep.
Open Input Ops-Hours-File.
If not Ops-Hours-File-OK
Perform Report-File-Missing
else
Perform Check-One-Ops-Hours until Sweep-EOF
Close Ops-Hours-File
Perform End-File-Sweep
End-If.
Check-One-Ops-Hours.
Read Ops-Hours-File
At End
Set Sweep-EOF to true
End-Read.
If not Ops-Hours-File-OK and not Ops-Hours-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF and OPH-Iata-Code not equal Spaces
Add 1 to Records-Checked
Move OPH-Iata-Code to Check-Code Finding-Code
Perform Classify-Check-Code
Perform Report-Row-Standing
End-If
.
Sweep-Provider-Routes.
Move 'PROVRTE' to Finding-File.
Perform Start-File-Sweep.
Open Input Provider-Route-File.
If not Provider-Route-File-OK
Perform Report-File-Missing
else
Perform Check-One-Route until Sweep-EOF
Close Provider-Route-File
Perform End-File-Sweep
End-If.
Check-One-Route.
Read Provider-Route-File
At End
Set Sweep-EOF to true
End-Read.
If not Provider-Route-File-OK and not Provider-Route-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF and RTE-Iata-Code not equal Spaces
Add 1 to Records-Checked
Move RTE-Iata-Code to Check-Code Finding-Code
Perform Classify-Check-Code
Perform Report-Row-Standing
End-If
.
*> A corridor is judged on both ends; each bad end is its own line.
Sweep-Corridors.
Move 'CORRIDOR' to Finding-File.
Perform Start-File-Sweep.
Open Input Corridor-File.
If not Corridor-File-OK
Perform Report-File-Missing
else
Perform Check-One-Corridor until Sweep-EOF
Close Corridor-File
Perform End-File-Sweep
End-If.
Check-One-Corridor.
Read Corridor-File
At End
Set Sweep-EOF to true
End-Read.
If not Corridor-File-OK and not Corridor-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF and CRD-Origin not equal Spaces
Add 1 to Records-Checked
Move Spaces to Finding-Code
String CRD-Origin '-' CRD-Dest ' ' CRD-Origin
Delimited by size into Finding-Code
Move CRD-Origin to Check-Code
Perform Classify-Check-Code
Perform Report-Row-Standing
Move Spaces to Finding-Code
String CRD-Origin '-' CRD-Dest ' ' CRD-Dest
Delimited by size into Finding-Code
Move CRD-Dest to Check-Code
Perform Classify-Check-Code
Perform Report-Row-Standing
End-If
.
Sweep-Metro-Groups.
Move 'METROGRP' to Finding-File.
Perform Start-File-Sweep.
Open Input Metro-Group-File.
If not Metro-Group-File-OK
Perform Report-File-Missing
else
Perform Check-One-Group-Member until Sweep-EOF
Close Metro-Group-File
Perform End-File-Sweep
End-If.
Check-One-Group-Member.
Read Metro-Group-File
At End
Set Sweep-EOF to true
End-Read.
If not Metro-Group-File-OK and not Metro-Group-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF and MGR-Iata-Code not equal Spaces
Add 1 to Records-Checked
Move Spaces to Finding-Code
String MGR-Group-Id ' ' MGR-Iata-Code
Delimited by size into Finding-Code
Move MGR-Iata-Code to Check-Code
Perform Classify-Check-Code
Evaluate true
When Code-Not-On-Master
Move 'NOT ON AIRMSTR' to Finding-Text
Move 'REMOVE MEMBER' to Finding-Action
Perform Report-Finding
When Code-Not-Watched
Move 'NOT ON AIRLIST' to Finding-Text
Move 'REMOVE MEMBER OR ADD TO LIST' to Finding-Action
Perform Report-Finding
End-Evaluate
End-If
.
Sweep-Contacts.
Move 'CONTKSDS' to Finding-File.
Perform Start-File-Sweep.
Open Input Contact-File.
If not Contact-File-OK
Perform Report-File-Missing
else
Move Low-Values to CON-Iata-Code
Start Contact-File Key is Not Less Than CON-Iata-Code
Invalid Key
Set Sweep-EOF to true
End-Start
Perform Check-One-Contact until Sweep-EOF
Close Contact-File
Perform End-File-Sweep
End-If.
Check-One-Contact.
Read Contact-File Next Record
At End
Set Sweep-EOF to true
End-Read.
If not Contact-File-OK and not Contact-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF
Add 1 to Records-Checked
Move CON-Iata-Code to Check-Code Finding-Code
Perform Classify-Check-Code
If Code-Not-On-Master
Move 'NOT ON AIRMSTR' to Finding-Text
Move 'DELETE ENTRY ON ACON' to Finding-Action
Perform Report-Finding
End-If
End-If
.
*> Records-Checked counts codes here, not snapshots.
Sweep-History.
Move 'AIRHIST' to Finding-File.
Perform Start-File-Sweep.
Move Spaces to History-Code.
Open Input History-File.
If not History-File-OK
Perform Report-File-Missing
else
Move Low-Values to HIST-Key
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set Sweep-EOF to true
End-Start
Perform Check-One-History-Record until Sweep-EOF
Perform Report-History-Code
Close History-File
Perform End-File-Sweep
End-If.
Check-One-History-Record.
Read History-File Next Record
At End
Set Sweep-EOF to true
End-Read.
If not History-File-OK and not History-File-At-End
Set Sweep-EOF to true
End-If.
If not Sweep-EOF
If HIST-Iata-Code equal History-Code
Add 1 to History-Snap-Count
else
Perform Report-History-Code
Add 1 to Records-Checked
Move HIST-Iata-Code to History-Code Check-Code
Move 1 to History-Snap-Count
Perform Classify-Check-Code
Move Check-Standing to History-Standing
If not History-Code-Retired
Perform Skip-Past-History-Code
End-If
End-If
End-If
.
*> Repositions past the last possible key of a code still on the
*> master, so its snapshots are never read.
Skip-Past-History-Code.
Move History-Code to HIST-Iata-Code.
Move High-Values to HIST-Run-Date.
Move High-Values to HIST-Run-Time.
Start History-File Key is Greater Than HIST-Key
Invalid Key
Set Sweep-EOF to true
End-Start.
Report-History-Code.
If History-Code not equal Spaces and History-Code-Retired
Move History-Snap-Count to Snap-Count-Edit
Move Spaces to Finding-Code
String History-Code ' ' Snap-Count-Edit
Delimited by size into Finding-Code
Move 'SNAPSHOTS, NOT ON AIRMSTR' to Finding-Text
Move 'PURGE OR KEEP FOR AUDIT' to Finding-Action
Perform Report-Finding
End-If.
*> Every pair of master records is compared once; a blank ICAO code
*> or blank coordinates prove nothing and are passed over.
Sweep-Master-Duplicates.
Move 'AIRMSTR' to Finding-File.
Perform Start-File-Sweep.
Move Master-Count to Records-Checked.
Perform Compare-One-Master-Entry
Varying Master-Idx From 1 By 1
Until Master-Idx >= Master-Count.
Perform End-File-Sweep.
Compare-One-Master-Entry.
Compute Master-Jdx = Master-Idx + 1.
Perform Compare-Master-Pair
Varying Master-Jdx From Master-Jdx By 1
Until Master-Jdx > Master-Count.
Compare-Master-Pair.
If MST-Icao-Code(Master-Idx) not equal Spaces
and MST-Icao-Code(Master-Idx) equal MST-Icao-Code(Master-Jdx)
Move Spaces to Finding-Code
String MST-Iata-Code(Master-Idx) ' ' MST-Iata-Code(Master-Jdx)
Delimited by size into Finding-Code
Move Spaces to Finding-Text
String 'SAME ICAO ' MST-Icao-Code(Master-Idx)
Delimited by size into Finding-Text
Move 'CORRECT OR RETIRE ONE CODE' to Finding-Action
Perform Report-Finding
End-If.
If MST-Lat(Master-Idx) not equal Spaces
and MST-Long(Master-Idx) not equal Spaces
and MST-Lat(Master-Idx) equal MST-Lat(Master-Jdx)
and MST-Long(Master-Idx) equal MST-Long(Master-Jdx)
Move Spaces to Finding-Code
String MST-Iata-Code(Master-Idx) ' ' MST-Iata-Code(Master-Jdx)
Delimited by size into Finding-Code
Move 'SAME COORDINATES' to Finding-Text
Move 'CORRECT OR RETIRE ONE CODE' to Finding-Action
Perform Report-Finding
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHREFI.
