IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHRCOD.
*> IATA code change utility.  When an airport is recoded, its past
*> has to move with it or the new code starts from nothing: an empty
*> AIRHIST, a fresh delta and baseline, and reports that split one
*> airport in two.  Given the old code, the new code and the date
*> the new code took effect, this job
*>   - re-keys the AIRMSTR record (delta fields, runway complement
*>     and all) -- journaled on AIRJRNL like any master change
*>   - re-keys every AIRHIST snapshot and aggregate of the old code
*>   - re-keys the ALRTSTAT episodes still open or acknowledged
*>     (closed ones are history and stay where they were raised)
*>   - re-keys the station contacts (CONTKSDS), the waiver state
*>     (WAIVKSDS), the hysteresis and flap state (FLAPKSDS), the
*>     superseded master versions (MSTRHIST) and the holds and
*>     advisories (HADKSDS -- HOLDLIST and ADVISORY are rebuilt
*>     from it before every run)
*>   - rewrites every control deck row naming the old code: AIRLIST,
*>     STORMLST, THRSHLST, DOWSKED, OPSHOURS, PROVRTE, CORRIDOR (both
*>     ends), METROGRP, TRAFFWGT, CANARYLS, WAIVCRIT and FLAPCTL,
*>     each to its KEEP dataset for the IDCAMS overlay step (the
*>     HWTHARCH pattern)
*>   - adds the old-to-new entry to RECODXRF, which the reporting
*>     programs honor for the audit trail that keeps the old code
*> Every change is written to RECJRNL with its before and after key
*> or row.
*>   PARM=VERIFY,old,new,CCYYMMDD  report what would change; nothing
*>                                 is touched
*>   PARM=APPLY,old,new,CCYYMMDD   the same check, then the change
*> The check is always made first, and an APPLY only goes ahead when
*> it is clean: the old code on the master, the new code on nothing
*> anywhere (not the master, no history, no episodes, no control
*> rows) and every control deck readable.
*> RC=0 applied; RC=4 verify only (nothing changed, so the overlay
*> step does not run); RC=8 bad PARM, a failed check, or a failure
*> part-way through an apply -- RECJRNL then says how far it got.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
Select Alert-Status-File Assign To ALRTSTAT
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select Contact-File Assign To CONTKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is CON-Iata-Code
File Status Is Contact-File-Status.
Select Waiver-State-File Assign To WAIVKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is WVS-Iata-Code
File Status Is Waiver-State-File-Status.
Select Flap-State-File Assign To FLAPKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is FLS-Iata-Code
File Status Is Flap-State-File-Status.
Select Master-History-File Assign To MSTRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is MHS-Key
File Status Is Master-History-File-Status.
Select Hold-Adv-File Assign To HADKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HAD-Key
File Status Is Hold-Adv-File-Status.
Select Journal-File Assign To AIRJRNL
Organization Is Line Sequential
File Status Is Journal-File-Status.
Select Seal-Register-File Assign To SEALREG
Organization Is Line Sequential
File Status Is Seal-Register-File-Status.
Select Recode-Journal-File Assign To RECJRNL
Organization Is Line Sequential
File Status Is Recode-Journal-File-Status.
Select Recode-Xref-File Assign To RECODXRF
Organization Is Line Sequential
File Status Is Recode-Xref-File-Status.
Select Airport-List-File Assign To AIRLIST
Organization Is Line Sequential
File Status Is Airlist-File-Status.
Select Airport-List-Keep-File Assign To AIRLKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Storm-List-File Assign To STORMLST
Organization Is Line Sequential
File Status Is Storm-List-File-Status.
Select Storm-List-Keep-File Assign To STRMKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Threshold-File Assign To THRSHLST
Organization Is Line Sequential
File Status Is Threshold-File-Status.
Select Threshold-Keep-File Assign To THRSKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Dow-Schedule-File Assign To DOWSKED
Organization Is Line Sequential
File Status Is Dow-Schedule-File-Status.
Select Dow-Schedule-Keep-File Assign To DOWSKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Ops-Hours-File Assign To OPSHOURS
Organization Is Line Sequential
File Status Is Ops-Hours-File-Status.
Select Ops-Hours-Keep-File Assign To OPSHKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Provider-Route-File Assign To PROVRTE
Organization Is Line Sequential
File Status Is Provider-Route-File-Status.
Select Provider-Route-Keep-File Assign To PRTEKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Corridor-File Assign To CORRIDOR
Organization Is Line Sequential
File Status Is Corridor-File-Status.
Select Corridor-Keep-File Assign To CORRKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Metro-Group-File Assign To METROGRP
Organization Is Line Sequential
File Status Is Metro-Group-File-Status.
Select Metro-Group-Keep-File Assign To METGKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Traffic-Weight-File Assign To TRAFFWGT
Organization Is Line Sequential
File Status Is Traffic-Weight-File-Status.
Select Traffic-Weight-Keep-File Assign To TRAFKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Canary-File Assign To CANARYLS
Organization Is Line Sequential
File Status Is Canary-File-Status.
Select Canary-Keep-File Assign To CANYKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Waiver-Crit-File Assign To WAIVCRIT
Organization Is Line Sequential
File Status Is Waiver-Crit-File-Status.
Select Waiver-Crit-Keep-File Assign To WVCRKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
Select Flap-Control-File Assign To FLAPCTL
Organization Is Line Sequential
File Status Is Flap-Control-File-Status.
Select Flap-Control-Keep-File Assign To FLAPKEEP
Organization Is Line Sequential
File Status Is Keep-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  History-File.
COPY AIRHIST.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  Contact-File.
COPY CONTREC.
FD  Waiver-State-File.
COPY WAIVSTAT.
FD  Flap-State-File.
COPY FLAPSTAT.
FD  Master-History-File.
COPY MHSTREC.
FD  Hold-Adv-File.
COPY HADREC.
FD  Journal-File.
COPY AIRJRNL.
FD  Seal-Register-File.
COPY SEALREC.
FD  Recode-Journal-File.
COPY RCDJRNL.
FD  Recode-Xref-File.
COPY RCDXREF.
*> The control decks are only ever handled as rows here: the code
*> sits at a known offset in each, and nothing else is looked at.
FD  Airport-List-File.
01 Airport-List-Row Pic X(15).
FD  Airport-List-Keep-File.
01 Airport-List-Keep-Row Pic X(15).
FD  Storm-List-File.
01 Storm-List-Row Pic X(15).
FD  Storm-List-Keep-File.
01 Storm-List-Keep-Row Pic X(15).
FD  Threshold-File.
01 Threshold-Row Pic X(21).
FD  Threshold-Keep-File.
01 Threshold-Keep-Row Pic X(21).
FD  Dow-Schedule-File.
01 Dow-Schedule-Row Pic X(20).
FD  Dow-Schedule-Keep-File.
01 Dow-Schedule-Keep-Row Pic X(20).
FD  Ops-Hours-File.
01 Ops-Hours-Row Pic X(13).
FD  Ops-Hours-Keep-File.
01 Ops-Hours-Keep-Row Pic X(13).
FD  Provider-Route-File.
01 Provider-Route-Row Pic X(5).
FD  Provider-Route-Keep-File.
01 Provider-Route-Keep-Row Pic X(5).
FD  Corridor-File.
01 Corridor-Row Pic X(38).
FD  Corridor-Keep-File.
01 Corridor-Keep-Row Pic X(38).
FD  Metro-Group-File.
01 Metro-Group-Row Pic X(38).
FD  Metro-Group-Keep-File.
01 Metro-Group-Keep-Row Pic X(38).
FD  Traffic-Weight-File.
01 Traffic-Weight-Row Pic X(11).
FD  Traffic-Weight-Keep-File.
01 Traffic-Weight-Keep-Row Pic X(11).
FD  Canary-File.
01 Canary-Row Pic X(3).
FD  Canary-Keep-File.
01 Canary-Keep-Row Pic X(3).
FD  Waiver-Crit-File.
01 Waiver-Crit-Row Pic X(22).
FD  Waiver-Crit-Keep-File.
01 Waiver-Crit-Keep-Row Pic X(22).
FD  Flap-Control-File.
01 Flap-Control-Row Pic X(15).
FD  Flap-Control-Keep-File.
01 Flap-Control-Keep-Row Pic X(15).
WORKING-STORAGE SECTION.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Alert-Status-File-Status Pic X(2) Value Spaces.
88 Alert-Status-File-OK     Value '00'.
88 Alert-Status-File-At-End Value '10'.
01 Contact-File-Status Pic X(2) Value Spaces.
88 Contact-File-OK Value '00'.
01 Waiver-State-File-Status Pic X(2) Value Spaces.
88 Waiver-State-File-OK Value '00'.
01 Flap-State-File-Status Pic X(2) Value Spaces.
88 Flap-State-File-OK Value '00'.
01 Master-History-File-Status Pic X(2) Value Spaces.
88 Master-History-File-OK Value '00'.
01 Hold-Adv-File-Status Pic X(2) Value Spaces.
88 Hold-Adv-File-OK     Value '00'.
88 Hold-Adv-File-At-End Value '10'.
01 Journal-File-Status Pic X(2) Value Spaces.
88 Journal-File-OK Value '00'.
88 Journal-File-At-End Value '10'.
*> Chained seals: each sealed record carries a seal worked out over
*> its content and the seal of the record before it, so a record
*> edited in place after the run breaks the chain from there on
*> (HWTHSEAL walks it).  The run's final seal for each file goes to
*> the SEALREG register, off the file itself.
01 Seal-Work.
05 Seal-Previous.
10 Seal-Prev-H1 Pic 9(10).
10 Seal-Prev-H2 Pic 9(10).
05 Seal-Value.
10 Seal-Val-H1 Pic 9(10).
10 Seal-Val-H2 Pic 9(10).
05 Seal-Content-Length Pic 9(4).
05 Seal-Byte-Idx       Pic 9(4).
01 Seal-Content Pic X(768) Value Spaces.
01 Seal-Register-File-Status Pic X(2) Value Spaces.
88 Seal-Register-File-OK Value '00'.
01 Seal-Prime-EOF-Flag Pic X Value 'N'.
88 Seal-Prime-EOF Value 'Y'.
01 Seal-Run-Id Pic X(14) Value Spaces.
01 Journal-Chain-Seal     Pic X(20) Value Zeros.
01 Journal-Start-Seal     Pic X(20) Value Zeros.
01 Journal-Records-Sealed Pic 9(9) Value 0.
01 Recode-Journal-File-Status Pic X(2) Value Spaces.
88 Recode-Journal-File-OK Value '00'.
01 Recode-Xref-File-Status Pic X(2) Value Spaces.
88 Recode-Xref-File-OK Value '00'.
01 Keep-File-Status Pic X(2) Value Spaces.
88 Keep-File-OK Value '00'.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK     Value '00'.
88 Airlist-File-At-End Value '10'.
01 Storm-List-File-Status Pic X(2) Value Spaces.
88 Storm-List-File-OK     Value '00'.
88 Storm-List-File-At-End Value '10'.
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
01 Traffic-Weight-File-Status Pic X(2) Value Spaces.
88 Traffic-Weight-File-OK     Value '00'.
88 Traffic-Weight-File-At-End Value '10'.
01 Canary-File-Status Pic X(2) Value Spaces.
88 Canary-File-OK     Value '00'.
88 Canary-File-At-End Value '10'.
01 Waiver-Crit-File-Status Pic X(2) Value Spaces.
88 Waiver-Crit-File-OK     Value '00'.
88 Waiver-Crit-File-At-End Value '10'.
01 Flap-Control-File-Status Pic X(2) Value Spaces.
88 Flap-Control-File-OK     Value '00'.
88 Flap-Control-File-At-End Value '10'.
*> The PARM.
01 Run-Mode Pic X(6) Value Spaces.
88 Verify-Mode Value 'VERIFY'.
88 Apply-Mode  Value 'APPLY'.
01 Old-Code       Pic X(3) Value Spaces.
01 New-Code       Pic X(3) Value Spaces.
01 Effective-Date Pic X(8) Value Spaces.
01 Effective-Date-Num Pic 9(8) Value 0.
01 Bad-Parm-Flag Pic X Value 'N'.
88 Bad-Parm Value 'Y'.
*> The same walk serves the check and the change; on the check pass
*> nothing is written.
01 Pass-Flag Pic X Value 'C'.
88 Check-Pass Value 'C'.
88 Apply-Pass Value 'A'.
01 Run-Date Pic X(8) Value Spaces.
01 Run-Time Pic X(6) Value Spaces.
01 Problem-Count Pic 9(5) Value 0.
01 Apply-Failed-Flag Pic X Value 'N'.
88 Apply-Failed Value 'Y'.
*> Keyed-file walks: the code being counted, and where to resume.
01 Count-Code   Pic X(3) Value Spaces.
01 Count-Result Pic 9(7) Value 0.
01 Walk-Done-Flag Pic X Value 'N'.
88 Walk-Done Value 'Y'.
01 Old-Count Pic 9(7) Value 0.
01 New-Count Pic 9(7) Value 0.
01 Changed-Count Pic 9(7) Value 0.
01 Resume-History-Key Pic X(17) Value Spaces.
01 Resume-Alert-Key   Pic X(13) Value Spaces.
01 Resume-Hold-Key    Pic X(12) Value Spaces.
01 Resume-Version-Key Pic X(11) Value Spaces.
01 Hold-Kind Pic X Value Space.
01 Master-Before-Image Pic X(350) Value Spaces.
*> Control decks: the row in hand and where its code(s) sit.
01 Control-Name Pic X(8) Value Spaces.
01 Control-Row  Pic X(80) Value Spaces.
01 Control-Before-Row Pic X(80) Value Spaces.
01 Code-Pos-1 Pic 9(2) Value 0.
01 Code-Pos-2 Pic 9(2) Value 0.
01 Code-Pos   Pic 9(2) Value 0.
01 Control-EOF-Flag Pic X Value 'N'.
88 Control-EOF Value 'Y'.
01 Row-Changed-Flag Pic X Value 'N'.
88 Row-Changed Value 'Y'.
*> The journal entry in hand.
01 Journal-Name   Pic X(8)  Value Spaces.
01 Journal-Action Pic X(7)  Value Spaces.
01 Journal-Before Pic X(60) Value Spaces.
01 Journal-After  Pic X(60) Value Spaces.
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
Display "** IATA Code Change                           **".
Display "***********************************************".
Move Function Current-Date(1:8) to Run-Date.
Move Function Current-Date(9:6) to Run-Time.
Perform Parse-Parm.
If Bad-Parm
Display "** PARM must be VERIFY or APPLY,old,new,CCYYMMDD **"
Move 8 to Return-Code
else
Display "** " Run-Mode " " Old-Code " -> " New-Code
" effective " Effective-Date "         **"
Perform Open-Keyed-Files
Set Check-Pass to true
Perform Check-Keyed-Files
Display "FILE     OLD-CODE NEW-CODE"
Perform Walk-Control-Decks
Display "-----------------------------------------------"
Evaluate true
When Problem-Count > 0
Display "** " Problem-Count " problem(s) -- nothing changed **"
Move 8 to Return-Code
When Verify-Mode
Display "** Verify only -- nothing changed             **"
Move 4 to Return-Code
When other
Perform Apply-Recode
End-Evaluate
Perform Close-Keyed-Files
End-If.
Display "** IATA Code Change Ends                      **".
Display "***********************************************".
STOP RUN.
Parse-Parm.
If parm-len < 20
Set Bad-Parm to true
else
Unstring parm-string(1:parm-len) delimited by ','
into Run-Mode Old-Code New-Code Effective-Date
End-Unstring
Move Function Upper-Case(Run-Mode) to Run-Mode
Move Function Upper-Case(Old-Code) to Old-Code
Move Function Upper-Case(New-Code) to New-Code
Evaluate true
When not Verify-Mode and not Apply-Mode
Set Bad-Parm to true
When Old-Code equal Spaces or New-Code equal Spaces
Set Bad-Parm to true
When Old-Code equal New-Code
Set Bad-Parm to true
When Effective-Date is not numeric
Set Bad-Parm to true
When other
Move Effective-Date to Effective-Date-Num
If Function Test-Date-YYYYMMDD(Effective-Date-Num) not = 0
Set Bad-Parm to true
End-If
End-Evaluate
End-If.
*> A check opens read-only; only an apply opens for update.
Open-Keyed-Files.
If Apply-Mode
Open I-O Airport-Master-File
Open I-O History-File
Open I-O Alert-Status-File
Open I-O Contact-File
Open I-O Waiver-State-File
Open I-O Flap-State-File
Open I-O Master-History-File
Open I-O Hold-Adv-File
else
Open Input Airport-Master-File
Open Input History-File
Open Input Alert-Status-File
Open Input Contact-File
Open Input Waiver-State-File
Open Input Flap-State-File
Open Input Master-History-File
Open Input Hold-Adv-File
End-If.
Close-Keyed-Files.
If Airmstr-File-OK
Close Airport-Master-File
End-If.
Close History-File.
Close Alert-Status-File.
Close Contact-File.
Close Waiver-State-File.
Close Flap-State-File.
Close Master-History-File.
Close Hold-Adv-File.
*> The old code must be on the master and the new one on nothing.
*> The master, AIRHIST and ALRTSTAT have to be there; contacts,
*> waiver state, flap state, master versions and holds are optional
*> and only checked when open.
Check-Keyed-Files.
If not Airmstr-File-OK or not History-File-OK
or not Alert-Status-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR/AIRHIST/ALRTSTAT' to MRQ-Insert(1)
Perform Issue-Message
Add 1 to Problem-Count
else
Move Old-Code to AM-Iata-Code
Read Airport-Master-File
Invalid Key
Display "** " Old-Code " is not on AIRMSTR           **"
Add 1 to Problem-Count
End-Read
Move New-Code to AM-Iata-Code
Read Airport-Master-File
Not Invalid Key
Display "** " New-Code " is already on AIRMSTR       **"
Add 1 to Problem-Count
End-Read
Move Old-Code to Count-Code
Perform Count-History-Code
Move Count-Result to Old-Count
Move New-Code to Count-Code
Perform Count-History-Code
Move Count-Result to New-Count
Move 'AIRHIST' to Control-Name
Perform Show-Keyed-Counts
Move Old-Code to Count-Code
Perform Count-Alert-Code
Move Count-Result to Old-Count
Move New-Code to Count-Code
Perform Count-Alert-Code
Move Count-Result to New-Count
Move 'ALRTSTAT' to Control-Name
Perform Show-Keyed-Counts
End-If.
If Contact-File-OK
Move 0 to Old-Count New-Count
Move Old-Code to CON-Iata-Code
Read Contact-File
Not Invalid Key
Move 1 to Old-Count
End-Read
Move New-Code to CON-Iata-Code
Read Contact-File
Not Invalid Key
Move 1 to New-Count
End-Read
Move 'CONTKSDS' to Control-Name
Perform Show-Keyed-Counts
End-If.
If Waiver-State-File-OK
Move 0 to Old-Count New-Count
Move Old-Code to WVS-Iata-Code
Read Waiver-State-File
Not Invalid Key
Move 1 to Old-Count
End-Read
Move New-Code to WVS-Iata-Code
Read Waiver-State-File
Not Invalid Key
Move 1 to New-Count
End-Read
Move 'WAIVKSDS' to Control-Name
Perform Show-Keyed-Counts
End-If.
If Flap-State-File-OK
Move 0 to Old-Count New-Count
Move Old-Code to FLS-Iata-Code
Read Flap-State-File
Not Invalid Key
Move 1 to Old-Count
End-Read
Move New-Code to FLS-Iata-Code
Read Flap-State-File
Not Invalid Key
Move 1 to New-Count
End-Read
Move 'FLAPKSDS' to Control-Name
Perform Show-Keyed-Counts
End-If.
If Master-History-File-OK
Move Old-Code to Count-Code
Perform Count-Version-Code
Move Count-Result to Old-Count
Move New-Code to Count-Code
Perform Count-Version-Code
Move Count-Result to New-Count
Move 'MSTRHIST' to Control-Name
Perform Show-Keyed-Counts
End-If.
If Hold-Adv-File-OK
Move 0 to Old-Count New-Count
Move 'H' to Hold-Kind
Move Old-Code to Count-Code
Perform Count-Hold-Code
Add Count-Result to Old-Count
Move New-Code to Count-Code
Perform Count-Hold-Code
Add Count-Result to New-Count
Move 'A' to Hold-Kind
Move Old-Code to Count-Code
Perform Count-Hold-Code
Add Count-Result to Old-Count
Move New-Code to Count-Code
Perform Count-Hold-Code
Add Count-Result to New-Count
Move 'HADKSDS' to Control-Name
Perform Show-Keyed-Counts
End-If.
Show-Keyed-Counts.
Display Control-Name " " Old-Count "  " New-Count.
If New-Count > 0
Display "   ** new code already present -- must be cleared first"
Add 1 to Problem-Count
End-If.
Count-History-Code.
Move 0 to Count-Result.
Move 'N' to Walk-Done-Flag.
Move Count-Code to HIST-Iata-Code.
Move Low-Values to HIST-Run-Date.
Move Low-Values to HIST-Run-Time.
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set Walk-Done to true
End-Start.
Perform Count-One-History-Record until Walk-Done.
Count-One-History-Record.
Read History-File Next Record
At End
Set Walk-Done to true
End-Read.
If not History-File-OK
or HIST-Iata-Code not equal Count-Code
Set Walk-Done to true
else
Add 1 to Count-Result
End-If.
*> Old code: the living episodes that will move.  New code: any
*> episode at all, open or closed, would collide.
Count-Alert-Code.
Move 0 to Count-Result.
Move 'N' to Walk-Done-Flag.
Move Count-Code to AST-Iata-Code.
Move Low-Values to AST-Alert-Reason.
Start Alert-Status-File Key is Not Less Than AST-Key
Invalid Key
Set Walk-Done to true
End-Start.
Perform Count-One-Alert-Record until Walk-Done.
Count-One-Alert-Record.
Read Alert-Status-File Next Record
At End
Set Walk-Done to true
End-Read.
If not Alert-Status-File-OK
or AST-Iata-Code not equal Count-Code
Set Walk-Done to true
else
If Count-Code equal New-Code
Add 1 to Count-Result
else
Perform Test-Alert-Moves
If Row-Changed
Add 1 to Count-Result
End-If
End-If
End-If.
*> DIVGROUP episodes are keyed on a metro group id, and the fire
*> drill on its own synthetic code -- neither is an airport's.
Test-Alert-Moves.
Move 'N' to Row-Changed-Flag.
If not AST-State-Closed
and AST-Alert-Reason not equal 'DIVGROUP'
and AST-Alert-Reason not equal 'DRILL'
Set Row-Changed to true
End-If.
Count-Version-Code.
Move 0 to Count-Result.
Move 'N' to Walk-Done-Flag.
Move Count-Code to MHS-Iata-Code.
Move Low-Values to MHS-To-Date.
Start Master-History-File Key is Not Less Than MHS-Key
Invalid Key
Set Walk-Done to true
End-Start.
Perform Count-One-Version-Record until Walk-Done.
Count-One-Version-Record.
Read Master-History-File Next Record
At End
Set Walk-Done to true
End-Read.
If not Master-History-File-OK
or MHS-Iata-Code not equal Count-Code
Set Walk-Done to true
else
Add 1 to Count-Result
End-If.
Count-Hold-Code.
Move 0 to Count-Result.
Move 'N' to Walk-Done-Flag.
Move Hold-Kind to HAD-Kind.
Move Count-Code to HAD-Iata-Code.
Move Low-Values to HAD-Start-Date.
Start Hold-Adv-File Key is Not Less Than HAD-Key
Invalid Key
Set Walk-Done to true
End-Start.
Perform Count-One-Hold-Record until Walk-Done.
Count-One-Hold-Record.
Read Hold-Adv-File Next Record
At End
Set Walk-Done to true
End-Read.
If not Hold-Adv-File-OK
or HAD-Kind not equal Hold-Kind
or HAD-Iata-Code not equal Count-Code
Set Walk-Done to true
else
Add 1 to Count-Result
End-If.
*> ------------------------------------------------------------
*> The change itself.  The control decks go last: their rows only
*> reach the live datasets through the overlay step, which runs
*> on RC=0 alone, so a failure earlier leaves them as they were.
*> ------------------------------------------------------------
Apply-Recode.
Move Run-Date to Seal-Run-Id(1:8).
Move Run-Time to Seal-Run-Id(9:6).
Perform Prime-Journal-Seal.
Open Extend Journal-File.
Open Extend Recode-Journal-File.
Open Extend Recode-Xref-File.
If not Journal-File-OK or not Recode-Journal-File-OK
or not Recode-Xref-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRJRNL/RECJRNL/RECODXRF' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
Set Apply-Pass to true
Display "FILE     CHANGED"
Perform Rekey-Master
If not Apply-Failed
Perform Rekey-History
End-If
If not Apply-Failed
Perform Rekey-Alert-Episodes
End-If
If not Apply-Failed
Perform Rekey-Contact
End-If
If not Apply-Failed
Perform Rekey-Waiver-State
End-If
If not Apply-Failed
Perform Rekey-Flap-State
End-If
If not Apply-Failed
Perform Rekey-Master-History
End-If
If not Apply-Failed
Perform Rekey-Holds
End-If
If not Apply-Failed
Perform Walk-Control-Decks
End-If
If not Apply-Failed
Perform Write-Xref-Entry
End-If
If Apply-Failed
Display "** Recode incomplete -- see RECJRNL           **"
Move 8 to Return-Code
else
Display "** " Old-Code " is now " New-Code
"                             **"
Move 0 to Return-Code
End-If
End-If.
If Journal-File-OK
Close Journal-File
Perform Register-Journal-Seal
End-If.
If Recode-Journal-File-OK
Close Recode-Journal-File
End-If.
If Recode-Xref-File-OK
Close Recode-Xref-File
End-If.
Rekey-Master.
Move Old-Code to AM-Iata-Code.
Read Airport-Master-File
Invalid Key
Display "** " Old-Code " vanished from AIRMSTR       **"
Set Apply-Failed to true
End-Read.
If not Apply-Failed
Move Airport-Master-Record to Master-Before-Image
Move New-Code to AM-Iata-Code
Write Airport-Master-Record
Invalid Key
Display "** Unable to write " New-Code " to AIRMSTR  **"
Set Apply-Failed to true
End-Write
End-If.
If not Apply-Failed
Move 'WRITE' to JRN-Action
Move New-Code to JRN-Iata-Code
Move Spaces to JRN-Before-Image
Move Airport-Master-Record to JRN-After-Image
Perform Write-Master-Journal
Move Old-Code to AM-Iata-Code
Delete Airport-Master-File
Invalid Key
Display "** Unable to delete " Old-Code " from AIRMSTR **"
Set Apply-Failed to true
End-Delete
End-If.
If not Apply-Failed
Move 'DELETE' to JRN-Action
Move Old-Code to JRN-Iata-Code
Move Master-Before-Image to JRN-Before-Image
Move Spaces to JRN-After-Image
Perform Write-Master-Journal
Move 'AIRMSTR' to Journal-Name
Move 'REKEY' to Journal-Action
Move Old-Code to Journal-Before
Move New-Code to Journal-After
Perform Write-Recode-Journal
Display "AIRMSTR  1"
End-If.
Write-Master-Journal.
Move Run-Date to JRN-Run-Date.
Move Run-Time to JRN-Run-Time.
Move 'HWTHRCOD' to JRN-Program.
Move 'BATCH' to JRN-User.
Move Spaces to JRN-Approver.
Perform Seal-Journal-Record.
Write Journal-Record.
*> Picks the chain up from AIRJRNL's last record (zeros for an
*> empty journal or one written before sealing).
Prime-Journal-Seal.
Move Zeros to Journal-Chain-Seal.
Open Input Journal-File.
If Journal-File-OK
Perform Read-Journal-Seal until Seal-Prime-EOF
Close Journal-File
End-If.
If Journal-Chain-Seal not numeric
Move Zeros to Journal-Chain-Seal
End-If.
Move Journal-Chain-Seal to Journal-Start-Seal.
Read-Journal-Seal.
Read Journal-File
At End
Set Seal-Prime-EOF to true
Not At End
Move JRN-Seal to Journal-Chain-Seal
End-Read.
If not Journal-File-OK and not Journal-File-At-End
Set Seal-Prime-EOF to true
End-If.
Seal-Journal-Record.
Move Journal-Chain-Seal to Seal-Previous.
Move Journal-Record(1:748) to Seal-Content.
Move 748 to Seal-Content-Length.
Perform Compute-Chain-Seal.
Move Seal-Value to JRN-Seal.
Move Seal-Value to Journal-Chain-Seal.
Add 1 to Journal-Records-Sealed.
*> The seal is two running remainders over the content bytes, each
*> byte weighted by its position, started from the previous
*> record's seal (zeros ahead of a file's first sealed record).
Compute-Chain-Seal.
If Seal-Previous not numeric
Move Zeros to Seal-Previous
End-If.
Move Seal-Prev-H1 to Seal-Val-H1.
Move Seal-Prev-H2 to Seal-Val-H2.
Perform Seal-One-Byte
Varying Seal-Byte-Idx From 1 By 1
Until Seal-Byte-Idx > Seal-Content-Length.
Seal-One-Byte.
Compute Seal-Val-H1 = Function Mod(Seal-Val-H1 * 31
+ Function Ord(Seal-Content(Seal-Byte-Idx:1))
+ Seal-Byte-Idx, 4294967291).
Compute Seal-Val-H2 = Function Mod(Seal-Val-H2 * 37
+ Seal-Val-H1, 4294967279).
Register-Journal-Seal.
If Journal-Records-Sealed > 0
Open Extend Seal-Register-File
If not Seal-Register-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SEALREG' to MRQ-Insert(1)
Move '-- final seal not' to MRQ-Insert(2)
Move 'registered; HWTHSEAL will flag AIRJRNL' to MRQ-Insert(3)
Perform Issue-Message
else
Move Spaces to Seal-Register-Record
Move 'AIRJRNL' to SRG-File-Id
Set SRG-Kind-Append to true
Move 'HWTHRCOD' to SRG-Program
Move Seal-Run-Id to SRG-Run-Id
Move Function Current-Date(1:8) to SRG-Write-Date
Move Function Current-Date(9:6) to SRG-Write-Time
Move Journal-Records-Sealed to SRG-Records
Move Journal-Start-Seal to SRG-Start-Seal
Move Journal-Chain-Seal to SRG-Final-Seal
Write Seal-Register-Record
Close Seal-Register-File
End-If
End-If.
*> Each pass re-positions after the last key handled: a record is
*> written under the new code and deleted under the old, so the
*> browse never leans on a position the delete has disturbed.
Rekey-History.
Move 0 to Changed-Count.
Move 'N' to Walk-Done-Flag.
Move Old-Code to HIST-Iata-Code.
Move Low-Values to HIST-Run-Date.
Move Low-Values to HIST-Run-Time.
Move HIST-Key to Resume-History-Key.
Perform Rekey-One-Snapshot until Walk-Done.
Display "AIRHIST  " Changed-Count.
Rekey-One-Snapshot.
Move Resume-History-Key to HIST-Key.
Start History-File Key is Greater Than HIST-Key
Invalid Key
Set Walk-Done to true
End-Start.
If not Walk-Done
Read History-File Next Record
At End
Set Walk-Done to true
End-Read
If not History-File-OK
or HIST-Iata-Code not equal Old-Code
Set Walk-Done to true
End-If
End-If.
If not Walk-Done
Move HIST-Key to Resume-History-Key
Move HIST-Key to Journal-Before
Move New-Code to HIST-Iata-Code
Move HIST-Key to Journal-After
Write History-Record
Invalid Key
Display "** AIRHIST write failed for " Journal-After " **"
Set Apply-Failed to true
Set Walk-Done to true
Not Invalid Key
Move Old-Code to HIST-Iata-Code
Delete History-File
Invalid Key
Display "** AIRHIST delete failed for "
Journal-Before " **"
Set Apply-Failed to true
Set Walk-Done to true
End-Delete
Move 'AIRHIST' to Journal-Name
Move 'REKEY' to Journal-Action
Perform Write-Recode-Journal
Add 1 to Changed-Count
End-Write
End-If.
Rekey-Alert-Episodes.
Move 0 to Changed-Count.
Move 'N' to Walk-Done-Flag.
Move Old-Code to AST-Iata-Code.
Move Low-Values to AST-Alert-Reason.
Move AST-Key to Resume-Alert-Key.
Perform Rekey-One-Alert-Episode until Walk-Done.
Display "ALRTSTAT " Changed-Count.
Rekey-One-Alert-Episode.
Move Resume-Alert-Key to AST-Key.
Start Alert-Status-File Key is Greater Than AST-Key
Invalid Key
Set Walk-Done to true
End-Start.
If not Walk-Done
Read Alert-Status-File Next Record
At End
Set Walk-Done to true
End-Read
If not Alert-Status-File-OK
or AST-Iata-Code not equal Old-Code
Set Walk-Done to true
End-If
End-If.
If not Walk-Done
Move AST-Key to Resume-Alert-Key
Perform Test-Alert-Moves
If Row-Changed
Move AST-Key to Journal-Before
Move New-Code to AST-Iata-Code
Move AST-Key to Journal-After
Write Alert-Status-Record
Invalid Key
Display "** ALRTSTAT write failed for " Journal-After " **"
Set Apply-Failed to true
Set Walk-Done to true
Not Invalid Key
Move Old-Code to AST-Iata-Code
Delete Alert-Status-File
Invalid Key
Display "** ALRTSTAT delete failed for "
Journal-Before " **"
Set Apply-Failed to true
Set Walk-Done to true
End-Delete
Move 'ALRTSTAT' to Journal-Name
Move 'REKEY' to Journal-Action
Perform Write-Recode-Journal
Add 1 to Changed-Count
End-Write
End-If
End-If.
Rekey-Contact.
If Contact-File-OK
Move 0 to Changed-Count
Move Old-Code to CON-Iata-Code
Read Contact-File
Not Invalid Key
Move New-Code to CON-Iata-Code
Write Station-Contact-Record
Invalid Key
Display "** CONTKSDS write failed for " New-Code " **"
Set Apply-Failed to true
Not Invalid Key
Move Old-Code to CON-Iata-Code
Delete Contact-File
Invalid Key
Set Apply-Failed to true
End-Delete
Move 'CONTKSDS' to Journal-Name
Move 'REKEY' to Journal-Action
Move Old-Code to Journal-Before
Move New-Code to Journal-After
Perform Write-Recode-Journal
Add 1 to Changed-Count
End-Write
End-Read
Display "CONTKSDS " Changed-Count
End-If.
Rekey-Waiver-State.
If Waiver-State-File-OK
Move 0 to Changed-Count
Move Old-Code to WVS-Iata-Code
Read Waiver-State-File
Not Invalid Key
Move New-Code to WVS-Iata-Code
Write Waiver-State-Record
Invalid Key
Display "** WAIVKSDS write failed for " New-Code " **"
Set Apply-Failed to true
Not Invalid Key
Move Old-Code to WVS-Iata-Code
Delete Waiver-State-File
Invalid Key
Set Apply-Failed to true
End-Delete
Move 'WAIVKSDS' to Journal-Name
Move 'REKEY' to Journal-Action
Move Old-Code to Journal-Before
Move New-Code to Journal-After
Perform Write-Recode-Journal
Add 1 to Changed-Count
End-Write
End-Read
Display "WAIVKSDS " Changed-Count
End-If.
Rekey-Flap-State.
If Flap-State-File-OK
Move 0 to Changed-Count
Move Old-Code to FLS-Iata-Code
Read Flap-State-File
Not Invalid Key
Move New-Code to FLS-Iata-Code
Write Flap-State-Record
Invalid Key
Display "** FLAPKSDS write failed for " New-Code " **"
Set Apply-Failed to true
Not Invalid Key
Move Old-Code to FLS-Iata-Code
Delete Flap-State-File
Invalid Key
Set Apply-Failed to true
End-Delete
Move 'FLAPKSDS' to Journal-Name
Move 'REKEY' to Journal-Action
Move Old-Code to Journal-Before
Move New-Code to Journal-After
Perform Write-Recode-Journal
Add 1 to Changed-Count
End-Write
End-Read
Display "FLAPKSDS " Changed-Count
End-If.
*> Every kept version moves, so the reports' as-of option finds
*> the airport's past versions under the code they now report it by.
Rekey-Master-History.
If Master-History-File-OK
Move 0 to Changed-Count
Move 'N' to Walk-Done-Flag
Move Old-Code to MHS-Iata-Code
Move Low-Values to MHS-To-Date
Move MHS-Key to Resume-Version-Key
Perform Rekey-One-Version until Walk-Done
Display "MSTRHIST " Changed-Count
End-If.
Rekey-One-Version.
Move Resume-Version-Key to MHS-Key.
Start Master-History-File Key is Greater Than MHS-Key
Invalid Key
Set Walk-Done to true
End-Start.
If not Walk-Done
Read Master-History-File Next Record
At End
Set Walk-Done to true
End-Read
If not Master-History-File-OK
or MHS-Iata-Code not equal Old-Code
Set Walk-Done to true
End-If
End-If.
If not Walk-Done
Move MHS-Key to Resume-Version-Key
Move MHS-Key to Journal-Before
Move New-Code to MHS-Iata-Code
Move MHS-Key to Journal-After
Write Master-History-Record
Invalid Key
Display "** MSTRHIST write failed for " Journal-After " **"
Set Apply-Failed to true
Set Walk-Done to true
Not Invalid Key
Move Old-Code to MHS-Iata-Code
Delete Master-History-File
Invalid Key
Display "** MSTRHIST delete failed for "
Journal-Before " **"
Set Apply-Failed to true
Set Walk-Done to true
End-Delete
Move 'MSTRHIST' to Journal-Name
Move 'REKEY' to Journal-Action
Perform Write-Recode-Journal
Add 1 to Changed-Count
End-Write
End-If.
*> Holds and advisories both, ended entries included -- HWTHHADU
*> rebuilds the decks from whatever is keyed here.
Rekey-Holds.
If Hold-Adv-File-OK
Move 0 to Changed-Count
Move 'H' to Hold-Kind
Perform Rekey-Hold-Kind
Move 'A' to Hold-Kind
Perform Rekey-Hold-Kind
Display "HADKSDS  " Changed-Count
End-If.
Rekey-Hold-Kind.
Move 'N' to Walk-Done-Flag.
Move Hold-Kind to HAD-Kind.
Move Old-Code to HAD-Iata-Code.
Move Low-Values to HAD-Start-Date.
Move HAD-Key to Resume-Hold-Key.
Perform Rekey-One-Hold until Walk-Done.
Rekey-One-Hold.
Move Resume-Hold-Key to HAD-Key.
Start Hold-Adv-File Key is Greater Than HAD-Key
Invalid Key
Set Walk-Done to true
End-Start.
If not Walk-Done
Read Hold-Adv-File Next Record
At End
Set Walk-Done to true
End-Read
If not Hold-Adv-File-OK
or HAD-Kind not equal Hold-Kind
or HAD-Iata-Code not equal Old-Code
Set Walk-Done to true
End-If
End-If.
If not Walk-Done
Move HAD-Key to Resume-Hold-Key
Move HAD-Key to Journal-Before
Move New-Code to HAD-Iata-Code
Move HAD-Key to Journal-After
Write Hold-Advisory-Record
Invalid Key
Display "** HADKSDS write failed for " Journal-After " **"
Set Apply-Failed to true
Set Walk-Done to true
Not Invalid Key
Move Old-Code to HAD-Iata-Code
Delete Hold-Adv-File
Invalid Key
Display "** HADKSDS delete failed for "
Journal-Before " **"
Set Apply-Failed to true
Set Walk-Done to true
End-Delete
Move 'HADKSDS' to Journal-Name
Move 'REKEY' to Journal-Action
Perform Write-Recode-Journal
Add 1 to Changed-Count
End-Write
End-If.
Write-Xref-Entry.
Move Spaces to Recode-Xref-Record.
Move Old-Code to RCX-Old-Code.
Move New-Code to RCX-New-Code.
Move Effective-Date to RCX-Effective-Date.
Move Run-Date to RCX-Recode-Date.
Move Run-Time to RCX-Recode-Time.
Write Recode-Xref-Record.
If not Recode-Xref-File-OK
Display "** Unable to write RECODXRF entry             **"
Set Apply-Failed to true
else
Move 'RECODXRF' to Journal-Name
Move 'XREF' to Journal-Action
Move Spaces to Journal-Before
Move Recode-Xref-Record to Journal-After
Perform Write-Recode-Journal
End-If.
Write-Recode-Journal.
Move Run-Date to RCJ-Run-Date.
Move Run-Time to RCJ-Run-Time.
Move Old-Code to RCJ-Old-Code.
Move New-Code to RCJ-New-Code.
Move Effective-Date to RCJ-Effective-Date.
Move Journal-Name to RCJ-File.
Move Journal-Action to RCJ-Action.
Move Journal-Before to RCJ-Before-Image.
Move Journal-After to RCJ-After-Image.
Write Recode-Journal-Record.
*> ------------------------------------------------------------
*> Control decks.  On the check pass each is read and its rows
*> naming either code counted; on the apply pass every row is
*> copied to the KEEP dataset with the old code replaced.  A deck
*> that can't be read fails the check -- the overlay step would
*> otherwise lay an empty KEEP dataset over it.
*> ------------------------------------------------------------
Walk-Control-Decks.
Perform Walk-Airport-List.
Perform Walk-Storm-List.
Perform Walk-Thresholds.
Perform Walk-Dow-Schedule.
Perform Walk-Ops-Hours.
Perform Walk-Provider-Routes.
Perform Walk-Corridors.
Perform Walk-Metro-Groups.
Perform Walk-Traffic-Weights.
Perform Walk-Canaries.
Perform Walk-Waiver-Criteria.
Perform Walk-Flap-Control.
Start-Control-Deck.
Move 0 to Old-Count.
Move 0 to New-Count.
Move 'N' to Control-EOF-Flag.
End-Control-Deck.
If Check-Pass
Display Control-Name " " Old-Count "  " New-Count
If New-Count > 0
Display "   ** new code already present -- must be cleared first"
Add 1 to Problem-Count
End-If
else
Display Control-Name " " Old-Count
End-If.
Note-Control-Missing.
Display Control-Name " ** unable to read **".
If Check-Pass
Add 1 to Problem-Count
else
Set Apply-Failed to true
End-If.
*> Counts the row's references to either code and, on the apply
*> pass, swaps in the new code and journals the row.
Recode-Control-Row.
Move 'N' to Row-Changed-Flag.
Move Control-Row to Control-Before-Row.
If Code-Pos-1 > 0
Move Code-Pos-1 to Code-Pos
Perform Recode-Code-At-Pos
End-If.
If Code-Pos-2 > 0
Move Code-Pos-2 to Code-Pos
Perform Recode-Code-At-Pos
End-If.
If Row-Changed and Apply-Pass
Move Control-Name to Journal-Name
Move 'UPDATE' to Journal-Action
Move Control-Before-Row to Journal-Before
Move Control-Row to Journal-After
Perform Write-Recode-Journal
End-If.
Recode-Code-At-Pos.
Evaluate Control-Row(Code-Pos:3)
When Old-Code
Add 1 to Old-Count
Set Row-Changed to true
If Apply-Pass
Move New-Code to Control-Row(Code-Pos:3)
End-If
When New-Code
Add 1 to New-Count
End-Evaluate.
Walk-Airport-List.
Move 'AIRLIST' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Airport-List-File.
If not Airlist-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Airport-List-Keep-File
End-If
Perform Walk-One-Airport-List-Row until Control-EOF
Close Airport-List-File
If Apply-Pass
Close Airport-List-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Airport-List-Row.
Move Spaces to Control-Row.
Read Airport-List-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Airlist-File-OK and not Airlist-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Airport-List-Keep-Row from Control-Row
End-If
End-If.
Walk-Storm-List.
Move 'STORMLST' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Storm-List-File.
If not Storm-List-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Storm-List-Keep-File
End-If
Perform Walk-One-Storm-List-Row until Control-EOF
Close Storm-List-File
If Apply-Pass
Close Storm-List-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Storm-List-Row.
Move Spaces to Control-Row.
Read Storm-List-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Storm-List-File-OK and not Storm-List-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Storm-List-Keep-Row from Control-Row
End-If
End-If.
Walk-Thresholds.
Move 'THRSHLST' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Threshold-File.
If not Threshold-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Threshold-Keep-File
End-If
Perform Walk-One-Threshold-Row until Control-EOF
Close Threshold-File
If Apply-Pass
Close Threshold-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Threshold-Row.
Move Spaces to Control-Row.
Read Threshold-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Threshold-File-OK and not Threshold-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Threshold-Keep-Row from Control-Row
End-If
End-If.
Walk-Dow-Schedule.
Move 'DOWSKED' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Dow-Schedule-File.
If not Dow-Schedule-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Dow-Schedule-Keep-File
End-If
Perform Walk-One-Dow-Schedule-Row until Control-EOF
Close Dow-Schedule-File
If Apply-Pass
Close Dow-Schedule-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Dow-Schedule-Row.
Move Spaces to Control-Row.
Read Dow-Schedule-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Dow-Schedule-File-OK and not Dow-Schedule-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Dow-Schedule-Keep-Row from Control-Row
End-If
End-If.
Walk-Ops-Hours.
Move 'OPSHOURS' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Ops-Hours-File.
If not Ops-Hours-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Ops-Hours-Keep-File
End-If
Perform Walk-One-Ops-Hours-Row until Control-EOF
Close Ops-Hours-File
If Apply-Pass
Close Ops-Hours-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Ops-Hours-Row.
Move Spaces to Control-Row.
Read Ops-Hours-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Ops-Hours-File-OK and not Ops-Hours-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Ops-Hours-Keep-Row from Control-Row
End-If
End-If.
Walk-Provider-Routes.
Move 'PROVRTE' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Provider-Route-File.
If not Provider-Route-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Provider-Route-Keep-File
End-If
Perform Walk-One-Provider-Route-Row until Control-EOF
Close Provider-Route-File
If Apply-Pass
Close Provider-Route-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Provider-Route-Row.
Move Spaces to Control-Row.
Read Provider-Route-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Provider-Route-File-OK and not Provider-Route-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Provider-Route-Keep-Row from Control-Row
End-If
End-If.
*> Origin in 1-3, destination in 5-7.
Walk-Corridors.
Move 'CORRIDOR' to Control-Name.
Move 1 to Code-Pos-1.
Move 5 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Corridor-File.
If not Corridor-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Corridor-Keep-File
End-If
Perform Walk-One-Corridor-Row until Control-EOF
Close Corridor-File
If Apply-Pass
Close Corridor-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Corridor-Row.
Move Spaces to Control-Row.
Read Corridor-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Corridor-File-OK and not Corridor-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Corridor-Keep-Row from Control-Row
End-If
End-If.
*> Group id in 1-3 is not an airport; the member sits in 5-7.
Walk-Metro-Groups.
Move 'METROGRP' to Control-Name.
Move 5 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Metro-Group-File.
If not Metro-Group-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Metro-Group-Keep-File
End-If
Perform Walk-One-Metro-Group-Row until Control-EOF
Close Metro-Group-File
If Apply-Pass
Close Metro-Group-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Metro-Group-Row.
Move Spaces to Control-Row.
Read Metro-Group-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Metro-Group-File-OK and not Metro-Group-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Metro-Group-Keep-Row from Control-Row
End-If
End-If.
Walk-Traffic-Weights.
Move 'TRAFFWGT' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Traffic-Weight-File.
If not Traffic-Weight-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Traffic-Weight-Keep-File
End-If
Perform Walk-One-Traffic-Weight-Row until Control-EOF
Close Traffic-Weight-File
If Apply-Pass
Close Traffic-Weight-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Traffic-Weight-Row.
Move Spaces to Control-Row.
Read Traffic-Weight-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Traffic-Weight-File-OK and not Traffic-Weight-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Traffic-Weight-Keep-Row from Control-Row
End-If
End-If.
Walk-Canaries.
Move 'CANARYLS' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Canary-File.
If not Canary-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Canary-Keep-File
End-If
Perform Walk-One-Canary-Row until Control-EOF
Close Canary-File
If Apply-Pass
Close Canary-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Canary-Row.
Move Spaces to Control-Row.
Read Canary-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Canary-File-OK and not Canary-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Canary-Keep-Row from Control-Row
End-If
End-If.
Walk-Waiver-Criteria.
Move 'WAIVCRIT' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Waiver-Crit-File.
If not Waiver-Crit-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Waiver-Crit-Keep-File
End-If
Perform Walk-One-Waiver-Crit-Row until Control-EOF
Close Waiver-Crit-File
If Apply-Pass
Close Waiver-Crit-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Waiver-Crit-Row.
Move Spaces to Control-Row.
Read Waiver-Crit-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Waiver-Crit-File-OK and not Waiver-Crit-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Waiver-Crit-Keep-Row from Control-Row
End-If
End-If.
Walk-Flap-Control.
Move 'FLAPCTL' to Control-Name.
Move 1 to Code-Pos-1.
Move 0 to Code-Pos-2.
Perform Start-Control-Deck.
Open Input Flap-Control-File.
If not Flap-Control-File-OK
Perform Note-Control-Missing
else
If Apply-Pass
Open Output Flap-Control-Keep-File
End-If
Perform Walk-One-Flap-Control-Row until Control-EOF
Close Flap-Control-File
If Apply-Pass
Close Flap-Control-Keep-File
End-If
Perform End-Control-Deck
End-If.
Walk-One-Flap-Control-Row.
Move Spaces to Control-Row.
Read Flap-Control-File into Control-Row
At End
Set Control-EOF to true
End-Read.
If not Flap-Control-File-OK and not Flap-Control-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
Perform Recode-Control-Row
If Apply-Pass
Write Flap-Control-Keep-Row from Control-Row
End-If
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHRCOD.
