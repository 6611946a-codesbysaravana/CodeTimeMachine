IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHPUBR.
*> Run publish gate.  HWTHXREC leaves each run's publish status on
*> PUBSTAT -- clean, or exceptions -- and nothing downstream may
*> consume a run that isn't clean or released: the warehouse once
*> loaded a run the balance had already shown to be bad.  This job
*> is the gate the feed handoffs test and the shift lead's way to
*> overrule the balance either way.
*>   PARM=CHECK[,run]                     RC=0 the run may be
*>        published, RC=12 it may not (exceptions, blocked, or never
*>        balanced).  Without a run id, the newest run on CTLTOTS --
*>        the run the job's PROCESS step just ended.
*>   PARM=RELEASE,run,userid,reason       publish it in spite of
*>        the balance's exceptions (or before it was balanced)
*>   PARM=BLOCK,run,userid,reason         hold it back however it
*>        balanced
*>   PARM=SHOW,run                        the run's status and who
*>        last released or blocked it
*> A release or block needs the Ack role on AUTHKSDS (the shift
*> lead's), directly or through the user's RACF group, and a reason;
*> the user, time and reason are kept on the run's record, and the
*> balance's own finding is kept alongside.  A block stands however
*> the run later balances; a release stands until it balances clean.
*> RC=8 when the PARM is refused, the user lacks the role, or a file
*> can't be opened or updated.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Publish-Status-File Assign To PUBSTAT
Organization Is Indexed
Access Mode Is Random
Record Key Is PUB-Run-Id
File Status Is Publish-Status-File-Status.
Select Control-Totals-File Assign To CTLTOTS
Organization Is Line Sequential
File Status Is Control-Totals-File-Status.
Select Auth-File Assign To AUTHKSDS
Organization Is Indexed
Access Mode Is Random
Record Key Is AUZ-Key
File Status Is Auth-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Publish-Status-File.
COPY PUBREC.
FD  Control-Totals-File.
COPY CTLTOTR.
FD  Auth-File.
COPY AUTHREC.
WORKING-STORAGE SECTION.
01 Publish-Status-File-Status Pic X(2) Value Spaces.
88 Publish-Status-File-OK Value '00'.
01 Control-Totals-File-Status Pic X(2) Value Spaces.
88 Control-Totals-File-OK     Value '00'.
88 Control-Totals-File-At-End Value '10'.
01 Control-Totals-EOF-Flag Pic X Value 'N'.
88 Control-Totals-EOF Value 'Y'.
01 Auth-File-Status Pic X(2) Value Spaces.
88 Auth-File-OK Value '00'.
01 Run-Mode Pic X(8) Value Spaces.
88 Mode-Check   Value 'CHECK'.
88 Mode-Release Value 'RELEASE'.
88 Mode-Block   Value 'BLOCK'.
88 Mode-Show    Value 'SHOW'.
01 Parm-Run-Id  Pic X(14) Value Spaces.
01 Parm-Userid  Pic X(8) Value Spaces.
01 Parm-Reason  Pic X(60) Value Spaces.
01 Role-Granted-Flag Pic X Value 'N'.
88 Role-Granted Value 'Y'.
01 User-Group Pic X(8) Value Spaces.
01 Publish-Found-Flag Pic X Value 'N'.
88 Publish-Found Value 'Y'.
01 Publish-Status-Text Pic X(10) Value Spaces.
01 Recon-Status-Text   Pic X(10) Value Spaces.
01 Prior-Status-Text   Pic X(10) Value Spaces.
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
Display "** Run Publish Gate                           **".
Display "***********************************************".
If parm-len > 0
Unstring parm-string(1:parm-len) delimited by ','
into Run-Mode Parm-Run-Id Parm-Userid Parm-Reason
End-Unstring
Move Function Upper-Case(Run-Mode) to Run-Mode
Move Function Upper-Case(Parm-Userid) to Parm-Userid
End-If.
Evaluate true
When Mode-Check
Perform Check-Run
When Mode-Show
Perform Show-Run
When Mode-Release
Perform Set-Run-Status
When Mode-Block
Perform Set-Run-Status
When other
Display "** PARM must be CHECK, RELEASE, BLOCK or SHOW **"
Move 8 to Return-Code
End-Evaluate.
Display "** Run Publish Gate Ends                       **".
Display "***********************************************".
STOP RUN.
*> RC=12 is the gate's own answer -- distinct from a failure of the
*> job itself -- so the handoff steps can be held on it alone.
Check-Run.
If Parm-Run-Id equal Spaces
Perform Find-Newest-Run
End-If.
If Return-Code = 0
Perform Read-Run-Status
End-If.
If Return-Code = 0
If Publish-Found
Perform Show-Run-Status
End-If
If Publish-Found and PUB-Publishable
Display "** Run " Parm-Run-Id " may be published        **"
else
If not Publish-Found
Display "** Run " Parm-Run-Id " has not been balanced   **"
End-If
Display "** Run " Parm-Run-Id " NOT PUBLISHED -- downstream"
" loads and feeds refuse it **"
Move 12 to Return-Code
End-If
End-If.
Show-Run.
If Parm-Run-Id is not numeric
Display "** SHOW needs the 14-digit run identifier    **"
Move 8 to Return-Code
else
Perform Read-Run-Status
If Return-Code = 0
If Publish-Found
Perform Show-Run-Status
else
Display "** Run " Parm-Run-Id " is not on PUBSTAT       **"
End-If
End-If
End-If.
Set-Run-Status.
Evaluate true
When Parm-Run-Id is not numeric
Display "** The run must be the 14-digit run identifier **"
Move 8 to Return-Code
When Parm-Userid equal Spaces
Display "** A release or block names the user         **"
Move 8 to Return-Code
When Parm-Reason equal Spaces
Display "** A release or block must give a reason     **"
Move 8 to Return-Code
When other
Perform Check-Ack-Role
End-Evaluate.
If Return-Code = 0
Open I-O Publish-Status-File
If not Publish-Status-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PUBSTAT' to MRQ-Insert(1)
Move 'for update' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move 'N' to Publish-Found-Flag
Move Parm-Run-Id to PUB-Run-Id
Read Publish-Status-File
Not Invalid Key
Set Publish-Found to true
End-Read
If not Publish-Found
Move Spaces to Publish-Status-Record
Move Parm-Run-Id to PUB-Run-Id
Move 0 to PUB-Exception-Count
End-If
Perform Name-Publish-Status
Move Publish-Status-Text to Prior-Status-Text
If Mode-Release
Set PUB-Released to true
else
Set PUB-Blocked to true
End-If
Move Parm-Userid to PUB-Set-By
Move Function Current-Date(1:14) to PUB-Set-Stamp
Move Parm-Reason to PUB-Reason
If Publish-Found
Rewrite Publish-Status-Record
Invalid Key
Move 8 to Return-Code
End-Rewrite
else
Write Publish-Status-Record
Invalid Key
Move 8 to Return-Code
End-Write
End-If
Close Publish-Status-File
If Return-Code = 0
Display "** Run " Parm-Run-Id " was "
Function Trim(Prior-Status-Text)
" -- now " Run-Mode " **"
Perform Show-Run-Status
else
Display "** PUBSTAT update failed for " Parm-Run-Id " **"
End-If
End-If
End-If.
Read-Run-Status.
Move 'N' to Publish-Found-Flag.
Open Input Publish-Status-File.
If not Publish-Status-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PUBSTAT' to MRQ-Insert(1)
Move 'publish status' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Parm-Run-Id to PUB-Run-Id
Read Publish-Status-File
Not Invalid Key
Set Publish-Found to true
End-Read
Close Publish-Status-File
End-If.
Show-Run-Status.
Perform Name-Publish-Status.
Evaluate PUB-Recon-Status
When 'C'
Move 'CLEAN' to Recon-Status-Text
When 'E'
Move 'EXCEPTIONS' to Recon-Status-Text
When other
Move 'NOT RUN' to Recon-Status-Text
End-Evaluate.
Display "   Run                : " PUB-Run-Id.
Display "   Publish status     : " Publish-Status-Text.
Display "   Balance found      : " Recon-Status-Text
" (" PUB-Exception-Count " exception(s)) "
PUB-Recon-Stamp.
If PUB-Set-By not equal Spaces
Display "   Last set by        : " PUB-Set-By " "
PUB-Set-Stamp
Display "   Reason             : " Function Trim(PUB-Reason)
End-If.
Name-Publish-Status.
Evaluate true
When PUB-Clean
Move 'CLEAN' to Publish-Status-Text
When PUB-Exceptions
Move 'EXCEPTIONS' to Publish-Status-Text
When PUB-Released
Move 'RELEASED' to Publish-Status-Text
When PUB-Blocked
Move 'BLOCKED' to Publish-Status-Text
When other
Move 'NOT SET' to Publish-Status-Text
End-Evaluate.
*> The newest whole-run record on CTLTOTS.
Find-Newest-Run.
Open Input Control-Totals-File.
If not Control-Totals-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CTLTOTS' to MRQ-Insert(1)
Move 'control totals' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Note-One-Control-Total until Control-Totals-EOF
Close Control-Totals-File
If Parm-Run-Id equal Spaces
Display "** No HWTHXCB1 run on CTLTOTS                 **"
Move 8 to Return-Code
End-If
End-If.
Note-One-Control-Total.
Read Control-Totals-File
At End
Set Control-Totals-EOF to true
End-Read.
If not Control-Totals-File-OK and not Control-Totals-File-At-End
Set Control-Totals-EOF to true
End-If.
If not Control-Totals-EOF and CTL-Group-Tag equal Spaces
and CTL-Run-Id > Parm-Run-Id
Move CTL-Run-Id to Parm-Run-Id
End-If.
*> The user's own row first, then the RACF group it names -- the
*> same reading HWTHCAUZ gives the online roles.
Check-Ack-Role.
Move 'N' to Role-Granted-Flag.
Open Input Auth-File.
If not Auth-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUTHKSDS' to MRQ-Insert(1)
Move 'authorization file' to MRQ-Insert(2)
Perform Issue-Message
else
Move 'U' to AUZ-Id-Kind
Move Parm-Userid to AUZ-Id
Read Auth-File
Invalid Key
Continue
Not Invalid Key
Move AUZ-Group to User-Group
If AUZ-May-Ack
Set Role-Granted to true
End-If
End-Read
If not Role-Granted and User-Group not equal Spaces
Move 'G' to AUZ-Id-Kind
Move User-Group to AUZ-Id
Read Auth-File
Invalid Key
Continue
Not Invalid Key
If AUZ-May-Ack
Set Role-Granted to true
End-If
End-Read
End-If
Close Auth-File
End-If.
If not Role-Granted
Display "** " Parm-Userid " does not hold the Ack role -- refused **"
Move 8 to Return-Code
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHPUBR.
