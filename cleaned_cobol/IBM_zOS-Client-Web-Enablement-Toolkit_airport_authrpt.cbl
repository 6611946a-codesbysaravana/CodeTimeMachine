IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHAUZR.
*> Access review report for the quarterly audit of the monitor
*> transactions.  Part one lists every AUTHKSDS entry -- RACF groups
*> first (their key sorts first), then user IDs with the group each
*> is tied to and the roles that add up to (View, Ack, Master,
*> Watch, Legal) -- and flags a user tied to a group that has no row, or a
*> role byte that is neither Y nor blank.  Part two lists every
*> refused attempt on AUTHVIOL (written by HWTHCAUZ through the AVIO
*> destination) in the review period, with a count per user ID.
*>   (no PARM)                  every violation on file
*>   PARM=CCYYMMDD,CCYYMMDD     violations in that date range
*> RC=4 when there are violations in the period or entries flagged;
*> RC=8 when AUTHKSDS can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Auth-File Assign To AUTHKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AUZ-Key
File Status Is Auth-File-Status.
Select Violation-File Assign To AUTHVIOL
Organization Is Line Sequential
File Status Is Violation-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Auth-File.
COPY AUTHREC.
FD  Violation-File.
COPY AUTVREC.
WORKING-STORAGE SECTION.
01 Auth-File-Status Pic X(2) Value Spaces.
88 Auth-File-OK     Value '00'.
88 Auth-File-At-End Value '10'.
01 Violation-File-Status Pic X(2) Value Spaces.
88 Violation-File-OK     Value '00'.
88 Violation-File-At-End Value '10'.
01 Auth-EOF-Flag Pic X Value 'N'.
88 Auth-EOF Value 'Y'.
01 Violation-EOF-Flag Pic X Value 'N'.
88 Violation-EOF Value 'Y'.
01 Range-From-Date Pic X(8) Value Low-Values.
01 Range-To-Date   Pic X(8) Value High-Values.
*> Group rows as they go by, for the users read after them.
01 Group-Table.
05 Group-Entry Occurs 500 times.
10 GRT-Group-Id Pic X(8).
10 GRT-Roles    Pic X(5).
01 Group-Count Pic 9(3) Value 0.
01 Group-Idx   Pic 9(3) Value 0.
01 Group-Found-Flag Pic X Value 'N'.
88 Group-Found Value 'Y'.
01 Entry-Roles     Pic X(5) Value Spaces.
01 Effective-Roles Pic X(5) Value Spaces.
01 Role-Idx Pic 9 Value 0.
01 Entry-Flag-Text Pic X(30) Value Spaces.
*> Violations per user ID over the period.
01 Violator-Table.
05 Violator-Entry Occurs 500 times.
10 VLT-Userid Pic X(8).
10 VLT-Count  Pic 9(5).
01 Violator-Count Pic 9(3) Value 0.
01 Violator-Idx   Pic 9(3) Value 0.
01 Violator-Found-Flag Pic X Value 'N'.
88 Violator-Found Value 'Y'.
01 Group-Rows      Pic 9(5) Value 0.
01 User-Rows       Pic 9(5) Value 0.
01 Flagged-Rows    Pic 9(5) Value 0.
01 Violations-Read Pic 9(7) Value 0.
01 Violations-In-Period Pic 9(7) Value 0.
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
Display "** Transaction Access Review                  **".
Display "***********************************************".
If parm-len equal 17
and parm-string(1:8) is numeric
and parm-string(9:1) equal ','
and parm-string(10:8) is numeric
Move parm-string(1:8) to Range-From-Date
Move parm-string(10:8) to Range-To-Date
Display "** Violations " Range-From-Date " through "
Range-To-Date "   **"
else
Display "** Violations: everything on file             **"
End-If.
Open Input Auth-File.
If not Auth-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUTHKSDS' to MRQ-Insert(1)
Move 'authorization file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform List-Role-Entries
Close Auth-File
Perform List-Violations
Display "-----------------------------------------------"
Display "Group entries        : " Group-Rows
Display "User entries         : " User-Rows
Display "Entries flagged      : " Flagged-Rows
Display "Violations on file   : " Violations-Read
Display "Violations in period : " Violations-In-Period
If Flagged-Rows > 0 or Violations-In-Period > 0
Move 4 to Return-Code
End-If
End-If.
Display "** Transaction Access Review Ends              **".
Display "***********************************************".
STOP RUN.
List-Role-Entries.
Display "-----------------------------------------------".
Display "ROLES (V=view A=ack M=master W=watch-list L=legal hold)".
Display "K ID       GROUP    OWN   EFFECTIVE DESCRIPTION".
Move Low-Values to AUZ-Key.
Start Auth-File Key is Not Less Than AUZ-Key
Invalid Key
Set Auth-EOF to true
End-Start.
Perform List-One-Role-Entry until Auth-EOF.
List-One-Role-Entry.
Read Auth-File Next Record
At End
Set Auth-EOF to true
End-Read.
If not Auth-File-OK and not Auth-File-At-End
Set Auth-EOF to true
End-If.
If not Auth-EOF
Move Spaces to Entry-Flag-Text
Perform Spell-Entry-Roles
Move Entry-Roles to Effective-Roles
Evaluate true
When AUZ-Kind-Group
Add 1 to Group-Rows
If Group-Count < 500
Add 1 to Group-Count
Move AUZ-Id to GRT-Group-Id(Group-Count)
Move Entry-Roles to GRT-Roles(Group-Count)
End-If
When AUZ-Kind-User
Add 1 to User-Rows
If AUZ-Group not equal Spaces
Perform Apply-Group-Roles
End-If
When other
Move '** unknown entry kind' to Entry-Flag-Text
End-Evaluate
If (AUZ-Role-View not equal 'Y' and AUZ-Role-View not equal Space)
or (AUZ-Role-Ack not equal 'Y' and AUZ-Role-Ack not equal Space)
or (AUZ-Role-Master not equal 'Y'
and AUZ-Role-Master not equal Space)
or (AUZ-Role-Watch not equal 'Y'
and AUZ-Role-Watch not equal Space)
or (AUZ-Role-Legal not equal 'Y'
and AUZ-Role-Legal not equal Space)
Move '** role byte not Y or blank' to Entry-Flag-Text
End-If
If Entry-Flag-Text not equal Spaces
Add 1 to Flagged-Rows
End-If
Display AUZ-Id-Kind " " AUZ-Id " " AUZ-Group " "
Entry-Roles " " Effective-Roles "     "
AUZ-Description " " Entry-Flag-Text
End-If
.
Spell-Entry-Roles.
Move '-----' to Entry-Roles.
If AUZ-May-View
Move 'V' to Entry-Roles(1:1)
End-If.
If AUZ-May-Ack
Move 'A' to Entry-Roles(2:1)
End-If.
If AUZ-May-Master
Move 'M' to Entry-Roles(3:1)
End-If.
If AUZ-May-Watch
Move 'W' to Entry-Roles(4:1)
End-If.
If AUZ-May-Legal
Move 'L' to Entry-Roles(5:1)
End-If.
Apply-Group-Roles.
Move 'N' to Group-Found-Flag.
Move 1 to Group-Idx.
Perform Search-Group-Entry
until Group-Idx > Group-Count or Group-Found.
If Group-Found
Perform Merge-One-Group-Role
Varying Role-Idx From 1 By 1 Until Role-Idx > 5
else
Move '** group has no entry' to Entry-Flag-Text
End-If.
Search-Group-Entry.
If GRT-Group-Id(Group-Idx) equal AUZ-Group
Set Group-Found to true
else
Add 1 to Group-Idx
End-If
.
Merge-One-Group-Role.
If GRT-Roles(Group-Idx)(Role-Idx:1) not equal '-'
Move GRT-Roles(Group-Idx)(Role-Idx:1)
to Effective-Roles(Role-Idx:1)
End-If.
List-Violations.
Display "-----------------------------------------------".
Display "REFUSED ATTEMPTS".
Open Input Violation-File.
If not Violation-File-OK
Display "   AUTHVIOL not available -- no violations listed"
else
Perform List-One-Violation until Violation-EOF
Close Violation-File
Perform Print-One-Violator
Varying Violator-Idx From 1 By 1
Until Violator-Idx > Violator-Count
End-If.
List-One-Violation.
Read Violation-File
At End
Set Violation-EOF to true
End-Read.
If not Violation-File-OK and not Violation-File-At-End
Set Violation-EOF to true
End-If.
If not Violation-EOF
Add 1 to Violations-Read
If AVL-Date not less Range-From-Date
and AVL-Date not greater Range-To-Date
Add 1 to Violations-In-Period
Display "   " AVL-Date " " AVL-Time " " AVL-Userid " "
AVL-Termid " " AVL-Transid " " AVL-Program
" role=" AVL-Role " " AVL-Reason " " AVL-Action-Text
Perform Count-Violator
End-If
End-If
.
Count-Violator.
Move 'N' to Violator-Found-Flag.
Move 1 to Violator-Idx.
Perform Search-Violator-Entry
until Violator-Idx > Violator-Count or Violator-Found.
If Violator-Found
Add 1 to VLT-Count(Violator-Idx)
else
If Violator-Count < 500
Add 1 to Violator-Count
Move AVL-Userid to VLT-Userid(Violator-Count)
Move 1 to VLT-Count(Violator-Count)
End-If
End-If.
Search-Violator-Entry.
If VLT-Userid(Violator-Idx) equal AVL-Userid
Set Violator-Found to true
else
Add 1 to Violator-Idx
End-If
.
Print-One-Violator.
If Violator-Idx = 1
Display "   Refusals by user ID:"
End-If.
Display "      " VLT-Userid(Violator-Idx) " "
VLT-Count(Violator-Idx).
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHAUZR.
