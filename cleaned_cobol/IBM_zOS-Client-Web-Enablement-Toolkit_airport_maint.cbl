Select Pending-File Assign To PENDMNT
Organization Is Line Sequential
File Status Is Pending-File-Status.
Select Tz-Rules-File Assign To TZRULES
Organization Is Line Sequential
File Status Is Tz-Rules-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Maint-Tran-File.
COPY MNTREC.
FD  Pending-File.
COPY PENDMREC.
FD  Tz-Rules-File.
COPY TZRULE.
WORKING-STORAGE SECTION.
01 Maint-Tran-File-Status Pic X(2) Value Spaces.
88 Maint-Tran-File-OK     Value '00'.
88 Tran-Valid Value 'Y'.
01 Stage-Id     Pic X(14) Value Spaces.
01 Submit-User  Pic X(8) Value Spaces.
*> Zone ids known to TZRULES, so a card naming a zone nobody has
*> written a rule for bounces here rather than leaving the airport
*> on its fallback offset.  Without TZRULES the id is edited for
*> form only.
01 Tz-Rules-File-Status Pic X(2) Value Spaces.
88 Tz-Rules-File-OK     Value '00'.
88 Tz-Rules-File-At-End Value '10'.
01 Tz-Rules-EOF-Flag Pic X Value 'N'.
88 Tz-Rules-EOF Value 'Y'.
01 Zone-Ids-Loaded-Flag Pic X Value 'N'.
88 Zone-Ids-Loaded Value 'Y'.
01 Zone-Id-Count Pic 9(3) Value 0.
01 Zone-Id-Table.
05 Zone-Id-Entry Pic X(8) Occurs 300 times.
01 Zone-Id-Idx   Pic 9(3) Value 0.
01 Zone-Check-Id Pic X(8) Value Spaces.
01 Zone-Id-Found-Flag Pic X Value 'N'.
88 Zone-Id-Found Value 'Y'.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Move Function Current-Date(1:14) to Stage-Id
Display "** Staging batch " Stage-Id
" submitted by " Submit-User " **"
Perform Load-Zone-Ids
Open Input Maint-Tran-File
Open Extend Pending-File
If not Maint-Tran-File-OK or not Pending-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'MNTTRAN' to MRQ-Insert(1)
Move 'and/or PENDMNT' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Transaction
Move 'N' to Tran-Valid-Flag
End-If
End-If.
If Tran-Valid and MNT-Normal-Runways not equal Spaces
If MNT-Normal-Runways not numeric
Move 'Normal runways must be two digits (e.g. 04)'
to Reject-Reason
Move 'N' to Tran-Valid-Flag
End-If
End-If.
If Tran-Valid and MNT-Time-Zone not equal Spaces
Perform Edit-Time-Zone
End-If.
If Tran-Valid and MNT-Action-Change
If MNT-Airport-Name equal Spaces
and MNT-Airport-State equal Spaces
and MNT-Region-Code equal Spaces
and MNT-Utc-Offset equal Spaces
and MNT-Icao-Code equal Spaces
and MNT-Normal-Runways equal Spaces
and MNT-Time-Zone equal Spaces
Move 'CHANGE carries no fields to change' to Reject-Reason
Move 'N' to Tran-Valid-Flag
End-If
End-If.
Edit-Time-Zone.
If MNT-Time-Zone(1:1) equal Space
Move 'Time zone id must start in its first position'
to Reject-Reason
Move 'N' to Tran-Valid-Flag
End-If.
If Tran-Valid and Zone-Ids-Loaded
Move 'N' to Zone-Id-Found-Flag
Move MNT-Time-Zone to Zone-Check-Id
Perform Match-Zone-Id varying Zone-Id-Idx from 1 by 1
until Zone-Id-Idx > Zone-Id-Count or Zone-Id-Found
If not Zone-Id-Found
Move 'Time zone id is not in TZRULES' to Reject-Reason
Move 'N' to Tran-Valid-Flag
End-If
End-If.
Match-Zone-Id.
If Zone-Id-Entry(Zone-Id-Idx) equal Zone-Check-Id
Set Zone-Id-Found to true
End-If.
Load-Zone-Ids.
Open Input Tz-Rules-File.
If Tz-Rules-File-OK
Perform Read-Zone-Id-Rule
Perform Load-One-Zone-Id until Tz-Rules-EOF
Close Tz-Rules-File
Set Zone-Ids-Loaded to true
Display "** " Zone-Id-Count " time zone(s) on TZRULES"
else
Display "** TZRULES not available - time zone ids are"
" edited for form only"
End-If.
Read-Zone-Id-Rule.
Read Tz-Rules-File
At End
Set Tz-Rules-EOF to true
End-Read
If not Tz-Rules-File-OK and not Tz-Rules-File-At-End
Set Tz-Rules-EOF to true
End-If
.
Load-One-Zone-Id.
If TZR-Zone-Id(1:1) not equal '*' and TZR-Zone-Id not equal Spaces
Move 'N' to Zone-Id-Found-Flag
Move TZR-Zone-Id to Zone-Check-Id
Perform Match-Zone-Id varying Zone-Id-Idx from 1 by 1
until Zone-Id-Idx > Zone-Id-Count or Zone-Id-Found
If not Zone-Id-Found and Zone-Id-Count < 300
Add 1 to Zone-Id-Count
Move TZR-Zone-Id to Zone-Id-Entry(Zone-Id-Count)
End-If
End-If.
Perform Read-Zone-Id-Rule.
Write-Pending-Record.
Move Spaces to Pending-Maint-Record.
Move Stage-Id to PND-Stage-Id.
Display "Transactions read : " Tran-Number.
Display "Staged pending    : " Total-Staged.
Display "Rejected          : " Total-Rejected.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHMNT1.
