*> submitter and the approver on the record; every decision is
*> stamped onto the pending record, which flows to PENDKEEP for
*> the IDCAMS overlay step (the HWTHARCH pattern), so PENDMNT
*> always shows each transaction's fate.  A CHANGE to a field the
*> reports group or label by (name, country, region, ICAO, UTC
*> offset, time zone), and every DELETE, first keeps the version it
*> ends on MSTRHIST, in force through yesterday, so the reports'
*> as-of option still finds it on the days it stood.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Access Mode Is Dynamic
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
Select Master-History-File Assign To MSTRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is MHS-Key
File Status Is Master-History-File-Status.
Select Journal-File Assign To AIRJRNL
Organization Is Line Sequential
File Status Is Journal-File-Status.
Select Seal-Register-File Assign To SEALREG
Organization Is Line Sequential
File Status Is Seal-Register-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Pending-File.
COPY PENDMREC.
FD  Pending-Keep-File.
01 Pending-Keep-Record Pic X(286).
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Master-History-File.
COPY MHSTREC.
FD  Journal-File.
COPY AIRJRNL.
FD  Seal-Register-File.
COPY SEALREC.
WORKING-STORAGE SECTION.
01 Pending-File-Status Pic X(2) Value Spaces.
88 Pending-File-OK     Value '00'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK        Value '00'.
88 Airmstr-File-Not-Found Value '23'.
01 Master-History-File-Status Pic X(2) Value Spaces.
88 Master-History-File-OK Value '00'.
01 Master-History-Usable-Flag Pic X Value 'N'.
88 Master-History-Usable Value 'Y'.
01 History-Browse-Flag Pic X Value 'N'.
88 History-Browse-Done Value 'Y'.
01 History-Work-Date  Pic 9(8) Value 0.
01 History-Work-Int   Pic 9(9) Value 0.
01 History-Start-Date Pic X(8) Value Spaces.
01 History-End-Date   Pic X(8) Value Spaces.
*> The master as it stood before the change, field by field.
COPY AIRMSTR Replacing Leading ==AM-== By ==PRV-==
==Airport-Master-Record== By ==Prior-Master-Record==.
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
01 Pending-EOF-Flag Pic X Value 'N'.
88 Pending-EOF Value 'Y'.
01 Decision-Mode Pic X(7) Value Spaces.
01 Total-Rejected Pic 9(5) Value 0.
01 Total-Failed   Pic 9(5) Value 0.
01 Total-Held     Pic 9(5) Value 0.
01 Total-Versions-Kept   Pic 9(5) Value 0.
01 Total-Versions-Missed Pic 9(5) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Open Input Pending-File
Open Output Pending-Keep-File
Open I-O Airport-Master-File
Move Function Current-Date(1:14) to Seal-Run-Id
Perform Prime-Journal-Seal
Open Extend Journal-File
If not Pending-File-OK or not Pending-Keep-File-OK
or not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PENDMNT/PENDKEEP/AIRMSTR' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
If not Journal-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRJRNL' to MRQ-Insert(1)
Move 'master journal' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open I-O Master-History-File
If Master-History-File-OK
Set Master-History-Usable to true
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'MSTRHIST' to MRQ-Insert(1)
Move '-- superseded' to MRQ-Insert(2)
Move 'versions will not be kept' to MRQ-Insert(3)
Perform Issue-Message
End-If
Perform Read-Next-Pending
Perform Decide-One-Pending until Pending-EOF
Close Pending-Keep-File
Close Airport-Master-File
Close Journal-File
If Master-History-Usable
Close Master-History-File
End-If
Perform Register-Journal-Seal
Perform Print-Summary
If Total-Failed > 0 or Total-Held > 0 or Total-Versions-Missed > 0
Move 4 to Return-Code
End-If
End-If
Move WRK-Region-Code to AM-Region-Code
Move WRK-Utc-Offset to AM-Utc-Offset
Move WRK-Icao-Code to AM-Icao-Code
Move WRK-Time-Zone to AM-Time-Zone
If WRK-Normal-Runways numeric
Move WRK-Normal-Runways to AM-Normal-Runway-Count
End-If
Move Function Current-Date(1:8) to AM-Last-Update-Date
Display "APPLY " PND-Stage-Id " seq " PND-Sequence
" ADD " WRK-Iata-Code
If WRK-Icao-Code not equal Spaces
Move WRK-Icao-Code to AM-Icao-Code
End-If
If WRK-Time-Zone not equal Spaces
Move WRK-Time-Zone to AM-Time-Zone
End-If
*> A corrected runway count drops the learned designators; HWTHXCB1
*> takes them again from the provider's next full-complement report.
If WRK-Normal-Runways not equal Spaces
Move WRK-Normal-Runways to AM-Normal-Runway-Count
Move Spaces to AM-Normal-Runway-List
End-If
Move Function Current-Date(1:8) to AM-Last-Update-Date
Perform Print-After-Image
Rewrite Airport-Master-Record
Not Invalid Key
Move 'REWRITE' to JRN-Action
Perform Write-Journal-Record
Perform Keep-Master-Version
End-Rewrite
End-If
.
Not Invalid Key
Move 'DELETE' to JRN-Action
Perform Write-Journal-Record
Perform Keep-Master-Version
End-Delete
End-If
.
End-If
Move PND-Submit-User to JRN-User
Move Approver-User to JRN-Approver
Perform Seal-Journal-Record
Write Journal-Record
End-If
.
*> The version a CHANGE or DELETE ends goes to MSTRHIST when a
*> field kept there actually changed -- coordinates and runways
*> group nothing, so a change to them alone keeps no version.
Keep-Master-Version.
Move Maint-Before-Image to Prior-Master-Record.
If WRK-Action-Delete
or PRV-Airport-Name not equal AM-Airport-Name
or PRV-Airport-Country not equal AM-Airport-Country
or PRV-Region-Code not equal AM-Region-Code
or PRV-Icao-Code not equal AM-Icao-Code
or PRV-Utc-Offset not equal AM-Utc-Offset
or PRV-Time-Zone not equal AM-Time-Zone
If Master-History-Usable
Perform Write-Master-Version
else
Add 1 to Total-Versions-Missed
Display "   history: MSTRHIST unavailable -- version of "
PRV-Iata-Code " not kept"
End-If
End-If.
*> In force through yesterday, from the day after the code's last
*> kept version ended.  A duplicate key means a version already
*> ended today, and the one ending now never stood at a day's end.
Write-Master-Version.
Move Function Current-Date(1:8) to History-Work-Date.
Compute History-Work-Int =
Function Integer-Of-Date(History-Work-Date) - 1.
Compute History-Work-Date = Function Date-Of-Integer(History-Work-Int).
Move History-Work-Date to History-End-Date.
Perform Find-Version-Start.
Move Spaces to Master-History-Record.
Move PRV-Iata-Code to MHS-Iata-Code.
Move History-End-Date to MHS-To-Date.
Move History-Start-Date to MHS-From-Date.
Move PRV-Airport-Name to MHS-Airport-Name.
Move PRV-Airport-Country to MHS-Airport-Country.
Move PRV-Region-Code to MHS-Region-Code.
Move PRV-Icao-Code to MHS-Icao-Code.
Move PRV-Utc-Offset to MHS-Utc-Offset.
Move PRV-Time-Zone to MHS-Time-Zone.
If WRK-Action-Delete
Move 'DELETE' to MHS-Ended-By-Action
else
Move 'CHANGE' to MHS-Ended-By-Action
End-If.
Move 'HWTHMNTA' to MHS-Ended-By-Program.
Move Approver-User to MHS-Ended-By-User.
Move Function Current-Date(1:14) to MHS-Ended-Stamp.
Write Master-History-Record
Invalid Key
Display "   history: " PRV-Iata-Code
" already changed today -- no version kept"
Not Invalid Key
Add 1 to Total-Versions-Kept
Display "   history: version kept " MHS-From-Date
" through " MHS-To-Date
End-Write.
Find-Version-Start.
Move Zeros to History-Start-Date.
Move 'N' to History-Browse-Flag.
Move PRV-Iata-Code to MHS-Iata-Code.
Move Low-Values to MHS-To-Date.
Start Master-History-File
Key is Not Less Than MHS-Key
Invalid Key
Set History-Browse-Done to true
End-Start.
Perform Read-Kept-Version until History-Browse-Done.
Read-Kept-Version.
Read Master-History-File Next
At End
Set History-Browse-Done to true
End-Read.
Evaluate true
When not Master-History-File-OK
Set History-Browse-Done to true
When MHS-Iata-Code not equal PRV-Iata-Code
or MHS-To-Date not less than History-End-Date
Set History-Browse-Done to true
When other
Move MHS-To-Date to History-Work-Date
Compute History-Work-Int =
Function Integer-Of-Date(History-Work-Date) + 1
Compute History-Work-Date =
Function Date-Of-Integer(History-Work-Int)
Move History-Work-Date to History-Start-Date
End-Evaluate.
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
Move 'HWTHMNTA' to SRG-Program
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
Print-Before-Image.
Display "   before: " AM-Iata-Code " "
Function Trim(AM-Airport-Name) " / "
Function Trim(AM-Airport-Country) " lat="
Function Trim(AM-Airport-Lat) " long="
Function Trim(AM-Airport-Long) " region=" AM-Region-Code
"utc=" AM-Utc-Offset " zone=" AM-Time-Zone
" icao=" AM-Icao-Code " rwys=" AM-Normal-Runway-Count
" upd=" AM-Last-Update-Date.
Print-After-Image.
Display "   after : " AM-Iata-Code " "
Function Trim(AM-Airport-Country) " lat="
Function Trim(AM-Airport-Lat) " long="
Function Trim(AM-Airport-Long) " region=" AM-Region-Code
"utc=" AM-Utc-Offset " zone=" AM-Time-Zone
" icao=" AM-Icao-Code " rwys=" AM-Normal-Runway-Count
" upd=" AM-Last-Update-Date.
Print-Summary.
Display "-----------------------------------------------".
Display "Rejected             : " Total-Rejected.
Display "Failed to apply      : " Total-Failed.
Display "Held (two-person)    : " Total-Held.
Display "Versions kept        : " Total-Versions-Kept.
If Total-Versions-Missed > 0
Display "Versions NOT kept    : " Total-Versions-Missed
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHMNTA.
