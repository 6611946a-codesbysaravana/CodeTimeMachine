Select Watch-Journal-File Assign To WLJRNL
Organization Is Line Sequential
File Status Is Watch-Journal-File-Status.
Select Seal-Register-File Assign To SEALREG
Organization Is Line Sequential
File Status Is Seal-Register-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Airport-List-File
COPY WLTRNREC.
FD  Watch-Journal-File.
COPY WLJRNREC.
FD  Seal-Register-File.
COPY SEALREC.
WORKING-STORAGE SECTION.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK     Value '00'.
01 Watch-Journal-File-Status Pic X(2) Value Spaces.
88 Watch-Journal-File-OK     Value '00'.
88 Watch-Journal-File-At-End Value '10'.
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
01 Airlist-EOF-Flag Pic X Value 'N'.
88 Airlist-EOF Value 'Y'.
01 Tran-EOF-Flag Pic X Value 'N'.
01 Total-Rejected  Pic 9(5) Value 0.
01 Records-Written Pic 9(5) Value 0.
01 Journal-Lines   Pic 9(7) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Run-Maintenance.
Perform Load-Watch-List.
Open Input Watch-Tran-File.
Move Function Current-Date(1:14) to Seal-Run-Id.
Perform Prime-Journal-Seal.
Open Extend Watch-Journal-File.
If not Watch-Tran-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'WLTRAN' to MRQ-Insert(1)
Move 'transaction deck' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
If not Watch-Journal-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'WLJRNL' to MRQ-Insert(1)
Move 'change journal' to MRQ-Insert(2)
Perform Issue-Message
End-If
Perform Read-Next-Transaction
Perform Apply-One-Transaction until Tran-EOF
Close Watch-Tran-File
Close Watch-Journal-File
Perform Register-Journal-Seal
Perform Write-New-List
Display "-----------------------------------------------"
Display "Transactions read : " Tran-Number
Move WLT-Action to WLJ-Action
Move WLT-Iata-Code to WLJ-Iata-Code
Move WLT-User to WLJ-User
Perform Seal-Journal-Record
Write Watch-Journal-Record
End-If
.
*> Picks the chain up from WLJRNL's last record (zeros for an
*> empty journal or one written before sealing).
Prime-Journal-Seal.
Move Zeros to Journal-Chain-Seal.
Open Input Watch-Journal-File.
If Watch-Journal-File-OK
Perform Read-Journal-Seal until Seal-Prime-EOF
Close Watch-Journal-File
End-If.
If Journal-Chain-Seal not numeric
Move Zeros to Journal-Chain-Seal
End-If.
Move Journal-Chain-Seal to Journal-Start-Seal.
Read-Journal-Seal.
Read Watch-Journal-File
At End
Set Seal-Prime-EOF to true
Not At End
Move WLJ-Seal to Journal-Chain-Seal
End-Read.
If not Watch-Journal-File-OK and not Watch-Journal-File-At-End
Set Seal-Prime-EOF to true
End-If.
Seal-Journal-Record.
Move Journal-Chain-Seal to Seal-Previous.
Move Watch-Journal-Record(1:49) to Seal-Content.
Move 49 to Seal-Content-Length.
Perform Compute-Chain-Seal.
Move Seal-Value to WLJ-Seal.
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
Move 'registered; HWTHSEAL will flag WLJRNL' to MRQ-Insert(3)
Perform Issue-Message
else
Move Spaces to Seal-Register-Record
Move 'WLJRNL' to SRG-File-Id
Set SRG-Kind-Append to true
Move 'HWTHWLMT' to SRG-Program
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
Write-New-List.
Open Output New-List-File.
If not New-List-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRLNEW' to MRQ-Insert(1)
Move '-- list NOT written' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Write-One-List-Record
Run-History-Report.
Open Input Watch-Journal-File.
If not Watch-Journal-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'WLJRNL' to MRQ-Insert(1)
Move 'change journal' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
If Report-Month not equal Spaces
End-If
Perform Read-Next-Journal-Record
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHWLMT.
