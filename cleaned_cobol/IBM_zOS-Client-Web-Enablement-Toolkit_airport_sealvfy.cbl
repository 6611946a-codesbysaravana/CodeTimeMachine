IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHSEAL.
*> Seal chain verification for the audit trail and the journals.
*> Every AUDITLOG, AIRJRNL and WLJRNL record carries a seal worked
*> out over its content and the seal of the record before it; this
*> job walks a file -- the live dataset or an archived generation,
*> whichever SEALIN names -- working each seal out again, and
*> reports the first record whose stored seal does not match.  The
*> chain's last seal must then be one the SEALREG register carries
*> for that file: a record edited and every seal after it worked
*> out again, or records added by hand, leave a last seal no
*> writing run ever registered.
*>   PARM=AUDITLOG / AIRJRNL / WLJRNL  names the layout (and the
*>                                     register entries) to check
*> Records written before the files were sealed carry a blank seal
*> and are tolerated only ahead of the first sealed record; a blank
*> seal after it is a break like any other.
*> RC=0 chain intact and registered; RC=4 chain intact but its last
*> seal is not on SEALREG (or SEALREG is unavailable); RC=8 a
*> broken chain, a bad PARM or an unreadable SEALIN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Sealed-File Assign To SEALIN
Organization Is Line Sequential
File Status Is Sealed-File-Status.
Select Seal-Register-File Assign To SEALREG
Organization Is Line Sequential
File Status Is Seal-Register-File-Status.
DATA DIVISION.
FILE SECTION.
*> Sized for the longest sealed layout (AIRJRNL); shorter records
*> read in space-filled.
FD  Sealed-File.
01 Sealed-Record Pic X(768).
FD  Seal-Register-File.
COPY SEALREC.
WORKING-STORAGE SECTION.
01 Sealed-File-Status Pic X(2) Value Spaces.
88 Sealed-File-OK     Value '00'.
88 Sealed-File-At-End Value '10'.
01 Seal-Register-EOF-Flag Pic X Value 'N'.
88 Seal-Register-EOF Value 'Y'.
*> Chained seals: each sealed record carries a seal worked out over
*> its content and the seal of the record before it, so a record
*> edited in place after the run breaks the chain from there on.
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
88 Seal-Register-File-OK     Value '00'.
88 Seal-Register-File-At-End Value '10'.
*> The layout the PARM names: content length, and where the seal
*> sits (straight after the content).
01 Sealed-File-Id  Pic X(8) Value Spaces.
01 Seal-Offset     Pic 9(4) Value 0.
01 Stored-Seal     Pic X(20) Value Spaces.
01 Chain-Seal      Pic X(20) Value Zeros.
01 Sealed-EOF-Flag Pic X Value 'N'.
88 Sealed-EOF Value 'Y'.
01 Chain-Started-Flag Pic X Value 'N'.
88 Chain-Started Value 'Y'.
01 Chain-Broken-Flag Pic X Value 'N'.
88 Chain-Broken Value 'Y'.
01 Seal-Registered-Flag Pic X Value 'N'.
88 Seal-Registered Value 'Y'.
01 Records-Read     Pic 9(9) Value 0.
01 Records-Unsealed Pic 9(9) Value 0.
01 Records-Verified Pic 9(9) Value 0.
01 Break-Record     Pic 9(9) Value 0.
01 Break-Reason     Pic X(40) Value Spaces.
01 Break-Stored     Pic X(20) Value Spaces.
01 Break-Expected   Pic X(20) Value Spaces.
01 Break-Image      Pic X(60) Value Spaces.
01 Registered-Program Pic X(8)  Value Spaces.
01 Registered-Run-Id  Pic X(14) Value Spaces.
01 Registered-Kind    Pic X(7)  Value Spaces.
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
Display "** Audit Trail / Journal Seal Verification     **".
Display "***********************************************".
If parm-len > 0 and parm-len <= 8
Move parm-string(1:parm-len) to Sealed-File-Id
End-If.
Evaluate Sealed-File-Id
When 'AUDITLOG'
Move 407 to Seal-Content-Length
When 'AIRJRNL'
Move 748 to Seal-Content-Length
When 'WLJRNL'
Move 49 to Seal-Content-Length
When other
Display "** PARM must be AUDITLOG, AIRJRNL or WLJRNL   **"
Move 8 to Return-Code
End-Evaluate.
If Return-Code = 0
Compute Seal-Offset = Seal-Content-Length + 1
Display "** Verifying " Sealed-File-Id " seal chain"
Open Input Sealed-File
If not Sealed-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SEALIN' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Sealed-Record
Perform Verify-One-Record
until Sealed-EOF or Chain-Broken
Close Sealed-File
Perform Report-Chain
End-If
End-If.
Display "** Seal Verification Ends                      **".
Display "***********************************************".
STOP RUN.
Read-Next-Sealed-Record.
Read Sealed-File
At End
Set Sealed-EOF to true
Not At End
Add 1 to Records-Read
End-Read
If not Sealed-File-OK and not Sealed-File-At-End
Display "** SEALIN read failed, status "
Sealed-File-Status " **"
Set Sealed-EOF to true
Move 8 to Return-Code
End-If
.
*> A blank seal ahead of the first sealed record is a record from
*> before sealing; anywhere after it, something was put there.
Verify-One-Record.
Move Sealed-Record(Seal-Offset:20) to Stored-Seal.
If Stored-Seal equal Spaces
If Chain-Started
Move 'unsealed record inside the chain' to Break-Reason
Move Chain-Seal to Break-Expected
Perform Record-Chain-Break
else
Add 1 to Records-Unsealed
End-If
else
Move Chain-Seal to Seal-Previous
Move Sealed-Record(1:Seal-Content-Length) to Seal-Content
Perform Compute-Chain-Seal
If Seal-Value equal Stored-Seal
Move Stored-Seal to Chain-Seal
Set Chain-Started to true
Add 1 to Records-Verified
else
Move 'seal does not match the content' to Break-Reason
Move Seal-Value to Break-Expected
Perform Record-Chain-Break
End-If
End-If.
If not Chain-Broken
Perform Read-Next-Sealed-Record
End-If.
Record-Chain-Break.
Set Chain-Broken to true.
Move Records-Read to Break-Record.
Move Stored-Seal to Break-Stored.
Move Sealed-Record(1:60) to Break-Image.
Report-Chain.
Display "-----------------------------------------------".
Display "Records read                     : " Records-Read.
Display "Unsealed (written before sealing) : " Records-Unsealed.
Display "Seals verified                   : " Records-Verified.
If Chain-Broken
Display "** CHAIN BROKEN at record " Break-Record " -- "
Function Trim(Break-Reason)
Display "   record  : " Break-Image
Display "   stored  : " Break-Stored
Display "   expected: " Break-Expected
Move 8 to Return-Code
else
If Chain-Started and Return-Code = 0
Perform Check-Final-Seal
End-If
End-If.
*> The last seal has to be one some run registered for this file.
Check-Final-Seal.
Display "Last seal                        : " Chain-Seal.
Open Input Seal-Register-File.
If not Seal-Register-File-OK
Display "** SEALREG unavailable -- last seal unchecked **"
Move 4 to Return-Code
else
Perform Search-Seal-Register
until Seal-Register-EOF or Seal-Registered
Close Seal-Register-File
If Seal-Registered
Display "Registered by " Registered-Program " run "
Registered-Run-Id " (" Function Trim(Registered-Kind) ")"
Display "** Chain intact                                **"
else
Display "** Last seal NOT on SEALREG -- records added, **"
Display "** removed or resealed since the last run     **"
Move 4 to Return-Code
End-If
End-If.
Search-Seal-Register.
Read Seal-Register-File
At End
Set Seal-Register-EOF to true
Not At End
If SRG-File-Id equal Sealed-File-Id
and SRG-Final-Seal equal Chain-Seal
Set Seal-Registered to true
Move SRG-Program to Registered-Program
Move SRG-Run-Id to Registered-Run-Id
Move SRG-Kind to Registered-Kind
End-If
End-Read.
If not Seal-Register-File-OK and not Seal-Register-File-At-End
Set Seal-Register-EOF to true
End-If.
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
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHSEAL.
