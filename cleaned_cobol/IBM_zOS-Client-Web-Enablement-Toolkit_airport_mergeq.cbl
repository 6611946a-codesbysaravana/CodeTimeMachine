*> run writes, so the reporting programs' trailer verification stays
*> balanced.  Scheduled daily ahead of the reporting jobs; the spent
*> CICSAUDT dataset is emptied by the following IDCAMS step, the
*> same overlay pattern HWTHARCH uses.  The merged records and the
*> trailer carry on AUDITLOG's seal chain, and the merge's final
*> seal goes on the SEALREG register like a batch run's.
*> The online maintenance journal (the AJRN destination's dataset,
*> CICSJRNL) is folded into AIRJRNL in the same step, sealed on to
*> AIRJRNL's chain, and emptied alongside CICSAUDT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Audit-File Assign To AUDITLOG
Organization Is Line Sequential
File Status Is Audit-File-Status.
Select Cics-Journal-File Assign To CICSJRNL
Organization Is Line Sequential
File Status Is Cics-Journal-File-Status.
Select Journal-File Assign To AIRJRNL
Organization Is Line Sequential
File Status Is Journal-File-Status.
Select Seal-Register-File Assign To SEALREG
Organization Is Line Sequential
File Status Is Seal-Register-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Cics-Audit-File.
COPY AUDITREC.
FD  Audit-File.
01 Audit-Out-Record.
05 AOR-Content Pic X(407).
05 AOR-Seal    Pic X(20).
FD  Cics-Journal-File.
01 Cics-Journal-Record Pic X(768).
FD  Journal-File.
COPY AIRJRNL.
FD  Seal-Register-File.
COPY SEALREC.
WORKING-STORAGE SECTION.
01 Cics-Audit-File-Status Pic X(2) Value Spaces.
88 Cics-Audit-File-OK     Value '00'.
88 Cics-Audit-File-At-End Value '10'.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK Value '00'.
88 Audit-File-At-End Value '10'.
01 Cics-Journal-File-Status Pic X(2) Value Spaces.
88 Cics-Journal-File-OK     Value '00'.
88 Cics-Journal-File-At-End Value '10'.
01 Journal-File-Status Pic X(2) Value Spaces.
88 Journal-File-OK     Value '00'.
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
01 Audit-Chain-Seal     Pic X(20) Value Zeros.
01 Audit-Start-Seal     Pic X(20) Value Zeros.
01 Audit-Records-Sealed Pic 9(9) Value 0.
01 Journal-Chain-Seal     Pic X(20) Value Zeros.
01 Journal-Start-Seal     Pic X(20) Value Zeros.
01 Journal-Records-Sealed Pic 9(9) Value 0.
01 Cics-Journal-EOF-Flag Pic X Value 'N'.
88 Cics-Journal-EOF Value 'Y'.
01 Cics-Audit-EOF-Flag Pic X Value 'N'.
88 Cics-Audit-EOF Value 'Y'.
01 Merge-Run-Id Pic X(14) Value Spaces.
01 Records-Merged Pic 9(9) Value 0.
01 Delay-Min-Total Pic 9(9) Value 0.
COPY TRAILREC.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "** Online Lookup Audit Merge                   **".
Display "***********************************************".
Move Function Current-Date(1:14) to Merge-Run-Id.
Perform Prime-Audit-Seal.
Open Input Cics-Audit-File.
Open Extend Audit-File.
If not Cics-Audit-File-OK or not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CICSAUDT' to MRQ-Insert(1)
Move 'and/or AUDITLOG' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Cics-Record
Perform Write-Merge-Trailer
Close Cics-Audit-File
Close Audit-File
Perform Register-Audit-Seal
Display "Online audit records merged : " Records-Merged
End-If.
Perform Fold-Online-Journal.
Display "** Online Lookup Audit Merge Ends              **".
Display "***********************************************".
STOP RUN.
If AUD-Delay-Minutes is numeric
Add AUD-Delay-Minutes to Delay-Min-Total
End-If.
Move Audit-Record to Audit-Out-Record.
Perform Seal-Audit-Out-Record.
Write Audit-Out-Record.
Perform Read-Next-Cics-Record.
Write-Merge-Trailer.
Move Spaces to Trailer-Record.
Move Merge-Run-Id to TRL-Run-Id.
Move Records-Merged to TRL-Record-Count.
Move Delay-Min-Total to TRL-Delay-Minutes-Total.
Move Trailer-Record to Audit-Out-Record.
Perform Seal-Audit-Out-Record.
Write Audit-Out-Record.
*> Picks the chain up from AUDITLOG's last record (zeros for an
*> empty log or one written before sealing).
Prime-Audit-Seal.
Move Zeros to Audit-Chain-Seal.
Move 'N' to Seal-Prime-EOF-Flag.
Open Input Audit-File.
If Audit-File-OK
Perform Read-Audit-Seal until Seal-Prime-EOF
Close Audit-File
End-If.
If Audit-Chain-Seal not numeric
Move Zeros to Audit-Chain-Seal
End-If.
Move Audit-Chain-Seal to Audit-Start-Seal.
Read-Audit-Seal.
Read Audit-File
At End
Set Seal-Prime-EOF to true
Not At End
Move AOR-Seal to Audit-Chain-Seal
End-Read.
If not Audit-File-OK and not Audit-File-At-End
Set Seal-Prime-EOF to true
End-If.
Seal-Audit-Out-Record.
Move Audit-Chain-Seal to Seal-Previous.
Move AOR-Content to Seal-Content.
Move 407 to Seal-Content-Length.
Perform Compute-Chain-Seal.
Move Seal-Value to AOR-Seal.
Move Seal-Value to Audit-Chain-Seal.
Add 1 to Audit-Records-Sealed.
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
Register-Audit-Seal.
Move Spaces to Seal-Register-Record.
Move 'AUDITLOG' to SRG-File-Id.
Move Audit-Records-Sealed to SRG-Records.
Move Audit-Start-Seal to SRG-Start-Seal.
Move Audit-Chain-Seal to SRG-Final-Seal.
Perform Write-Seal-Register-Entry.
Write-Seal-Register-Entry.
Open Extend Seal-Register-File.
If not Seal-Register-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SEALREG' to MRQ-Insert(1)
String '-- final seal of ' SRG-File-Id
' not registered' Delimited by Size
into MRQ-Insert(2)
End-String
Perform Issue-Message
Move 4 to Return-Code
else
Set SRG-Kind-Append to true
Move 'HWTHMRGQ' to SRG-Program
Move Merge-Run-Id to SRG-Run-Id
Move Function Current-Date(1:8) to SRG-Write-Date
Move Function Current-Date(9:6) to SRG-Write-Time
Write Seal-Register-Record
Close Seal-Register-File
End-If.
*> ------------------------------------------------------------
*> The online journal fold.  A region that ran no AMNT applies
*> leaves CICSJRNL empty (or unallocated), which is not an error.
*> ------------------------------------------------------------
Fold-Online-Journal.
Perform Prime-Journal-Seal.
Open Input Cics-Journal-File.
If not Cics-Journal-File-OK
Display "** No CICSJRNL online journal to fold          **"
else
Open Extend Journal-File
If not Journal-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRJRNL' to MRQ-Insert(1)
Move '-- online journal' to MRQ-Insert(2)
Perform Issue-Message
Display "** NOT folded; CICSJRNL must not be emptied   **"
Move 8 to Return-Code
else
Perform Read-Next-Cics-Journal
Perform Fold-One-Journal-Record until Cics-Journal-EOF
Close Journal-File
Display "Online journal records folded : "
Journal-Records-Sealed
If Journal-Records-Sealed > 0
Move Spaces to Seal-Register-Record
Move 'AIRJRNL' to SRG-File-Id
Move Journal-Records-Sealed to SRG-Records
Move Journal-Start-Seal to SRG-Start-Seal
Move Journal-Chain-Seal to SRG-Final-Seal
Perform Write-Seal-Register-Entry
End-If
End-If
Close Cics-Journal-File
End-If.
Read-Next-Cics-Journal.
Read Cics-Journal-File
At End
Set Cics-Journal-EOF to true
End-Read
If not Cics-Journal-File-OK and not Cics-Journal-File-At-End
Set Cics-Journal-EOF to true
End-If
.
Fold-One-Journal-Record.
Move Cics-Journal-Record to Journal-Record.
Move Journal-Chain-Seal to Seal-Previous.
Move Journal-Record(1:748) to Seal-Content.
Move 748 to Seal-Content-Length.
Perform Compute-Chain-Seal.
Move Seal-Value to JRN-Seal.
Move Seal-Value to Journal-Chain-Seal.
Add 1 to Journal-Records-Sealed.
Write Journal-Record.
Perform Read-Next-Cics-Journal.
Prime-Journal-Seal.
Move Zeros to Journal-Chain-Seal.
Move 'N' to Seal-Prime-EOF-Flag.
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
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHMRGQ.
