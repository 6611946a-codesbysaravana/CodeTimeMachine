Select Config-File Assign To APCONFIG
Organization Is Line Sequential
File Status Is Config-File-Status.
Select Hold-File Assign To LEGLHOLD
Organization Is Line Sequential
File Status Is Hold-File-Status.
Select Seal-Register-File Assign To SEALREG
Organization Is Line Sequential
File Status Is Seal-Register-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Audit-File.
COPY AUDITREC.
FD  Audit-Archive-File.
01 Audit-Archive-Record Pic X(427).
FD  Audit-Keep-File.
01 Audit-Keep-Record Pic X(427).
FD  Diag-File.
COPY DIAGREC.
FD  Diag-Archive-File.
01 Diag-Keep-Record Pic X(217).
FD  Config-File.
COPY APCONFIG.
FD  Hold-File.
COPY LHLDREC.
FD  Seal-Register-File.
COPY SEALREC.
WORKING-STORAGE SECTION.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK       Value '00'.
01 Audit-Kept-Count     Pic 9(7) Value 0.
01 Diag-Archived-Count  Pic 9(7) Value 0.
01 Diag-Kept-Count      Pic 9(7) Value 0.
*> Live legal holds off LEGLHOLD (HWTHLHLD keeps it): a record for a
*> held airport dated inside a held range is kept whatever its age.
*> HLT-Kept counts what each hold line saved this run, for the
*> report at the end.
01 Hold-File-Status Pic X(2) Value Spaces.
88 Hold-File-OK     Value '00'.
88 Hold-File-At-End Value '10'.
01 Hold-EOF-Flag Pic X Value 'N'.
88 Hold-EOF Value 'Y'.
01 Hold-Table.
05 Hold-Entry Occurs 1000 times.
10 HLT-Hold-Id    Pic X(8).
10 HLT-Iata-Code  Pic X(3).
10 HLT-From-Date  Pic X(8).
10 HLT-To-Date    Pic X(8).
10 HLT-Matter-Ref Pic X(20).
10 HLT-Released   Pic X.
10 HLT-Kept       Pic 9(7).
01 Hold-Count Pic 9(4) Value 0.
01 Hold-Idx   Pic 9(4) Value 0.
01 Hold-Hit-Flag Pic X Value 'N'.
88 Hold-Hit Value 'Y'.
01 Hold-Test-Code Pic X(3) Value Spaces.
01 Hold-Test-From Pic X(8) Value Spaces.
01 Hold-Test-To   Pic X(8) Value Spaces.
01 Records-Held   Pic 9(7) Value 0.
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
88 Seal-Register-File-OK     Value '00'.
88 Seal-Register-File-At-End Value '10'.
01 Seal-Register-EOF-Flag Pic X Value 'N'.
88 Seal-Register-EOF Value 'Y'.
*> Nothing moves until AUDITLOG's chain has been walked and its last
*> seal found on the register.  A chain that fails keeps every
*> record where it is, seals untouched; one that passes has its
*> archive generation and its kept records each resealed from
*> zeros, and both new chains registered.
01 Archive-Run-Id  Pic X(14) Value Spaces.
01 Verify-Chain-Seal Pic X(20) Value Zeros.
01 Verify-Stored-Seal Pic X(20) Value Spaces.
01 Verify-Record-Count Pic 9(9) Value 0.
01 Verify-Started-Flag Pic X Value 'N'.
88 Verify-Started Value 'Y'.
01 Audit-Chain-Flag Pic X Value 'Y'.
88 Audit-Chain-Verified Value 'Y'.
88 Audit-Chain-Failed   Value 'N'.
01 Archive-Chain-Seal     Pic X(20) Value Zeros.
01 Archive-Records-Sealed Pic 9(9) Value 0.
01 Keep-Chain-Seal        Pic X(20) Value Zeros.
01 Keep-Records-Sealed    Pic 9(9) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Move Cutoff-CCYYMMDD to Cutoff-Date.
Display "** Retention window (days) : " Retention-Days "        **".
Display "** Records older than      : " Cutoff-Date "        **".
Perform Load-Hold-Table.
Move Function Current-Date(1:14) to Archive-Run-Id.
Perform Verify-Audit-Chain.
If Audit-Chain-Failed
Display "** AUDITLOG seal chain failed verification -- **"
Display "** nothing archived; every record kept as is  **"
Move Low-Values to Cutoff-Date
Move 8 to Return-Code
End-If.
Perform Archive-Audit-Trail.
Perform Archive-Diag-Log.
If Audit-Chain-Verified
Perform Register-Resealed-Chains
End-If.
Display "-----------------------------------------------".
Display "Audit records archived : " Audit-Archived-Count.
Display "Audit records kept      : " Audit-Kept-Count.
Display "Diag records archived  : " Diag-Archived-Count.
Display "Diag records kept       : " Diag-Kept-Count.
Perform Report-Held-Records.
Display "** Archive-Purge Ends                          **".
Display "***********************************************".
STOP RUN.
Open Output Audit-Archive-File.
Open Output Audit-Keep-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Move 'for archiving' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Read-Next-Audit-Record
Perform Split-One-Audit-Record until Audit-EOF
Set Audit-EOF to true
End-If
.
*> A record past the window that a live legal hold covers stays in
*> the active dataset, counted against its hold.
Split-One-Audit-Record.
Move 'N' to Hold-Hit-Flag.
If AUD-Run-Date of Audit-Record < Cutoff-Date
Move AUD-Iata-Code of Audit-Record to Hold-Test-Code
Move AUD-Run-Date of Audit-Record to Hold-Test-From
Move AUD-Run-Date of Audit-Record to Hold-Test-To
Perform Test-Legal-Hold
If Hold-Hit
Perform Count-Held-Record
End-If
End-If
If AUD-Run-Date of Audit-Record < Cutoff-Date and not Hold-Hit
If Audit-Chain-Verified
Perform Reseal-Archive-Record
End-If
Write Audit-Archive-Record
Add 1 to Audit-Archived-Count
else
Move Audit-Archive-Record to Audit-Keep-Record
If Audit-Chain-Verified
Perform Reseal-Keep-Record
End-If
Write Audit-Keep-Record
Add 1 to Audit-Kept-Count
End-If
Open Output Diag-Archive-File.
Open Output Diag-Keep-File.
If not Diag-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'BODYDIAG' to MRQ-Insert(1)
Move 'for archiving' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Read-Next-Diag-Record
Perform Split-One-Diag-Record until Diag-EOF
End-If
.
Split-One-Diag-Record.
Move 'N' to Hold-Hit-Flag.
If DIAG-Run-Date of Diag-Record < Cutoff-Date
Move DIAG-Iata-Code of Diag-Record to Hold-Test-Code
Move DIAG-Run-Date of Diag-Record to Hold-Test-From
Move DIAG-Run-Date of Diag-Record to Hold-Test-To
Perform Test-Legal-Hold
If Hold-Hit
Perform Count-Held-Record
End-If
End-If
If DIAG-Run-Date of Diag-Record < Cutoff-Date and not Hold-Hit
Write Diag-Archive-Record
Add 1 to Diag-Archived-Count
else
End-If
Perform Read-Next-Diag-Record
.
*> ---- seal chain ------------------------------------------------
*> The same walk HWTHSEAL makes: blank seals are tolerated only
*> ahead of the first sealed record (written before sealing), every
*> seal after must match its content and its predecessor, and the
*> last one must be on SEALREG.  An AUDITLOG that will not open is
*> left to Archive-Audit-Trail to report.
Verify-Audit-Chain.
Open Input Audit-File.
If Audit-File-OK
Perform Read-Next-Audit-Record
Perform Verify-One-Audit-Record
until Audit-EOF or Audit-Chain-Failed
Close Audit-File
Move 'N' to Audit-EOF-Flag
Display "** AUDITLOG seals verified : " Verify-Record-Count
"       **"
If Audit-Chain-Verified and Verify-Started
Perform Check-Audit-Final-Seal
End-If
End-If.
Verify-One-Audit-Record.
Move Audit-Archive-Record(408:20) to Verify-Stored-Seal.
If Verify-Stored-Seal equal Spaces
If Verify-Started
Display "** Unsealed record in the chain after seal "
Verify-Record-Count
Set Audit-Chain-Failed to true
End-If
else
Move Verify-Chain-Seal to Seal-Previous
Move Audit-Archive-Record(1:407) to Seal-Content
Move 407 to Seal-Content-Length
Perform Compute-Chain-Seal
If Seal-Value equal Verify-Stored-Seal
Move Verify-Stored-Seal to Verify-Chain-Seal
Set Verify-Started to true
Add 1 to Verify-Record-Count
else
Display "** Seal mismatch after seal " Verify-Record-Count
" -- " AUD-Iata-Code of Audit-Record " "
AUD-Run-Date of Audit-Record
Set Audit-Chain-Failed to true
End-If
End-If.
If Audit-Chain-Verified
Perform Read-Next-Audit-Record
End-If.
Check-Audit-Final-Seal.
Open Input Seal-Register-File.
If not Seal-Register-File-OK
Display "** SEALREG unavailable -- chain unconfirmed   **"
Set Audit-Chain-Failed to true
else
Set Audit-Chain-Failed to true
Perform Search-Seal-Register
until Seal-Register-EOF or Audit-Chain-Verified
Close Seal-Register-File
If Audit-Chain-Failed
Display "** AUDITLOG last seal is not on SEALREG       **"
End-If
End-If.
Search-Seal-Register.
Read Seal-Register-File
At End
Set Seal-Register-EOF to true
Not At End
If SRG-File-Id equal 'AUDITLOG'
and SRG-Final-Seal equal Verify-Chain-Seal
Set Audit-Chain-Verified to true
End-If
End-Read.
If not Seal-Register-File-OK and not Seal-Register-File-At-End
Set Seal-Register-EOF to true
End-If.
*> Each output starts its own chain from zeros; a record from
*> before sealing goes out with its blank seal.
Reseal-Archive-Record.
If Audit-Archive-Record(408:20) not equal Spaces
Move Archive-Chain-Seal to Seal-Previous
Move Audit-Archive-Record(1:407) to Seal-Content
Move 407 to Seal-Content-Length
Perform Compute-Chain-Seal
Move Seal-Value to Audit-Archive-Record(408:20)
Move Seal-Value to Archive-Chain-Seal
Add 1 to Archive-Records-Sealed
End-If.
Reseal-Keep-Record.
If Audit-Keep-Record(408:20) not equal Spaces
Move Keep-Chain-Seal to Seal-Previous
Move Audit-Keep-Record(1:407) to Seal-Content
Move 407 to Seal-Content-Length
Perform Compute-Chain-Seal
Move Seal-Value to Audit-Keep-Record(408:20)
Move Seal-Value to Keep-Chain-Seal
Add 1 to Keep-Records-Sealed
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
Register-Resealed-Chains.
If Archive-Records-Sealed > 0 or Keep-Records-Sealed > 0
Open Extend Seal-Register-File
If not Seal-Register-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SEALREG' to MRQ-Insert(1)
Move '-- resealed chains' to MRQ-Insert(2)
Move 'not registered' to MRQ-Insert(3)
Perform Issue-Message
Move 4 to Return-Code
else
If Archive-Records-Sealed > 0
Move Spaces to Seal-Register-Record
Set SRG-Kind-Archive to true
Move Archive-Records-Sealed to SRG-Records
Move Archive-Chain-Seal to SRG-Final-Seal
Perform Write-Seal-Register-Entry
End-If
If Keep-Records-Sealed > 0
Move Spaces to Seal-Register-Record
Set SRG-Kind-Reseal to true
Move Keep-Records-Sealed to SRG-Records
Move Keep-Chain-Seal to SRG-Final-Seal
Perform Write-Seal-Register-Entry
End-If
Close Seal-Register-File
End-If
End-If.
Write-Seal-Register-Entry.
Move 'AUDITLOG' to SRG-File-Id.
Move 'HWTHARCH' to SRG-Program.
Move Archive-Run-Id to SRG-Run-Id.
Move Function Current-Date(1:8) to SRG-Write-Date.
Move Function Current-Date(9:6) to SRG-Write-Time.
Move Zeros to SRG-Start-Seal.
Write Seal-Register-Record.
*> ---- legal holds ------------------------------------------------
Load-Hold-Table.
Open Input Hold-File.
If Hold-File-OK
Perform Load-One-Hold-Line until Hold-EOF
Close Hold-File
else
Display "** LEGLHOLD not available -- no holds applied **"
End-If.
Load-One-Hold-Line.
Read Hold-File
At End
Set Hold-EOF to true
End-Read.
If not Hold-File-OK and not Hold-File-At-End
Set Hold-EOF to true
End-If.
If not Hold-EOF
Evaluate true
When LHD-Action-Place and Hold-Count < 1000
Add 1 to Hold-Count
Move LHD-Hold-Id to HLT-Hold-Id(Hold-Count)
Move LHD-Iata-Code to HLT-Iata-Code(Hold-Count)
Move LHD-From-Date to HLT-From-Date(Hold-Count)
Move LHD-To-Date to HLT-To-Date(Hold-Count)
Move LHD-Matter-Ref to HLT-Matter-Ref(Hold-Count)
Move 'N' to HLT-Released(Hold-Count)
Move 0 to HLT-Kept(Hold-Count)
When LHD-Action-Release
Perform Mark-One-Released
Varying Hold-Idx From 1 By 1 Until Hold-Idx > Hold-Count
When other
Continue
End-Evaluate
End-If
.
Mark-One-Released.
If HLT-Hold-Id(Hold-Idx) equal LHD-Hold-Id
Move 'Y' to HLT-Released(Hold-Idx)
End-If.
*> Hold-Test-Code/From/To name the record (a single day, or the
*> span an aggregate covers); Hold-Hit comes back set, with Hold-Idx
*> on the first live hold that covers any of it.
Test-Legal-Hold.
Move 'N' to Hold-Hit-Flag.
Move 1 to Hold-Idx.
Perform Search-Hold-Entry
until Hold-Idx > Hold-Count or Hold-Hit.
Search-Hold-Entry.
If HLT-Released(Hold-Idx) not equal 'Y'
and (HLT-Iata-Code(Hold-Idx) equal Hold-Test-Code
or HLT-Iata-Code(Hold-Idx) equal '***')
and HLT-From-Date(Hold-Idx) not greater Hold-Test-To
and HLT-To-Date(Hold-Idx) not less Hold-Test-From
Set Hold-Hit to true
else
Add 1 to Hold-Idx
End-If
.
Count-Held-Record.
Add 1 to HLT-Kept(Hold-Idx).
Add 1 to Records-Held.
Report-Held-Records.
Display "-----------------------------------------------".
Display "Kept under legal hold  : " Records-Held.
Perform Report-One-Hold
Varying Hold-Idx From 1 By 1 Until Hold-Idx > Hold-Count.
Report-One-Hold.
If HLT-Released(Hold-Idx) not equal 'Y'
Display "   hold " HLT-Hold-Id(Hold-Idx) " "
HLT-Matter-Ref(Hold-Idx) " " HLT-Iata-Code(Hold-Idx) " "
HLT-From-Date(Hold-Idx) "-" HLT-To-Date(Hold-Idx) " kept "
HLT-Kept(Hold-Idx)
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHARCH.
