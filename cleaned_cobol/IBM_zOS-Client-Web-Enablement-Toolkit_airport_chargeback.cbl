IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCHGB.
*> Monthly chargeback of the paid provider tier to the groups that
*> use it.  The invoice is booked to operations as one line, but
*> much of the watch-list is there for other desks; this job bills
*> the month's calls on to them:
*>   Batch calls  -- each run's PROVSTAT calls, priced at the rate
*>                   keyed on the month's INVOICE lines for each
*>                   provider role (the reconciliation's rates), give
*>                   the run a cost per call; each AUDITLOG lookup
*>                   of the run is one call charged to its watch-list
*>                   group tag (AUD-Group-Tag, GENERAL when blank).
*>   Online calls -- each ad-hoc CICS lookup merged into AUDITLOG is
*>                   one call at the PRIMARY rate, charged to the
*>                   department on the CICS user's AUTHKSDS row (or
*>                   on its RACF group's row).
*> Calls that can't be put on a consumer are listed separately, by
*> reason, and left with operations -- never spread over the rest:
*> a run's calls beyond its lookups (retries, fallback, the COMPARE
*> cross-checks), runs with no lookups on AUDITLOG, and online calls
*> whose user has no department.
*> The report goes to SYSOUT; the journal entries for the GL
*> interface -- a debit per consumer, one balancing credit to
*> operations -- go to CHGBGL (GLJEREC).
*>   (no PARM)        last month
*>   PARM=CCYYMM      that month
*> RC=4 when calls went unpriced (no rate keyed for a role that
*> saw traffic), AUDITLOG lookups had no PROVSTAT run to price them,
*> or AUTHKSDS couldn't be opened; RC=8 when PROVSTAT, AUDITLOG or
*> CHGBGL can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Provider-Stat-File Assign To PROVSTAT
Organization Is Line Sequential
File Status Is Provider-Stat-File-Status.
Select Audit-File Assign To AUDITLOG
Organization Is Line Sequential
File Status Is Audit-File-Status.
Select Invoice-File Assign To INVOICE
Organization Is Line Sequential
File Status Is Invoice-File-Status.
Select Auth-File Assign To AUTHKSDS
Organization Is Indexed
Access Mode Is Random
Record Key Is AUZ-Key
File Status Is Auth-File-Status.
Select Gl-Extract-File Assign To CHGBGL
Organization Is Line Sequential
File Status Is Gl-Extract-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Provider-Stat-File.
COPY PROVSTAT.
FD  Audit-File.
COPY AUDITREC.
FD  Invoice-File.
COPY INVCREC.
FD  Auth-File.
COPY AUTHREC.
FD  Gl-Extract-File.
COPY GLJEREC.
WORKING-STORAGE SECTION.
01 Provider-Stat-File-Status Pic X(2) Value Spaces.
88 Provider-Stat-File-OK     Value '00'.
88 Provider-Stat-File-At-End Value '10'.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK     Value '00'.
88 Audit-File-At-End Value '10'.
01 Invoice-File-Status Pic X(2) Value Spaces.
88 Invoice-File-OK     Value '00'.
88 Invoice-File-At-End Value '10'.
01 Auth-File-Status Pic X(2) Value Spaces.
88 Auth-File-OK Value '00'.
01 Gl-Extract-File-Status Pic X(2) Value Spaces.
88 Gl-Extract-File-OK Value '00'.
01 Provstat-EOF-Flag Pic X Value 'N'.
88 Provstat-EOF Value 'Y'.
01 Audit-EOF-Flag Pic X Value 'N'.
88 Audit-EOF Value 'Y'.
01 Invoice-EOF-Flag Pic X Value 'N'.
88 Invoice-EOF Value 'Y'.
01 Auth-File-Open-Flag Pic X Value 'N'.
88 Auth-File-Open Value 'Y'.
01 Bill-Month  Pic X(6) Value Spaces.
01 Today-Stamp Pic X(8) Value Spaces.
01 Today-Year  Pic 9(4) Value 0.
01 Today-Mon   Pic 9(2) Value 0.
*> Finance's chargeback accounts: consumers are debited to the
*> provider-cost expense account under their own cost centre, and
*> operations' cost centre is credited on the recovery account.
01 Gl-Expense-Account  Pic X(10) Value '641200'.
01 Gl-Recovery-Account Pic X(10) Value '641290'.
01 Gl-Ops-Cost-Center  Pic X(8)  Value 'OPS'.
*> Per provider role: the rate on the latest-dated INVOICE line of
*> the month that carries one.
01 Role-Rate-Table.
05 Role-Rate-Entry Occurs 10 times.
10 RRT-Provider-Role Pic X(8).
10 RRT-Rate-Date     Pic X(8).
10 RRT-Rate-Per-Call Pic 9(3)V9(5).
01 Role-Rate-Count Pic 9(2) Value 0.
01 Role-Rate-Idx   Pic 9(2) Value 0.
01 Role-Rate-Found-Flag Pic X Value 'N'.
88 Role-Rate-Found Value 'Y'.
01 Lookup-Role Pic X(8) Value Spaces.
01 Primary-Rate Pic 9(3)V9(5) Value 0.
*> Per batch run in the month: its PROVSTAT calls and their cost,
*> and how many AUDITLOG lookups it made.
01 Run-Table.
05 Run-Entry Occurs 1 to 1500 times
Depending On Run-Count.
10 RUN-Id       Pic X(14).
10 RUN-Calls    Pic 9(7).
10 RUN-Cost     Pic 9(9)V9(5).
10 RUN-Lookups  Pic 9(7).
10 RUN-Per-Call Pic 9(3)V9(9).
01 Run-Count Pic 9(4) Value 0.
01 Run-Idx   Pic 9(4) Value 0.
01 Run-Found-Flag Pic X Value 'N'.
88 Run-Found Value 'Y'.
01 Lookup-Run-Id Pic X(14) Value Spaces.
*> AUDITLOG comes a run at a time, so the last run found is tried
*> before the table is searched.
01 Last-Run-Id  Pic X(14) Value Spaces.
01 Last-Run-Idx Pic 9(4) Value 0.
*> Consumers charged: kind G (watch-list group, batch calls) or D
*> (department, online calls).
01 Consumer-Table.
05 Consumer-Entry Occurs 400 times.
10 CSM-Kind        Pic X(1).
10 CSM-Cost-Center Pic X(8).
10 CSM-Calls       Pic 9(9).
10 CSM-Cost        Pic 9(11)V9(5).
10 CSM-Amount      Pic 9(11)V99.
01 Consumer-Count Pic 9(3) Value 0.
01 Consumer-Idx   Pic 9(3) Value 0.
01 Consumer-Found-Flag Pic X Value 'N'.
88 Consumer-Found Value 'Y'.
01 Lookup-Kind        Pic X(1) Value Spaces.
01 Lookup-Cost-Center Pic X(8) Value Spaces.
01 Charge-Per-Call    Pic 9(3)V9(9) Value 0.
*> CICS users already looked up on AUTHKSDS, with the department
*> their calls go to (spaces: none found).
01 User-Dept-Table.
05 User-Dept-Entry Occurs 500 times.
10 UDT-User       Pic X(8).
10 UDT-Department Pic X(8).
01 User-Dept-Count Pic 9(3) Value 0.
01 User-Dept-Idx   Pic 9(3) Value 0.
01 User-Dept-Found-Flag Pic X Value 'N'.
88 User-Dept-Found Value 'Y'.
01 User-Department Pic X(8) Value Spaces.
*> Unallocated calls, by reason.
01 Unalloc-Table.
05 Unalloc-Entry Occurs 3 times.
10 UNA-Reason Pic X(44).
10 UNA-Calls  Pic 9(9).
10 UNA-Cost   Pic 9(11)V9(5).
01 Unalloc-Idx Pic 9(1) Value 0.
01 Unalloc-Add-Calls Pic 9(9) Value 0.
*> Exceptions that end the job RC=4.
01 Unpriced-Calls       Pic 9(9) Value 0.
01 Unpriced-Online      Pic 9(9) Value 0.
01 Orphan-Lookups       Pic 9(9) Value 0.
01 Audit-Read           Pic 9(9) Value 0.
01 Batch-Lookups        Pic 9(9) Value 0.
01 Online-Calls         Pic 9(9) Value 0.
01 Month-Calls          Pic 9(9) Value 0.
01 Month-Cost           Pic 9(11)V9(5) Value 0.
01 Allocated-Calls      Pic 9(9) Value 0.
01 Allocated-Amount     Pic 9(11)V99 Value 0.
01 Unallocated-Calls    Pic 9(9) Value 0.
01 Unallocated-Cost     Pic 9(11)V9(5) Value 0.
01 Journal-Lines        Pic 9(5) Value 0.
01 Cost-Edit    Pic Z(10)9.99.
01 Rate-Edit    Pic ZZ9.99999.
01 Calls-Edit   Pic Z(8)9.
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
Display "** Provider Cost Chargeback                    **".
Display "***********************************************".
If parm-len equal 6 and parm-string(1:6) is numeric
Move parm-string(1:6) to Bill-Month
else
Perform Default-To-Last-Month
End-If.
Move Function Current-Date(1:8) to Today-Stamp.
Display "** Billing month: " Bill-Month
"                        **".
Move 'CALLS BEYOND THE RUN''S LOOKUPS (RETRY/XCHK)'
to UNA-Reason(1).
Move 'RUNS WITH NO LOOKUPS ON AUDITLOG'
to UNA-Reason(2).
Move 'ONLINE CALLS, USER HAS NO DEPARTMENT'
to UNA-Reason(3).
Perform Clear-One-Unalloc
Varying Unalloc-Idx From 1 By 1
Until Unalloc-Idx > 3.
Perform Load-Invoice-Rates.
Perform Total-Provider-Stats.
If Return-Code < 8
Perform Count-Run-Lookups
End-If.
If Return-Code < 8
Perform Price-Runs
Perform Charge-Audit-Lookups
End-If.
If Return-Code < 8
Perform Write-Journal-Extract
End-If.
If Return-Code < 8
Perform Print-Chargeback-Report
If Unpriced-Calls > 0 or Unpriced-Online > 0
or Orphan-Lookups > 0 or not Auth-File-Open
Move 4 to Return-Code
End-If
End-If.
Display "** Provider Cost Chargeback Ends               **".
Display "***********************************************".
STOP RUN.
*> Run early in the month for the month just ended.
Default-To-Last-Month.
Move Function Current-Date(1:8) to Today-Stamp.
Move Today-Stamp(1:4) to Today-Year.
Move Today-Stamp(5:2) to Today-Mon.
If Today-Mon = 1
Subtract 1 from Today-Year
Move 12 to Today-Mon
else
Subtract 1 from Today-Mon
End-If.
Move Today-Year to Bill-Month(1:4).
Move Today-Mon to Bill-Month(5:2).
Clear-One-Unalloc.
Move 0 to UNA-Calls(Unalloc-Idx).
Move 0 to UNA-Cost(Unalloc-Idx).
*> The month's INVOICE lines with a rate on them; the latest-dated
*> one per role stands.  No INVOICE file, no rates -- every call
*> is then unpriced and the job says so.
Load-Invoice-Rates.
Open Input Invoice-File.
If not Invoice-File-OK
Display "** INVOICE not supplied -- no rates to price  **"
Display "** the calls with                             **"
else
Perform Read-Next-Invoice-Record
Perform Take-One-Invoice-Rate until Invoice-EOF
Close Invoice-File
End-If.
Move 'PRIMARY' to Lookup-Role.
Perform Find-Role-Rate-Slot.
If Role-Rate-Found
Move RRT-Rate-Per-Call(Role-Rate-Idx) to Primary-Rate
End-If.
Read-Next-Invoice-Record.
Read Invoice-File
At End
Set Invoice-EOF to true
End-Read
If not Invoice-File-OK and not Invoice-File-At-End
Set Invoice-EOF to true
End-If
.
Take-One-Invoice-Rate.
If INV-Bill-Date(1:6) equal Bill-Month
and INV-Rate-Per-Call is numeric
and INV-Rate-Per-Call > 0
Move INV-Provider-Role to Lookup-Role
Perform Find-Role-Rate-Slot
If Role-Rate-Found
and INV-Bill-Date not less RRT-Rate-Date(Role-Rate-Idx)
Move INV-Bill-Date to RRT-Rate-Date(Role-Rate-Idx)
Move INV-Rate-Per-Call to RRT-Rate-Per-Call(Role-Rate-Idx)
End-If
End-If
Perform Read-Next-Invoice-Record
.
*> Finds (or adds) Lookup-Role's slot in the rate table.
Find-Role-Rate-Slot.
Move 'N' to Role-Rate-Found-Flag.
Move 1 to Role-Rate-Idx.
Perform Search-Role-Rate-Slot
until Role-Rate-Idx > Role-Rate-Count or Role-Rate-Found.
If not Role-Rate-Found and Role-Rate-Count < 10
Add 1 to Role-Rate-Count
Move Role-Rate-Count to Role-Rate-Idx
Move Lookup-Role to RRT-Provider-Role(Role-Rate-Idx)
Move Spaces to RRT-Rate-Date(Role-Rate-Idx)
Move 0 to RRT-Rate-Per-Call(Role-Rate-Idx)
Set Role-Rate-Found to true
End-If.
Search-Role-Rate-Slot.
If RRT-Provider-Role(Role-Rate-Idx) equal Lookup-Role
Set Role-Rate-Found to true
else
Add 1 to Role-Rate-Idx
End-If
.
*> Each run's calls, every provider role, priced at the role's
*> rate; a role with no rate keyed adds calls but no cost, and the
*> calls are counted as unpriced.
Total-Provider-Stats.
Open Input Provider-Stat-File.
If not Provider-Stat-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PROVSTAT' to MRQ-Insert(1)
Move '-- nothing to bill' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Provstat-Record
Perform Total-One-Provstat-Record until Provstat-EOF
Close Provider-Stat-File
End-If.
Read-Next-Provstat-Record.
Read Provider-Stat-File
At End
Set Provstat-EOF to true
End-Read
If not Provider-Stat-File-OK
and not Provider-Stat-File-At-End
Set Provstat-EOF to true
End-If
.
Total-One-Provstat-Record.
If PRV-Run-Date(1:6) equal Bill-Month
and PRV-Attempts is numeric
and PRV-Attempts > 0
Move PRV-Run-Id to Lookup-Run-Id
Perform Find-Run-Slot
If not Run-Found and Run-Count < 1500
Add 1 to Run-Count
Move Run-Count to Run-Idx
Move PRV-Run-Id to RUN-Id(Run-Idx)
Move 0 to RUN-Calls(Run-Idx)
Move 0 to RUN-Cost(Run-Idx)
Move 0 to RUN-Lookups(Run-Idx)
Move 0 to RUN-Per-Call(Run-Idx)
Set Run-Found to true
End-If
If Run-Found
Add PRV-Attempts to RUN-Calls(Run-Idx)
Add PRV-Attempts to Month-Calls
Move PRV-Provider-Role to Lookup-Role
Perform Find-Role-Rate-Slot
If Role-Rate-Found
and RRT-Rate-Per-Call(Role-Rate-Idx) > 0
Compute RUN-Cost(Run-Idx) = RUN-Cost(Run-Idx)
+ PRV-Attempts * RRT-Rate-Per-Call(Role-Rate-Idx)
else
Add PRV-Attempts to Unpriced-Calls
End-If
else
Display "*** More than 1500 runs in the month --"
" remainder not billed ***"
Add PRV-Attempts to Unpriced-Calls
End-If
End-If
Perform Read-Next-Provstat-Record
.
*> Leaves Run-Idx on the matched entry.
Find-Run-Slot.
Move 'N' to Run-Found-Flag.
If Lookup-Run-Id equal Last-Run-Id and Last-Run-Idx > 0
Move Last-Run-Idx to Run-Idx
Set Run-Found to true
else
Move 1 to Run-Idx
Perform Search-Run-Slot
until Run-Idx > Run-Count or Run-Found
If Run-Found
Move Lookup-Run-Id to Last-Run-Id
Move Run-Idx to Last-Run-Idx
End-If
End-If.
Search-Run-Slot.
If RUN-Id(Run-Idx) equal Lookup-Run-Id
Set Run-Found to true
else
Add 1 to Run-Idx
End-If
.
*> First pass over AUDITLOG: the lookups each run made, so its
*> cost can be split over them before any is charged.
Count-Run-Lookups.
Move Spaces to Last-Run-Id.
Move 0 to Last-Run-Idx.
Move 'N' to Audit-EOF-Flag.
Open Input Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Move '-- nothing to bill' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Audit-Record
Perform Count-One-Audit-Record until Audit-EOF
Close Audit-File
End-If.
Read-Next-Audit-Record.
Read Audit-File
At End
Set Audit-EOF to true
End-Read
If not Audit-File-OK and not Audit-File-At-End
Set Audit-EOF to true
End-If
.
Count-One-Audit-Record.
If Audit-Record(1:7) not equal 'TRAILER'
and AUD-Run-Date(1:6) equal Bill-Month
and not AUD-Outcome-Skipped
and not AUD-Origin-Online
Move AUD-Run-Id to Lookup-Run-Id
Perform Find-Run-Slot
If Run-Found
Add 1 to RUN-Lookups(Run-Idx)
End-If
End-If
Perform Read-Next-Audit-Record
.
*> A run's cost per call is spread over the calls PROVSTAT says it
*> made, or over its lookups in the odd run that logged more
*> lookups than calls -- never more than the run cost is charged.
*> What its lookups don't account for is left unallocated.
Price-Runs.
Perform Price-One-Run
Varying Run-Idx From 1 By 1
Until Run-Idx > Run-Count.
Price-One-Run.
If RUN-Lookups(Run-Idx) > RUN-Calls(Run-Idx)
Compute RUN-Per-Call(Run-Idx) Rounded =
RUN-Cost(Run-Idx) / RUN-Lookups(Run-Idx)
else
Compute RUN-Per-Call(Run-Idx) Rounded =
RUN-Cost(Run-Idx) / RUN-Calls(Run-Idx)
End-If.
Add RUN-Cost(Run-Idx) to Month-Cost.
Evaluate true
When RUN-Lookups(Run-Idx) = 0
Move 2 to Unalloc-Idx
Move RUN-Calls(Run-Idx) to Unalloc-Add-Calls
Add Unalloc-Add-Calls to UNA-Calls(Unalloc-Idx)
Add RUN-Cost(Run-Idx) to UNA-Cost(Unalloc-Idx)
When RUN-Lookups(Run-Idx) < RUN-Calls(Run-Idx)
Move 1 to Unalloc-Idx
Compute Unalloc-Add-Calls =
RUN-Calls(Run-Idx) - RUN-Lookups(Run-Idx)
Add Unalloc-Add-Calls to UNA-Calls(Unalloc-Idx)
Compute UNA-Cost(Unalloc-Idx) Rounded = UNA-Cost(Unalloc-Idx)
+ Unalloc-Add-Calls * RUN-Per-Call(Run-Idx)
When other
Continue
End-Evaluate.
*> Second pass: every lookup is one call charged to its consumer.
Charge-Audit-Lookups.
Move Spaces to Last-Run-Id.
Move 0 to Last-Run-Idx.
Move 'N' to Audit-EOF-Flag.
Open Input Auth-File.
If Auth-File-OK
Set Auth-File-Open to true
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUTHKSDS' to MRQ-Insert(1)
Move '-- online calls' to MRQ-Insert(2)
Move 'left unallocated' to MRQ-Insert(3)
Perform Issue-Message
End-If.
Open Input Audit-File.
If not Audit-File-OK
Display "** Unable to reopen AUDITLOG                  **"
Move 8 to Return-Code
else
Perform Read-Next-Audit-Record
Perform Charge-One-Audit-Record until Audit-EOF
Close Audit-File
End-If.
If Auth-File-Open
Close Auth-File
End-If.
Charge-One-Audit-Record.
If Audit-Record(1:7) not equal 'TRAILER'
and AUD-Run-Date(1:6) equal Bill-Month
and not AUD-Outcome-Skipped
Add 1 to Audit-Read
If AUD-Origin-Online
Perform Charge-Online-Call
else
Perform Charge-Batch-Lookup
End-If
End-If
Perform Read-Next-Audit-Record
.
*> A lookup from a run PROVSTAT has no record of (a run that ended
*> before writing its statistics) has no cost to carry; it is
*> counted so the desk can see it.
Charge-Batch-Lookup.
Add 1 to Batch-Lookups.
Move AUD-Run-Id to Lookup-Run-Id.
Perform Find-Run-Slot.
If not Run-Found
Add 1 to Orphan-Lookups
else
Move 'G' to Lookup-Kind
If AUD-Group-Tag equal Spaces
Move 'GENERAL' to Lookup-Cost-Center
else
Move AUD-Group-Tag to Lookup-Cost-Center
End-If
Move RUN-Per-Call(Run-Idx) to Charge-Per-Call
Perform Charge-Consumer
End-If.
*> Online calls are made on the primary provider's connection and
*> are not in PROVSTAT; each is billed at the PRIMARY rate.
Charge-Online-Call.
Add 1 to Online-Calls.
Add 1 to Month-Calls.
Move Primary-Rate to Charge-Per-Call.
Add Charge-Per-Call to Month-Cost.
If Primary-Rate = 0
Add 1 to Unpriced-Online
End-If.
Perform Find-User-Department.
If User-Department equal Spaces
Move 3 to Unalloc-Idx
Add 1 to UNA-Calls(Unalloc-Idx)
Add Charge-Per-Call to UNA-Cost(Unalloc-Idx)
else
Move 'D' to Lookup-Kind
Move User-Department to Lookup-Cost-Center
Perform Charge-Consumer
End-If.
Charge-Consumer.
Move 'N' to Consumer-Found-Flag.
Move 1 to Consumer-Idx.
Perform Search-Consumer-Entry
until Consumer-Idx > Consumer-Count or Consumer-Found.
If not Consumer-Found and Consumer-Count < 400
Add 1 to Consumer-Count
Move Consumer-Count to Consumer-Idx
Move Lookup-Kind to CSM-Kind(Consumer-Idx)
Move Lookup-Cost-Center to CSM-Cost-Center(Consumer-Idx)
Move 0 to CSM-Calls(Consumer-Idx)
Move 0 to CSM-Cost(Consumer-Idx)
Move 0 to CSM-Amount(Consumer-Idx)
Set Consumer-Found to true
End-If.
If Consumer-Found
Add 1 to CSM-Calls(Consumer-Idx)
Add Charge-Per-Call to CSM-Cost(Consumer-Idx)
else
Move 3 to Unalloc-Idx
Add 1 to UNA-Calls(Unalloc-Idx)
Add Charge-Per-Call to UNA-Cost(Unalloc-Idx)
End-If.
Search-Consumer-Entry.
If CSM-Kind(Consumer-Idx) equal Lookup-Kind
and CSM-Cost-Center(Consumer-Idx) equal Lookup-Cost-Center
Set Consumer-Found to true
else
Add 1 to Consumer-Idx
End-If
.
*> The user's own row's department, else its RACF group row's;
*> remembered per user so AUTHKSDS is read once per user.
Find-User-Department.
Move Spaces to User-Department.
Move 'N' to User-Dept-Found-Flag.
Move 1 to User-Dept-Idx.
Perform Search-User-Dept-Entry
until User-Dept-Idx > User-Dept-Count or User-Dept-Found.
If User-Dept-Found
Move UDT-Department(User-Dept-Idx) to User-Department
else
If Auth-File-Open and AUD-Cics-User not equal Spaces
Perform Read-User-Department
End-If
If User-Dept-Count < 500
Add 1 to User-Dept-Count
Move AUD-Cics-User to UDT-User(User-Dept-Count)
Move User-Department to UDT-Department(User-Dept-Count)
End-If
End-If.
Search-User-Dept-Entry.
If UDT-User(User-Dept-Idx) equal AUD-Cics-User
Set User-Dept-Found to true
else
Add 1 to User-Dept-Idx
End-If
.
Read-User-Department.
Set AUZ-Kind-User to true.
Move AUD-Cics-User to AUZ-Id.
Read Auth-File
Invalid Key
Move Spaces to Authorization-Record
End-Read.
If Auth-File-OK
If AUZ-Department not equal Spaces
Move AUZ-Department to User-Department
else
If AUZ-Group not equal Spaces
Move AUZ-Group to AUZ-Id
Set AUZ-Kind-Group to true
Read Auth-File
Invalid Key
Move Spaces to Authorization-Record
End-Read
If Auth-File-OK
Move AUZ-Department to User-Department
End-If
End-If
End-If
End-If.
*> One debit per consumer at its rounded amount, then the credit
*> to operations for exactly what was debited, so the entry
*> balances to the cent.
Write-Journal-Extract.
Open Output Gl-Extract-File.
If not Gl-Extract-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CHGBGL' to MRQ-Insert(1)
Move 'journal extract' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Write-One-Debit
Varying Consumer-Idx From 1 By 1
Until Consumer-Idx > Consumer-Count
If Allocated-Amount > 0
Move Spaces to Gl-Journal-Record
Move 'HWTHCHGB' to GLJ-Source
Move Bill-Month to GLJ-Period
Move Today-Stamp to GLJ-Journal-Date
Move Gl-Recovery-Account to GLJ-Account
Move Gl-Ops-Cost-Center to GLJ-Cost-Center
Set GLJ-Credit to true
Move Allocated-Amount to GLJ-Amount
Move Allocated-Calls to GLJ-Calls
Move 'PROVIDER COST RECOVERED' to GLJ-Description
Write Gl-Journal-Record
Add 1 to Journal-Lines
End-If
Close Gl-Extract-File
End-If.
Write-One-Debit.
Compute CSM-Amount(Consumer-Idx) Rounded =
CSM-Cost(Consumer-Idx).
Add CSM-Calls(Consumer-Idx) to Allocated-Calls.
Add CSM-Amount(Consumer-Idx) to Allocated-Amount.
If CSM-Amount(Consumer-Idx) > 0
Move Spaces to Gl-Journal-Record
Move 'HWTHCHGB' to GLJ-Source
Move Bill-Month to GLJ-Period
Move Today-Stamp to GLJ-Journal-Date
Move Gl-Expense-Account to GLJ-Account
Move CSM-Cost-Center(Consumer-Idx) to GLJ-Cost-Center
Set GLJ-Debit to true
Move CSM-Amount(Consumer-Idx) to GLJ-Amount
Move CSM-Calls(Consumer-Idx) to GLJ-Calls
If CSM-Kind(Consumer-Idx) equal 'G'
Move 'PROVIDER CALLS - WATCH-LIST' to GLJ-Description
else
Move 'PROVIDER CALLS - ONLINE LOOKUP' to GLJ-Description
End-If
Write Gl-Journal-Record
Add 1 to Journal-Lines
End-If.
Print-Chargeback-Report.
Display "-----------------------------------------------".
Display "RATES (latest keyed on INVOICE this month)".
If Role-Rate-Count = 0
Display "   none keyed"
else
Perform Print-One-Rate
Varying Role-Rate-Idx From 1 By 1
Until Role-Rate-Idx > Role-Rate-Count
End-If.
Display "-----------------------------------------------".
Display "BY WATCH-LIST GROUP (batch calls)".
Display "GROUP        CALLS          AMOUNT".
Move 'G' to Lookup-Kind.
Perform Print-One-Consumer
Varying Consumer-Idx From 1 By 1
Until Consumer-Idx > Consumer-Count.
Display "-----------------------------------------------".
Display "BY DEPARTMENT (online calls)".
Display "DEPT         CALLS          AMOUNT".
Move 'D' to Lookup-Kind.
Perform Print-One-Consumer
Varying Consumer-Idx From 1 By 1
Until Consumer-Idx > Consumer-Count.
Display "-----------------------------------------------".
Display "UNALLOCATED (left with operations)".
Perform Print-One-Unalloc
Varying Unalloc-Idx From 1 By 1
Until Unalloc-Idx > 3.
Display "-----------------------------------------------".
Move Month-Calls to Calls-Edit.
Move Month-Cost to Cost-Edit.
Display "Calls this month       : " Calls-Edit "  " Cost-Edit.
Move Allocated-Calls to Calls-Edit.
Move Allocated-Amount to Cost-Edit.
Display "Charged back           : " Calls-Edit "  " Cost-Edit.
Move Unallocated-Calls to Calls-Edit.
Move Unallocated-Cost to Cost-Edit.
Display "Unallocated            : " Calls-Edit "  " Cost-Edit.
Display "Batch lookups / online : " Batch-Lookups " / " Online-Calls.
Display "Journal lines written  : " Journal-Lines.
If Unpriced-Calls > 0 or Unpriced-Online > 0
Display "*** Calls with no rate keyed (batch/online): "
Unpriced-Calls "/" Unpriced-Online " -- billed at zero ***"
End-If.
If Orphan-Lookups > 0
Display "*** Lookups with no PROVSTAT run: " Orphan-Lookups
" -- not billed ***"
End-If.
Print-One-Rate.
Move RRT-Rate-Per-Call(Role-Rate-Idx) to Rate-Edit.
If RRT-Rate-Per-Call(Role-Rate-Idx) > 0
Display "   " RRT-Provider-Role(Role-Rate-Idx)
" " Rate-Edit " per call from " RRT-Rate-Date(Role-Rate-Idx)
else
Display "   " RRT-Provider-Role(Role-Rate-Idx) " (not keyed)"
End-If.
Print-One-Consumer.
If CSM-Kind(Consumer-Idx) equal Lookup-Kind
Move CSM-Calls(Consumer-Idx) to Calls-Edit
Move CSM-Amount(Consumer-Idx) to Cost-Edit
Display CSM-Cost-Center(Consumer-Idx) " " Calls-Edit
" " Cost-Edit
End-If.
Print-One-Unalloc.
Move UNA-Calls(Unalloc-Idx) to Calls-Edit.
Move UNA-Cost(Unalloc-Idx) to Cost-Edit.
Add UNA-Calls(Unalloc-Idx) to Unallocated-Calls.
Add UNA-Cost(Unalloc-Idx) to Unallocated-Cost.
Display "   " UNA-Reason(Unalloc-Idx).
Display "   " Calls-Edit "  " Cost-Edit.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHCHGB.
