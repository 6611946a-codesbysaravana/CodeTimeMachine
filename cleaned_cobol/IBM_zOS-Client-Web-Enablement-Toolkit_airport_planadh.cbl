01 Unplanned-Attempts  Pic 9(5) Value 0.
01 Never-Attempted     Pic 9(5) Value 0.
01 Reason-Drift        Pic 9(5) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Fold-In-Audit-Records.
Open Input Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Audit-Record
Add 1 to Never-Attempted
Display "FINDING " PLT-Iata-Code(Plan-Idx)
" planned PROCESS but never attempted"
*> A PD skip only holds until the airport's adaptive-polling
*> interval runs out; a later run of the day fetching it is the
*> plan working, not drift.
When PLT-Disposition(Plan-Idx) equal 'SKIP'
and PLT-Act-Outcome(Plan-Idx) equal 'A'
and PLT-Skip-Code(Plan-Idx) not equal 'PD'
Add 1 to Findings-Count
Add 1 to Unplanned-Attempts
Display "FINDING " PLT-Iata-Code(Plan-Idx)
Continue
End-Evaluate
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHPLNA.
