01 Total-Completed Pic 9(5) Value 0.
01 Coverage-Pct Pic 9(3) Value 0.
01 Trend-Lines Pic 9(5) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Mark-Completions.
Open Input Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Perform Issue-Message
else
Perform Read-Next-Audit-Record
Perform Mark-One-Completion until Audit-EOF
End-If
Perform Read-Next-Coverage-Record
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHCSLA.
