*> adds stay in bounds while the report is already discredited.
01 Trail-Overflow-Flag Pic X Value 'N'.
88 Trail-Overflow-Noted Value 'Y'.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Move 'N' to Audit-EOF-Flag.
Open Input Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Move 'for the summary' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Read-Next-Audit-Record
Perform Release-One-Audit-Record until Audit-EOF
Continue
End-Evaluate
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHSUM1.
