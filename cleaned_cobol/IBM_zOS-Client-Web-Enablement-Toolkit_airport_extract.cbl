Record Contains 80 Characters.
01 Parm-Card Pic X(80).
FD  Extract-File.
01 Extract-Record Pic X(427).
WORKING-STORAGE SECTION.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK       Value '00'.
88 Record-Selected Value 'Y'.
01 Records-Read     Pic 9(7) Value 0.
01 Records-Selected Pic 9(7) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Open Input Audit-File
Open Output Extract-File
If not Audit-File-OK or not Extract-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Move 'and/or EXTROUT' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Audit-Record
Add 1 to Filter-Iata-Idx
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHXTRC.
