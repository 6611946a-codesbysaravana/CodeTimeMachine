01 Master-Read-Count  Pic 9(5) Value 0.
01 Suppressed-Count   Pic 9(5) Value 0.
01 Accumulating-Count Pic 9(5) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "***********************************************".
Open Input Airport-Master-File.
If not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'master file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Low-Values to AM-Iata-Code
End-If
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHSUPR.
