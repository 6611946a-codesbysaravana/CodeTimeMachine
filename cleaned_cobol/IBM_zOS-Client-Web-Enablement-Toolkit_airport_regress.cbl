01 Total-Tested Pic 9(5) Value 0.
01 Total-Passed Pic 9(5) Value 0.
01 Total-Failed Pic 9(5) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Close Airport-Master-File
Perform Print-Summary
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'REGRLIST' to MRQ-Insert(1)
Move 'and/or AIRMSTR' to MRQ-Insert(2)
Perform Issue-Message
Move 4 to Return-Code
End-If
Display "** Airport Lookup Regression Test Ends         **".
Display "Codes tested  : " Total-Tested.
Display "Passed        : " Total-Passed.
Display "Failed        : " Total-Failed.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
