01 Delay-Freq-Pct  Pic 9(3) Value 0.
01 Avg-Delay-Mins  Pic 9(5) Value 0.
01 Total-Records   Pic 9(7) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "***********************************************".
Open Input History-File.
If not History-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRHIST' to MRQ-Insert(1)
Move 'history file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Low-Values to HIST-Key
" avg-delay-mins=" Avg-Delay-Mins
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHDOWS.
