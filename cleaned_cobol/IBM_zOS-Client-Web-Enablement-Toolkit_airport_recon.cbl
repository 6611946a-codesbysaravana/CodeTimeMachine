01 Missing-From-Master-Count Pic 9(5) Value 0.
01 Stale-In-Master-Count     Pic 9(5) Value 0.
01 Master-Record-Count       Pic 9(5) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Report-Missing-From-Master.
Open Input Airport-Master-File.
If not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'master file' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Check-One-Watch-Code Varying Watch-List-Idx From 1 By 1
Until Watch-List-Idx > Watch-List-Count
Report-Stale-In-Master.
Open Input Airport-Master-File.
If not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'master file' to MRQ-Insert(2)
Perform Issue-Message
else
Move Low-Values to AM-Iata-Code
Start Airport-Master-File Key is Not Less Than AM-Iata-Code
Set Watch-Match-Found to true
End-If
Add 1 to Watch-List-Idx.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHRECN.
