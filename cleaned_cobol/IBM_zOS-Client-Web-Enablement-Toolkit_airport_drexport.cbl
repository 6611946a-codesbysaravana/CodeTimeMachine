01 Cur-Checksum   Pic 9(9) Value 0.
01 Chk-Length Pic 9(4) Value 0.
01 Chk-Idx    Pic 9(4) Value 0.
01 Chk-Work   Pic X(1100) Value Spaces.
01 Total-Sections Pic 9(3) Value 0.
01 Total-Records  Pic 9(9) Value 0.
01 Unavailable-Count Pic 9(3) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "***********************************************".
Open Output Bundle-File.
If not Bundle-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DREXPORT' to MRQ-Insert(1)
Move 'bundle -- abort' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Export-Airport-Master
Perform Bundle-One-Record
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHDREX.
