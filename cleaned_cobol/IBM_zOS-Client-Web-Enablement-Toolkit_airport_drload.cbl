88 Target-Open Value 'Y'.
01 Chk-Length Pic 9(4) Value 0.
01 Chk-Idx    Pic 9(4) Value 0.
01 Chk-Work   Pic X(1100) Value Spaces.
01 Sections-Verified Pic 9(3) Value 0.
01 Sections-Failed   Pic 9(3) Value 0.
01 Records-Loaded    Pic 9(9) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
End-If.
Open Input Bundle-File.
If not Bundle-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DREXPORT' to MRQ-Insert(1)
Move 'bundle' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Bundle-Record
If Target-File-OK
Set Target-Open to true
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move Cur-File-Tag to MRQ-Insert(1)
Move 'target -- section verifies only' to MRQ-Insert(2)
Perform Issue-Message
End-If
.
Load-One-Record.
Move 'N' to Target-Open-Flag
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHDRLD.
