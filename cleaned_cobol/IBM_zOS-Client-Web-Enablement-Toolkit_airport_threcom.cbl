01 Total-Proposed Pic 9(5) Value 0.
01 Total-Thin     Pic 9(5) Value 0.
01 Cards-Written  Pic 9(5) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
If Card-Mode
Open Output Card-File
If not Card-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'THRCARDS' to MRQ-Insert(1)
Move '-- no deck written' to MRQ-Insert(2)
Perform Issue-Message
Move 'N' to Card-Mode-Flag
End-If
End-If.
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
Move Proposed-Critical to THR-Critical-Minutes.
Write Card-Record from Threshold-Record.
Add 1 to Cards-Written.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHTHRC.
