*> run refuses instead.
01 Backout-Overflow-Flag Pic X Value 'N'.
88 Backout-Overflow Value 'Y'.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Open Input Journal-File
Open I-O Airport-Master-File
If not Journal-File-OK or not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRJRNL' to MRQ-Insert(1)
Move 'and/or AIRMSTR' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Journal-Record
Display "Journal records read : " Journal-Read-Count.
Display "Changes applied      : " Applied-Count.
Display "Records skipped      : " Skipped-Count.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHJRNL.
