*> 1) instead of overrunning the table.
01 Group-Overflow-Flag Pic X Value 'N'.
88 Group-Overflow-Noted Value 'Y'.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Open Input Ctl-In-File.
Open Extend Ctl-Out-File.
If not Ctl-In-File-OK or not Ctl-Out-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CTLIN' to MRQ-Insert(1)
Move 'and/or CTLOUT' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Ctl-Record
" succeeded=" MRG-Succeeded
" failed=" MRG-Failed
" elapsed(max)=" MRG-Elapsed-Max.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHCONS.
