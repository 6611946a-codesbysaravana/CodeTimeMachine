88 Config-Vsam-File-OK Value '00'.
01 Config-Read-Flag Pic X Value 'N'.
88 Config-Record-Read Value 'Y'.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
else
Open I-O Config-Vsam-File
If not Config-Vsam-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CONFVSAM' to MRQ-Insert(1)
Move 'shared config' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Store-Provider-Record
Display "**   " Function Trim(CFV-Scheme) "://"
Function Trim(CFV-Host) " port " CFV-Port " **"
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHCFGL.
