01 Records-Read      Pic 9(7) Value 0.
01 Records-In-Scope  Pic 9(5) Value 0.
01 Trouble-Count     Pic 9(5) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Display "** Outlook date: " Outlook-Date "                  **".
Open Input Forecast-File.
If not Forecast-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'FCSTOUT' to MRQ-Insert(1)
Move 'forecast extract' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Forecast-Record
End-If
End-If.
Perform Read-Next-Forecast-Record.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHFCST.
