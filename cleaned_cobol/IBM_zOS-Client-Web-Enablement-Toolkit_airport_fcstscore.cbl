01 Total-Misses         Pic 9(7) Value 0.
01 Total-Green-Gone-Bad Pic 9(7) Value 0.
01 Hit-Rate-Pct  Pic 9(3) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
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
Open Input Forecast-File
If not Forecast-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'FCSTOUT' to MRQ-Insert(1)
Move 'forecast extract' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Forecast-Record
" misses=" SCR-Misses(Score-Idx)
" hit rate=" Hit-Rate-Pct "%"
" green-gone-bad=" SCR-Green-Gone-Bad(Score-Idx).
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHFSCR.
