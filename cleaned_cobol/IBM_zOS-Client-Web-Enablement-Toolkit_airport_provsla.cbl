88 Sla-Entry-Found Value 'Y'.
01 Success-Rate-Pct Pic 9(3) Value 0.
01 Avg-Response-Ms  Pic 9(7) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "***********************************************".
Open Input Provider-Stat-File.
If not Provider-Stat-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PROVSTAT' to MRQ-Insert(1)
Move 'statistics file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Prov-Record
" 5xx=" SLA-5XX(Sla-Idx)
" other=" SLA-Other(Sla-Idx)
" fallback-activations=" SLA-Activations(Sla-Idx).
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHPSLA.
