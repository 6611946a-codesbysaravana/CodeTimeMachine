01 Gaps-Found        Pic 9(5) Value 0.
01 History-Repaired  Pic 9(5) Value 0.
01 Etl-Repaired      Pic 9(5) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Open Extend Etl-File
Open Input Audit-File
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Audit-Record
Move AUD-Delay-Flag to HIST-Delay-Flag
Move AUD-Delay-Minutes to HIST-Delay-Minutes
Move Spaces to HIST-Weather-Cond
Move 0 to HIST-Runway-Count
Move 0 to HIST-Runway-Normal
If AUD-Runway-Count is numeric and AUD-Runway-Count < 100
Move AUD-Runway-Count to HIST-Runway-Count
End-If
Move AUD-Delay-Cause to HIST-Delay-Cause
Write History-Record
Invalid Key
Display "   unable to rebuild AIRHIST for "
Display "   ETLOUT record rebuilt for " AUD-Iata-Code
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHUOWR.
