01 This-Fail-Pct Pic 9(3) Value 0.
01 Anomaly-Text  Pic X(50) Value Spaces.
01 Anomaly-Count Pic 9(2) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Display "** Deviation band: " Deviation-Band-Pct "%".
Open Input Control-Totals-File.
If not Ctltot-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CTLTOTS' to MRQ-Insert(1)
Move 'history' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Ctl-Record
Raise-Anomaly-Alert.
Add 1 to Anomaly-Count.
Display "** ANOMALY: " Function Trim(Anomaly-Text) " **".
Move Spaces to Message-Request
Move 'HWT0007E' to MRQ-Id
Move Anomaly-Text to MRQ-Insert(1)
Perform Issue-Console-Message.
Open Extend Alert-File.
If Alert-File-OK
Move Spaces to Alert-Record
Move 'SEVERE' to ALR-Alert-Tier
Move 0 to ALR-Delay-Minutes
Move 'N' to ALR-Explained-Flag
Move 0 to ALR-Runways-Open
Move 0 to ALR-Runways-Normal
Move 'PRIMARY' to ALR-Assigned-Desk
Write Alert-Record
Close Alert-File
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
Issue-Console-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line) Upon Console.
End Program HWTHANOM.
