IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHINCR.
*> Monthly incident review off the INCIDENT file HWTHXCB1 appends to
*> as each ALRTSTAT episode closes.  Three sections for the review
*> meeting, all by close date within the month:
*>   LONGEST INCIDENTS   the ten longest open-to-close episodes
*>   REPEAT OFFENDERS    airports with three or more incidents
*>   NEVER ACKNOWLEDGED  every incident that closed without anyone
*>                       having acknowledged it, escalated or not
*>   (no PARM)           last month
*>   PARM=CCYYMM         that month
*> RC=4 when any incident in the month closed unacknowledged;
*> RC=8 when INCIDENT can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Incident-File Assign To INCIDENT
Organization Is Line Sequential
File Status Is Incident-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Incident-File.
COPY INCDREC.
WORKING-STORAGE SECTION.
01 Incident-File-Status Pic X(2) Value Spaces.
88 Incident-File-OK     Value '00'.
88 Incident-File-At-End Value '10'.
01 Incident-EOF-Flag Pic X Value 'N'.
88 Incident-EOF Value 'Y'.
01 Review-Month Pic X(6) Value Spaces.
01 Today-Stamp  Pic X(8) Value Spaces.
01 Today-Year   Pic 9(4) Value 0.
01 Today-Mon    Pic 9(2) Value 0.
01 Repeat-Minimum Pic 9(3) Value 3.
*> The ten longest so far, longest first (one spare slot so the
*> scan can step past the tenth).
01 Longest-Table.
05 Longest-Entry Occurs 11 times.
10 LNG-Iata-Code  Pic X(3).
10 LNG-Reason     Pic X(10).
10 LNG-Open-Date  Pic X(8).
10 LNG-Open-Time  Pic X(6).
10 LNG-Minutes    Pic 9(7).
10 LNG-Peak-Tier  Pic X(8).
10 LNG-Ack-User   Pic X(8).
01 Longest-Count Pic 9(2) Value 0.
01 Longest-Idx   Pic 9(2) Value 0.
01 Longest-Slot  Pic 9(2) Value 0.
*> Incidents per airport over the month.
01 Offender-Table.
05 Offender-Entry Occurs 500 times.
10 OFT-Iata-Code Pic X(3).
10 OFT-Count     Pic 9(5).
10 OFT-Minutes   Pic 9(9).
10 OFT-Escalated Pic 9(5).
01 Offender-Count Pic 9(3) Value 0.
01 Offender-Idx   Pic 9(3) Value 0.
01 Offender-Found-Flag Pic X Value 'N'.
88 Offender-Found Value 'Y'.
01 Repeat-Airports Pic 9(5) Value 0.
01 Incidents-Read     Pic 9(7) Value 0.
01 Incidents-In-Month Pic 9(7) Value 0.
01 Escalated-In-Month Pic 9(7) Value 0.
01 Unacked-In-Month   Pic 9(7) Value 0.
01 Minutes-In-Month   Pic 9(11) Value 0.
01 Duration-Edit Pic Z(6)9.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
05 parm-string.
10 parm-char Pic X occurs 0 to 100 times
depending on parm-len.
PROCEDURE DIVISION using jcl-parm.
Begin.
Display "***********************************************".
Display "** Monthly Incident Review                    **".
Display "***********************************************".
If parm-len equal 6 and parm-string(1:6) is numeric
Move parm-string(1:6) to Review-Month
else
Perform Default-To-Last-Month
End-If.
Display "** Incidents closed in " Review-Month
"                  **".
Open Input Incident-File.
If not Incident-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'INCIDENT' to MRQ-Insert(1)
Move 'file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Display "-----------------------------------------------"
Display "NEVER ACKNOWLEDGED"
Display "IATA REASON     OPENED          CLOSED          MINUTES"
" PEAK TIER ESC"
Perform Review-One-Incident until Incident-EOF
Close Incident-File
If Unacked-In-Month = 0
Display "   none -- every incident was acknowledged"
End-If
Perform List-Longest-Incidents
Perform List-Repeat-Offenders
Display "-----------------------------------------------"
Display "Incidents on file      : " Incidents-Read
Display "Incidents in month     : " Incidents-In-Month
Display "Open-to-close minutes  : " Minutes-In-Month
Display "Escalated              : " Escalated-In-Month
Display "Never acknowledged     : " Unacked-In-Month
Display "Repeat-offender airports: " Repeat-Airports
If Unacked-In-Month > 0
Move 4 to Return-Code
End-If
End-If.
Display "** Monthly Incident Review Ends               **".
Display "***********************************************".
STOP RUN.
*> Run early in the month for the month just ended.
Default-To-Last-Month.
Move Function Current-Date(1:8) to Today-Stamp.
Move Today-Stamp(1:4) to Today-Year.
Move Today-Stamp(5:2) to Today-Mon.
If Today-Mon = 1
Subtract 1 from Today-Year
Move 12 to Today-Mon
else
Subtract 1 from Today-Mon
End-If.
Move Today-Year to Review-Month(1:4).
Move Today-Mon to Review-Month(5:2).
Review-One-Incident.
Read Incident-File
At End
Set Incident-EOF to true
End-Read.
If not Incident-File-OK and not Incident-File-At-End
Set Incident-EOF to true
End-If.
If not Incident-EOF
Add 1 to Incidents-Read
If INC-Close-Date(1:6) equal Review-Month
Add 1 to Incidents-In-Month
If INC-Duration-Minutes is not numeric
Move 0 to INC-Duration-Minutes
End-If
Add INC-Duration-Minutes to Minutes-In-Month
If INC-Escalated
Add 1 to Escalated-In-Month
End-If
If INC-Ack-User equal Spaces
Add 1 to Unacked-In-Month
Perform Print-Unacked-Incident
End-If
Perform Rank-Longest-Incident
Perform Count-Offender
End-If
End-If
.
Print-Unacked-Incident.
Move INC-Duration-Minutes to Duration-Edit.
Display INC-Iata-Code "  " INC-Alert-Reason " "
INC-Open-Date " " INC-Open-Time(1:4) "  "
INC-Close-Date " " INC-Close-Time(1:4) " "
Duration-Edit " " INC-Peak-Tier "  " INC-Escalated-Flag.
*> Insert into the top-ten table, longest first: find the first slot
*> this one beats, shuffle the rest down one, drop the eleventh.
Rank-Longest-Incident.
Move 1 to Longest-Slot.
Perform Find-Longest-Slot
until Longest-Slot > Longest-Count
or INC-Duration-Minutes > LNG-Minutes(Longest-Slot).
If Longest-Slot not greater 10
If Longest-Count < 10
Add 1 to Longest-Count
End-If
Perform Shift-Longest-Entry
Varying Longest-Idx From Longest-Count By -1
Until Longest-Idx not greater Longest-Slot
Move INC-Iata-Code to LNG-Iata-Code(Longest-Slot)
Move INC-Alert-Reason to LNG-Reason(Longest-Slot)
Move INC-Open-Date to LNG-Open-Date(Longest-Slot)
Move INC-Open-Time to LNG-Open-Time(Longest-Slot)
Move INC-Duration-Minutes to LNG-Minutes(Longest-Slot)
Move INC-Peak-Tier to LNG-Peak-Tier(Longest-Slot)
Move INC-Ack-User to LNG-Ack-User(Longest-Slot)
End-If.
Find-Longest-Slot.
Add 1 to Longest-Slot.
Shift-Longest-Entry.
Move Longest-Entry(Longest-Idx - 1) to Longest-Entry(Longest-Idx).
Count-Offender.
Move 'N' to Offender-Found-Flag.
Move 1 to Offender-Idx.
Perform Search-Offender-Entry
until Offender-Idx > Offender-Count or Offender-Found.
If not Offender-Found
If Offender-Count < 500
Add 1 to Offender-Count
Move Offender-Count to Offender-Idx
Move INC-Iata-Code to OFT-Iata-Code(Offender-Idx)
Move 0 to OFT-Count(Offender-Idx)
Move 0 to OFT-Minutes(Offender-Idx)
Move 0 to OFT-Escalated(Offender-Idx)
Set Offender-Found to true
End-If
End-If.
If Offender-Found
Add 1 to OFT-Count(Offender-Idx)
Add INC-Duration-Minutes to OFT-Minutes(Offender-Idx)
If INC-Escalated
Add 1 to OFT-Escalated(Offender-Idx)
End-If
End-If.
Search-Offender-Entry.
If OFT-Iata-Code(Offender-Idx) equal INC-Iata-Code
Set Offender-Found to true
else
Add 1 to Offender-Idx
End-If
.
List-Longest-Incidents.
Display "-----------------------------------------------".
Display "LONGEST INCIDENTS".
Display "IATA REASON     OPENED          MINUTES PEAK TIER ACK BY".
If Longest-Count = 0
Display "   none"
else
Perform Print-One-Longest
Varying Longest-Idx From 1 By 1
Until Longest-Idx > Longest-Count
End-If.
Print-One-Longest.
Move LNG-Minutes(Longest-Idx) to Duration-Edit.
If LNG-Ack-User(Longest-Idx) equal Spaces
Move '(none)' to LNG-Ack-User(Longest-Idx)
End-If.
Display LNG-Iata-Code(Longest-Idx) "  " LNG-Reason(Longest-Idx) " "
LNG-Open-Date(Longest-Idx) " " LNG-Open-Time(Longest-Idx)(1:4) " "
Duration-Edit " " LNG-Peak-Tier(Longest-Idx) "  "
LNG-Ack-User(Longest-Idx).
List-Repeat-Offenders.
Display "-----------------------------------------------".
Display "REPEAT OFFENDERS (" Repeat-Minimum " or more incidents)".
Display "IATA INCIDENTS MINUTES   ESCALATED".
Perform Print-One-Offender
Varying Offender-Idx From 1 By 1
Until Offender-Idx > Offender-Count.
If Repeat-Airports = 0
Display "   none"
End-If.
Print-One-Offender.
If OFT-Count(Offender-Idx) not less Repeat-Minimum
Add 1 to Repeat-Airports
Display OFT-Iata-Code(Offender-Idx) "  "
OFT-Count(Offender-Idx) "     "
OFT-Minutes(Offender-Idx) " "
OFT-Escalated(Offender-Idx)
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHINCR.
