*>              subtotal tables' capacity)
*>   DOWSKED  : code format, day-mask format, duplicates, orphans
*>   REGRLIST : code format, orphans
*>   CAUSEDCT : cause code, blank or duplicate match text (an
*>              absent deck is noted, not failed -- every delay
*>              then files as cause OTH)
*>   HOLDLIST : code format, dates, end not before start, and no
*>              more than the run's 1000-entry hold table
*>   ADVISORY : code format, dates, end not before start, text
*>              present, and no more than the 200-entry table
*>              (both decks are rebuilt from HADKSDS by HWTHHADU
*>              just ahead of this step; an absent deck is noted)
*> Any edit error ends the step RC=8.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
Select Regress-File Assign To REGRLIST
Organization Is Line Sequential
File Status Is Regress-File-Status.
Select Cause-Dict-File Assign To CAUSEDCT
Organization Is Line Sequential
File Status Is Cause-Dict-File-Status.
Select Hold-File Assign To HOLDLIST
Organization Is Line Sequential
File Status Is Hold-File-Status.
Select Advisory-File Assign To ADVISORY
Organization Is Line Sequential
File Status Is Advisory-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Airport-List-File
COPY DOWSKED.
FD  Regress-File.
COPY REGREXP.
FD  Cause-Dict-File.
COPY CAUSEREC.
FD  Hold-File.
COPY HOLDREC.
FD  Advisory-File.
COPY ADVREC.
WORKING-STORAGE SECTION.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK      Value '00'.
88 Dow-EOF Value 'Y'.
01 Regress-EOF-Flag Pic X Value 'N'.
88 Regress-EOF Value 'Y'.
01 Cause-Dict-File-Status Pic X(2) Value Spaces.
88 Cause-Dict-File-OK     Value '00'.
88 Cause-Dict-File-At-End Value '10'.
01 Cause-Dict-EOF-Flag Pic X Value 'N'.
88 Cause-Dict-EOF Value 'Y'.
*> Match texts already seen, upper-cased as the run compares them,
*> sized to the run's 200-entry dictionary table.
01 Cause-Seen-Table.
05 CST-Match-Text Pic X(30) Occurs 200 times.
01 Cause-Seen-Count Pic 9(3) Value 0.
01 Cause-Seen-Idx   Pic 9(3) Value 0.
01 Cause-Seen-Flag  Pic X Value 'N'.
88 Cause-Seen-Found Value 'Y'.
01 Cause-Match-Ucase Pic X(30) Value Spaces.
01 Hold-File-Status Pic X(2) Value Spaces.
88 Hold-File-OK     Value '00'.
88 Hold-File-At-End Value '10'.
01 Hold-EOF-Flag Pic X Value 'N'.
88 Hold-EOF Value 'Y'.
01 Advisory-File-Status Pic X(2) Value Spaces.
88 Advisory-File-OK     Value '00'.
88 Advisory-File-At-End Value '10'.
01 Advisory-EOF-Flag Pic X Value 'N'.
88 Advisory-EOF Value 'Y'.
*> Sized to match HWTHXCB1's watch table exactly -- the edit must
*> not pass a list the run would then overrun.
01 Watch-List-Table.
01 Airlist-Read-Count Pic 9(5) Value 0.
01 Dow-Read-Count     Pic 9(5) Value 0.
01 Regress-Read-Count Pic 9(5) Value 0.
01 Cause-Read-Count   Pic 9(5) Value 0.
01 Hold-Read-Count    Pic 9(5) Value 0.
01 Advisory-Read-Count Pic 9(5) Value 0.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Perform Edit-Airport-List.
Perform Edit-Dow-Schedule.
Perform Edit-Regress-List.
Perform Edit-Cause-Dictionary.
Perform Edit-Hold-List.
Perform Edit-Advisories.
Display "-----------------------------------------------".
Display "AIRLIST records read  : " Airlist-Read-Count.
Display "DOWSKED records read  : " Dow-Read-Count.
Display "REGRLIST records read : " Regress-Read-Count.
Display "CAUSEDCT records read : " Cause-Read-Count.
Display "HOLDLIST records read : " Hold-Read-Count.
Display "ADVISORY records read : " Advisory-Read-Count.
Display "Edit errors           : " Edit-Error-Count.
If Edit-Error-Count > 0
Display "** EDIT FAILED -- correct the control files    **"
End-If
Perform Read-Next-Regress-Record
.
Edit-Cause-Dictionary.
Open Input Cause-Dict-File.
If not Cause-Dict-File-OK
Display "EDIT: CAUSEDCT not available -- delays will file"
" as cause OTH"
else
Move 0 to Record-Number
Perform Read-Next-Cause-Record
Perform Edit-One-Cause-Record until Cause-Dict-EOF
Close Cause-Dict-File
End-If
.
Read-Next-Cause-Record.
Read Cause-Dict-File
At End
Set Cause-Dict-EOF to true
End-Read
If not Cause-Dict-File-OK and not Cause-Dict-File-At-End
Set Cause-Dict-EOF to true
End-If
.
Edit-One-Cause-Record.
Add 1 to Record-Number.
Add 1 to Cause-Read-Count.
Evaluate true
When not CSD-Cause-Valid
Display "EDIT: CAUSEDCT record " Record-Number
" bad cause code: " CSD-Cause-Code
Add 1 to Edit-Error-Count
When CSD-Match-Text equal Spaces
Display "EDIT: CAUSEDCT record " Record-Number
" has no match text"
Add 1 to Edit-Error-Count
When Cause-Seen-Count >= 200
Display "EDIT: CAUSEDCT record " Record-Number
" exceeds the 200-entry dictionary table"
Add 1 to Edit-Error-Count
When other
Move Function Upper-Case(Function Trim(CSD-Match-Text))
to Cause-Match-Ucase
Perform Search-Cause-Seen
If Cause-Seen-Found
Display "EDIT: CAUSEDCT record " Record-Number
" duplicate match text: "
Function Trim(CSD-Match-Text)
Add 1 to Edit-Error-Count
else
Add 1 to Cause-Seen-Count
Move Cause-Match-Ucase to CST-Match-Text(Cause-Seen-Count)
End-If
End-Evaluate.
Perform Read-Next-Cause-Record
.
Search-Cause-Seen.
Move 'N' to Cause-Seen-Flag.
Move 1 to Cause-Seen-Idx.
Perform Judge-One-Cause-Seen
until Cause-Seen-Idx > Cause-Seen-Count or Cause-Seen-Found
.
Judge-One-Cause-Seen.
If CST-Match-Text(Cause-Seen-Idx) equal Cause-Match-Ucase
Set Cause-Seen-Found to true
else
Add 1 to Cause-Seen-Idx
End-If
.
Edit-Hold-List.
Open Input Hold-File.
If not Hold-File-OK
Display "EDIT: HOLDLIST not available -- no holds apply"
else
Move 0 to Record-Number
Perform Read-Next-Hold-Record
Perform Edit-One-Hold-Record until Hold-EOF
Close Hold-File
End-If
.
Read-Next-Hold-Record.
Read Hold-File
At End
Set Hold-EOF to true
End-Read
If not Hold-File-OK and not Hold-File-At-End
Set Hold-EOF to true
End-If
.
Edit-One-Hold-Record.
Add 1 to Record-Number.
Add 1 to Hold-Read-Count.
Evaluate true
When HLD-Iata-Code not alphabetic-upper
or HLD-Iata-Code equal Spaces
Display "EDIT: HOLDLIST record " Record-Number
" bad IATA code: " HLD-Iata-Code
Add 1 to Edit-Error-Count
When HLD-Start-Date not numeric or HLD-End-Date not numeric
Display "EDIT: HOLDLIST record " Record-Number
" dates must be CCYYMMDD: " HLD-Start-Date " " HLD-End-Date
Add 1 to Edit-Error-Count
When HLD-End-Date less HLD-Start-Date
Display "EDIT: HOLDLIST record " Record-Number
" ends before it starts: " HLD-Iata-Code
Add 1 to Edit-Error-Count
When Hold-Read-Count = 1001
Display "EDIT: HOLDLIST record " Record-Number
" exceeds the 1000-entry hold table"
Add 1 to Edit-Error-Count
When other
Continue
End-Evaluate.
Perform Read-Next-Hold-Record
.
Edit-Advisories.
Open Input Advisory-File.
If not Advisory-File-OK
Display "EDIT: ADVISORY not available -- no advisories apply"
else
Move 0 to Record-Number
Perform Read-Next-Advisory-Record
Perform Edit-One-Advisory-Record until Advisory-EOF
Close Advisory-File
End-If
.
Read-Next-Advisory-Record.
Read Advisory-File
At End
Set Advisory-EOF to true
End-Read
If not Advisory-File-OK and not Advisory-File-At-End
Set Advisory-EOF to true
End-If
.
Edit-One-Advisory-Record.
Add 1 to Record-Number.
Add 1 to Advisory-Read-Count.
Evaluate true
When ADV-Iata-Code not alphabetic-upper
or ADV-Iata-Code equal Spaces
Display "EDIT: ADVISORY record " Record-Number
" bad IATA code: " ADV-Iata-Code
Add 1 to Edit-Error-Count
When ADV-Start-Date not numeric or ADV-End-Date not numeric
Display "EDIT: ADVISORY record " Record-Number
" dates must be CCYYMMDD: " ADV-Start-Date " " ADV-End-Date
Add 1 to Edit-Error-Count
When ADV-End-Date less ADV-Start-Date
Display "EDIT: ADVISORY record " Record-Number
" ends before it starts: " ADV-Iata-Code
Add 1 to Edit-Error-Count
When ADV-Text equal Spaces
Display "EDIT: ADVISORY record " Record-Number
" has no text: " ADV-Iata-Code
Add 1 to Edit-Error-Count
When Advisory-Read-Count = 201
Display "EDIT: ADVISORY record " Record-Number
" exceeds the 200-entry advisory table"
Add 1 to Edit-Error-Count
When other
Continue
End-Evaluate.
Perform Read-Next-Advisory-Record
.
End Program HWTHEDIT.
