Select Traffic-Weight-File Assign To TRAFFWGT
Organization Is Line Sequential
File Status Is Traffic-Weight-File-Status.
Select Flight-Risk-File Assign To FLTRISK
Organization Is Line Sequential
File Status Is Flight-Risk-File-Status.
Select Bulletin-File Assign To BULLETIN
Organization Is Indexed
Access Mode Is Random
Record Key Is BUL-Key
File Status Is Bulletin-File-Status.
Select Quota-File Assign To QUOTKSDS
Organization Is Indexed
Access Mode Is Random
Record Key Is QUO-Provider-Role
File Status Is Quota-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Audit-File.
COPY ADVREC.
FD  Traffic-Weight-File.
COPY WGTREC.
FD  Flight-Risk-File.
COPY FRSKREC.
FD  Bulletin-File.
COPY BULLREC.
FD  Quota-File.
COPY QUOTAREC.
WORKING-STORAGE SECTION.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK       Value '00'.
*> batch window finishes, so the in-flight run having no trailer
*> yet is expected, not a truncation.
01 Newest-Run-Id Pic X(14) Value Spaces.
*> Departures-at-risk totals per run, off FLTRISK.
01 Flight-Risk-File-Status Pic X(2) Value Spaces.
88 Flight-Risk-File-OK     Value '00'.
88 Flight-Risk-File-At-End Value '10'.
01 Flight-Risk-EOF-Flag Pic X Value 'N'.
88 Flight-Risk-EOF Value 'Y'.
01 Risk-Total-Table.
05 Risk-Total-Entry Occurs 20 times.
10 RKT-Run-Id     Pic X(14).
10 RKT-Hours      Pic 9(2).
10 RKT-Departures Pic 9(7).
01 Risk-Total-Count Pic 9(2) Value 0.
01 Risk-Total-Idx   Pic 9(2) Value 0.
01 Risk-Total-Flag  Pic X Value 'N'.
88 Risk-Total-Found Value 'Y'.
*> The desk bulletin posted on ABUL (BULKSDS), carried on every
*> extract line and printed with the briefing while it is up and
*> unexpired.  No BULLETIN DD, no bulletin.
01 Bulletin-File-Status Pic X(2) Value Spaces.
88 Bulletin-File-OK Value '00'.
01 Bulletin-Now Pic X(12) Value Spaces.
01 Desk-Bulletin-Severity Pic X(1) Value Spaces.
01 Desk-Bulletin-Text     Pic X(60) Value Spaces.
*> Provider request quotas (QUOTKSDS): what each role has used and
*> has left today and this month, counts from an earlier day or
*> month reading as nothing used yet.  The primary's figures ride
*> on the extract line.  No QUOTKSDS DD, no quota lines.
01 Quota-File-Status Pic X(2) Value Spaces.
88 Quota-File-OK Value '00'.
01 Quota-Role-Table.
05 Quota-Role-Name Pic X(8) Occurs 3 times.
01 Quota-Role-Idx Pic 9(1) Value 0.
01 Quota-Today    Pic X(8) Value Spaces.
01 Quota-Warn-Pct   Pic 9(3) Value 0.
01 Quota-Warn-Point Pic 9(9) Value 0.
01 Quota-Daily-Left Pic 9(7) Value 0.
01 Quota-Month-Left Pic 9(9) Value 0.
01 Quota-Level-Flag Pic X Value Spaces.
88 Quota-Level-None      Value Spaces.
88 Quota-Level-Normal    Value 'N'.
88 Quota-Level-Warning   Value 'W'.
88 Quota-Level-Exhausted Value 'X'.
01 Quota-Level-Text Pic X(30) Value Spaces.
01 Primary-Quota-Level      Pic X(1) Value Spaces.
01 Primary-Quota-Daily-Left Pic 9(7) Value 9999999.
01 Primary-Quota-Month-Left Pic 9(9) Value 999999999.

COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Move Function Current-Date(1:8) to Today-Ymd.
Open Input Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Move 'for the briefing' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Read-Next-Audit-Record
Perform Tally-One-Audit-Record until Audit-EOF
Close Audit-File
Perform Verify-Trailers
Perform Load-Flight-Risk-Totals
Perform Read-Desk-Bulletin
Perform Note-Primary-Quota
Perform Write-Briefing-Extract
Perform Display-Briefing
Perform Display-Provider-Quotas
Perform Display-Trouble-Ranking
Perform Display-Active-Advisories
End-If.
Write-Briefing-Extract.
Open Extend Brief-File.
If not Brief-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DASHBRF' to MRQ-Insert(1)
Move 'dashboard extract' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Write-One-Run-Brief
Varying Run-Brief-Idx From 1 By 1
Move RNB-Delayed(Run-Brief-Idx) to BRF-Airports-Delayed.
Move RNB-Closed(Run-Brief-Idx) to BRF-Airports-Closed.
Move RNB-Failed(Run-Brief-Idx) to BRF-Airports-Failed.
Perform Find-Run-Risk-Total.
If Risk-Total-Found
Move RKT-Hours(Risk-Total-Idx) to BRF-Risk-Hours
Move RKT-Departures(Risk-Total-Idx) to BRF-Departures-At-Risk
else
Move 0 to BRF-Risk-Hours
Move 0 to BRF-Departures-At-Risk
End-If.
Move Desk-Bulletin-Severity to BRF-Bulletin-Severity.
Move Desk-Bulletin-Text to BRF-Bulletin-Text.
Move Primary-Quota-Level to BRF-Quota-Level.
Move Primary-Quota-Daily-Left to BRF-Quota-Daily-Left.
Move Primary-Quota-Month-Left to BRF-Quota-Month-Left.
Write Brief-Record.
Read-Desk-Bulletin.
Open Input Bulletin-File.
If Bulletin-File-OK
Move 'CURRENT' to BUL-Key
Read Bulletin-File
Invalid Key
Move Spaces to BUL-State
End-Read
Move Function Current-Date(1:12) to Bulletin-Now
If Bulletin-File-OK and BUL-State-Active
and BUL-Expiry greater Bulletin-Now
Move BUL-Severity to Desk-Bulletin-Severity
Move BUL-Text to Desk-Bulletin-Text
End-If
Close Bulletin-File
End-If.
Note-Primary-Quota.
Move 'PRIMARY' to Quota-Role-Name(1).
Move 'FALLBACK' to Quota-Role-Name(2).
Move 'COMPARE' to Quota-Role-Name(3).
Move Function Current-Date(1:8) to Quota-Today.
Open Input Quota-File.
If Quota-File-OK
Move 1 to Quota-Role-Idx
Perform Read-Role-Quota
If Quota-File-OK
Move Quota-Level-Flag to Primary-Quota-Level
Move Quota-Daily-Left to Primary-Quota-Daily-Left
Move Quota-Month-Left to Primary-Quota-Month-Left
End-If
Close Quota-File
End-If.
Display-Provider-Quotas.
Open Input Quota-File.
If Quota-File-OK
Display "Provider request quotas:"
Perform Display-One-Role-Quota
Varying Quota-Role-Idx From 1 By 1
Until Quota-Role-Idx > 3
Close Quota-File
End-If.
Display-One-Role-Quota.
Perform Read-Role-Quota.
If Quota-File-OK
Evaluate true
When Quota-Level-Exhausted
Move 'USED UP - CALLS STOPPED' to Quota-Level-Text
When Quota-Level-Warning
Move 'WARNING - PRI-1/STORM ONLY' to Quota-Level-Text
When Quota-Level-Normal
Move 'within allowance' to Quota-Level-Text
When other
Move 'no contract on file' to Quota-Level-Text
End-Evaluate
Display "   " QUO-Provider-Role " used " QUO-Daily-Used
" of " QUO-Daily-Quota " today (" QUO-Online-Used
" online), " QUO-Monthly-Used " of " QUO-Monthly-Quota
" this month -- " Function Trim(Quota-Level-Text)
End-If.
*> Same reading of the record the batch run makes: counts stamped
*> with an earlier day or month are that period's, and a zero
*> allowance is no allowance.
Read-Role-Quota.
Move Spaces to Quota-Level-Flag.
Move 9999999 to Quota-Daily-Left.
Move 999999999 to Quota-Month-Left.
Move Quota-Role-Name(Quota-Role-Idx) to QUO-Provider-Role.
Read Quota-File
Invalid Key
Continue
End-Read.
If Quota-File-OK
Perform Roll-Quota-Period
Perform Judge-Quota-Record
End-If.
Roll-Quota-Period.
If QUO-Usage-Date not equal Quota-Today
or QUO-Daily-Used not numeric
or QUO-Online-Used not numeric
Move 0 to QUO-Daily-Used
Move 0 to QUO-Online-Used
End-If.
If QUO-Usage-Month not equal Quota-Today(1:6)
or QUO-Monthly-Used not numeric
Move 0 to QUO-Monthly-Used
End-If.
Judge-Quota-Record.
If QUO-Warn-Pct is numeric and QUO-Warn-Pct > 0
Move QUO-Warn-Pct to Quota-Warn-Pct
else
Move 80 to Quota-Warn-Pct
End-If.
If QUO-Daily-Quota is numeric and QUO-Daily-Quota > 0
Set Quota-Level-Normal to true
If QUO-Daily-Used >= QUO-Daily-Quota
Move 0 to Quota-Daily-Left
Set Quota-Level-Exhausted to true
else
Compute Quota-Daily-Left = QUO-Daily-Quota - QUO-Daily-Used
Compute Quota-Warn-Point =
QUO-Daily-Quota * Quota-Warn-Pct / 100
If QUO-Daily-Used >= Quota-Warn-Point
Set Quota-Level-Warning to true
End-If
End-If
else
Move 0 to QUO-Daily-Quota
End-If.
If QUO-Monthly-Quota is numeric and QUO-Monthly-Quota > 0
If Quota-Level-None
Set Quota-Level-Normal to true
End-If
If QUO-Monthly-Used >= QUO-Monthly-Quota
Move 0 to Quota-Month-Left
Set Quota-Level-Exhausted to true
else
Compute Quota-Month-Left =
QUO-Monthly-Quota - QUO-Monthly-Used
Compute Quota-Warn-Point =
QUO-Monthly-Quota * Quota-Warn-Pct / 100
If QUO-Monthly-Used >= Quota-Warn-Point
and not Quota-Level-Exhausted
Set Quota-Level-Warning to true
End-If
End-If
else
Move 0 to QUO-Monthly-Quota
End-If.
*> Only the total records matter here; the airport/region/group
*> breakdown stays on FLTRISK for whoever wants it.
Load-Flight-Risk-Totals.
Open Input Flight-Risk-File.
If Flight-Risk-File-OK
Perform Load-One-Risk-Total until Flight-Risk-EOF
Close Flight-Risk-File
End-If.
Load-One-Risk-Total.
Read Flight-Risk-File
At End
Set Flight-Risk-EOF to true
End-Read.
If not Flight-Risk-File-OK and not Flight-Risk-File-At-End
Set Flight-Risk-EOF to true
End-If.
If not Flight-Risk-EOF and FRK-Level-Total
and Risk-Total-Count < 20
Add 1 to Risk-Total-Count
Move FRK-Run-Id to RKT-Run-Id(Risk-Total-Count)
Move FRK-Hours to RKT-Hours(Risk-Total-Count)
Move FRK-Departures to RKT-Departures(Risk-Total-Count)
End-If.
Find-Run-Risk-Total.
Move 'N' to Risk-Total-Flag.
Move 1 to Risk-Total-Idx.
Perform Search-Risk-Total
until Risk-Total-Idx > Risk-Total-Count or Risk-Total-Found.
Search-Risk-Total.
If RKT-Run-Id(Risk-Total-Idx) equal RNB-Run-Id(Run-Brief-Idx)
Set Risk-Total-Found to true
else
Add 1 to Risk-Total-Idx
End-If
.
Display-Briefing.
If Desk-Bulletin-Text not equal Spaces
Display "Desk bulletin (" Desk-Bulletin-Severity "): "
Desk-Bulletin-Text
End-If.
Display "Runs seen today: " Run-Brief-Count.
Perform Display-One-Run-Brief
Varying Run-Brief-Idx From 1 By 1
Display "   Currently delayed      : " RNB-Delayed(Run-Brief-Idx).
Display "   Currently closed       : " RNB-Closed(Run-Brief-Idx).
Display "   Lookups failed         : " RNB-Failed(Run-Brief-Idx).
Perform Find-Run-Risk-Total.
If Risk-Total-Found
Display "   Departures at risk     : "
RKT-Departures(Risk-Total-Idx) " in the next "
RKT-Hours(Risk-Total-Idx) " hour(s)"
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
