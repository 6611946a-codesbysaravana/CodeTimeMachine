IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCGTR.
*> Station ground-truth entry transaction (AGTR), run in the same
*> region as HWTHCICS.  When a station rings to say "we're not
*> closed, the feed is wrong", the desk (or the station itself)
*> records here what was actually seen at the airport:
*>   Enter with a status keyed   records the report on GTRKSDS --
*>                               observed status G/Y/R/C, delay
*>                               minutes, the date and HHMM it was
*>                               seen (today/now when left blank),
*>                               S station or D desk, and a comment
*>   Enter with just a code      lists the code's latest reports
*> Every report carries the operator's user id.  HWTHGTRM matches
*> the reports to AIRHIST in batch and HWTHGTRA scores the
*> providers on them.  Needs the View role (HWTHCAUZ).
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY GTRREC.
COPY GTRMAP.
COPY DFHAID.
COPY AUTHCOMM.
01 Auth-Link-Resp Pic S9(8) Comp Value 0.
01 Cics-Resp Pic S9(8) Comp Value 0.
01 Browse-Done-Flag Pic X Value 'N'.
88 Browse-Done Value 'Y'.
01 Operator-Userid Pic X(8) Value Spaces.
01 Edit-Ok-Flag Pic X Value 'Y'.
88 Edit-Ok Value 'Y'.
01 Saved-Message Pic X(78) Value Spaces.
01 Now-Stamp Pic X(14) Value Spaces.
*> What the operator keyed, kept apart from the map so the list
*> rebuild (which clears the map) can still use it.
01 Keyed-Code   Pic X(3) Value Spaces.
01 Keyed-Status Pic X(1) Value Spaces.
01 Keyed-Delay-Text Pic X(5) Value Spaces.
01 Keyed-Delay  Pic 9(5) Value 0.
01 Keyed-Date   Pic X(8) Value Spaces.
01 Keyed-Time   Pic X(4) Value Spaces.
01 Keyed-Kind   Pic X(1) Value Spaces.
01 Keyed-Note   Pic X(50) Value Spaces.
01 Keyed-Hour   Pic 9(2) Value 0.
01 Keyed-Minute Pic 9(2) Value 0.
*> The code's latest reports, oldest first; a browse past the sixth
*> shifts the table up one.
01 Recent-Table.
05 Recent-Line Pic X(78) Occurs 6 times.
01 Recent-Count Pic 9(1) Value 0.
01 Recent-Idx   Pic 9(1) Value 0.
01 Report-Line  Pic X(78) Value Spaces.
01 Comm-Area.
05 CA-Trip-Flag Pic X Value 'I'.
88 CA-First-Trip Value 'I'.
88 CA-Return-Trip Value 'R'.
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(1).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
Move Function Current-Date(1:14) to Now-Stamp.
Move Spaces to Saved-Message.
If EIBCALEN = 0
Move 'I' to CA-Trip-Flag
Perform Send-Opening-Screen
else
Move DFHCOMMAREA to Comm-Area
If EIBAID equal DFHCLEAR
Perform Send-Opening-Screen
else
Perform Receive-Report-Input
If Keyed-Status not equal Spaces
Perform Record-Ground-Truth
End-If
Perform List-Recent-Reports
End-If
End-If.
Move 'R' to CA-Trip-Flag.
Exec Cics Return
Transid('AGTR')
Commarea(Comm-Area)
Length(Length Of Comm-Area)
End-Exec.
Send-Opening-Screen.
Move Low-Values to Ground-Truth-Map.
Move -1 to CODEL.
Move 'Code + status G/Y/R/C + delay, Enter=record; code only=list'
to MSGO.
Perform Send-Report-Map.
Receive-Report-Input.
Move Low-Values to Ground-Truth-Map.
Exec Cics Receive Map('GTRM1')
Mapset('AGTRSET')
Into(Ground-Truth-Map)
Resp(Cics-Resp)
End-Exec.
Move Spaces to Keyed-Code Keyed-Status Keyed-Delay-Text
Keyed-Date Keyed-Time Keyed-Kind Keyed-Note.
If CODEI not equal Low-Values
Move Function Upper-Case(CODEI) to Keyed-Code
End-If.
If STATI not equal Low-Values
Move Function Upper-Case(STATI) to Keyed-Status
End-If.
If DELAYI not equal Low-Values
Move DELAYI to Keyed-Delay-Text
Inspect Keyed-Delay-Text Replacing All Low-Values by Spaces
End-If.
If ODATEI not equal Low-Values
Move ODATEI to Keyed-Date
End-If.
If OTIMEI not equal Low-Values
Move OTIMEI to Keyed-Time
End-If.
If KINDI not equal Low-Values
Move Function Upper-Case(KINDI) to Keyed-Kind
End-If.
If NOTEI not equal Low-Values
Move NOTEI to Keyed-Note
End-If.
*> A report is only evidence if it says when it was seen, so a
*> future stamp is refused rather than quietly trimmed to now.
Record-Ground-Truth.
Move 'Y' to Edit-Ok-Flag.
If Keyed-Date equal Spaces
Move Now-Stamp(1:8) to Keyed-Date
End-If.
If Keyed-Time equal Spaces
Move Now-Stamp(9:4) to Keyed-Time
End-If.
If Keyed-Kind equal Spaces
Move 'D' to Keyed-Kind
End-If.
Move 0 to Keyed-Delay.
If Keyed-Delay-Text not equal Spaces
If Function Test-Numval(Keyed-Delay-Text) = 0
Compute Keyed-Delay = Function Numval(Keyed-Delay-Text)
else
Move Spaces to Message-Request
Move 'HWT2059W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If.
If Keyed-Time is numeric
Move Keyed-Time(1:2) to Keyed-Hour
Move Keyed-Time(3:2) to Keyed-Minute
End-If.
If Edit-Ok
Evaluate true
When Keyed-Code not alphabetic-upper or Keyed-Code equal Spaces
Move Spaces to Message-Request
Move 'HWT2046W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Status not equal 'G' and Keyed-Status not equal 'Y'
and Keyed-Status not equal 'R' and Keyed-Status not equal 'C'
Move Spaces to Message-Request
Move 'HWT2060W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Date not numeric
Move Spaces to Message-Request
Move 'HWT2061W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Time not numeric or Keyed-Hour > 23
or Keyed-Minute > 59
Move Spaces to Message-Request
Move 'HWT2062W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Date greater Now-Stamp(1:8)
or (Keyed-Date equal Now-Stamp(1:8)
and Keyed-Time greater Now-Stamp(9:4))
Move Spaces to Message-Request
Move 'HWT2063W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Kind not equal 'S' and Keyed-Kind not equal 'D'
Move Spaces to Message-Request
Move 'HWT2064W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When other
Continue
End-Evaluate
End-If.
If Edit-Ok
Exec Cics Assign
Userid(Operator-Userid)
End-Exec
Move Spaces to Ground-Truth-Record
Move Keyed-Code to GTR-Iata-Code
Move Keyed-Date to GTR-Obs-Date
Move Keyed-Time to GTR-Obs-Time(1:4)
Move '00' to GTR-Obs-Time(5:2)
Move Keyed-Status to GTR-Obs-Status
Move Keyed-Delay to GTR-Obs-Delay
Move Keyed-Kind to GTR-Reporter-Kind
Move Operator-Userid to GTR-Reported-By
Move Now-Stamp(1:8) to GTR-Entered-Date
Move Now-Stamp(9:6) to GTR-Entered-Time
Move Keyed-Note to GTR-Comment
Move 0 to GTR-Snap-Gap-Mins
Move 0 to GTR-Prov-Delay
Move 0 to GTR-Delay-Error
Exec Cics Write
File('GTRKSDS')
From(Ground-Truth-Record)
Ridfld(GTR-Key)
Resp(Cics-Resp)
End-Exec
Evaluate true
When Cics-Resp equal DFHRESP(NORMAL)
String 'Report recorded for ' Keyed-Code ' at '
Keyed-Date ' ' Keyed-Time
Delimited by size into Saved-Message
When Cics-Resp equal DFHRESP(DUPREC)
Move Spaces to Message-Request
Move 'HWT2065W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When other
Move Spaces to Message-Request
Move 'HWT2066E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-Evaluate
End-If.
List-Recent-Reports.
Move Low-Values to Ground-Truth-Map.
Move -1 to CODEL.
Move Keyed-Code to CODEO.
Move 0 to Recent-Count.
If Keyed-Code not equal Spaces
Move 'N' to Browse-Done-Flag
Move Keyed-Code to GTR-Iata-Code
Move Low-Values to GTR-Obs-Date
Move Low-Values to GTR-Obs-Time
Exec Cics Startbr
File('GTRKSDS')
Ridfld(GTR-Key)
Gteq
Resp(Cics-Resp)
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Perform Browse-One-Report until Browse-Done
Exec Cics Endbr
File('GTRKSDS')
End-Exec
End-If
End-If.
Perform Show-Recent-Line
Varying Recent-Idx From 1 By 1
Until Recent-Idx > Recent-Count.
Evaluate true
When Saved-Message not equal Spaces
Move Saved-Message to MSGO
When Keyed-Code equal Spaces
Move Spaces to Message-Request
Move 'HWT2029I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
When Recent-Count = 0
Move Spaces to Message-Request
Move 'HWT2067I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
When other
Move Spaces to Message-Request
Move 'HWT2068I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
End-Evaluate.
Perform Send-Report-Map.
Browse-One-Report.
Exec Cics Readnext
File('GTRKSDS')
Into(Ground-Truth-Record)
Ridfld(GTR-Key)
Resp(Cics-Resp)
End-Exec.
If Cics-Resp not equal DFHRESP(NORMAL)
Set Browse-Done to true
else
If GTR-Iata-Code not equal Keyed-Code
Set Browse-Done to true
else
Perform Keep-Recent-Report
End-If
End-If.
Keep-Recent-Report.
Move Spaces to Report-Line.
String GTR-Obs-Date ' ' GTR-Obs-Time(1:4) ' '
GTR-Obs-Status ' ' GTR-Obs-Delay ' '
GTR-Reporter-Kind ' ' GTR-Reported-By ' '
GTR-Match-State ' ' GTR-Prov-Status ' '
GTR-Comment
Delimited by size into Report-Line.
If Recent-Count < 6
Add 1 to Recent-Count
else
Perform Shift-Recent-Line
Varying Recent-Idx From 1 By 1
Until Recent-Idx > 5
End-If.
Move Report-Line to Recent-Line(Recent-Count).
Shift-Recent-Line.
Move Recent-Line(Recent-Idx + 1) to Recent-Line(Recent-Idx).
Show-Recent-Line.
Move Recent-Line(Recent-Idx) to GLINEO(Recent-Idx).
Send-Report-Map.
Exec Cics Send Map('GTRM1')
Mapset('AGTRSET')
From(Ground-Truth-Map)
Erase
Cursor
End-Exec.
*> Every trip asks HWTHCAUZ first, so a View role withdrawn
*> mid-conversation stops the operator on the next key.
Check-View-Authority.
Set AUC-Role-View to true.
Move 'START AGTR' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'AGTR' to AUC-Transid.
Move 'HWTHCGTR' to AUC-Program.
Exec Cics Link
Program('HWTHCAUZ')
Commarea(Auth-Check-Area)
Length(Length Of Auth-Check-Area)
Resp(Auth-Link-Resp)
End-Exec.
If Auth-Link-Resp not equal DFHRESP(NORMAL)
Set AUC-Refused to true
Move Spaces to Message-Request
Move 'HWT2003E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to AUC-Message
End-If.
*> Ends the task on the refusal line; no Transid, so the next key
*> starts the transaction (and the check) afresh.
Refuse-Transaction.
Exec Cics Send Text
From(AUC-Message)
Length(Length Of AUC-Message)
Erase
Freekb
End-Exec.
Exec Cics Return
End-Exec.
Get-Catalog-Message.
Exec Cics Link
Program('HWTHCMSG')
Commarea(Message-Request)
Length(Length Of Message-Request)
Resp(Message-Link-Resp)
End-Exec.
If Message-Link-Resp not equal DFHRESP(NORMAL)
Move MRQ-Id to MRQ-Line
End-If.
End Program HWTHCGTR.
