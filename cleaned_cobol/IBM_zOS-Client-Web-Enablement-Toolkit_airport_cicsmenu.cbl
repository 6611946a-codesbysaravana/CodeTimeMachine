IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCMNU.
*> Desk menu transaction (AMNU), run in the same region as HWTHCICS.
*> The desk works seven transactions and used to re-key the IATA
*> code into each one; from here an option number opens any of
*> them, and a code keyed alongside goes with it -- the lookup,
*> history, offline and maintenance screens answer for it at once.
*> The code, the screen to come back to and its paging position
*> travel in the NAVCOMM context at the front of every one of the
*> seven commareas: the board and the alert console hand a picked
*> line's airport on the same way (PF10/PF11/PF12), and PF3 on any
*> of them comes back where the operator left off.  PF3 or CLEAR
*> here ends the session.  Needs the View role (HWTHCAUZ); each
*> screen opened still asks for its own.
*> The desk bulletin posted on ABUL (option 8) shows on the line
*> above the message line while it is up.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY MENUMAP.
COPY DFHAID.
COPY AUTHCOMM.
01 Auth-Link-Resp Pic S9(8) Comp Value 0.
01 Cics-Resp Pic S9(8) Comp Value 0.
*> The desk bulletin (BULKSDS), shown on the bulletin line while it
*> is up and short of its expiry.
COPY BULLREC.
01 Bulletin-Line Pic X(78) Value Spaces.
01 Bulletin-Now  Pic X(12) Value Spaces.
01 Bulletin-Resp Pic S9(8) Comp Value 0.
*> The menu: option, transaction, whether it works on one airport
*> (Y -- the code keyed is needed for an answer; the others carry it
*> along for the screens opened from them), and the text shown.
01 Menu-Table-Values.
05 Filler Pic X(40) Value '1APLKYAIRPORT LOOKUP (LIVE PROVIDER)'.
05 Filler Pic X(40) Value '2APALNALERT CONSOLE'.
05 Filler Pic X(40) Value '3APBDNSTATUS BOARD'.
05 Filler Pic X(40) Value '4ALKQYLOOKUP HISTORY'.
05 Filler Pic X(40) Value '5AMNTYMASTER MAINTENANCE'.
05 Filler Pic X(40) Value '6AOFQYOFFLINE AIRPORT INQUIRY'.
05 Filler Pic X(40) Value '7APPGNBATCH RUN PROGRESS'.
05 Filler Pic X(40) Value '8ABULNDESK BULLETIN'.
01 Menu-Table Redefines Menu-Table-Values.
05 Menu-Entry Occurs 8 times.
10 MNU-Option   Pic X(1).
10 MNU-Transid  Pic X(4).
10 MNU-Code-Use Pic X(1).
88 MNU-Takes-Code Value 'Y'.
10 MNU-Text     Pic X(34).
01 Menu-Idx     Pic 9(1) Value 0.
01 Menu-Choice  Pic 9(1) Value 0.
01 Keyed-Code   Pic X(3) Value Spaces.
01 Menu-Message Pic X(78) Value Spaces.
01 Nav-Target-Transid Pic X(4) Value Spaces.
01 Session-End-Text Pic X(18) Value 'AMNU session ended'.
*> Commarea: the navigation context and the trip flag.
01 Comm-Area.
COPY NAVCOMM.
05 CA-Trip-Flag Pic X Value 'I'.
88 CA-First-Trip Value 'I'.
88 CA-Return-Trip Value 'R'.
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(37).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
Move Spaces to Menu-Message.
If EIBCALEN = 0
Initialize NAV-Context
Set NAV-Settled to true
Perform Send-Menu-Map
else
Move DFHCOMMAREA(1:EIBCALEN) to Comm-Area
Evaluate true
When NAV-Arriving or NAV-Returning
Set NAV-Settled to true
Perform Send-Menu-Map
When EIBAID equal DFHPF3 or EIBAID equal DFHCLEAR
Perform End-Menu-Session
When other
Perform Receive-Menu-Input
Perform Open-Chosen-Screen
Perform Send-Menu-Map
End-Evaluate
End-If.
Move 'R' to CA-Trip-Flag.
Exec Cics Return
Transid('AMNU')
Commarea(Comm-Area)
Length(Length Of Comm-Area)
End-Exec.
Receive-Menu-Input.
Move Low-Values to Desk-Menu-Map.
Exec Cics Receive Map('AMNUM1')
Mapset('AMNUSET')
Into(Desk-Menu-Map)
Resp(Cics-Resp)
End-Exec.
*> A bad option or code stays on the menu with the reason; a good
*> one leaves for the screen chosen and does not come back here
*> until PF3 there.
Open-Chosen-Screen.
Move 0 to Menu-Choice.
If OPTNI is numeric
Move OPTNI to Menu-Choice
End-If.
Move Spaces to Keyed-Code.
If MCODI not equal Low-Values
Move Function Upper-Case(MCODI) to Keyed-Code
End-If.
Evaluate true
When Menu-Choice < 1 or Menu-Choice > 8
Move Spaces to Message-Request
Move 'HWT2099I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Menu-Message
When Keyed-Code not equal Spaces
and (Keyed-Code not alphabetic-upper
or Keyed-Code(3:1) equal Space)
Move Spaces to Message-Request
Move 'HWT2100W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Menu-Message
When Keyed-Code equal Spaces and NAV-Current-Code equal Spaces
and MNU-Takes-Code(Menu-Choice)
Move Spaces to Message-Request
Move 'HWT2101I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Menu-Message
When other
If Keyed-Code not equal Spaces
Move Keyed-Code to NAV-Current-Code
End-If
Move MNU-Transid(Menu-Choice) to Nav-Target-Transid
Perform Transfer-To-Screen
End-Evaluate.
*> Hands NAV-Current-Code to Nav-Target-Transid, leaving the menu on
*> the stack for PF3 there to come back to.
Transfer-To-Screen.
If NAV-Stack-Depth < 4
Add 1 to NAV-Stack-Depth
End-If.
Move 'AMNU' to NAV-Return-Transid(NAV-Stack-Depth).
Move 0 to NAV-Return-Page(NAV-Stack-Depth).
Set NAV-Arriving to true.
Exec Cics Return
Transid(Nav-Target-Transid)
Commarea(NAV-Context)
Length(Length Of NAV-Context)
Immediate
End-Exec.
*> The code in hand is shown back, so coming back from one screen
*> and picking another carries on with the same airport.
Send-Menu-Map.
Move Low-Values to Desk-Menu-Map.
Perform Paint-Menu-Line
Varying Menu-Idx From 1 By 1
Until Menu-Idx > 8.
Move NAV-Current-Code to MCODO.
Move -1 to OPTNL.
If Menu-Message equal Spaces
Move 'Option, and an IATA code for 1/4/5/6, then Enter.  PF3=END'
to MSGO
else
Move Menu-Message to MSGO
End-If.
Perform Show-Active-Bulletin.
Exec Cics Send Map('AMNUM1')
Mapset('AMNUSET')
From(Desk-Menu-Map)
Erase
Cursor
End-Exec.
*> No bulletin on file, a cleared one or one past its expiry leaves
*> the line blank; a read failure does too -- the screen's own
*> answer matters more than the bulletin.
Show-Active-Bulletin.
Move Spaces to Bulletin-Line.
Move 'CURRENT' to BUL-Key.
Exec Cics Read
File('BULKSDS')
Into(Bulletin-Record)
Ridfld(BUL-Key)
Resp(Bulletin-Resp)
End-Exec.
Move Function Current-Date(1:12) to Bulletin-Now.
If Bulletin-Resp equal DFHRESP(NORMAL)
and BUL-State-Active
and BUL-Expiry greater Bulletin-Now
Evaluate true
When BUL-Severity-Critical
String '** CRITICAL ** ' BUL-Text
Delimited by size into Bulletin-Line
When BUL-Severity-Warning
String '** WARNING ** ' BUL-Text
Delimited by size into Bulletin-Line
When other
String '** INFO ** ' BUL-Text
Delimited by size into Bulletin-Line
End-Evaluate
End-If.
Move Bulletin-Line to BULLO.
Paint-Menu-Line.
Move Spaces to MLINEO(Menu-Idx).
String MNU-Option(Menu-Idx) '  ' MNU-Transid(Menu-Idx) '  '
MNU-Text(Menu-Idx)
Delimited by size into MLINEO(Menu-Idx).
End-Menu-Session.
Exec Cics Send Text
From(Session-End-Text)
Length(Length Of Session-End-Text)
Erase
Freekb
End-Exec.
Exec Cics Return
End-Exec.
*> Every trip asks HWTHCAUZ first, so a View role withdrawn
*> mid-conversation stops the operator on the next key.
Check-View-Authority.
Set AUC-Role-View to true.
Move 'START AMNU' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'AMNU' to AUC-Transid.
Move 'HWTHCMNU' to AUC-Program.
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
End Program HWTHCMNU.
