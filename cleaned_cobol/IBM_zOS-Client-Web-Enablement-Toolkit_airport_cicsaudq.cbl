*> records there -- outcome, HTTP response code, delay minutes,
*> response time -- showing the eight most recent, newest first,
*> so the help desk answers provider-data questions in seconds.
*> Opened from the AMNU menu, the board or the alert console, it
*> answers for the airport picked there at once, and PF3 goes back.
*> The desk bulletin posted on ABUL shows on the line above the
*> message line while it is up.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY AUDKREC.
COPY AUDQMAP.
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
01 Browse-Done-Flag Pic X Value 'N'.
88 Browse-Done Value 'Y'.
*> Ring of the last eight lookups seen on the forward browse --
01 Line-Idx   Pic 9(2) Value 0.
01 Work-Line  Pic X(78) Value Spaces.
01 Saved-Code Pic X(3) Value Spaces.
01 Nav-Target-Transid Pic X(4) Value Spaces.
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
If EIBCALEN = 0
Initialize NAV-Context
Set NAV-Settled to true
Move Low-Values to Audit-Inquiry-Map
Move Spaces to Message-Request
Move 'HWT2028I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Inquiry-Map
else
Move DFHCOMMAREA(1:EIBCALEN) to Comm-Area
Evaluate true
When NAV-Arriving or NAV-Returning
Set NAV-Settled to true
Move Low-Values to Audit-Inquiry-Map
If NAV-Current-Code equal Spaces
Move Spaces to Message-Request
Move 'HWT2028I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Inquiry-Map
else
Move NAV-Current-Code to CODEI
Perform Answer-Inquiry
End-If
When EIBAID equal DFHPF3 and NAV-Stack-Depth > 0
Perform Return-To-Origin
When other
Perform Receive-Inquiry-Input
If EIBAID equal DFHCLEAR
Move Low-Values to Audit-Inquiry-Map
Move Spaces to Message-Request
Move 'HWT2028I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Inquiry-Map
else
Perform Answer-Inquiry
End-If
End-Evaluate
End-If.
Move 'R' to CA-Trip-Flag.
Exec Cics Return
Answer-Inquiry.
If CODEI equal Spaces or CODEI equal Low-Values
Move Low-Values to Audit-Inquiry-Map
Move Spaces to Message-Request
Move 'HWT2029I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Inquiry-Map
else
Move CODEI to AUK-Iata-Code
Move CODEI to NAV-Current-Code
Perform Gather-Recent-Lookups
Perform Paint-Recent-Lookups
Perform Send-Inquiry-Map
Move Low-Values to Audit-Inquiry-Map.
Move Saved-Code to CODEO.
If Ring-Count = 0
Move Spaces to Message-Request
Move 'HWT2030I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
else
Move Ring-Next to Ring-Take
Perform Paint-One-Ring-Line
Varying Line-Idx From 1 By 1
Until Line-Idx > Ring-Count
Move Spaces to Message-Request
Move 'HWT2031I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
End-If.
Paint-One-Ring-Line.
If Ring-Take = 1
Subtract 1 from Ring-Take
End-If.
Move Ring-Line(Ring-Take) to ALINEO(Line-Idx).
*> PF3: back to the screen the operator came from, at the page
*> they left it on.
Return-To-Origin.
Move NAV-Return-Transid(NAV-Stack-Depth) to Nav-Target-Transid.
Move NAV-Return-Page(NAV-Stack-Depth) to NAV-Resume-Page.
Subtract 1 from NAV-Stack-Depth.
Set NAV-Returning to true.
Exec Cics Return
Transid(Nav-Target-Transid)
Commarea(NAV-Context)
Length(Length Of NAV-Context)
Immediate
End-Exec.
Send-Inquiry-Map.
Perform Show-Active-Bulletin.
Exec Cics Send Map('AUDQM1')
Mapset('AUDQSET')
From(Audit-Inquiry-Map)
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
*> Every trip asks HWTHCAUZ first, so a View role withdrawn
*> mid-conversation stops the operator on the next key.
Check-View-Authority.
Set AUC-Role-View to true.
Move 'START ALKQ' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'ALKQ' to AUC-Transid.
Move 'HWTHCAUQ' to AUC-Program.
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
End Program HWTHCAUQ.
