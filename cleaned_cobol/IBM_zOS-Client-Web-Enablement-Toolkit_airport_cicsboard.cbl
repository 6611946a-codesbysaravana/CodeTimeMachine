*> and AM-Last-Update-Date -- sorted worst-first (closed, red,
*> yellow, unknown, green) with PF8/PF7 paging, so the desk stops
*> keying codes into the single-airport lookup one at a time to
*> find out where the problems are.  Keying a line number and PF10,
*> PF11 or PF12 takes that airport straight to its lookup history
*> (ALKQ), the offline inquiry (AOFQ) or master maintenance (AMNT);
*> PF3 there comes back to the same page here, and PF3 here goes
*> back to the AMNU menu when the board was opened from it.
*> The desk bulletin posted on ABUL shows on the line above the
*> message line while it is up.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY AIRMSTR.
COPY BRDMAP.
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
*> The board's working copy of the master: code, severity rank
01 Page-Size  Pic 9(2) Value 12.
01 Page-Count Pic 9(3) Value 0.
01 First-Entry-On-Page Pic 9(3) Value 0.
01 Selection-Number Pic 9(2) Value 0.
01 Board-Message Pic X(78) Value Spaces.
01 Nav-Target-Transid Pic X(4) Value Spaces.
*> Commarea: the navigation context, the trip flag, the page the
*> operator is looking at and the codes on its lines -- a jump
*> takes the airport the operator saw, not whatever a re-sort has
*> put on that line since.
01 Comm-Area.
COPY NAVCOMM.
05 CA-Trip-Flag Pic X Value 'I'.
88 CA-First-Trip Value 'I'.
88 CA-Return-Trip Value 'R'.
05 CA-Page-Number Pic 9(3) Value 1.
05 CA-Page-Code Pic X(3) Occurs 12 times.
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(76).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
If EIBCALEN = 0
Move 'I' to CA-Trip-Flag
Move 1 to CA-Page-Number
Initialize NAV-Context
Set NAV-Settled to true
else
Move DFHCOMMAREA(1:EIBCALEN) to Comm-Area
End-If.
If CA-Return-Trip and NAV-Settled
Evaluate true
When EIBAID equal DFHPF3 and NAV-Stack-Depth > 0
Perform Return-To-Origin
When EIBAID equal DFHPF10 or EIBAID equal DFHPF11
or EIBAID equal DFHPF12
Perform Jump-From-Board-Line
When other
Continue
End-Evaluate
End-If.
Perform Load-Status-Board.
Perform Sort-Status-Board.
Evaluate true
When EIBCALEN = 0
Move 1 to CA-Page-Number
When NAV-Arriving
Move 1 to CA-Page-Number
When NAV-Returning
Move NAV-Resume-Page to CA-Page-Number
If CA-Page-Number > Page-Count
Move Page-Count to CA-Page-Number
End-If
If CA-Page-Number < 1
Move 1 to CA-Page-Number
End-If
When Board-Message not equal Spaces
Continue
When EIBAID equal DFHPF8
If CA-Page-Number < Page-Count
Add 1 to CA-Page-Number
When other
Continue
End-Evaluate.
Set NAV-Settled to true.
Perform Send-Board-Page.
Move 'R' to CA-Trip-Flag.
Exec Cics Return
Perform Fill-One-Board-Line
Varying Line-Idx From 1 By 1
Until Line-Idx > Page-Size.
Move -1 to BSELL.
Move Spaces to BMSGO.
Evaluate true
When Board-Message not equal Spaces
Move Board-Message to BMSGO
When Board-Truncated
String 'PAGE ' CA-Page-Number ' OF ' Page-Count
' *TRUNCATED-WORST KEPT*'
' PF7/8 PF10=HIST PF11=OFFL PF12=MAINT'
Delimited by size into BMSGO
When other
String 'PAGE ' CA-Page-Number ' OF ' Page-Count
' PF7/8=PAGE  LINE+PF10=HISTORY PF11=OFFLINE'
' PF12=MAINT'
Delimited by size into BMSGO
End-Evaluate.
Perform Show-Active-Bulletin.
Exec Cics Send Map('BOARDM1')
Mapset('APBDSET')
From(Status-Board-Map)
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
Move Bulletin-Line to BBULLO.
Fill-One-Board-Line.
Compute Board-Idx = First-Entry-On-Page + Line-Idx - 1.
Move Spaces to CA-Page-Code(Line-Idx).
If Board-Idx <= Board-Count
Move BRD-Iata-Code(Board-Idx) to CA-Page-Code(Line-Idx)
Move Spaces to BLINEO(Line-Idx)
String Line-Idx '  ' BRD-Line-Text(Board-Idx)
Delimited by size into BLINEO(Line-Idx)
End-If
.
*> The line number keyed in the selection field, against the codes
*> this page showed; a bad one stays on the page with the message.
Jump-From-Board-Line.
Move Low-Values to Status-Board-Map.
Exec Cics Receive Map('BOARDM1')
Mapset('APBDSET')
Into(Status-Board-Map)
Resp(Cics-Resp)
End-Exec.
Move 0 to Selection-Number.
If BSELI is numeric
Move BSELI to Selection-Number
End-If.
If Selection-Number < 1 or Selection-Number > Page-Size
Move 'Key the line number of an airport, then PF10, PF11 or PF12'
to Board-Message
else
If CA-Page-Code(Selection-Number) equal Spaces
Move 'Key the line number of an airport, then PF10, PF11 or PF12'
to Board-Message
else
Move CA-Page-Code(Selection-Number) to NAV-Current-Code
Evaluate true
When EIBAID equal DFHPF10
Move 'ALKQ' to Nav-Target-Transid
When EIBAID equal DFHPF11
Move 'AOFQ' to Nav-Target-Transid
When other
Move 'AMNT' to Nav-Target-Transid
End-Evaluate
Perform Transfer-To-Screen
End-If
End-If.
*> Hands NAV-Current-Code to Nav-Target-Transid, leaving this page
*> on the stack for PF3 there to come back to.
Transfer-To-Screen.
If NAV-Stack-Depth < 4
Add 1 to NAV-Stack-Depth
End-If.
Move 'APBD' to NAV-Return-Transid(NAV-Stack-Depth).
Move CA-Page-Number to NAV-Return-Page(NAV-Stack-Depth).
Set NAV-Arriving to true.
Exec Cics Return
Transid(Nav-Target-Transid)
Commarea(NAV-Context)
Length(Length Of NAV-Context)
Immediate
End-Exec.
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
*> Every trip asks HWTHCAUZ first, so a View role withdrawn
*> mid-conversation stops the operator on the next key.
Check-View-Authority.
Set AUC-Role-View to true.
Move 'START APBD' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'APBD' to AUC-Transid.
Move 'HWTHCBRD' to AUC-Program.
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
End Program HWTHCBRD.
