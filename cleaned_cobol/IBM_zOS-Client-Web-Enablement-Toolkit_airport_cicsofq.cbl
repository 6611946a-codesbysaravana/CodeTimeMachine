*> minutes print with the data, clearly labeled, so the desk knows
*> exactly how stale the answer is during exactly the outages that
*> generate the questions.  No network call is ever made here.
*> The station's contacts (CONTKSDS) print underneath, so the desk
*> can ring the station straight from the answer.  Opened from the
*> AMNU menu, the board or the alert console, it answers for the
*> airport picked there at once, and PF3 goes back.
*> The desk bulletin posted on ABUL shows on the line above the
*> message line while it is up.
*> Each open alert shows its latest operator note (ALRTNOTE) under
*> it; a note keyed with the alert's line number (1-3) goes on that
*> episode with PF6, which needs the Ack role, as on APAL.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY AIRMSTR.
COPY AIRHIST.
COPY ALRTSTAT.
COPY CONTREC.
COPY AOFQMAP.
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
01 Snapshot-Found-Flag Pic X Value 'N'.
05 AGE-Hours     Pic 9(5).
01 Age-Display   Pic Z(4)9.
01 Hours-Display Pic Z(4)9.
01 Nav-Target-Transid Pic X(4) Value Spaces.
01 Operator-Userid  Pic X(8) Value Spaces.
01 Saved-Message    Pic X(78) Value Spaces.
01 Selection-Number Pic 9(1) Value 0.
*> Operator notes on the alert episodes (ALRTNOTE); the latest of
*> each shown alert's goes under its line.
COPY NOTEREC.
01 Note-Resp Pic S9(8) Comp Value 0.
01 Keyed-Note-Text Pic X(60) Value Spaces.
01 Note-Written-Flag Pic X Value 'N'.
88 Note-Written Value 'Y'.
01 Note-Browse-Flag Pic X Value 'N'.
88 Note-Browse-Done Value 'Y'.
01 Episode-Note-Key Pic X(27) Value Spaces.
01 Latest-Note-Line Pic X(78) Value Spaces.
*> Commarea: the navigation context, the trip flag, and the keys of
*> the open alerts on the screen, so PF6 notes the alert the
*> operator saw.
01 Comm-Area.
COPY NAVCOMM.
05 CA-Trip-Flag Pic X Value 'I'.
88 CA-First-Trip Value 'I'.
88 CA-Return-Trip Value 'R'.
05 CA-Alert-Count Pic 9(1) Value 0.
05 CA-Alert-Key Occurs 3 times.
10 CA-Alert-Iata   Pic X(3).
10 CA-Alert-Reason Pic X(10).
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(77).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
If EIBCALEN = 0
Initialize NAV-Context
Set NAV-Settled to true
Move Low-Values to Offline-Inquiry-Map
Move Spaces to Message-Request
Move 'HWT2102I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Inquiry-Map
else
Move DFHCOMMAREA(1:EIBCALEN) to Comm-Area
Evaluate true
When NAV-Arriving or NAV-Returning
Set NAV-Settled to true
Move Low-Values to Offline-Inquiry-Map
If NAV-Current-Code equal Spaces
Move Spaces to Message-Request
Move 'HWT2102I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Inquiry-Map
else
Move NAV-Current-Code to CODEI
Perform Answer-Inquiry
End-If
When EIBAID equal DFHPF3 and NAV-Stack-Depth > 0
Perform Return-To-Origin
When EIBAID equal DFHPF6
Perform Receive-Inquiry-Input
Set AUC-Role-Ack to true
Move 'ADD ALERT NOTE' to AUC-Action-Text
Perform Check-Authority
If AUC-Allowed
Perform Note-Keyed-Alert
else
Move AUC-Message to Saved-Message
End-If
Perform Answer-After-Note
When other
Perform Receive-Inquiry-Input
If EIBAID equal DFHCLEAR
Move Low-Values to Offline-Inquiry-Map
Move Spaces to Message-Request
Move 'HWT2102I' to MRQ-Id
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
Into(Offline-Inquiry-Map)
Resp(Cics-Resp)
End-Exec.
*> PF6: the alert line keyed is one of those on the screen, read
*> afresh -- an episode that closed since has gone to its incident
*> history and takes no more notes.
Note-Keyed-Alert.
Move 0 to Selection-Number.
If ASELI is numeric
Move ASELI to Selection-Number
End-If.
Move Spaces to Keyed-Note-Text.
If NOTEI not equal Low-Values
Move NOTEI to Keyed-Note-Text
End-If.
Evaluate true
When Selection-Number < 1 or Selection-Number > CA-Alert-Count
Move Spaces to Message-Request
Move 'HWT2103I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When Keyed-Note-Text equal Spaces
Move Spaces to Message-Request
Move 'HWT2018I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When other
Move CA-Alert-Iata(Selection-Number) to AST-Iata-Code
Move CA-Alert-Reason(Selection-Number) to AST-Alert-Reason
Exec Cics Read
File('ALRTSTAT')
Into(Alert-Status-Record)
Ridfld(AST-Key)
Resp(Cics-Resp)
End-Exec
Evaluate true
When Cics-Resp not equal DFHRESP(NORMAL)
Move Spaces to Message-Request
Move 'HWT2104W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When AST-State-Closed
Move Spaces to Message-Request
Move 'HWT2019W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When other
Perform Add-Alert-Note
If Note-Written
Move Spaces to Message-Request
Move 'HWT2020I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Move Spaces to Message-Request
Move 'HWT2021E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
End-Evaluate
End-Evaluate.
*> The answer is built afresh for the airport in hand, so the new
*> note shows under its alert, with the outcome on the message line.
Answer-After-Note.
If NAV-Current-Code equal Spaces
Move Low-Values to Offline-Inquiry-Map
Move Spaces to Message-Request
Move 'HWT2029I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
else
Move NAV-Current-Code to AM-Iata-Code
Perform Build-Inquiry-Answer
Move Saved-Message to MSGO
End-If.
Perform Send-Inquiry-Map.
Answer-Inquiry.
If CODEI equal Spaces or CODEI equal Low-Values
Move Low-Values to Offline-Inquiry-Map
Move Spaces to Message-Request
Move 'HWT2029I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Inquiry-Map
else
Move CODEI to AM-Iata-Code
Move CODEI to NAV-Current-Code
Perform Build-Inquiry-Answer
Perform Send-Inquiry-Map
End-If.
Perform Fetch-Master-Statics.
Perform Fetch-Latest-Snapshot.
Perform Fetch-Open-Alerts.
Perform Fetch-Station-Contacts.
Move Spaces to Message-Request
Move 'HWT2105I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO.
Fetch-Master-Statics.
Move CODEO to AM-Iata-Code.
Exec Cics Read
End-If.
Fetch-Open-Alerts.
Move 0 to Alert-Line-Idx.
Move 0 to CA-Alert-Count.
Move Spaces to CA-Alert-Key(1).
Move Spaces to CA-Alert-Key(2).
Move Spaces to CA-Alert-Key(3).
Move 'N' to Browse-Done-Flag.
Move CODEO to AST-Iata-Code.
Move Low-Values to AST-Alert-Reason.
AST-State ' since '
AST-Open-Date ' ' AST-Open-Time
Delimited by size into ALRTO(Alert-Line-Idx)
Move Alert-Line-Idx to CA-Alert-Count
Move AST-Iata-Code to CA-Alert-Iata(Alert-Line-Idx)
Move AST-Alert-Reason to CA-Alert-Reason(Alert-Line-Idx)
Perform Find-Latest-Note
Move Latest-Note-Line to ANOTO(Alert-Line-Idx)
End-If
End-If
End-If.
Fetch-Station-Contacts.
Move CODEO to CON-Iata-Code.
Exec Cics Read
File('CONTKSDS')
Into(Station-Contact-Record)
Ridfld(CON-Iata-Code)
Resp(Cics-Resp)
End-Exec.
Move Spaces to CON1O.
Move Spaces to CON2O.
If Cics-Resp equal DFHRESP(NORMAL)
String 'MGR ' CON-Station-Manager
' DUTY ' CON-Duty-Phone
' 24H ' CON-24Hr-Phone
Delimited by size into CON1O
String 'AGENT ' CON-Handling-Agent
' EMAIL ' CON-Ops-Email
Delimited by size into CON2O
else
Move 'No station contacts on file (ACON)' to CON1O
End-If.
*> The episode's notes come in key order, oldest first, so the last
*> one read is the latest.  The alert browse on ALRTSTAT stays
*> where it is; this one is on ALRTNOTE.
Find-Latest-Note.
Move Spaces to Latest-Note-Line.
Move 'N' to Note-Browse-Flag.
Move AST-Iata-Code to Episode-Note-Key(1:3).
Move AST-Alert-Reason to Episode-Note-Key(4:10).
Move AST-Open-Date to Episode-Note-Key(14:8).
Move AST-Open-Time to Episode-Note-Key(22:6).
Move Low-Values to NTE-Key.
Move Episode-Note-Key to NTE-Episode-Key.
Exec Cics Startbr
File('ALRTNOTE')
Ridfld(NTE-Key)
Gteq
Resp(Note-Resp)
End-Exec.
If Note-Resp equal DFHRESP(NORMAL)
Perform Browse-One-Note until Note-Browse-Done
Exec Cics Endbr
File('ALRTNOTE')
End-Exec
End-If.
Browse-One-Note.
Exec Cics Readnext
File('ALRTNOTE')
Into(Alert-Note-Record)
Ridfld(NTE-Key)
Resp(Note-Resp)
End-Exec.
If Note-Resp not equal DFHRESP(NORMAL)
Set Note-Browse-Done to true
else
If NTE-Episode-Key not equal Episode-Note-Key
Set Note-Browse-Done to true
else
Move Spaces to Latest-Note-Line
String '  NOTE ' NTE-Note-Date(7:2) ' ' NTE-Note-Time(1:4) ' '
NTE-User ' ' NTE-Text
Delimited by size into Latest-Note-Line
End-If
End-If.
*> Stamps the note keyed onto the episode in Alert-Status-Record,
*> under its open stamp; a second note in the same second takes the
*> next sequence number.
Add-Alert-Note.
Exec Cics Assign
Userid(Operator-Userid)
End-Exec.
Move AST-Iata-Code to NTE-Iata-Code.
Move AST-Alert-Reason to NTE-Alert-Reason.
Move AST-Open-Date to NTE-Open-Date.
Move AST-Open-Time to NTE-Open-Time.
Move Function Current-Date(1:8) to NTE-Note-Date.
Move Function Current-Date(9:6) to NTE-Note-Time.
Move 0 to NTE-Note-Seq.
Move Operator-Userid to NTE-User.
Set NTE-Source-Online to true.
Move Keyed-Note-Text to NTE-Text.
Move 'N' to Note-Written-Flag.
Perform Write-Alert-Note
until Note-Written or NTE-Note-Seq = 99.
Write-Alert-Note.
Exec Cics Write
File('ALRTNOTE')
From(Alert-Note-Record)
Ridfld(NTE-Key)
Resp(Note-Resp)
End-Exec.
Evaluate true
When Note-Resp equal DFHRESP(NORMAL)
Set Note-Written to true
When Note-Resp equal DFHRESP(DUPREC)
Add 1 to NTE-Note-Seq
When other
Move 99 to NTE-Note-Seq
End-Evaluate.
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
Exec Cics Send Map('AOFQM1')
Mapset('AOFQSET')
From(Offline-Inquiry-Map)
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
Move 'START AOFQ' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'AOFQ' to AUC-Transid.
Move 'HWTHCOFQ' to AUC-Program.
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
End Program HWTHCOFQ.
