*> state -- so a shift lead is no longer browsing the raw ALERTOUT
*> dataset.  The operator keys the line number of an alert and
*> presses PF5 to acknowledge it; who acknowledged and when is
*> recorded on the ALRTSTAT record itself.  The same line number
*> with PF10, PF11 or PF12 takes the alert's airport straight to
*> its lookup history (ALKQ), the offline inquiry (AOFQ) or master
*> maintenance (AMNT), and PF3 there comes back here; PF3 here goes
*> back to the AMNU menu when the console was opened from it.
*> A note keyed with the line number -- "called station, de-icing
*> backlog, expect 2 hours" -- goes on the episode (ALRTNOTE) with
*> PF6, or along with the acknowledge on PF5; Enter with a line
*> number shows that alert's four newest notes.
*> Listing and reading need the View role; acknowledging and adding
*> notes the Ack role (HWTHCAUZ).
*> The desk bulletin posted on ABUL shows on the line above the
*> message line while it is up.
*> A picked alert also shows its runbook (RUNBOOK) under its notes:
*> the procedure, the checklist and who to call for its reason and
*> tier.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY ALRTSTAT.
COPY ALRTMAP.
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
01 Alert-Line-Idx   Pic 9(2) Value 0.
01 Age-In-Days      Pic 9(5) Value 0.
01 Open-Date-Numeric Pic 9(8) Value 0.
01 Today-Numeric     Pic 9(8) Value 0.
01 Count-Display     Pic Z(4)9 Value Zero.
01 Age-Display       Pic Z(4)9 Value Zero.
*> Outcome of the acknowledge, saved across the list rebuild (which
*> clears the whole map, message line included) so the operator still
*> sees what happened to the alert they keyed.
*> Open alerts beyond the eight display lines -- the browse keeps
*> counting so the operator is told what the screen can't show.
01 More-Alert-Count  Pic 9(5) Value 0.
01 More-Display      Pic Z(4)9 Value Zero.
01 Nav-Target-Transid Pic X(4) Value Spaces.
*> Operator notes on the alert episodes (ALRTNOTE), and the newest
*> four of one episode's, as shown.
COPY NOTEREC.
01 Note-Resp Pic S9(8) Comp Value 0.
01 Keyed-Note-Text Pic X(60) Value Spaces.
01 Note-Written-Flag Pic X Value 'N'.
88 Note-Written Value 'Y'.
01 Note-Browse-Flag Pic X Value 'N'.
88 Note-Browse-Done Value 'Y'.
01 Episode-Note-Key Pic X(27) Value Spaces.
01 Note-Count Pic 9(3) Value 0.
01 Note-Count-Display Pic ZZ9 Value Zero.
01 Note-View-Idx Pic 9(1) Value 0.
01 Note-View-Table.
05 Note-View-Line Pic X(78) Occurs 4 times.
*> The picked alert's runbook: the entry for its reason and tier
*> (the escalated tier once it has escalated), else the reason's
*> ANY entry.
COPY RUNBKREC.
01 Runbook-Resp Pic S9(8) Comp Value 0.
01 Runbook-Tier Pic X(8) Value Spaces.
*> The alert the keyed line number named when the operator pressed
*> the key, taken before the list is rebuilt under it.
01 Selected-Alert-Key.
05 Selected-Iata   Pic X(3) Value Spaces.
05 Selected-Reason Pic X(10) Value Spaces.
*> Commarea carried across the pseudo-conversational trips: the
*> navigation context, the trip flag (same convention as HWTHCICS)
*> plus the ALRTSTAT keys behind the eight display lines, so the
*> acknowledge trip can re-read the record the operator actually saw
*> rather than whatever is at that screen position by then.
01 Comm-Area.
COPY NAVCOMM.
05 CA-Trip-Flag Pic X Value 'I'.
88 CA-First-Trip Value 'I'.
88 CA-Return-Trip Value 'R'.
05 CA-Line-Key Occurs 8 times.
10 CA-Line-Iata   Pic X(3).
10 CA-Line-Reason Pic X(10).
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(143).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
If EIBCALEN = 0
Move 'I' to CA-Trip-Flag
Initialize NAV-Context
Set NAV-Settled to true
Perform Build-Alert-List
Perform Send-Console-Map
else
Move DFHCOMMAREA(1:EIBCALEN) to Comm-Area
Evaluate true
When NAV-Arriving or NAV-Returning
Set NAV-Settled to true
Perform Build-Alert-List
Perform Send-Console-Map
When EIBAID equal DFHPF3 and NAV-Stack-Depth > 0
Perform Return-To-Origin
When EIBAID equal DFHPF10 or EIBAID equal DFHPF11
or EIBAID equal DFHPF12
Perform Receive-Console-Input
Perform Jump-From-Alert-Line
Perform Build-Alert-List
Move Saved-Message to MSGO
Perform Send-Console-Map
When EIBAID equal DFHCLEAR
Perform Build-Alert-List
Perform Send-Console-Map
When EIBAID equal DFHPF5
Perform Receive-Console-Input
Set AUC-Role-Ack to true
Move 'ACKNOWLEDGE ALERT' to AUC-Action-Text
Perform Check-Authority
If AUC-Allowed
Perform Acknowledge-Selected-Alert
else
Move AUC-Message to Saved-Message
End-If
Perform Build-Alert-List
Perform Show-Selected-Notes
If Saved-Message not equal Spaces
Move Saved-Message to MSGO
End-If
Perform Send-Console-Map
When EIBAID equal DFHPF6
Perform Receive-Console-Input
Set AUC-Role-Ack to true
Move 'ADD ALERT NOTE' to AUC-Action-Text
Perform Check-Authority
If AUC-Allowed
Perform Note-Selected-Alert
else
Move AUC-Message to Saved-Message
End-If
Perform Build-Alert-List
Perform Show-Selected-Notes
If Saved-Message not equal Spaces
Move Saved-Message to MSGO
End-If
Perform Send-Console-Map
When other
Perform Receive-Console-Input
Perform Build-Alert-List
Perform Show-Selected-Notes
If Saved-Message not equal Spaces
Move Saved-Message to MSGO
End-If
Perform Send-Console-Map
End-Evaluate
End-If.
File('ALRTSTAT')
End-Exec
else
Move Spaces to Message-Request
Move 'HWT2010I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
End-If.
If CA-Line-Count = 0
Move Spaces to Message-Request
Move 'HWT2011I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
else
If More-Alert-Count > 0
Move More-Alert-Count to More-Display
' MORE ALERTS NOT SHOWN: clear some first'
Delimited by size into MSGO
else
Move
'Line no., Enter=NOTES PF5=ACK PF6=NOTE PF10=HIST PF11=OFFLN PF12=MAINT'
to MSGO
End-If
End-If.
Browse-One-Alert.
Into(Alert-Console-Map)
Resp(Cics-Resp)
End-Exec.
Move 0 to Selection-Number.
If SELNI is numeric
Move SELNI to Selection-Number
End-If.
Move Spaces to Selected-Alert-Key.
If Selection-Number > 0 and Selection-Number not > CA-Line-Count
Move CA-Line-Iata(Selection-Number) to Selected-Iata
Move CA-Line-Reason(Selection-Number) to Selected-Reason
End-If.
Move Spaces to Keyed-Note-Text.
If NOTEI not equal Low-Values
Move NOTEI to Keyed-Note-Text
End-If.
Acknowledge-Selected-Alert.
Move 0 to Selection-Number.
If SELNI is numeric
Move SELNI to Selection-Number
End-If.
If Selection-Number < 1 or Selection-Number > CA-Line-Count
Move Spaces to Message-Request
Move 'HWT2012I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Move CA-Line-Iata(Selection-Number) to AST-Iata-Code
Move CA-Line-Reason(Selection-Number) to AST-Alert-Reason
From(Alert-Status-Record)
Resp(Cics-Resp)
End-Exec
Move Spaces to Message-Request
Move 'HWT2013I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
If Keyed-Note-Text not equal Spaces
Perform Add-Alert-Note
If Note-Written
Move Spaces to Message-Request
Move 'HWT2014I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Move Spaces to Message-Request
Move 'HWT2015W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
End-If
else
Move Spaces to Message-Request
Move 'HWT2016W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
End-If.
*> PF6: the note goes on the episode as it stands -- one that closed
*> since the list was shown has gone to its incident history.
Note-Selected-Alert.
Evaluate true
When Selected-Iata equal Spaces
Move Spaces to Message-Request
Move 'HWT2017I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When Keyed-Note-Text equal Spaces
Move Spaces to Message-Request
Move 'HWT2018I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When other
Move Selected-Alert-Key to AST-Key
Exec Cics Read
File('ALRTSTAT')
Into(Alert-Status-Record)
Ridfld(AST-Key)
Resp(Cics-Resp)
End-Exec
Evaluate true
When Cics-Resp not equal DFHRESP(NORMAL)
Move Spaces to Message-Request
Move 'HWT2016W' to MRQ-Id
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
*> The picked alert's notes under the list; nothing picked, no
*> note lines.
Show-Selected-Notes.
If Selected-Iata not equal Spaces
Move Selected-Alert-Key to AST-Key
Exec Cics Read
File('ALRTSTAT')
Into(Alert-Status-Record)
Ridfld(AST-Key)
Resp(Cics-Resp)
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Perform Browse-Episode-Notes
Move Note-View-Line(1) to NLINEO(1)
Move Note-View-Line(2) to NLINEO(2)
Move Note-View-Line(3) to NLINEO(3)
Move Note-View-Line(4) to NLINEO(4)
If Note-Count = 0
Move Spaces to NLINEO(1)
String 'No notes on ' AST-Iata-Code ' ' AST-Alert-Reason
' yet -- key one and press PF6'
Delimited by size into NLINEO(1)
End-If
If Note-Count > 4 and Saved-Message equal Spaces
Move Note-Count to Note-Count-Display
Move Spaces to Saved-Message
String AST-Iata-Code ' ' AST-Alert-Reason ' has '
Note-Count-Display ' notes -- newest four shown'
Delimited by size into Saved-Message
End-If
Perform Show-Alert-Runbook
End-If
End-If.
*> Under the notes: procedure and title, the checklist two steps to
*> a line, and who to call.  No entry says so, so the desk knows to
*> go to the manual rather than wait for the lines to fill.
Show-Alert-Runbook.
If AST-Escalated and AST-Escalated-Tier not equal Spaces
Move AST-Escalated-Tier to Runbook-Tier
else
Move AST-Alert-Tier to Runbook-Tier
End-If.
Move AST-Alert-Reason to RBK-Alert-Reason.
Move Runbook-Tier to RBK-Alert-Tier.
Exec Cics Read
File('RUNBOOK')
Into(Runbook-Record)
Ridfld(RBK-Key)
Resp(Runbook-Resp)
End-Exec.
If Runbook-Resp equal DFHRESP(NOTFND)
Move AST-Alert-Reason to RBK-Alert-Reason
Move 'ANY' to RBK-Alert-Tier
Exec Cics Read
File('RUNBOOK')
Into(Runbook-Record)
Ridfld(RBK-Key)
Resp(Runbook-Resp)
End-Exec
End-If.
Move Spaces to RLINEO(1) RLINEO(2) RLINEO(3) RLINEO(4).
If Runbook-Resp equal DFHRESP(NORMAL)
String 'RUNBOOK ' RBK-Procedure-Id ' ' RBK-Title
Delimited by size into RLINEO(1)
String '1 ' RBK-Step(1) '  2 ' RBK-Step(2)
Delimited by size into RLINEO(2)
If RBK-Step(3) not equal Spaces
String '3 ' RBK-Step(3) '  4 ' RBK-Step(4)
Delimited by size into RLINEO(3)
End-If
String 'CALL ' RBK-Call-Who
Delimited by size into RLINEO(4)
else
String 'No runbook for ' AST-Alert-Reason ' ' Runbook-Tier
' -- see the ops manual'
Delimited by size into RLINEO(1)
End-If.
*> The line number keyed, against the alerts this screen showed.
Jump-From-Alert-Line.
Move 0 to Selection-Number.
If SELNI is numeric
Move SELNI to Selection-Number
End-If.
If Selection-Number < 1 or Selection-Number > CA-Line-Count
Move Spaces to Message-Request
Move 'HWT2022I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Move CA-Line-Iata(Selection-Number) to NAV-Current-Code
Evaluate true
When EIBAID equal DFHPF10
Move 'ALKQ' to Nav-Target-Transid
When EIBAID equal DFHPF11
Move 'AOFQ' to Nav-Target-Transid
When other
Move 'AMNT' to Nav-Target-Transid
End-Evaluate
Perform Transfer-To-Screen
End-If.
*> Hands NAV-Current-Code to Nav-Target-Transid, leaving the console
*> on the stack for PF3 there to come back to.
Transfer-To-Screen.
If NAV-Stack-Depth < 4
Add 1 to NAV-Stack-Depth
End-If.
Move 'APAL' to NAV-Return-Transid(NAV-Stack-Depth).
Move 0 to NAV-Return-Page(NAV-Stack-Depth).
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
*> The episode's notes, newest first, four to the screen: each one read
*> pushes the earlier ones down a line, so the browse (oldest first,
*> by key) leaves the newest on top.
Browse-Episode-Notes.
Move 0 to Note-Count.
Move Spaces to Note-View-Table.
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
Add 1 to Note-Count
Perform Push-Note-Down
Varying Note-View-Idx From 4 By -1
Until Note-View-Idx < 2
Move Spaces to Note-View-Line(1)
String NTE-Note-Date(7:2) ' ' NTE-Note-Time(1:4) ' '
NTE-User ' ' NTE-Text
Delimited by size into Note-View-Line(1)
End-If
End-If.
Push-Note-Down.
Move Note-View-Line(Note-View-Idx - 1)
to Note-View-Line(Note-View-Idx).
Send-Console-Map.
Perform Show-Active-Bulletin.
Exec Cics Send Map('ALRTM1')
Mapset('APALSET')
From(Alert-Console-Map)
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
Move 'START APAL' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'APAL' to AUC-Transid.
Move 'HWTHCALC' to AUC-Program.
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
End Program HWTHCALC.
