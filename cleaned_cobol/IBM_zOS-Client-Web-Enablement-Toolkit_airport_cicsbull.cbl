IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCBUL.
*> Desk bulletin transaction (ABUL), run in the same region as
*> HWTHCICS.  A ground stop or a provider outage used to reach the
*> desk by shouting across the room; the shift lead now posts one
*> bulletin here and every monitor screen -- the lookup, the alert
*> console, the board, the two inquiries, run progress and the AMNU
*> menu -- carries it on its bulletin line until it expires or is
*> cleared.  The batch copies it into the PROGRESS record and the
*> morning briefing extract.
*>   Enter  shows the bulletin on file
*>   PF5    posts the keyed bulletin, replacing any that is up:
*>          severity C/W/I, the text, and an expiry date and time
*>          (blank date = today, blank time = 2359)
*>   PF9    clears the bulletin that is up
*> The live bulletin is the one BULKSDS record (key 'CURRENT');
*> every post and clear also goes to the ABHS transient-data
*> destination, which operations folds into BULLHIST the way AHJR
*> reaches HADJRNL.  Looking needs the View role; PF5/PF9 speak for
*> the desk and need the Ack role the shift lead holds (HWTHCAUZ).
*> Opened from the AMNU menu, PF3 goes back to it.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY BULHREC.
COPY BULMAP.
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
01 History-Queue-Resp Pic S9(8) Comp Value 0.
01 History-Record-Length Pic S9(4) Comp Value 0.
01 Operator-Userid Pic X(8) Value Spaces.
01 Edit-Ok-Flag Pic X Value 'Y'.
88 Edit-Ok Value 'Y'.
01 Saved-Message Pic X(78) Value Spaces.
01 Severity-Word Pic X(8) Value Spaces.
01 State-Word    Pic X(7) Value Spaces.
*> What the operator keyed, kept apart from the map so a refused
*> post is painted back for correcting rather than lost.
01 Keyed-Severity Pic X(1) Value Spaces.
01 Keyed-Text     Pic X(60) Value Spaces.
01 Keyed-Expiry.
05 Keyed-Expiry-Date Pic X(8) Value Spaces.
05 Keyed-Expiry-Time Pic X(4) Value Spaces.
05 Keyed-Expiry-Hhmm Redefines Keyed-Expiry-Time.
10 Keyed-Expiry-Hh Pic 9(2).
10 Keyed-Expiry-Mm Pic 9(2).
01 Date-Check Pic 9(8) Value 0.
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
Move Spaces to Saved-Message.
Move 'Y' to Edit-Ok-Flag.
If EIBCALEN = 0
Initialize NAV-Context
else
Move DFHCOMMAREA(1:EIBCALEN) to Comm-Area
Evaluate true
When NAV-Arriving or NAV-Returning
Continue
When EIBAID equal DFHPF3 and NAV-Stack-Depth > 0
Perform Return-To-Origin
When EIBAID equal DFHPF5
Perform Receive-Bulletin-Input
Move 'POST BULLETIN' to AUC-Action-Text
Perform Check-Lead-Authority
If AUC-Allowed
Perform Post-Keyed-Bulletin
else
Move 'N' to Edit-Ok-Flag
End-If
When EIBAID equal DFHPF9
Perform Receive-Bulletin-Input
Move 'CLEAR BULLETIN' to AUC-Action-Text
Perform Check-Lead-Authority
If AUC-Allowed
Perform Clear-Current-Bulletin
End-If
When other
Continue
End-Evaluate
End-If.
Set NAV-Settled to true.
Perform Send-Bulletin-Map.
Move 'R' to CA-Trip-Flag.
Exec Cics Return
Transid('ABUL')
Commarea(Comm-Area)
Length(Length Of Comm-Area)
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
Receive-Bulletin-Input.
Move Low-Values to Desk-Bulletin-Map.
Exec Cics Receive Map('BULM1')
Mapset('ABULSET')
Into(Desk-Bulletin-Map)
Resp(Cics-Resp)
End-Exec.
Move Spaces to Keyed-Severity Keyed-Text Keyed-Expiry-Date
Keyed-Expiry-Time.
If SEVRI not equal Low-Values
Move Function Upper-Case(SEVRI) to Keyed-Severity
End-If.
If BTXTI not equal Low-Values
Move BTXTI to Keyed-Text
End-If.
If EXPDI not equal Low-Values
Move EXPDI to Keyed-Expiry-Date
End-If.
If EXPTI not equal Low-Values
Move EXPTI to Keyed-Expiry-Time
End-If.
*> PF5: a bulletin needs its severity and text; the expiry defaults
*> to the end of today and may not already be past -- a bulletin
*> that never showed would only mislead the history.
Post-Keyed-Bulletin.
Move Function Current-Date(1:12) to Bulletin-Now.
If Keyed-Expiry-Date equal Spaces
Move Bulletin-Now(1:8) to Keyed-Expiry-Date
End-If.
If Keyed-Expiry-Time equal Spaces
Move '2359' to Keyed-Expiry-Time
End-If.
Evaluate true
When Keyed-Severity not equal 'C' and Keyed-Severity not equal 'W'
and Keyed-Severity not equal 'I'
Move Spaces to Message-Request
Move 'HWT2032W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Text equal Spaces
Move Spaces to Message-Request
Move 'HWT2033I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Expiry-Date not numeric
Move Spaces to Message-Request
Move 'HWT2034W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Expiry-Time not numeric
Move Spaces to Message-Request
Move 'HWT2035W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Expiry-Hh > 23 or Keyed-Expiry-Mm > 59
Move Spaces to Message-Request
Move 'HWT2035W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When other
Continue
End-Evaluate.
If Edit-Ok
Move Keyed-Expiry-Date to Date-Check
If Function Test-Date-YYYYMMDD(Date-Check) not equal 0
Move Spaces to Message-Request
Move 'HWT2034W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
else
If Keyed-Expiry not greater Bulletin-Now
Move Spaces to Message-Request
Move 'HWT2036W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If
End-If.
If Edit-Ok
Perform Get-Operator-Userid
Perform Read-Bulletin-For-Update
Move 'CURRENT' to BUL-Key
Set BUL-State-Active to true
Move Keyed-Severity to BUL-Severity
Move Keyed-Text to BUL-Text
Move Keyed-Expiry-Date to BUL-Expiry-Date
Move Keyed-Expiry-Time to BUL-Expiry-Time
Move Operator-Userid to BUL-Posted-User
Move Function Current-Date(1:8) to BUL-Posted-Date
Move Function Current-Date(9:6) to BUL-Posted-Time
Move Spaces to BUL-Cleared-User BUL-Cleared-Date
BUL-Cleared-Time
If Bulletin-Resp equal DFHRESP(NORMAL)
Exec Cics Rewrite
File('BULKSDS')
From(Bulletin-Record)
Resp(Cics-Resp)
End-Exec
else
Exec Cics Write
File('BULKSDS')
From(Bulletin-Record)
Ridfld(BUL-Key)
Resp(Cics-Resp)
End-Exec
End-If
If Cics-Resp equal DFHRESP(NORMAL)
Set BUH-Action-Post to true
Perform Write-History-Record
Move Spaces to Message-Request
Move 'HWT2037I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Move Spaces to Message-Request
Move 'HWT2038E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If.
*> PF9: the record stays, marked cleared with who and when, so the
*> screen still shows what was last said.
Clear-Current-Bulletin.
Perform Read-Bulletin-For-Update.
Move Function Current-Date(1:12) to Bulletin-Now.
Evaluate true
When Bulletin-Resp not equal DFHRESP(NORMAL)
Move Spaces to Message-Request
Move 'HWT2039I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When not BUL-State-Active
Move Spaces to Message-Request
Move 'HWT2040W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When BUL-Expiry not greater Bulletin-Now
Move Spaces to Message-Request
Move 'HWT2041W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When other
Perform Get-Operator-Userid
Set BUL-State-Cleared to true
Move Operator-Userid to BUL-Cleared-User
Move Function Current-Date(1:8) to BUL-Cleared-Date
Move Function Current-Date(9:6) to BUL-Cleared-Time
Exec Cics Rewrite
File('BULKSDS')
From(Bulletin-Record)
Resp(Cics-Resp)
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Set BUH-Action-Clear to true
Perform Write-History-Record
Move Spaces to Message-Request
Move 'HWT2042I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Move Spaces to Message-Request
Move 'HWT2043E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
End-Evaluate.
*> NOTFND is no error here: the first post writes the record.
Read-Bulletin-For-Update.
Move 'CURRENT' to BUL-Key.
Exec Cics Read
File('BULKSDS')
Into(Bulletin-Record)
Ridfld(BUL-Key)
Update
Resp(Bulletin-Resp)
End-Exec.
Get-Operator-Userid.
Exec Cics Assign
Userid(Operator-Userid)
End-Exec.
*> What was posted or cleared, with who and when; the caller has set
*> BUH-Action.
Write-History-Record.
Move Function Current-Date(1:8) to BUH-Run-Date.
Move Function Current-Date(9:6) to BUH-Run-Time.
Move 'HWTHCBUL' to BUH-Program.
Move BUL-Severity to BUH-Severity.
Move BUL-Expiry-Date to BUH-Expiry-Date.
Move BUL-Expiry-Time to BUH-Expiry-Time.
Move BUL-Text to BUH-Text.
Move Operator-Userid to BUH-User.
Compute History-Record-Length =
Function Length(Bulletin-History-Record).
Exec Cics Writeq TD
Queue('ABHS')
From(Bulletin-History-Record)
Length(History-Record-Length)
Resp(History-Queue-Resp)
End-Exec.
*> The bulletin on file, whatever its state, on the two CURR lines;
*> a refused post paints back what was keyed.
Send-Bulletin-Map.
Move Low-Values to Desk-Bulletin-Map.
Move -1 to SEVRL.
If not Edit-Ok
Move Keyed-Severity to SEVRO
Move Keyed-Text to BTXTO
Move Keyed-Expiry-Date to EXPDO
Move Keyed-Expiry-Time to EXPTO
End-If.
Move 'CURRENT' to BUL-Key.
Exec Cics Read
File('BULKSDS')
Into(Bulletin-Record)
Ridfld(BUL-Key)
Resp(Bulletin-Resp)
End-Exec.
If Bulletin-Resp equal DFHRESP(NORMAL)
Perform Format-Bulletin-Lines
else
Move 'NO BULLETIN HAS BEEN POSTED' to CURRO(1)
End-If.
If Saved-Message equal Spaces
Move
'Severity, text, expiry CCYYMMDD HHMM   PF5=POST PF9=CLEAR PF3=RETURN'
to MSGO
else
Move Saved-Message to MSGO
End-If.
Perform Show-Active-Bulletin.
Exec Cics Send Map('BULM1')
Mapset('ABULSET')
From(Desk-Bulletin-Map)
Erase
Cursor
End-Exec.
Format-Bulletin-Lines.
Move Function Current-Date(1:12) to Bulletin-Now.
Evaluate true
When BUL-State-Cleared
Move 'CLEARED' to State-Word
When BUL-Expiry not greater Bulletin-Now
Move 'EXPIRED' to State-Word
When other
Move 'UP' to State-Word
End-Evaluate.
Evaluate true
When BUL-Severity-Critical
Move 'CRITICAL' to Severity-Word
When BUL-Severity-Warning
Move 'WARNING' to Severity-Word
When other
Move 'INFO' to Severity-Word
End-Evaluate.
Move Spaces to CURRO(1).
String 'ON FILE: ' State-Word ' ' Severity-Word
' UNTIL ' BUL-Expiry-Date ' ' BUL-Expiry-Time
Delimited by size into CURRO(1).
Move Spaces to CURRO(2).
If BUL-State-Cleared
String 'POSTED BY ' BUL-Posted-User ' ' BUL-Posted-Date
' ' BUL-Posted-Time '  CLEARED BY ' BUL-Cleared-User
' ' BUL-Cleared-Date ' ' BUL-Cleared-Time
Delimited by size into CURRO(2)
else
String 'POSTED BY ' BUL-Posted-User ' ' BUL-Posted-Date
' ' BUL-Posted-Time '  ' BUL-Text(1:40)
Delimited by size into CURRO(2)
End-If.
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
*> Speaking for the desk is the shift lead's call -- the Ack role.
Check-Lead-Authority.
Set AUC-Role-Ack to true.
Perform Check-Authority.
If AUC-Refused
Move AUC-Message to Saved-Message
End-If.
*> Every trip asks HWTHCAUZ first, so a View role withdrawn
*> mid-conversation stops the operator on the next key.
Check-View-Authority.
Set AUC-Role-View to true.
Move 'START ABUL' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'ABUL' to AUC-Transid.
Move 'HWTHCBUL' to AUC-Program.
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
End Program HWTHCBUL.
