*> shows how far through the list the run is, the code in flight --
*> which is also the last code the run completed or checkpointed
*> past -- and a rough time remaining from the run's own pace.
*> Opened from the AMNU menu, PF3 goes back to it.
*> The desk bulletin posted on ABUL shows on the line above the
*> message line while it is up.
*> The serving provider's request quota the batch last recorded --
*> what is left today and this month, or that calls have stopped --
*> shows on the fifth line.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY PRGSREC.
COPY PRGMAP.
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
*> Returned as the commarea so the RETURN is always addressable --
*> the first invocation arrives with no commarea at all.  The
*> navigation context says where PF3 goes back to.
01 Nav-Target-Transid Pic X(4) Value Spaces.
01 Comm-Area.
COPY NAVCOMM.
05 CA-Trip-Flag Pic X(1) Value 'R'.
01 Pct-Complete Pic 9(3) Value 0.
01 Now-Time     Pic 9(6) Value 0.
01 Now-Secs     Pic 9(7) Value 0.
01 Remaining-Count Pic 9(5) Value 0.
01 Remaining-Secs  Pic 9(7) Value 0.
01 Remaining-Mins  Pic 9(5) Value 0.
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(37).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
If EIBCALEN = 0
Initialize NAV-Context
else
Move DFHCOMMAREA(1:EIBCALEN) to Comm-Area
If NAV-Settled and EIBAID equal DFHPF3 and NAV-Stack-Depth > 0
Perform Return-To-Origin
End-If
End-If.
Set NAV-Settled to true.
Move 'R' to CA-Trip-Flag.
Move Low-Values to Progress-Inquiry-Map.
Perform Read-Progress-Record.
Perform Send-Progress-Map.
Exec Cics Return
Transid('APPG')
Commarea(Comm-Area)
Length(Length Of Comm-Area)
End-Exec.
Read-Progress-Record.
Move 'PROGRESS' to PRG-Key.
If Cics-Resp equal DFHRESP(NORMAL)
Perform Format-Progress-Lines
else
Move Spaces to Message-Request
Move 'HWT2106I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to PMSGO
End-If.
Format-Progress-Lines.
Move Spaces to PLINEO(1).
Move Spaces to PLINEO(4).
String 'ROUGH TIME REMAINING: ' Remaining-Mins ' MINUTE(S)'
Delimited by size into PLINEO(4).
Perform Format-Quota-Line.
If NAV-Stack-Depth > 0
Move 'ENTER=REFRESH  PF3=RETURN' to PMSGO
else
Move 'ENTER=REFRESH' to PMSGO
End-If.
*> Pace so far (elapsed since the run-id's start stamp over the
*> entries worked) projected over what's left.  Rough on purpose.
Estimate-Time-Remaining.
Compute Remaining-Mins = Remaining-Secs / 60
End-If
.
*> The serving provider's request allowance as the batch last saw
*> it; nothing when no contract is on file.
Format-Quota-Line.
Move Spaces to PLINEO(5).
Evaluate PRG-Quota-Level
When 'N'
String 'QUOTA ' PRG-Quota-Role ' LEFT: TODAY '
PRG-Quota-Daily-Left ' MONTH ' PRG-Quota-Month-Left
Delimited by size into PLINEO(5)
When 'W'
String 'QUOTA ' PRG-Quota-Role ' LEFT: TODAY '
PRG-Quota-Daily-Left ' MONTH ' PRG-Quota-Month-Left
' WARNING - PRI-1/STORM ONLY'
Delimited by size into PLINEO(5)
When 'X'
String 'QUOTA ' PRG-Quota-Role
' USED UP -- PROVIDER CALLS STOPPED'
Delimited by size into PLINEO(5)
When other
Continue
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
Send-Progress-Map.
Perform Show-Active-Bulletin.
Exec Cics Send Map('PROGM1')
Mapset('APPGSET')
From(Progress-Inquiry-Map)
Erase
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
Move Bulletin-Line to PBULLO.
*> Every trip asks HWTHCAUZ first, so a View role withdrawn
*> mid-conversation stops the operator on the next key.
Check-View-Authority.
Set AUC-Role-View to true.
Move 'START APPG' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'APPG' to AUC-Transid.
Move 'HWTHCPRG' to AUC-Program.
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
End Program HWTHCPRG.
