10 HOPT-Code     Pic 9(9) Binary.
10 HOPT-Val-Addr Pointer.
10 HOPT-Val-Len  Pic 9(9) Binary.
COPY HDRUDATA.
01 http-resp-code Pic 9(9) Binary Value 0.
01 http-hdr-count Pic 9(9) Binary Value 0.
01 http-reason-phrase Pic X(30) Value Spaces.
01 http-last-modified Pic X(30) Value Spaces.
01 http-retry-after Pic 9(9) Binary Value 0.
01 Http-Redirect-Location Pic X(200) Value Spaces.
*> Capture and tracing stay off online (the CAPTOUT and TRACEOUT
*> batch datasets aren't on this region's file list), and the serving
*> role is always the primary, so FLDMAP's P lines apply.
COPY BDYUDATA.
01 Jparser-Workarea-Size Pic 9(9) Binary Value 65536.
01 raw-body-capture Pic X(200) Value Spaces.
01 hdr-flags.
COPY AUDITREC.
01 Audit-Queue-Resp Pic S9(8) Comp Value 0.
01 Audit-Record-Length Pic S9(4) Comp Value 0.
01 Online-Userid Pic X(8) Value Spaces.
01 Audit-Status-Ucase Pic X(30) Value Spaces.
*> Same minutes normalization the batch side runs centrally, so a
*> merged online record scores its real delay instead of the silent
05 UTC-Out-SS        Pic 9(2).
COPY HWTHICOB.
COPY AIRMAP.
*> Station contacts for the code looked up, shown under the answer
*> whether or not the provider could be reached.
COPY CONTREC.
01 Contact-Read-Resp Pic S9(8) Comp Value 0.
*> The desk bulletin (BULKSDS), shown on the bulletin line while it
*> is up and short of its expiry.
COPY BULLREC.
01 Bulletin-Line Pic X(78) Value Spaces.
01 Bulletin-Now  Pic X(12) Value Spaces.
01 Bulletin-Resp Pic S9(8) Comp Value 0.
*> The provider request quota (QUOTKSDS) the batch run enforces:
*> an online lookup spends the primary's allowance like a batch
*> one, and once the allowance is used up none is made.  Checked
*> with a plain read, counted afterwards under a read for update --
*> no record lock is held across the provider round trip.  A read
*> failure never stops a lookup.
COPY QUOTAREC.
01 Quota-Resp  Pic S9(8) Comp Value 0.
01 Quota-Today Pic X(8) Value Spaces.
01 Quota-Exhausted-Flag Pic X Value 'N'.
88 Quota-Exhausted Value 'Y'.
01 Request-Issued-Flag Pic X Value 'N'.
88 Request-Issued Value 'Y'.
*> Commarea carried across the two pseudo-conversational trips so the
*> Enter-key trip (EIBCALEN not zero) knows it's the return leg
*> instead of the initial blank-screen send.  The navigation context
*> ahead of it brings the code picked on the AMNU menu, and says
*> where PF3 goes back to.
01 Nav-Target-Transid Pic X(4) Value Spaces.
01 Comm-Area.
COPY NAVCOMM.
05 CA-Trip-Flag Pic X Value 'I'.
88 CA-First-Trip Value 'I'.
88 CA-Return-Trip Value 'R'.
COPY DFHAID.
COPY AUTHCOMM.
01 Auth-Link-Resp Pic S9(8) Comp Value 0.
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(37).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
Perform Read-Shared-Config.
If EIBCALEN = 0
Move 'I' to CA-Trip-Flag
Initialize NAV-Context
Set NAV-Settled to true
Perform Send-Initial-Map
else
Move DFHCOMMAREA(1:EIBCALEN) to Comm-Area
Evaluate true
When NAV-Arriving or NAV-Returning
Set NAV-Settled to true
If NAV-Current-Code equal Spaces
Perform Send-Initial-Map
else
Move Low-Values to Airport-Lookup-Map
Move NAV-Current-Code to IATAI
Move 3 to IATAL
Perform Answer-Iata-Lookup
End-If
When EIBAID equal DFHPF3 and NAV-Stack-Depth > 0
Perform Return-To-Origin
When CA-Return-Trip
Perform Receive-Iata-Input
If EIBAID equal DFHCLEAR
Perform Send-Initial-Map
else
Perform Answer-Iata-Lookup
End-If
When other
Continue
End-Evaluate
End-If.
Move 'R' to CA-Trip-Flag.
Exec Cics Return
Move CFV-Request-Timeout to Request-Timeout-Secs
End-If
End-If.
Answer-Iata-Lookup.
Perform Validate-Iata-Input.
If Lookup-Succeeded
Perform Check-Online-Quota
If Quota-Exhausted
Move Spaces to Message-Request
Move 'HWT2023W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
else
Perform Lookup-Airport
Perform Queue-Online-Audit-Record
If Request-Issued
Perform Count-Online-Quota
End-If
End-If
Perform Fetch-Station-Contacts
End-If.
Perform Send-Result-Map.
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
Send-Initial-Map.
Move Low-Values to Airport-Lookup-Map.
Move -1 to IATAL.
Perform Show-Active-Bulletin.
Exec Cics Send Map('AIRLKM1')
Mapset('APLKSET')
From(Airport-Lookup-Map)
or Current-Iata-Code equal Spaces
Move Low-Values to Airport-Lookup-Map
Move -1 to IATAL
Move Spaces to Message-Request
Move 'HWT2024W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
else
Move Current-Iata-Code to IATAI
Move Current-Iata-Code to NAV-Current-Code
Set Lookup-Succeeded to true
End-If.
Send-Result-Map.
Perform Show-Active-Bulletin.
Exec Cics Send Map('AIRLKM1')
Mapset('APLKSET')
From(Airport-Lookup-Map)
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
Fetch-Station-Contacts.
Move Current-Iata-Code to CON-Iata-Code.
Exec Cics Read
File('CONTKSDS')
Into(Station-Contact-Record)
Ridfld(CON-Iata-Code)
Resp(Contact-Read-Resp)
End-Exec.
Move Spaces to CON1O.
Move Spaces to CON2O.
If Contact-Read-Resp equal DFHRESP(NORMAL)
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
Lookup-Airport.
Move 'N' to Connection-Established-Flag.
Move 'N' to Request-Issued-Flag.
Perform HTTP-Init-Connection.
If (HWTH-OK)
Perform HTTP-Setup-Connection
Perform HTTP-Setup-Request
If (HWTH-OK)
Perform HTTP-Issue-Request
Set Request-Issued to true
If (HWTH-OK) and http-resp-code equal 200
Perform Move-Airport-To-Map
else
Move Spaces to Message-Request
Move 'HWT2025W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
End-If
End-If
Perform HTTP-Terminate-Request
Perform HTTP-Terminate-Connection
End-If.
If not Connection-Established
Move Spaces to Message-Request
Move 'HWT2026E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
End-If.
*> Used up means either allowance on the primary's record reached,
*> counted for today and this month only.
Check-Online-Quota.
Move 'N' to Quota-Exhausted-Flag.
Move 'PRIMARY' to QUO-Provider-Role.
Exec Cics Read
File('QUOTKSDS')
Into(Provider-Quota-Record)
Ridfld(QUO-Provider-Role)
Resp(Quota-Resp)
End-Exec.
If Quota-Resp equal DFHRESP(NORMAL)
Perform Roll-Quota-Period
If QUO-Daily-Quota is numeric and QUO-Daily-Quota > 0
and QUO-Daily-Used >= QUO-Daily-Quota
Set Quota-Exhausted to true
End-If
If QUO-Monthly-Quota is numeric and QUO-Monthly-Quota > 0
and QUO-Monthly-Used >= QUO-Monthly-Quota
Set Quota-Exhausted to true
End-If
End-If.
*> The request just made, added to the primary's counts; a role
*> the batch hasn't put on file yet is started here.
Count-Online-Quota.
Move 'PRIMARY' to QUO-Provider-Role.
Exec Cics Read
File('QUOTKSDS')
Into(Provider-Quota-Record)
Ridfld(QUO-Provider-Role)
Update
Resp(Quota-Resp)
End-Exec.
If Quota-Resp equal DFHRESP(NORMAL)
or Quota-Resp equal DFHRESP(NOTFND)
If Quota-Resp equal DFHRESP(NOTFND)
Initialize Provider-Quota-Record
Move 'PRIMARY' to QUO-Provider-Role
End-If
Perform Roll-Quota-Period
Add 1 to QUO-Daily-Used
Add 1 to QUO-Online-Used
Add 1 to QUO-Monthly-Used
Move Spaces to QUO-Last-Run-Id
Move Function Current-Date(1:8) to QUO-Last-Date
Move Function Current-Date(9:6) to QUO-Last-Time
If Quota-Resp equal DFHRESP(NORMAL)
Exec Cics Rewrite
File('QUOTKSDS')
From(Provider-Quota-Record)
Resp(Quota-Resp)
End-Exec
else
Exec Cics Write
File('QUOTKSDS')
From(Provider-Quota-Record)
Ridfld(QUO-Provider-Role)
Resp(Quota-Resp)
End-Exec
End-If
End-If.
*> Counts stamped with an earlier day (or month) are that period's.
Roll-Quota-Period.
Move Function Current-Date(1:8) to Quota-Today.
If QUO-Usage-Date not equal Quota-Today
or QUO-Daily-Used not numeric
or QUO-Online-Used not numeric
Move Quota-Today to QUO-Usage-Date
Move 0 to QUO-Daily-Used
Move 0 to QUO-Online-Used
End-If.
If QUO-Usage-Month not equal Quota-Today(1:6)
or QUO-Monthly-Used not numeric
Move Quota-Today(1:6) to QUO-Usage-Month
Move 0 to QUO-Monthly-Used
End-If.
*> One AUDITREC-shaped record per online inquiry to the APAU TD
*> queue; the run-id is left for HWTHMRGQ to assign when it folds
Move http-reason-phrase to AUD-Http-Reason.
Move 'ONLINE' to AUD-Group-Tag.
Move 0 to AUD-Response-Ms.
Move 0 to AUD-Runway-Count.
Perform Normalize-Delay-Minutes.
Move Delay-Minutes-Numeric to AUD-Delay-Minutes.
If Connection-Established and http-resp-code equal 200
Set AUD-Outcome-Failure to true
End-If.
Set AUD-Origin-Online to true.
Exec Cics Assign
Userid(Online-Userid)
End-Exec.
Move Online-Userid to AUD-Cics-User.
Perform Compute-Utc-Timestamp.
Move Utc-Timestamp to AUD-Utc-Timestamp.
Compute Audit-Record-Length =
else
Move 'No delay reported' to DELAYO
End-If.
Move Spaces to Message-Request
Move 'HWT2027I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO.
HTTP-Init-Connection.
Set HWTH-HANDLETYPE-CONNECTION to true.
Call "HWTHINIT" using
HWTH-RETURN-CODE
HWTH-DIAG-AREA
End-If.
*> Every trip asks HWTHCAUZ first, so a View role withdrawn
*> mid-conversation stops the operator on the next key.
Check-View-Authority.
Set AUC-Role-View to true.
Move 'START APLK' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'APLK' to AUC-Transid.
Move 'HWTHCICS' to AUC-Program.
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
IDENTIFICATION DIVISION.
PROGRAM-ID. Set-Http-Option COMMON.
DATA DIVISION.
