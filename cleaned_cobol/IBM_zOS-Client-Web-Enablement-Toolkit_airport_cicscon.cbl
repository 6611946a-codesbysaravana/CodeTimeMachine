IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCCON.
*> Station contacts maintenance transaction (ACON), run in the same
*> region as HWTHCICS.  When APAL shows a station Closed the desk
*> needs the station manager's number now, not out of a binder; this
*> screen keeps the CONTKSDS directory those numbers come from:
*>   Enter  shows the keyed code's contacts
*>   PF5    adds contacts for a code that has none
*>   PF6    changes the contacts on show (a blank field is left as
*>          it is, the HWTHMNT1 CHANGE convention)
*>   PF9    removes the contacts on show
*> PF6/PF9 act only on the code last shown, so a change always
*> lands on the entry the operator was looking at.  Every change
*> stamps the operator's user id and the time on the entry.
*> Showing needs the View role; PF5/PF6/PF9 are reference-data
*> changes and need the Master role (HWTHCAUZ).
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY CONTREC.
COPY CONMAP.
COPY DFHAID.
COPY AUTHCOMM.
01 Auth-Link-Resp Pic S9(8) Comp Value 0.
01 Cics-Resp Pic S9(8) Comp Value 0.
01 Operator-Userid Pic X(8) Value Spaces.
01 Edit-Ok-Flag Pic X Value 'Y'.
88 Edit-Ok Value 'Y'.
01 Saved-Message Pic X(78) Value Spaces.
*> What the operator keyed, kept apart from the map so the redisplay
*> (which clears the map) can still use it.
01 Keyed-Code    Pic X(3) Value Spaces.
01 Keyed-Manager Pic X(25) Value Spaces.
01 Keyed-Duty    Pic X(16) Value Spaces.
01 Keyed-24Hr    Pic X(16) Value Spaces.
01 Keyed-Email   Pic X(40) Value Spaces.
01 Keyed-Agent   Pic X(25) Value Spaces.
*> Commarea across the pseudo-conversational trips: the trip flag
*> (same convention as HWTHCICS) plus the code on show.
01 Comm-Area.
05 CA-Trip-Flag Pic X Value 'I'.
88 CA-First-Trip Value 'I'.
88 CA-Return-Trip Value 'R'.
05 CA-Shown-Code Pic X(3) Value Spaces.
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(4).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
Move Spaces to Saved-Message.
If EIBCALEN = 0
Move 'I' to CA-Trip-Flag
Move Spaces to CA-Shown-Code
Perform Send-Opening-Screen
else
Move DFHCOMMAREA to Comm-Area
Evaluate true
When EIBAID equal DFHCLEAR
Move Spaces to CA-Shown-Code
Perform Send-Opening-Screen
When EIBAID equal DFHPF5
Perform Receive-Contact-Input
Move 'ADD STATION CONTACTS' to AUC-Action-Text
Perform Check-Master-Authority
If AUC-Allowed
Perform Add-Station-Contacts
End-If
Perform Show-Station-Contacts
When EIBAID equal DFHPF6
Perform Receive-Contact-Input
Move 'CHANGE STATION CONTACTS' to AUC-Action-Text
Perform Check-Master-Authority
If AUC-Allowed
Perform Change-Station-Contacts
End-If
Perform Show-Station-Contacts
When EIBAID equal DFHPF9
Perform Receive-Contact-Input
Move 'REMOVE STATION CONTACTS' to AUC-Action-Text
Perform Check-Master-Authority
If AUC-Allowed
Perform Remove-Station-Contacts
End-If
Perform Show-Station-Contacts
When other
Perform Receive-Contact-Input
Perform Show-Station-Contacts
End-Evaluate
End-If.
Move 'R' to CA-Trip-Flag.
Exec Cics Return
Transid('ACON')
Commarea(Comm-Area)
Length(Length Of Comm-Area)
End-Exec.
Send-Opening-Screen.
Move Low-Values to Station-Contact-Map.
Move -1 to CODEL.
Move 'Key an IATA code, Enter=show PF5=add PF6=change PF9=remove'
to MSGO.
Perform Send-Contact-Map.
Receive-Contact-Input.
Move Low-Values to Station-Contact-Map.
Exec Cics Receive Map('CONM1')
Mapset('ACONSET')
Into(Station-Contact-Map)
Resp(Cics-Resp)
End-Exec.
Move Spaces to Keyed-Code Keyed-Manager Keyed-Duty Keyed-24Hr
Keyed-Email Keyed-Agent.
If CODEI not equal Low-Values
Move Function Upper-Case(CODEI) to Keyed-Code
End-If.
If MGRI not equal Low-Values
Move MGRI to Keyed-Manager
End-If.
If DUTYI not equal Low-Values
Move DUTYI to Keyed-Duty
End-If.
If H24I not equal Low-Values
Move H24I to Keyed-24Hr
End-If.
If EMAILI not equal Low-Values
Move EMAILI to Keyed-Email
End-If.
If AGNTI not equal Low-Values
Move AGNTI to Keyed-Agent
End-If.
*> Redisplays the keyed code as it now stands on file, with any
*> message the action left.
Show-Station-Contacts.
Move Low-Values to Station-Contact-Map.
Move -1 to CODEL.
Move Keyed-Code to CODEO.
Move Spaces to CA-Shown-Code.
If Keyed-Code equal Spaces
Move Spaces to Message-Request
Move 'HWT2029I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
else
Move Keyed-Code to CON-Iata-Code
Exec Cics Read
File('CONTKSDS')
Into(Station-Contact-Record)
Ridfld(CON-Iata-Code)
Resp(Cics-Resp)
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Move Keyed-Code to CA-Shown-Code
Move CON-Station-Manager to MGRO
Move CON-Duty-Phone to DUTYO
Move CON-24Hr-Phone to H24O
Move CON-Ops-Email to EMAILO
Move CON-Handling-Agent to AGNTO
Move Spaces to UPDTO
String 'LAST CHANGED BY ' CON-Last-User ' '
CON-Last-Date ' ' CON-Last-Time
Delimited by size into UPDTO
Move Spaces to Message-Request
Move 'HWT2044I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
else
Move Spaces to Message-Request
Move 'HWT2045I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
End-If
End-If.
If Saved-Message not equal Spaces
Move Saved-Message to MSGO
End-If.
Perform Send-Contact-Map.
*> PF5: the manager and both phone numbers are the point of the
*> entry; the agent and e-mail may follow later.
Add-Station-Contacts.
Move 'Y' to Edit-Ok-Flag.
Evaluate true
When Keyed-Code not alphabetic-upper or Keyed-Code equal Spaces
Move Spaces to Message-Request
Move 'HWT2046W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Manager equal Spaces
Move Spaces to Message-Request
Move 'HWT2047W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Duty equal Spaces or Keyed-24Hr equal Spaces
Move Spaces to Message-Request
Move 'HWT2048W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When other
Continue
End-Evaluate.
If Edit-Ok
Perform Get-Operator-Userid
Move Spaces to Station-Contact-Record
Move Keyed-Code to CON-Iata-Code
Move Keyed-Manager to CON-Station-Manager
Move Keyed-Duty to CON-Duty-Phone
Move Keyed-24Hr to CON-24Hr-Phone
Move Keyed-Email to CON-Ops-Email
Move Keyed-Agent to CON-Handling-Agent
Perform Stamp-Last-Change
Exec Cics Write
File('CONTKSDS')
From(Station-Contact-Record)
Ridfld(CON-Iata-Code)
Resp(Cics-Resp)
End-Exec
Evaluate true
When Cics-Resp equal DFHRESP(NORMAL)
Move Spaces to Message-Request
Move 'HWT2049I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When Cics-Resp equal DFHRESP(DUPREC)
Move Spaces to Message-Request
Move 'HWT2050W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When other
Move Spaces to Message-Request
Move 'HWT2051E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-Evaluate
End-If.
Change-Station-Contacts.
Perform Read-Shown-For-Update.
If Edit-Ok
If Keyed-Manager equal Spaces and Keyed-Duty equal Spaces
and Keyed-24Hr equal Spaces and Keyed-Email equal Spaces
and Keyed-Agent equal Spaces
Move Spaces to Message-Request
Move 'HWT2052I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If.
If Edit-Ok
If Keyed-Manager not equal Spaces
Move Keyed-Manager to CON-Station-Manager
End-If
If Keyed-Duty not equal Spaces
Move Keyed-Duty to CON-Duty-Phone
End-If
If Keyed-24Hr not equal Spaces
Move Keyed-24Hr to CON-24Hr-Phone
End-If
If Keyed-Email not equal Spaces
Move Keyed-Email to CON-Ops-Email
End-If
If Keyed-Agent not equal Spaces
Move Keyed-Agent to CON-Handling-Agent
End-If
Perform Stamp-Last-Change
Exec Cics Rewrite
File('CONTKSDS')
From(Station-Contact-Record)
Resp(Cics-Resp)
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Move Spaces to Message-Request
Move 'HWT2053I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Move Spaces to Message-Request
Move 'HWT2054E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
End-If.
Remove-Station-Contacts.
Perform Read-Shown-For-Update.
If Edit-Ok
Exec Cics Delete
File('CONTKSDS')
Resp(Cics-Resp)
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Move Spaces to Message-Request
Move 'HWT2055I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Move Spaces to Message-Request
Move 'HWT2056E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
End-If.
*> The keyed code must be the one on show -- a code overtyped since
*> the last Enter has not been looked at yet.  A refused change
*> leaves the record to be released at task end.
Read-Shown-For-Update.
Move 'Y' to Edit-Ok-Flag.
If Keyed-Code equal Spaces or Keyed-Code not equal CA-Shown-Code
Move Spaces to Message-Request
Move 'HWT2057W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
else
Move Keyed-Code to CON-Iata-Code
Exec Cics Read
File('CONTKSDS')
Into(Station-Contact-Record)
Ridfld(CON-Iata-Code)
Update
Resp(Cics-Resp)
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Perform Get-Operator-Userid
else
Move Spaces to Message-Request
Move 'HWT2058W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If.
Get-Operator-Userid.
Exec Cics Assign
Userid(Operator-Userid)
End-Exec.
Stamp-Last-Change.
Move Operator-Userid to CON-Last-User.
Move Function Current-Date(1:8) to CON-Last-Date.
Move Function Current-Date(9:6) to CON-Last-Time.
Send-Contact-Map.
Exec Cics Send Map('CONM1')
Mapset('ACONSET')
From(Station-Contact-Map)
Erase
Cursor
End-Exec.
Check-Master-Authority.
Set AUC-Role-Master to true.
Perform Check-Authority.
If AUC-Refused
Move AUC-Message to Saved-Message
End-If.
*> Every trip asks HWTHCAUZ first, so a View role withdrawn
*> mid-conversation stops the operator on the next key.
Check-View-Authority.
Set AUC-Role-View to true.
Move 'START ACON' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'ACON' to AUC-Transid.
Move 'HWTHCCON' to AUC-Program.
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
End Program HWTHCCON.
