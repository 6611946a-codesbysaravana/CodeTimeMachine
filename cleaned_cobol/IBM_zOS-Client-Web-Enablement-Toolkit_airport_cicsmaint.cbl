*> region as HWTHCICS.  HWTHMNT1's card deck and batch window mean
*> a wrong AM-Region-Code sits wrong all day distorting the
*> regional rollup; this screen corrects the master's static fields
*> -- name, region, UTC offset, coordinates, ICAO, time zone -- the
*> moment the desk spots the problem.  Enter shows the keyed code's
*> current values; PF5 applies whatever fields were overtyped.
*> Every apply writes the same before/after AIRJRNL journal record
*> the batch utility writes, to the AJRN transient-data destination
*> that HWTHMRGQ folds (and seals) into AIRJRNL with the APAU merge
*> -- so online corrections roll forward and back out with HWTHJRNL
*> exactly like batch ones.  A change to the name, region, UTC
*> offset, ICAO or time zone first keeps the version it ends on
*> MSTRHIST, in force through yesterday, as HWTHMNTA does, so the
*> reports' as-of option still finds it on the days it stood.
*> Opened from the AMNU menu, the board or
*> the alert console, it shows the airport picked there at once, and
*> PF3 goes back.  The dynamic prior-run fields stay
*> HWTHXCB1's alone and are not shown or touched here.  Display
*> needs the View role, PF5 the Master role (HWTHCAUZ).
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY AIRMSTR.
COPY AIRJRNL.
COPY MHSTREC.
*> The master as it stood before the change, field by field.
COPY AIRMSTR Replacing Leading ==AM-== By ==PRV-==
==Airport-Master-Record== By ==Prior-Master-Record==.
COPY AMNTMAP.
COPY DFHAID.
COPY AUTHCOMM.
01 Auth-Link-Resp Pic S9(8) Comp Value 0.
01 Cics-Resp Pic S9(8) Comp Value 0.
01 Journal-Queue-Resp Pic S9(8) Comp Value 0.
01 Journal-Record-Length Pic S9(4) Comp Value 0.
01 Operator-Userid Pic X(8) Value Spaces.
01 Maint-Before-Image Pic X(350) Value Spaces.
01 History-Resp Pic S9(8) Comp Value 0.
01 History-Browse-Flag Pic X Value 'N'.
88 History-Browse-Done Value 'Y'.
01 History-Work-Date  Pic 9(8) Value 0.
01 History-Work-Int   Pic 9(9) Value 0.
01 History-Start-Date Pic X(8) Value Spaces.
01 History-End-Date   Pic X(8) Value Spaces.
01 Version-Lost-Flag Pic X Value 'N'.
88 Version-Lost Value 'Y'.
01 Edit-Ok-Flag Pic X Value 'Y'.
88 Edit-Ok Value 'Y'.
01 Saved-Message Pic X(78) Value Spaces.
01 Nav-Target-Transid Pic X(4) Value Spaces.
*> Commarea across the pseudo-conversational trips: the navigation
*> context, the trip flag (same convention as HWTHCICS) plus the
*> code whose record the operator is looking at, so PF5 applies to
*> what was shown, not to whatever is on the screen by then.
01 Comm-Area.
COPY NAVCOMM.
05 CA-Trip-Flag Pic X Value 'I'.
88 CA-First-Trip Value 'I'.
88 CA-Return-Trip Value 'R'.
05 CA-Shown-Code Pic X(3) Value Spaces.
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(40).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
If EIBCALEN = 0
Move 'I' to CA-Trip-Flag
Move Spaces to CA-Shown-Code
Initialize NAV-Context
Set NAV-Settled to true
Move Low-Values to Master-Maint-Map
Move Spaces to Message-Request
Move 'HWT2088I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Maint-Map
else
Move DFHCOMMAREA(1:EIBCALEN) to Comm-Area
Evaluate true
When NAV-Arriving or NAV-Returning
Set NAV-Settled to true
Move Spaces to CA-Shown-Code
Move Low-Values to Master-Maint-Map
Move NAV-Current-Code to CODEI
Perform Display-Keyed-Record
When EIBAID equal DFHPF3 and NAV-Stack-Depth > 0
Perform Return-To-Origin
When other
Perform Receive-Maint-Input
Perform Answer-Maint-Key
End-Evaluate
End-If.
Move 'R' to CA-Trip-Flag.
Commarea(Comm-Area)
Length(Length Of Comm-Area)
End-Exec.
Answer-Maint-Key.
Evaluate true
When EIBAID equal DFHCLEAR
Move Low-Values to Master-Maint-Map
Move Spaces to CA-Shown-Code
Move Spaces to Message-Request
Move 'HWT2088I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Maint-Map
When EIBAID equal DFHPF5
Set AUC-Role-Master to true
Move 'CHANGE AIRMSTR' to AUC-Action-Text
Move CA-Shown-Code to AUC-Action-Text(16:3)
Perform Check-Authority
If AUC-Allowed
Perform Apply-Screen-Changes
else
Move AUC-Message to Saved-Message
End-If
Perform Redisplay-Current-Record
When other
Perform Display-Keyed-Record
End-Evaluate.
Receive-Maint-Input.
Exec Cics Receive Map('AMNTM1')
Mapset('AMNTSET')
Display-Keyed-Record.
If CODEI equal Spaces or CODEI equal Low-Values
Move Low-Values to Master-Maint-Map
Move Spaces to Message-Request
Move 'HWT2088I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Maint-Map
else
Move CODEI to AM-Iata-Code
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Move AM-Iata-Code to CA-Shown-Code
Move AM-Iata-Code to NAV-Current-Code
Perform Paint-Master-Fields
Move Spaces to Message-Request
Move 'HWT2089I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Maint-Map
else
Move Spaces to CA-Shown-Code
Move Low-Values to Master-Maint-Map
Move Spaces to Message-Request
Move 'HWT2090I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
Perform Send-Maint-Map
End-If
End-If.
Move AM-Airport-Lat to LATO.
Move AM-Airport-Long to LONGO.
Move AM-Icao-Code to ICAOO.
Move AM-Time-Zone to ZONEO.
*> PF5: re-read the shown record under UPDATE, overlay only the
*> fields the operator keyed (a blank field leaves the master's
*> value alone, the HWTHMNT1 CHANGE convention), journal before and
Apply-Screen-Changes.
Move Spaces to Saved-Message.
If CA-Shown-Code equal Spaces
Move Spaces to Message-Request
Move 'HWT2091W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Perform Edit-Screen-Fields
If Edit-Ok
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Perform Write-Journal-Record
Perform Keep-Master-Version
If Version-Lost
Move Spaces to Message-Request
Move 'HWT2092E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
else
Move Spaces to Message-Request
Move 'HWT2093I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
else
Move Spaces to Message-Request
Move 'HWT2094E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
else
Move Spaces to Message-Request
Move 'HWT2095W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
End-If
End-If.
If (UTCOI(1:1) not equal '+'
and UTCOI(1:1) not equal '-')
or UTCOI(2:4) not numeric
Move Spaces to Message-Request
Move 'HWT2096W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If.
If Edit-Ok
and ICAOI not equal Spaces and ICAOI not equal Low-Values
If ICAOI not alphabetic-upper
Move Spaces to Message-Request
Move 'HWT2097W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If.
*> TZRULES is a batch control file the region cannot read, so the
*> zone id is edited for form here; an id with no rule leaves the
*> airport on AM-Utc-Offset, and HWTHTZSW lists it as unknown.
If Edit-Ok
and ZONEI not equal Spaces and ZONEI not equal Low-Values
If ZONEI(1:1) equal Space
Move Spaces to Message-Request
Move 'HWT2098W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If.
If ICAOI not equal Spaces and ICAOI not equal Low-Values
Move ICAOI to AM-Icao-Code
End-If.
If ZONEI not equal Spaces and ZONEI not equal Low-Values
Move ZONEI to AM-Time-Zone
End-If.
Move Function Current-Date(1:8) to AM-Last-Update-Date.
*> Same before/after journal the batch writes, via the AJRN
*> transient-data destination HWTHMRGQ folds into AIRJRNL.  The
*> seal is left blank; the fold sets it.
Write-Journal-Record.
Exec Cics Assign
Userid(Operator-Userid)
Move Airport-Master-Record to JRN-After-Image.
Move Operator-Userid to JRN-User.
Move Spaces to JRN-Approver.
Move Spaces to JRN-Seal.
Compute Journal-Record-Length =
Function Length(Journal-Record).
Exec Cics Writeq TD
Length(Journal-Record-Length)
Resp(Journal-Queue-Resp)
End-Exec.
*> The version the change ends goes to MSTRHIST when a field kept
*> there actually changed.  In force through yesterday, from the
*> day after the code's last kept version ended; a duplicate means
*> a version already ended today, and this one never stood at a
*> day's end.
Keep-Master-Version.
Move 'N' to Version-Lost-Flag.
Move Maint-Before-Image to Prior-Master-Record.
If PRV-Airport-Name not equal AM-Airport-Name
or PRV-Region-Code not equal AM-Region-Code
or PRV-Icao-Code not equal AM-Icao-Code
or PRV-Utc-Offset not equal AM-Utc-Offset
or PRV-Time-Zone not equal AM-Time-Zone
Move Function Current-Date(1:8) to History-Work-Date
Compute History-Work-Int =
Function Integer-Of-Date(History-Work-Date) - 1
Compute History-Work-Date =
Function Date-Of-Integer(History-Work-Int)
Move History-Work-Date to History-End-Date
Perform Find-Version-Start
Move Spaces to Master-History-Record
Move PRV-Iata-Code to MHS-Iata-Code
Move History-End-Date to MHS-To-Date
Move History-Start-Date to MHS-From-Date
Move PRV-Airport-Name to MHS-Airport-Name
Move PRV-Airport-Country to MHS-Airport-Country
Move PRV-Region-Code to MHS-Region-Code
Move PRV-Icao-Code to MHS-Icao-Code
Move PRV-Utc-Offset to MHS-Utc-Offset
Move PRV-Time-Zone to MHS-Time-Zone
Move 'CHANGE' to MHS-Ended-By-Action
Move 'HWTHCAMT' to MHS-Ended-By-Program
Move Operator-Userid to MHS-Ended-By-User
Move Function Current-Date(1:14) to MHS-Ended-Stamp
Exec Cics Write
File('MSTRHIST')
From(Master-History-Record)
Ridfld(MHS-Key)
Resp(History-Resp)
End-Exec
If History-Resp not equal DFHRESP(NORMAL)
and History-Resp not equal DFHRESP(DUPREC)
Set Version-Lost to true
End-If
End-If.
Find-Version-Start.
Move Zeros to History-Start-Date.
Move 'N' to History-Browse-Flag.
Move PRV-Iata-Code to MHS-Iata-Code.
Move Low-Values to MHS-To-Date.
Exec Cics Startbr
File('MSTRHIST')
Ridfld(MHS-Key)
Gteq
Resp(History-Resp)
End-Exec.
If History-Resp equal DFHRESP(NORMAL)
Perform Read-Kept-Version until History-Browse-Done
Exec Cics Endbr
File('MSTRHIST')
End-Exec
End-If.
Read-Kept-Version.
Exec Cics Readnext
File('MSTRHIST')
Into(Master-History-Record)
Ridfld(MHS-Key)
Resp(History-Resp)
End-Exec.
Evaluate true
When History-Resp not equal DFHRESP(NORMAL)
Set History-Browse-Done to true
When MHS-Iata-Code not equal PRV-Iata-Code
or MHS-To-Date not less than History-End-Date
Set History-Browse-Done to true
When other
Move MHS-To-Date to History-Work-Date
Compute History-Work-Int =
Function Integer-Of-Date(History-Work-Date) + 1
Compute History-Work-Date =
Function Date-Of-Integer(History-Work-Int)
Move History-Work-Date to History-Start-Date
End-Evaluate.
Redisplay-Current-Record.
If CA-Shown-Code not equal Spaces
Move CA-Shown-Code to AM-Iata-Code
Erase
Cursor
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
Move 'START AMNT' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'AMNT' to AUC-Transid.
Move 'HWTHCAMT' to AUC-Program.
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
End Program HWTHCAMT.
