IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCHAD.
*> Online hold/advisory maintenance transaction (AHAD), run in the
*> same region as HWTHCICS.  Putting a code on temporary hold or
*> recording a known cause against an airport used to mean editing
*> the HOLDLIST or ADVISORY deck and waiting for the batch -- no
*> help to the night desk at 3am.  This screen works the HADKSDS
*> store those decks are now rebuilt from (HWTHHADU, ahead of the
*> pre-flight edit):
*>   Enter  lists current and future entries for the keyed kind
*>          (H hold, A advisory) and/or code
*>   PF5    adds the keyed entry
*>   PF6    changes the end date and/or text of a listed line
*>   PF9    ends a listed line early (its end date becomes
*>          yesterday; the date it was given is kept)
*> Every change writes a before/after HADJREC journal record with
*> the operator's user id to the AHJR transient-data destination,
*> which operations folds into HADJRNL the way AJRN reaches AIRJRNL.
*> Listing needs the View role; PF5/PF6/PF9 change watch-list
*> coverage and need the Watch role (HWTHCAUZ).
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY HADREC.
COPY HADJREC.
COPY HADMAP.
COPY DFHAID.
COPY AUTHCOMM.
01 Auth-Link-Resp Pic S9(8) Comp Value 0.
01 Cics-Resp Pic S9(8) Comp Value 0.
01 Journal-Queue-Resp Pic S9(8) Comp Value 0.
01 Journal-Record-Length Pic S9(4) Comp Value 0.
01 Browse-Done-Flag Pic X Value 'N'.
88 Browse-Done Value 'Y'.
01 Operator-Userid Pic X(8) Value Spaces.
01 Edit-Ok-Flag Pic X Value 'Y'.
88 Edit-Ok Value 'Y'.
01 Saved-Message Pic X(78) Value Spaces.
01 Entry-Line-Idx  Pic 9(2) Value 0.
01 Entry-Line-Text Pic X(78) Value Spaces.
01 Selection-Number Pic 9(2) Value 0.
01 More-Entry-Count Pic 9(5) Value 0.
01 More-Display     Pic Z(4)9 Value Zero.
01 Today-Date-Char  Pic X(8) Value Spaces.
01 Yesterday-Date-Char Pic X(8) Value Spaces.
01 Date-Work-Numeric Pic 9(8) Value 0.
01 Date-Work-Integer Pic 9(9) Value 0.
*> What the operator keyed, kept apart from the map so the list
*> rebuild (which clears the map) can still filter on it.
01 Keyed-Kind Pic X(1) Value Spaces.
01 Keyed-Code Pic X(3) Value Spaces.
01 Keyed-Start-Date Pic X(8) Value Spaces.
01 Keyed-End-Date   Pic X(8) Value Spaces.
01 Keyed-Text       Pic X(50) Value Spaces.
*> The before image of the record being changed, for the journal.
01 Before-End-Date Pic X(8) Value Spaces.
01 Before-Text     Pic X(50) Value Spaces.
*> Commarea across the pseudo-conversational trips: the trip flag
*> (same convention as HWTHCICS) plus the HADKSDS keys behind the
*> eight display lines, so PF6/PF9 act on the entry the operator
*> saw, not on whatever sits at that screen position by then.
01 Comm-Area.
05 CA-Trip-Flag Pic X Value 'I'.
88 CA-First-Trip Value 'I'.
88 CA-Return-Trip Value 'R'.
05 CA-Line-Count Pic 9(2) Value 0.
05 CA-Line-Key Pic X(12) Occurs 8 times.
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 DFHCOMMAREA Pic X(99).
PROCEDURE DIVISION.
Begin.
Perform Check-View-Authority.
Move Function Current-Date(1:8) to Today-Date-Char.
Move Today-Date-Char to Date-Work-Numeric.
Compute Date-Work-Integer =
Function Integer-Of-Date(Date-Work-Numeric) - 1.
Compute Date-Work-Numeric = Function Date-Of-Integer(Date-Work-Integer).
Move Date-Work-Numeric to Yesterday-Date-Char.
Move Spaces to Saved-Message.
If EIBCALEN = 0
Move 'I' to CA-Trip-Flag
Move 0 to CA-Line-Count
Perform Send-Opening-Screen
else
Move DFHCOMMAREA to Comm-Area
Evaluate true
When EIBAID equal DFHCLEAR
Move 0 to CA-Line-Count
Perform Send-Opening-Screen
When EIBAID equal DFHPF5
Perform Receive-Maint-Input
Move 'ADD HOLD/ADVISORY' to AUC-Action-Text
Perform Check-Watch-Authority
If AUC-Allowed
Perform Add-Keyed-Entry
End-If
Perform Build-Entry-List
When EIBAID equal DFHPF6
Perform Receive-Maint-Input
Move 'CHANGE HOLD/ADVISORY' to AUC-Action-Text
Perform Check-Watch-Authority
If AUC-Allowed
Perform Change-Selected-Entry
End-If
Perform Build-Entry-List
When EIBAID equal DFHPF9
Perform Receive-Maint-Input
Move 'END HOLD/ADVISORY' to AUC-Action-Text
Perform Check-Watch-Authority
If AUC-Allowed
Perform End-Selected-Entry
End-If
Perform Build-Entry-List
When other
Perform Receive-Maint-Input
Perform Build-Entry-List
End-Evaluate
End-If.
Move 'R' to CA-Trip-Flag.
Exec Cics Return
Transid('AHAD')
Commarea(Comm-Area)
Length(Length Of Comm-Area)
End-Exec.
Send-Opening-Screen.
Move Low-Values to Hold-Adv-Maint-Map.
Move -1 to KINDL.
Move 'Kind H/A + code, Enter=list PF5=add PF6=change PF9=end'
to MSGO.
Perform Send-Maint-Map.
Receive-Maint-Input.
Move Low-Values to Hold-Adv-Maint-Map.
Exec Cics Receive Map('HADM1')
Mapset('AHADSET')
Into(Hold-Adv-Maint-Map)
Resp(Cics-Resp)
End-Exec.
Move Spaces to Keyed-Kind Keyed-Code Keyed-Start-Date
Keyed-End-Date Keyed-Text.
If KINDI not equal Low-Values
Move Function Upper-Case(KINDI) to Keyed-Kind
End-If.
If CODEI not equal Low-Values
Move Function Upper-Case(CODEI) to Keyed-Code
End-If.
If STRTI not equal Low-Values
Move STRTI to Keyed-Start-Date
End-If.
If ENDDI not equal Low-Values
Move ENDDI to Keyed-End-Date
End-If.
If TEXTI not equal Low-Values
Move TEXTI to Keyed-Text
End-If.
*> Lists from the keyed kind/code on, current and future entries
*> only -- an entry that has run out (or was ended early) is
*> history, which the journal keeps.
Build-Entry-List.
Move Low-Values to Hold-Adv-Maint-Map.
Move -1 to SELNL.
Move Keyed-Kind to KINDO.
Move Keyed-Code to CODEO.
Move 0 to CA-Line-Count.
Move 0 to Entry-Line-Idx.
Move 0 to More-Entry-Count.
Move 'N' to Browse-Done-Flag.
Move Low-Values to HAD-Key.
If Keyed-Kind not equal Spaces
Move Keyed-Kind to HAD-Kind
If Keyed-Code not equal Spaces
Move Keyed-Code to HAD-Iata-Code
End-If
End-If.
Exec Cics Startbr
File('HADKSDS')
Ridfld(HAD-Key)
Gteq
Resp(Cics-Resp)
End-Exec.
If Cics-Resp equal DFHRESP(NORMAL)
Perform Browse-One-Entry until Browse-Done
Exec Cics Endbr
File('HADKSDS')
End-Exec
End-If.
Evaluate true
When Saved-Message not equal Spaces
Move Saved-Message to MSGO
When CA-Line-Count = 0
Move Spaces to Message-Request
Move 'HWT2069I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
When More-Entry-Count > 0
Move More-Entry-Count to More-Display
Move Spaces to MSGO
String More-Display ' more not shown -- key a code to narrow'
Delimited by size into MSGO
When other
Move Spaces to Message-Request
Move 'HWT2070I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to MSGO
End-Evaluate.
Perform Send-Maint-Map.
Browse-One-Entry.
Exec Cics Readnext
File('HADKSDS')
Into(Hold-Advisory-Record)
Ridfld(HAD-Key)
Resp(Cics-Resp)
End-Exec.
Evaluate true
When Cics-Resp not equal DFHRESP(NORMAL)
Set Browse-Done to true
When Keyed-Kind not equal Spaces
and HAD-Kind not equal Keyed-Kind
Set Browse-Done to true
When Keyed-Code not equal Spaces
and HAD-Iata-Code not equal Keyed-Code
Continue
When HAD-End-Date less Today-Date-Char
Continue
When Entry-Line-Idx < 8
Add 1 to Entry-Line-Idx
Perform Format-Entry-Line
When other
Add 1 to More-Entry-Count
End-Evaluate.
Format-Entry-Line.
Move HAD-Key to CA-Line-Key(Entry-Line-Idx).
Move Entry-Line-Idx to CA-Line-Count.
Move Spaces to Entry-Line-Text.
String Entry-Line-Idx "  "
HAD-Kind " "
HAD-Iata-Code " "
HAD-Start-Date "-"
HAD-End-Date " "
HAD-Text
Delimited by size into Entry-Line-Text.
Move Entry-Line-Text to HLINEO(Entry-Line-Idx).
*> PF5: a new entry needs every field but the text of a hold, and
*> may not end before today -- a past-dated entry would never act.
*> A hold's reason goes to the 30-byte HOLDLIST reason column.
Add-Keyed-Entry.
Move 'Y' to Edit-Ok-Flag.
Evaluate true
When Keyed-Kind not equal 'H' and Keyed-Kind not equal 'A'
Move Spaces to Message-Request
Move 'HWT2071W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Code not alphabetic-upper or Keyed-Code equal Spaces
Move Spaces to Message-Request
Move 'HWT2046W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Start-Date not numeric
or Keyed-End-Date not numeric
Move Spaces to Message-Request
Move 'HWT2072W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-End-Date less Keyed-Start-Date
Move Spaces to Message-Request
Move 'HWT2073W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-End-Date less Today-Date-Char
Move Spaces to Message-Request
Move 'HWT2074W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Kind equal 'A' and Keyed-Text equal Spaces
Move Spaces to Message-Request
Move 'HWT2075W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-Kind equal 'H' and Keyed-Text(31:20) not equal Spaces
Move Spaces to Message-Request
Move 'HWT2076W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When other
Continue
End-Evaluate.
If Edit-Ok
Perform Get-Operator-Userid
Move Spaces to Hold-Advisory-Record
Move Keyed-Kind to HAD-Kind
Move Keyed-Code to HAD-Iata-Code
Move Keyed-Start-Date to HAD-Start-Date
Move Keyed-End-Date to HAD-End-Date
Move Keyed-Text to HAD-Text
Set HAD-State-Active to true
Move Keyed-End-Date to HAD-Planned-End-Date
Perform Stamp-Last-Change
Exec Cics Write
File('HADKSDS')
From(Hold-Advisory-Record)
Ridfld(HAD-Key)
Resp(Cics-Resp)
End-Exec
Evaluate true
When Cics-Resp equal DFHRESP(NORMAL)
Move Spaces to Before-End-Date
Move Spaces to Before-Text
Move 'ADD' to HAJ-Action
Perform Write-Journal-Record
Move Spaces to Message-Request
Move 'HWT2077I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When Cics-Resp equal DFHRESP(DUPREC)
Move Spaces to Message-Request
Move 'HWT2078W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
When other
Move Spaces to Message-Request
Move 'HWT2079E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-Evaluate
End-If.
*> PF6: a blank end date or text leaves that field as it is (the
*> HWTHMNT1 CHANGE convention).
Change-Selected-Entry.
Perform Read-Selected-For-Update.
If Edit-Ok
If Keyed-End-Date equal Spaces and Keyed-Text equal Spaces
Move Spaces to Message-Request
Move 'HWT2080I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If.
If Edit-Ok and Keyed-End-Date not equal Spaces
Evaluate true
When Keyed-End-Date not numeric
Move Spaces to Message-Request
Move 'HWT2081W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-End-Date less HAD-Start-Date
Move Spaces to Message-Request
Move 'HWT2073W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When Keyed-End-Date less Today-Date-Char
Move Spaces to Message-Request
Move 'HWT2082W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
When other
Continue
End-Evaluate
End-If.
If Edit-Ok and HAD-Kind-Hold
and Keyed-Text(31:20) not equal Spaces
Move Spaces to Message-Request
Move 'HWT2076W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If.
If Edit-Ok
If Keyed-End-Date not equal Spaces
Move Keyed-End-Date to HAD-End-Date
Move Keyed-End-Date to HAD-Planned-End-Date
End-If
If Keyed-Text not equal Spaces
Move Keyed-Text to HAD-Text
End-If
Set HAD-State-Active to true
Perform Stamp-Last-Change
Perform Rewrite-Selected-Entry
If Cics-Resp equal DFHRESP(NORMAL)
Move 'CHANGE' to HAJ-Action
Perform Write-Journal-Record
Move Spaces to Message-Request
Move 'HWT2083I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
End-If.
*> PF9: the end date becomes yesterday, so the next batch no longer
*> treats the entry as active; the date it was given is kept.
End-Selected-Entry.
Perform Read-Selected-For-Update.
If Edit-Ok
Move HAD-End-Date to HAD-Planned-End-Date
Move Yesterday-Date-Char to HAD-End-Date
Set HAD-State-Ended to true
Perform Stamp-Last-Change
Perform Rewrite-Selected-Entry
If Cics-Resp equal DFHRESP(NORMAL)
Move 'END' to HAJ-Action
Perform Write-Journal-Record
Move Spaces to Message-Request
Move 'HWT2084I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If
End-If.
*> Re-reads the entry behind the keyed line number under UPDATE and
*> keeps its before image.  A refused change leaves the record to
*> be released at task end, which is the very next statement.
Read-Selected-For-Update.
Move 'Y' to Edit-Ok-Flag.
Move 0 to Selection-Number.
If SELNI is numeric
Move SELNI to Selection-Number
End-If.
If Selection-Number < 1 or Selection-Number > CA-Line-Count
Move Spaces to Message-Request
Move 'HWT2085I' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
else
Move CA-Line-Key(Selection-Number) to HAD-Key
Exec Cics Read
File('HADKSDS')
Into(Hold-Advisory-Record)
Ridfld(HAD-Key)
Update
Resp(Cics-Resp)
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
Perform Get-Operator-Userid
Move HAD-End-Date to Before-End-Date
Move HAD-Text to Before-Text
If HAD-End-Date less Today-Date-Char
Move Spaces to Message-Request
Move 'HWT2086W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
else
Move Spaces to Message-Request
Move 'HWT2087W' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
Move 'N' to Edit-Ok-Flag
End-If
End-If.
Rewrite-Selected-Entry.
Exec Cics Rewrite
File('HADKSDS')
From(Hold-Advisory-Record)
Resp(Cics-Resp)
End-Exec.
If Cics-Resp not equal DFHRESP(NORMAL)
Move Spaces to Message-Request
Move 'HWT2054E' to MRQ-Id
Perform Get-Catalog-Message
Move MRQ-Line to Saved-Message
End-If.
Get-Operator-Userid.
Exec Cics Assign
Userid(Operator-Userid)
End-Exec.
Stamp-Last-Change.
Move Operator-Userid to HAD-Last-User.
Move Function Current-Date(1:8) to HAD-Last-Date.
Move Function Current-Date(9:6) to HAD-Last-Time.
*> Before/after of the one entry touched, with who and when; the
*> caller has set HAJ-Action.
Write-Journal-Record.
Move Function Current-Date(1:8) to HAJ-Run-Date.
Move Function Current-Date(9:6) to HAJ-Run-Time.
Move 'HWTHCHAD' to HAJ-Program.
Move HAD-Kind to HAJ-Kind.
Move HAD-Iata-Code to HAJ-Iata-Code.
Move HAD-Start-Date to HAJ-Start-Date.
Move Before-End-Date to HAJ-Old-End-Date.
Move HAD-End-Date to HAJ-New-End-Date.
Move Before-Text to HAJ-Old-Text.
Move HAD-Text to HAJ-New-Text.
Move Operator-Userid to HAJ-User.
Compute Journal-Record-Length =
Function Length(Hold-Adv-Journal-Record).
Exec Cics Writeq TD
Queue('AHJR')
From(Hold-Adv-Journal-Record)
Length(Journal-Record-Length)
Resp(Journal-Queue-Resp)
End-Exec.
Send-Maint-Map.
Exec Cics Send Map('HADM1')
Mapset('AHADSET')
From(Hold-Adv-Maint-Map)
Erase
Cursor
End-Exec.
Check-Watch-Authority.
Set AUC-Role-Watch to true.
Perform Check-Authority.
If AUC-Refused
Move AUC-Message to Saved-Message
End-If.
*> Every trip asks HWTHCAUZ first, so a View role withdrawn
*> mid-conversation stops the operator on the next key.
Check-View-Authority.
Set AUC-Role-View to true.
Move 'START AHAD' to AUC-Action-Text.
Perform Check-Authority.
If AUC-Refused
Perform Refuse-Transaction
End-If.
*> A LINK failure refuses too -- no check, no access.
Check-Authority.
Move 'AHAD' to AUC-Transid.
Move 'HWTHCHAD' to AUC-Program.
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
End Program HWTHCHAD.
