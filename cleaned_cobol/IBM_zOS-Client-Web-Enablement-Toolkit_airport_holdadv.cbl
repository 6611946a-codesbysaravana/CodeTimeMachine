IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHHADU.
*> Hold/advisory deck builder.  The HADKSDS store is the master for
*> temporary holds and operational advisories -- the AHAD online
*> transaction (HWTHCHAD) maintains it at any hour -- and this job
*> rebuilds the HOLDLIST and ADVISORY decks from it as the first
*> step of the monitor job, so HWTHEDIT's pre-flight edit, the run
*> itself and every other deck reader (briefing, ops report) pick
*> up the night desk's changes without anyone editing a deck.
*> Only entries still current or yet to start are written; the
*> store and the HADJRNL journal keep the history.
*>   (no PARM)      rebuild HOLDLIST and ADVISORY from HADKSDS
*>   LOAD=userid    one-time seed of HADKSDS from the existing decks
*>                  (entries already in the store are left alone),
*>                  each journaled as LOAD under the user given
*>   REPORT         print the HADJRNL change history
*>   REPORT=CCYYMM  the same for one month
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Hold-Adv-File Assign To HADKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HAD-Key
File Status Is Hold-Adv-File-Status.
Select Hold-File Assign To HOLDLIST
Organization Is Line Sequential
File Status Is Hold-File-Status.
Select Advisory-File Assign To ADVISORY
Organization Is Line Sequential
File Status Is Advisory-File-Status.
Select Hold-Adv-Journal-File Assign To HADJRNL
Organization Is Line Sequential
File Status Is Hold-Adv-Journal-Status.
DATA DIVISION.
FILE SECTION.
FD  Hold-Adv-File.
COPY HADREC.
FD  Hold-File.
COPY HOLDREC.
FD  Advisory-File.
COPY ADVREC.
FD  Hold-Adv-Journal-File.
COPY HADJREC.
WORKING-STORAGE SECTION.
01 Hold-Adv-File-Status Pic X(2) Value Spaces.
88 Hold-Adv-File-OK     Value '00'.
88 Hold-Adv-File-At-End Value '10'.
01 Hold-File-Status Pic X(2) Value Spaces.
88 Hold-File-OK     Value '00'.
88 Hold-File-At-End Value '10'.
01 Advisory-File-Status Pic X(2) Value Spaces.
88 Advisory-File-OK     Value '00'.
88 Advisory-File-At-End Value '10'.
01 Hold-Adv-Journal-Status Pic X(2) Value Spaces.
88 Hold-Adv-Journal-OK     Value '00'.
88 Hold-Adv-Journal-At-End Value '10'.
01 Store-EOF-Flag Pic X Value 'N'.
88 Store-EOF Value 'Y'.
01 Hold-EOF-Flag Pic X Value 'N'.
88 Hold-EOF Value 'Y'.
01 Advisory-EOF-Flag Pic X Value 'N'.
88 Advisory-EOF Value 'Y'.
01 Journal-EOF-Flag Pic X Value 'N'.
88 Journal-EOF Value 'Y'.
01 Run-Mode Pic X(6) Value 'BUILD'.
88 Mode-Build  Value 'BUILD'.
88 Mode-Load   Value 'LOAD'.
88 Mode-Report Value 'REPORT'.
01 Report-Month Pic X(6) Value Spaces.
01 Load-User    Pic X(8) Value Spaces.
01 Today-Date-Char Pic X(8) Value Spaces.
01 Store-Read-Count   Pic 9(7) Value 0.
01 Holds-Written      Pic 9(5) Value 0.
01 Advisories-Written Pic 9(5) Value 0.
01 Entries-Loaded     Pic 9(5) Value 0.
01 Entries-Present    Pic 9(5) Value 0.
01 Journal-Lines      Pic 9(7) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
05 parm-string.
10 parm-char Pic X occurs 0 to 100 times
depending on parm-len.
PROCEDURE DIVISION using jcl-parm.
Begin.
Display "***********************************************".
Display "** Hold/Advisory Deck Builder                 **".
Display "***********************************************".
Move Function Current-Date(1:8) to Today-Date-Char.
Evaluate true
When parm-len equal 0
Continue
When parm-len equal 6 and parm-string(1:6) equal 'REPORT'
Set Mode-Report to true
When parm-len equal 13 and parm-string(1:7) equal 'REPORT='
and parm-string(8:6) is numeric
Set Mode-Report to true
Move parm-string(8:6) to Report-Month
When parm-len > 5 and parm-len <= 13
and parm-string(1:5) equal 'LOAD='
Set Mode-Load to true
Move parm-string(6:parm-len - 5) to Load-User
When other
Display "** PARM must be omitted, LOAD=userid or REPORT **"
Move 8 to Return-Code
End-Evaluate.
If Return-Code = 0
Evaluate true
When Mode-Report
Perform Run-History-Report
When Mode-Load
Perform Run-Store-Load
When other
Perform Run-Deck-Build
End-Evaluate
End-If.
Display "** Hold/Advisory Deck Builder Ends             **".
Display "***********************************************".
STOP RUN.
*> The decks are opened for output only once the store is known to
*> be readable -- a missing store must never empty yesterday's
*> decks.
Run-Deck-Build.
Open Input Hold-Adv-File.
If not Hold-Adv-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'HADKSDS' to MRQ-Insert(1)
Move '-- decks NOT rebuilt' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Open Output Hold-File
Open Output Advisory-File
If not Hold-File-OK or not Advisory-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'HOLDLIST/ADVISORY' to MRQ-Insert(1)
Move 'for output' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Low-Values to HAD-Key
Start Hold-Adv-File Key is Not Less Than HAD-Key
Invalid Key
Set Store-EOF to true
End-Start
Perform Build-One-Deck-Entry until Store-EOF
Close Hold-File
Close Advisory-File
End-If
Close Hold-Adv-File
Display "-----------------------------------------------"
Display "Store entries read   : " Store-Read-Count
Display "HOLDLIST entries out : " Holds-Written
Display "ADVISORY entries out : " Advisories-Written
End-If
.
Build-One-Deck-Entry.
Read Hold-Adv-File Next Record
At End
Set Store-EOF to true
End-Read.
If not Hold-Adv-File-OK and not Hold-Adv-File-At-End
Set Store-EOF to true
End-If.
If not Store-EOF
Add 1 to Store-Read-Count
If HAD-End-Date not less Today-Date-Char
Evaluate true
When HAD-Kind-Hold
Move Spaces to Hold-Record
Move HAD-Iata-Code to HLD-Iata-Code
Move HAD-Start-Date to HLD-Start-Date
Move HAD-End-Date to HLD-End-Date
Move HAD-Text to HLD-Reason
Write Hold-Record
Add 1 to Holds-Written
When HAD-Kind-Advisory
Move Spaces to Advisory-Record
Move HAD-Iata-Code to ADV-Iata-Code
Move HAD-Start-Date to ADV-Start-Date
Move HAD-End-Date to ADV-End-Date
Move HAD-Text to ADV-Text
Write Advisory-Record
Add 1 to Advisories-Written
When other
Display "** HADKSDS entry of unknown kind skipped: "
HAD-Key " **"
End-Evaluate
End-If
End-If
.
Run-Store-Load.
Open I-O Hold-Adv-File.
If not Hold-Adv-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'HADKSDS' to MRQ-Insert(1)
Move 'for the load' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Open Extend Hold-Adv-Journal-File
If not Hold-Adv-Journal-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'HADJRNL' to MRQ-Insert(1)
Move 'change journal' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open Input Hold-File
If Hold-File-OK
Perform Load-One-Hold until Hold-EOF
Close Hold-File
else
Display "** HOLDLIST unavailable -- no holds loaded     **"
End-If
Open Input Advisory-File
If Advisory-File-OK
Perform Load-One-Advisory until Advisory-EOF
Close Advisory-File
else
Display "** ADVISORY unavailable -- no advisories loaded **"
End-If
Close Hold-Adv-File
Close Hold-Adv-Journal-File
Display "-----------------------------------------------"
Display "Entries loaded        : " Entries-Loaded
Display "Already in the store  : " Entries-Present
End-If
.
Load-One-Hold.
Read Hold-File
At End
Set Hold-EOF to true
End-Read.
If not Hold-File-OK and not Hold-File-At-End
Set Hold-EOF to true
End-If.
If not Hold-EOF
Move Spaces to Hold-Advisory-Record
Set HAD-Kind-Hold to true
Move HLD-Iata-Code to HAD-Iata-Code
Move HLD-Start-Date to HAD-Start-Date
Move HLD-End-Date to HAD-End-Date
Move HLD-Reason to HAD-Text
Perform Write-Loaded-Entry
End-If
.
Load-One-Advisory.
Read Advisory-File
At End
Set Advisory-EOF to true
End-Read.
If not Advisory-File-OK and not Advisory-File-At-End
Set Advisory-EOF to true
End-If.
If not Advisory-EOF
Move Spaces to Hold-Advisory-Record
Set HAD-Kind-Advisory to true
Move ADV-Iata-Code to HAD-Iata-Code
Move ADV-Start-Date to HAD-Start-Date
Move ADV-End-Date to HAD-End-Date
Move ADV-Text to HAD-Text
Perform Write-Loaded-Entry
End-If
.
Write-Loaded-Entry.
Set HAD-State-Active to true.
Move HAD-End-Date to HAD-Planned-End-Date.
Move Load-User to HAD-Last-User.
Move Function Current-Date(1:8) to HAD-Last-Date.
Move Function Current-Date(9:6) to HAD-Last-Time.
Write Hold-Advisory-Record
Invalid Key
Add 1 to Entries-Present
Display "   already in store: " HAD-Kind " " HAD-Iata-Code
" " HAD-Start-Date
Not Invalid Key
Add 1 to Entries-Loaded
Perform Write-Load-Journal
End-Write.
Write-Load-Journal.
If Hold-Adv-Journal-OK
Move Spaces to Hold-Adv-Journal-Record
Move Function Current-Date(1:8) to HAJ-Run-Date
Move Function Current-Date(9:6) to HAJ-Run-Time
Move 'HWTHHADU' to HAJ-Program
Set HAJ-Action-Load to true
Move HAD-Kind to HAJ-Kind
Move HAD-Iata-Code to HAJ-Iata-Code
Move HAD-Start-Date to HAJ-Start-Date
Move HAD-End-Date to HAJ-New-End-Date
Move HAD-Text to HAJ-New-Text
Move Load-User to HAJ-User
Write Hold-Adv-Journal-Record
End-If
.
*> Every add, change, early end and load with who and when, off the
*> journal -- optionally one month's worth.
Run-History-Report.
Open Input Hold-Adv-Journal-File.
If not Hold-Adv-Journal-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'HADJRNL' to MRQ-Insert(1)
Move 'change journal' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
If Report-Month not equal Spaces
Display "** History for month " Report-Month " **"
else
Display "** Full hold/advisory change history **"
End-If
Perform Read-Next-Journal-Record
Perform Report-One-Journal-Line until Journal-EOF
Close Hold-Adv-Journal-File
Display "-----------------------------------------------"
Display "Journal lines reported : " Journal-Lines
End-If
.
Read-Next-Journal-Record.
Read Hold-Adv-Journal-File
At End
Set Journal-EOF to true
End-Read
If not Hold-Adv-Journal-OK
and not Hold-Adv-Journal-At-End
Set Journal-EOF to true
End-If
.
Report-One-Journal-Line.
If Report-Month equal Spaces
or HAJ-Run-Date(1:6) equal Report-Month
Add 1 to Journal-Lines
Display HAJ-Run-Date " " HAJ-Run-Time " "
HAJ-Action " " HAJ-Kind " " HAJ-Iata-Code
" " HAJ-Start-Date
" end " HAJ-Old-End-Date " -> " HAJ-New-End-Date
" by " HAJ-User
If HAJ-Old-Text not equal HAJ-New-Text
Display "      text: " Function Trim(HAJ-New-Text)
End-If
End-If
Perform Read-Next-Journal-Record
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHHADU.
