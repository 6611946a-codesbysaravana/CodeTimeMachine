IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHSCNB.
*> Scenario builder.  PARM=REPLAY proves the parse / alert path
*> against bodies the provider actually sent, which leaves a forty-
*> airport ground stop or a hurricane untestable until one arrives.
*> This job writes the CAPTIN deck for one run of a scripted bad
*> day instead (SCNREC layout on SCENARIO): airports closed for a
*> reason at a given run, delays ramped across a region over
*> several runs, malformed bodies injected -- enough to prove the
*> clustering, escalation and flood-control behaviour, and to walk
*> new desk staff through a realistic bad day.
*> The deck covers every AIRLIST code, as a real run would, plus any
*> code the script names that the list doesn't carry.  With BASE
*> CAPTURE (the default) each airport starts from its newest real
*> capture on the library (CAPTLIB) and scripted airports have the
*> status fields rewritten in place; an airport with no usable
*> capture, or whose capture lacks a field to rewrite, gets a body
*> built from AIRMSTR.  BASE MASTER builds every body from AIRMSTR,
*> Green unless scripted.  Bodies carry provider 'T' so a synthetic
*> deck is never mistaken for a real capture.
*>   PARM=RUN=nn   write run nn's deck to SCNDECK (default run 01)
*>   PARM=PLAN     list every run's scripted airports; no deck
*> A multi-run sequence is one RUN=nn step per run, each followed
*> by its REPLAY (HWTHSCNB JCL).  RC=8 when the script has errors,
*> the run is outside it, or SCENARIO/SCNDECK can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Scenario-File Assign To SCENARIO
Organization Is Line Sequential
File Status Is Scenario-File-Status.
Select Airport-List-File Assign To AIRLIST
Organization Is Line Sequential
File Status Is Airlist-File-Status.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Random
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
Select Capture-File Assign To CAPTLIB
Organization Is Line Sequential
File Status Is Capture-File-Status.
Select Deck-File Assign To SCNDECK
Organization Is Line Sequential
File Status Is Deck-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Scenario-File.
COPY SCNREC.
FD  Airport-List-File.
COPY AIRLSTR.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Capture-File.
COPY CAPTREC.
*> CAPTREC's layout, written fresh for each body.
FD  Deck-File.
01 Deck-Record.
05 DCK-Iata-Code Pic X(3).
05 DCK-Body-Len  Pic 9(5).
05 DCK-Body      Pic X(2000).
05 DCK-Run-Date  Pic X(8).
05 DCK-Provider  Pic X(1).
WORKING-STORAGE SECTION.
01 Scenario-File-Status Pic X(2) Value Spaces.
88 Scenario-File-OK     Value '00'.
88 Scenario-File-At-End Value '10'.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK     Value '00'.
88 Airlist-File-At-End Value '10'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
01 Capture-File-Status Pic X(2) Value Spaces.
88 Capture-File-OK     Value '00'.
88 Capture-File-At-End Value '10'.
01 Deck-File-Status Pic X(2) Value Spaces.
88 Deck-File-OK Value '00'.
01 Read-EOF-Flag Pic X Value 'N'.
88 Read-EOF Value 'Y'.
01 Run-Mode Pic X Value 'R'.
88 Mode-Run  Value 'R'.
88 Mode-Plan Value 'P'.
01 Target-Run    Pic 9(2) Value 1.
01 Scenario-Runs Pic 9(2) Value 1.
01 Base-Source   Pic X(8) Value 'CAPTURE'.
88 Base-Capture Value 'CAPTURE'.
88 Base-Master  Value 'MASTER'.
01 Today-Stamp Pic X(8) Value Spaces.
*> The script, validated as it loads.
01 Script-Table.
05 Script-Entry Occurs 200 times.
10 SCT-Verb         Pic X(8).
10 SCT-Target-Kind  Pic X(6).
10 SCT-Target-Value Pic X(8).
10 SCT-From-Run     Pic 9(2).
10 SCT-To-Run       Pic 9(2).
10 SCT-Status       Pic X(7).
10 SCT-Delay-From   Pic 9(4).
10 SCT-Delay-To     Pic 9(4).
10 SCT-Reason       Pic X(40).
01 Script-Count Pic 9(3) Value 0.
01 Script-Idx   Pic 9(3) Value 0.
01 Script-Line-No Pic 9(3) Value 0.
01 Script-Errors  Pic 9(3) Value 0.
01 Script-Error-Text Pic X(40) Value Spaces.
*> The deck's airports, with what the run's body is built from.
01 Airport-Table.
05 Airport-Entry Occurs 500 times.
10 APT-Iata-Code   Pic X(3).
10 APT-Group-Tag   Pic X(8).
10 APT-Region      Pic X(8).
10 APT-Name        Pic X(50).
10 APT-State       Pic X(30).
10 APT-Country     Pic X(50).
10 APT-Cap-Len     Pic 9(5).
10 APT-Cap-Body    Pic X(2000).
01 Airport-Count Pic 9(3) Value 0.
01 Airport-Idx   Pic 9(3) Value 0.
01 Airport-Key   Pic X(3) Value Spaces.
01 Airport-Found-Flag Pic X Value 'N'.
88 Airport-Found Value 'Y'.
*> One airport's state for the run being built.
01 Work-Run      Pic 9(2) Value 0.
01 Work-Type     Pic X(7) Value Spaces.
01 Work-Delay    Pic 9(4) Value 0.
01 Work-Reason   Pic X(40) Value Spaces.
01 Work-Malform  Pic X(7) Value Spaces.
01 Work-Scripted-Flag Pic X Value 'N'.
88 Work-Scripted Value 'Y'.
01 Work-Source   Pic X(7) Value Spaces.
01 Target-Match-Flag Pic X Value 'N'.
88 Target-Match Value 'Y'.
01 Ramp-Work     Pic S9(7) Value 0.
*> The body under construction.
01 Body-Work     Pic X(2000) Value Spaces.
01 Body-Work-Len Pic 9(5) Value 0.
01 Body-Edit     Pic X(2000) Value Spaces.
01 Body-Pointer  Pic 9(5) Value 1.
01 Json-Key        Pic X(12) Value Spaces.
01 Json-Key-Len    Pic 9(2) Value 0.
01 Json-New-Value  Pic X(60) Value Spaces.
01 Json-New-Len    Pic 9(2) Value 0.
01 Json-Pattern    Pic X(16) Value Spaces.
01 Json-Pattern-Len Pic 9(2) Value 0.
01 Scan-Pos        Pic 9(5) Value 0.
01 Scan-Limit      Pic 9(5) Value 0.
01 Value-Start     Pic 9(5) Value 0.
01 Value-End       Pic 9(5) Value 0.
01 Json-Found-Flag Pic X Value 'N'.
88 Json-Found Value 'Y'.
01 Json-Edit-Flag Pic X Value 'Y'.
88 Json-Edit-OK Value 'Y'.
01 Type-Text     Pic X(6) Value Spaces.
01 Delay-Flag-Text Pic X(5) Value Spaces.
01 Avg-Delay-Text  Pic X(20) Value Spaces.
01 Delay-Edit      Pic ZZZ9.
01 Reason-Text     Pic X(40) Value Spaces.
01 Html-Body.
05 Filler Pic X(50) Value
'<html><head><title>503 Service Unavailable</title>'.
05 Filler Pic X(47) Value
'</head><body>Down for maintenance</body></html>'.
01 Bodies-Written  Pic 9(5) Value 0.
01 Bodies-Scripted Pic 9(5) Value 0.
01 Bodies-Malformed Pic 9(5) Value 0.
01 Bodies-Captured Pic 9(5) Value 0.
01 Bodies-Built    Pic 9(5) Value 0.
01 Captures-Read   Pic 9(7) Value 0.
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
Display "** Replay Scenario Builder                    **".
Display "***********************************************".
Move Function Current-Date(1:8) to Today-Stamp.
Evaluate true
When parm-len = 0
Continue
When parm-len = 4 and parm-string(1:4) equal 'PLAN'
Set Mode-Plan to true
When parm-len = 6 and parm-string(1:4) equal 'RUN='
and parm-string(5:2) is numeric
Move parm-string(5:2) to Target-Run
When other
Display "** PARM must be RUN=nn or PLAN                **"
Move 8 to Return-Code
End-Evaluate.
If Return-Code = 0
Perform Load-Scenario-Script
End-If.
If Return-Code = 0 and Mode-Run
and (Target-Run < 1 or Target-Run > Scenario-Runs)
Display "** Run " Target-Run " is outside the scenario's "
Scenario-Runs " runs **"
Move 8 to Return-Code
End-If.
If Return-Code = 0
Perform Load-Deck-Airports
Perform Load-Master-Details
If Base-Capture
Perform Load-Base-Captures
End-If
Display "** Base " Base-Source " -- " Airport-Count
" airports, " Scenario-Runs " run(s)"
If Mode-Plan
Perform Build-One-Run
Varying Work-Run From 1 By 1 Until Work-Run > Scenario-Runs
else
Open Output Deck-File
If not Deck-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SCNDECK' to MRQ-Insert(1)
Move 'for output' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Target-Run to Work-Run
Perform Build-One-Run
Close Deck-File
End-If
End-If
Display "-----------------------------------------------"
Display "Captures read    : " Captures-Read
Display "Bodies scripted  : " Bodies-Scripted
Display "Bodies malformed : " Bodies-Malformed
Display "Bodies written   : " Bodies-Written
Display "  from captures  : " Bodies-Captured
Display "  built from master : " Bodies-Built
End-If.
Display "** Replay Scenario Builder Ends               **".
Display "***********************************************".
STOP RUN.
*> ---- the script -------------------------------------------------
Load-Scenario-Script.
Open Input Scenario-File.
If not Scenario-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SCENARIO' to MRQ-Insert(1)
Move 'script' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move 'N' to Read-EOF-Flag
Perform Load-One-Script-Line until Read-EOF
Close Scenario-File
Perform Check-Script-Runs
Varying Script-Idx From 1 By 1 Until Script-Idx > Script-Count
If Script-Errors > 0
Display "** " Script-Errors " script error(s) -- no deck built **"
Move 8 to Return-Code
End-If
End-If.
Load-One-Script-Line.
Read Scenario-File
At End
Set Read-EOF to true
End-Read.
If not Scenario-File-OK and not Scenario-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF
Add 1 to Script-Line-No
If SCN-Verb not equal Spaces and SCN-Verb(1:1) not equal '*'
Perform Judge-Script-Line
If Script-Error-Text not equal Spaces
Add 1 to Script-Errors
Display "** Script line " Script-Line-No ": "
Script-Error-Text
End-If
End-If
End-If
.
Judge-Script-Line.
Move Spaces to Script-Error-Text.
Move Function Upper-Case(SCN-Verb) to SCN-Verb.
Move Function Upper-Case(SCN-Target-Kind) to SCN-Target-Kind.
Move Function Upper-Case(SCN-Target-Value) to SCN-Target-Value.
Move Function Upper-Case(SCN-Status) to SCN-Status.
If SCN-Delay-From equal Spaces
Move 0 to SCN-Delay-From
End-If.
If SCN-Delay-To equal Spaces
Move 0 to SCN-Delay-To
End-If.
Evaluate true
When SCN-Verb-Runs
If SCN-To-Run is numeric and SCN-To-Run > 0
Move SCN-To-Run to Scenario-Runs
else
Move 'RUNS needs a count of 01-99' to Script-Error-Text
End-If
When SCN-Verb-Base
If SCN-Target-Value equal 'CAPTURE' or SCN-Target-Value equal 'MASTER'
Move SCN-Target-Value to Base-Source
else
Move 'BASE must be CAPTURE or MASTER' to Script-Error-Text
End-If
When SCN-Verb-Status or SCN-Verb-Close or SCN-Verb-Ramp
or SCN-Verb-Malform
Perform Judge-Change-Line
When other
Move 'unknown verb' to Script-Error-Text
End-Evaluate.
Judge-Change-Line.
Evaluate true
When not SCN-Target-Iata and not SCN-Target-Region
and not SCN-Target-Group and not SCN-Target-All
Move 'target must be IATA, REGION, GROUP or ALL'
to Script-Error-Text
When not SCN-Target-All and SCN-Target-Value equal Spaces
Move 'target value missing' to Script-Error-Text
When SCN-From-Run is not numeric or SCN-To-Run is not numeric
or SCN-From-Run = 0 or SCN-To-Run < SCN-From-Run
Move 'runs must be 01-99, from not after to'
to Script-Error-Text
When SCN-Delay-From is not numeric or SCN-Delay-To is not numeric
Move 'delays must be minutes, 0000-9999' to Script-Error-Text
When SCN-Verb-Status
and SCN-Status not equal 'GREEN' and SCN-Status not equal 'YELLOW'
and SCN-Status not equal 'RED' and SCN-Status not equal 'CLOSED'
Move 'STATUS must be GREEN, YELLOW, RED or CLOSED'
to Script-Error-Text
When SCN-Verb-Ramp and SCN-Status not equal Spaces
and SCN-Status not equal 'GREEN' and SCN-Status not equal 'YELLOW'
and SCN-Status not equal 'RED' and SCN-Status not equal 'CLOSED'
Move 'RAMP status must be blank or a colour' to Script-Error-Text
When SCN-Verb-Malform
and SCN-Status not equal 'TRUNC' and SCN-Status not equal 'HTML'
and SCN-Status not equal 'EMPTY' and SCN-Status not equal 'ERROR'
Move 'MALFORM must be TRUNC, HTML, EMPTY or ERROR'
to Script-Error-Text
When Script-Count >= 200
Move 'more than 200 script lines' to Script-Error-Text
When other
Add 1 to Script-Count
Move SCN-Verb to SCT-Verb(Script-Count)
Move SCN-Target-Kind to SCT-Target-Kind(Script-Count)
Move SCN-Target-Value to SCT-Target-Value(Script-Count)
Move SCN-From-Run to SCT-From-Run(Script-Count)
Move SCN-To-Run to SCT-To-Run(Script-Count)
Move SCN-Status to SCT-Status(Script-Count)
Move SCN-Delay-From to SCT-Delay-From(Script-Count)
Move SCN-Delay-To to SCT-Delay-To(Script-Count)
Move SCN-Reason to SCT-Reason(Script-Count)
End-Evaluate.
*> RUNS may come anywhere in the script, so the run ranges are
*> checked once it has all been read.
Check-Script-Runs.
If SCT-To-Run(Script-Idx) > Scenario-Runs
Add 1 to Script-Errors
Display "** " SCT-Verb(Script-Idx) " " SCT-Target-Value(Script-Idx)
" runs past the scenario's " Scenario-Runs " **"
End-If.
*> ---- the deck's airports -----------------------------------------
Load-Deck-Airports.
Open Input Airport-List-File.
If Airlist-File-OK
Move 'N' to Read-EOF-Flag
Perform Load-One-List-Airport until Read-EOF
Close Airport-List-File
else
Display "** AIRLIST not available -- scripted codes only **"
End-If.
Perform Add-Script-Airport
Varying Script-Idx From 1 By 1 Until Script-Idx > Script-Count.
Load-One-List-Airport.
Read Airport-List-File
At End
Set Read-EOF to true
End-Read.
If not Airlist-File-OK and not Airlist-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and ALS-Iata-Code not equal Spaces
Move ALS-Iata-Code to Airport-Key
Perform Add-Deck-Airport
If Airport-Found and ALS-Group-Tag not equal Spaces
Move ALS-Group-Tag to APT-Group-Tag(Airport-Idx)
End-If
End-If
.
Add-Script-Airport.
If SCT-Target-Kind(Script-Idx) equal 'IATA'
Move SCT-Target-Value(Script-Idx) to Airport-Key
Perform Add-Deck-Airport
End-If.
Add-Deck-Airport.
Perform Find-Deck-Airport.
If not Airport-Found and Airport-Count < 500
Add 1 to Airport-Count
Move Airport-Count to Airport-Idx
Move Airport-Key to APT-Iata-Code(Airport-Idx)
Move 'GENERAL' to APT-Group-Tag(Airport-Idx)
Move 'UNASSIGN' to APT-Region(Airport-Idx)
Move Spaces to APT-Name(Airport-Idx)
Move Spaces to APT-State(Airport-Idx)
Move Spaces to APT-Country(Airport-Idx)
Move 0 to APT-Cap-Len(Airport-Idx)
Move Spaces to APT-Cap-Body(Airport-Idx)
Set Airport-Found to true
End-If.
Find-Deck-Airport.
Move 'N' to Airport-Found-Flag.
Move 1 to Airport-Idx.
Perform Search-Deck-Airport
until Airport-Idx > Airport-Count or Airport-Found.
Search-Deck-Airport.
If APT-Iata-Code(Airport-Idx) equal Airport-Key
Set Airport-Found to true
else
Add 1 to Airport-Idx
End-If
.
Load-Master-Details.
Open Input Airport-Master-File.
If Airmstr-File-OK
Perform Read-One-Master
Varying Airport-Idx From 1 By 1 Until Airport-Idx > Airport-Count
Close Airport-Master-File
else
Display "** AIRMSTR not available -- built bodies carry codes only **"
End-If.
Read-One-Master.
Move APT-Iata-Code(Airport-Idx) to AM-Iata-Code.
Read Airport-Master-File
Invalid Key
Continue
Not Invalid Key
If AM-Region-Code not equal Spaces
Move AM-Region-Code to APT-Region(Airport-Idx)
End-If
Move AM-Airport-Name to APT-Name(Airport-Idx)
Move AM-Airport-State to APT-State(Airport-Idx)
Move AM-Airport-Country to APT-Country(Airport-Idx)
End-Read.
*> The library is in capture order, so the last usable body for a
*> code is its newest.  Error objects, non-JSON pages and earlier
*> synthetic bodies make poor bases and are passed over.
Load-Base-Captures.
Open Input Capture-File.
If not Capture-File-OK
Display "** CAPTLIB not available -- bodies built from master **"
else
Move 'N' to Read-EOF-Flag
Perform Load-One-Capture until Read-EOF
Close Capture-File
End-If.
Load-One-Capture.
Read Capture-File
At End
Set Read-EOF to true
End-Read.
If not Capture-File-OK and not Capture-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF
Add 1 to Captures-Read
Move CAP-Iata-Code to Airport-Key
Perform Find-Deck-Airport
If Airport-Found and CAP-Body-Len is numeric
and CAP-Body-Len > 0 and CAP-Body(1:1) equal '{'
and CAP-Provider not equal 'T'
and CAP-Body(1:9) not equal '{"error":'
If CAP-Body-Len > 2000
Move 2000 to APT-Cap-Len(Airport-Idx)
else
Move CAP-Body-Len to APT-Cap-Len(Airport-Idx)
End-If
Move CAP-Body to APT-Cap-Body(Airport-Idx)
End-If
End-If
.
*> ---- one run ----------------------------------------------------
Build-One-Run.
Display "-----------------------------------------------".
Display "RUN " Work-Run " -- scripted airports".
Display "CODE TYPE    DELAY MALFORM SOURCE  REASON".
Perform Build-One-Body
Varying Airport-Idx From 1 By 1 Until Airport-Idx > Airport-Count.
Build-One-Body.
Move 'GREEN' to Work-Type.
Move 0 to Work-Delay.
Move Spaces to Work-Reason.
Move Spaces to Work-Malform.
Move 'N' to Work-Scripted-Flag.
Perform Apply-One-Script-Line
Varying Script-Idx From 1 By 1 Until Script-Idx > Script-Count.
Perform Compose-Body.
If Work-Scripted
Add 1 to Bodies-Scripted
Display APT-Iata-Code(Airport-Idx) "  " Work-Type " " Work-Delay
"  " Work-Malform " " Work-Source " " Work-Reason
End-If.
If Mode-Run
Move Spaces to Deck-Record
Move APT-Iata-Code(Airport-Idx) to DCK-Iata-Code
Move Body-Work-Len to DCK-Body-Len
Move Body-Work to DCK-Body
Move Today-Stamp to DCK-Run-Date
Move 'T' to DCK-Provider
Write Deck-Record
If Deck-File-OK
Add 1 to Bodies-Written
else
Display "** SCNDECK write failed, status " Deck-File-Status " **"
Move 8 to Return-Code
End-If
End-If.
Apply-One-Script-Line.
If Work-Run not less SCT-From-Run(Script-Idx)
and Work-Run not greater SCT-To-Run(Script-Idx)
Perform Test-Script-Target
If Target-Match
Set Work-Scripted to true
Perform Apply-Script-Change
End-If
End-If.
Test-Script-Target.
Move 'N' to Target-Match-Flag.
Evaluate SCT-Target-Kind(Script-Idx)
When 'ALL'
Set Target-Match to true
When 'IATA'
If SCT-Target-Value(Script-Idx)(1:3) equal APT-Iata-Code(Airport-Idx)
Set Target-Match to true
End-If
When 'REGION'
If SCT-Target-Value(Script-Idx) equal APT-Region(Airport-Idx)
Set Target-Match to true
End-If
When 'GROUP'
If SCT-Target-Value(Script-Idx) equal APT-Group-Tag(Airport-Idx)
Set Target-Match to true
End-If
End-Evaluate.
Apply-Script-Change.
Evaluate SCT-Verb(Script-Idx)
When 'STATUS'
Move SCT-Status(Script-Idx) to Work-Type
Move SCT-Delay-From(Script-Idx) to Work-Delay
Move SCT-Reason(Script-Idx) to Work-Reason
Move Spaces to Work-Malform
When 'CLOSE'
Move 'CLOSED' to Work-Type
Move SCT-Delay-From(Script-Idx) to Work-Delay
Move SCT-Reason(Script-Idx) to Work-Reason
Move Spaces to Work-Malform
When 'RAMP'
Perform Apply-Ramp
Move Spaces to Work-Malform
When 'MALFORM'
Move SCT-Status(Script-Idx) to Work-Malform
If SCT-Reason(Script-Idx) not equal Spaces
Move SCT-Reason(Script-Idx) to Work-Reason
End-If
End-Evaluate.
*> Evenly from the first run's minutes to the last's; the colour
*> follows the minutes the way the provider's does -- Yellow from a
*> quarter hour, Red from an hour -- unless the line names one.
Apply-Ramp.
If SCT-To-Run(Script-Idx) = SCT-From-Run(Script-Idx)
Move SCT-Delay-To(Script-Idx) to Work-Delay
else
Compute Ramp-Work = SCT-Delay-From(Script-Idx)
+ (SCT-Delay-To(Script-Idx) - SCT-Delay-From(Script-Idx))
* (Work-Run - SCT-From-Run(Script-Idx))
/ (SCT-To-Run(Script-Idx) - SCT-From-Run(Script-Idx))
Move Ramp-Work to Work-Delay
End-If.
Evaluate true
When SCT-Status(Script-Idx) not equal Spaces
Move SCT-Status(Script-Idx) to Work-Type
When Work-Delay >= 60
Move 'RED' to Work-Type
When Work-Delay >= 15
Move 'YELLOW' to Work-Type
When other
Move 'GREEN' to Work-Type
End-Evaluate.
If SCT-Reason(Script-Idx) not equal Spaces
Move SCT-Reason(Script-Idx) to Work-Reason
End-If.
*> ---- bodies -----------------------------------------------------
Compose-Body.
Move Spaces to Body-Work.
Move 0 to Body-Work-Len.
Evaluate true
When Work-Malform equal 'EMPTY'
Move 'EMPTY' to Work-Source
When Work-Malform equal 'HTML'
Move Html-Body to Body-Work
Move 97 to Body-Work-Len
Move 'HTML' to Work-Source
When Work-Malform equal 'ERROR'
Perform Compose-Error-Body
Move 'ERROR' to Work-Source
When not Work-Scripted and APT-Cap-Len(Airport-Idx) > 0
Move APT-Cap-Body(Airport-Idx) to Body-Work
Move APT-Cap-Len(Airport-Idx) to Body-Work-Len
Move 'CAPTURE' to Work-Source
When other
Perform Compose-Status-Body
End-Evaluate.
If Work-Malform not equal Spaces
Add 1 to Bodies-Malformed
End-If.
If Work-Malform equal 'TRUNC'
Compute Body-Work-Len = Body-Work-Len / 2
Move Spaces to Body-Work(Body-Work-Len + 1:)
End-If.
If Work-Source equal 'CAPTURE'
Add 1 to Bodies-Captured
End-If.
If Work-Source equal 'MASTER'
Add 1 to Bodies-Built
End-If.
Compose-Error-Body.
If Work-Reason equal Spaces
Move 'Airport not found' to Reason-Text
else
Move Work-Reason to Reason-Text
End-If.
Move 1 to Body-Pointer.
String '{"error":"' Function Trim(Reason-Text) '"}'
Delimited by size into Body-Work with pointer Body-Pointer.
Compute Body-Work-Len = Body-Pointer - 1.
Compose-Status-Body.
Perform Set-Status-Texts.
Move 'N' to Json-Edit-Flag.
If Base-Capture and APT-Cap-Len(Airport-Idx) > 0
Move APT-Cap-Body(Airport-Idx) to Body-Work
Move APT-Cap-Len(Airport-Idx) to Body-Work-Len
Move 'Y' to Json-Edit-Flag
Move 'delay' to Json-Key
Move 5 to Json-Key-Len
Move Delay-Flag-Text to Json-New-Value
Perform Set-Json-Field
Move 'type' to Json-Key
Move 4 to Json-Key-Len
Move Type-Text to Json-New-Value
Perform Set-Json-Field
Move 'reason' to Json-Key
Move 6 to Json-Key-Len
Move Reason-Text to Json-New-Value
Perform Set-Json-Field
Move 'avgDelay' to Json-Key
Move 8 to Json-Key-Len
Move Avg-Delay-Text to Json-New-Value
Perform Set-Json-Field
End-If.
If Json-Edit-OK
Move 'CAPTURE' to Work-Source
else
Perform Compose-Master-Body
Move 'MASTER' to Work-Source
End-If.
Set-Status-Texts.
Evaluate Work-Type
When 'CLOSED'
Move 'Closed' to Type-Text
When 'RED'
Move 'Red' to Type-Text
When 'YELLOW'
Move 'Yellow' to Type-Text
When other
Move 'Green' to Type-Text
End-Evaluate.
If Work-Type equal 'GREEN' and Work-Delay = 0
Move 'false' to Delay-Flag-Text
else
Move 'true' to Delay-Flag-Text
End-If.
Move Spaces to Avg-Delay-Text.
If Work-Delay > 0
Move Work-Delay to Delay-Edit
String Function Trim(Delay-Edit) ' minutes' Delimited by size
into Avg-Delay-Text
End-If.
Evaluate true
When Work-Reason not equal Spaces
Move Work-Reason to Reason-Text
When Work-Type equal 'GREEN'
Move 'No known delays for this airport' to Reason-Text
When other
Move Spaces to Reason-Text
End-Evaluate.
Compose-Master-Body.
Move Spaces to Body-Work.
Move 1 to Body-Pointer.
If APT-Name(Airport-Idx) equal Spaces
Move APT-Iata-Code(Airport-Idx) to APT-Name(Airport-Idx)
End-If.
String '{"name":"' Function Trim(APT-Name(Airport-Idx))
'","iata":"' APT-Iata-Code(Airport-Idx)
'","location":"' Function Trim(APT-State(Airport-Idx))
'","country":"' Function Trim(APT-Country(Airport-Idx))
'","delay":"' Function Trim(Delay-Flag-Text)
'","type":"' Function Trim(Type-Text)
'","reason":"' Function Trim(Reason-Text)
'","avgDelay":"' Function Trim(Avg-Delay-Text)
'"}' Delimited by size into Body-Work with pointer Body-Pointer.
Compute Body-Work-Len = Body-Pointer - 1.
*> Rewrite one "key":value in Body-Work as "key":"Json-New-Value".
*> A key the body doesn't carry, or a value that won't fit, clears
*> Json-Edit-OK and the caller builds the body from master instead.
Set-Json-Field.
If Json-Edit-OK
Move Spaces to Json-Pattern
Move 1 to Body-Pointer
String '"' Json-Key(1:Json-Key-Len) '":' Delimited by size
into Json-Pattern with pointer Body-Pointer
Compute Json-Pattern-Len = Body-Pointer - 1
Move 'N' to Json-Found-Flag
Move 1 to Scan-Pos
Compute Scan-Limit = Body-Work-Len - Json-Pattern-Len + 1
Perform Search-Json-Pattern
until Scan-Pos > Scan-Limit or Json-Found
If Json-Found
Perform Locate-Json-Value
else
Move 'N' to Json-Edit-Flag
End-If
End-If.
If Json-Edit-OK
Perform Splice-Json-Value
End-If.
Search-Json-Pattern.
If Body-Work(Scan-Pos:Json-Pattern-Len)
equal Json-Pattern(1:Json-Pattern-Len)
Set Json-Found to true
else
Add 1 to Scan-Pos
End-If
.
Locate-Json-Value.
Compute Value-Start = Scan-Pos + Json-Pattern-Len.
Perform Skip-Json-Space
until Value-Start > Body-Work-Len
or Body-Work(Value-Start:1) not equal Space.
Move Value-Start to Value-End.
If Value-Start not greater Body-Work-Len
and Body-Work(Value-Start:1) equal '"'
Add 1 to Value-End
Perform Step-Json-Value
until Value-End > Body-Work-Len
or Body-Work(Value-End:1) equal '"'
else
Perform Step-Json-Value
until Value-End > Body-Work-Len
or Body-Work(Value-End:1) equal ','
or Body-Work(Value-End:1) equal '}'
Subtract 1 from Value-End
End-If.
If Value-End > Body-Work-Len or Value-End < Value-Start
Move 'N' to Json-Edit-Flag
End-If.
Skip-Json-Space.
Add 1 to Value-Start.
Step-Json-Value.
Add 1 to Value-End.
Splice-Json-Value.
Move Spaces to Body-Edit.
Move 1 to Body-Pointer.
Move 60 to Json-New-Len.
Perform Trim-New-Value
until Json-New-Len = 0
or Json-New-Value(Json-New-Len:1) not equal Space.
If Json-New-Len = 0
String Body-Work(1:Value-Start - 1) '""' Delimited by size
into Body-Edit with pointer Body-Pointer
else
String Body-Work(1:Value-Start - 1) '"'
Json-New-Value(1:Json-New-Len) '"' Delimited by size
into Body-Edit with pointer Body-Pointer
End-If.
If Value-End < Body-Work-Len
String Body-Work(Value-End + 1:Body-Work-Len - Value-End)
Delimited by size into Body-Edit with pointer Body-Pointer
On Overflow
Move 'N' to Json-Edit-Flag
End-String
End-If.
If Json-Edit-OK
Move Body-Edit to Body-Work
Compute Body-Work-Len = Body-Pointer - 1
End-If.
Trim-New-Value.
Subtract 1 from Json-New-Len.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHSCNB.
