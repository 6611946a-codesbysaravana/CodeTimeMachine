IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHPROM.
*> Control-file promotion.  THRSHLST, DOWSKED, CALENDAR, ROSTER,
*> CORRIDOR, FLDRULES and NOTTMPL changes are tried out in the test
*> datasets; this puts the tested copy into production as it stands
*> instead of having it retyped.  Each run compares the candidate
*> (TESTCOPY) with production (PRODCOPY) field by field -- records
*> ADDED, DELETED, CHANGED (each field, was and now) and, for
*> CALENDAR and ROSTER where the first matching row wins, MOVED --
*> and puts the candidate through the pre-flight edits HWTHEDIT
*> gives the control files, so a deck that would fail tomorrow's
*> EDITCTL step never gets that far.
*>   PARM=COMPARE,userid,file   the report only; nothing logged.
*>   PARM=REQUEST,userid,file   the report, and a REQUEST line on
*>                              PROMLOG when the candidate passes
*>                              and differs.  A later REQUEST for
*>                              the same file replaces an open one.
*>   PARM=APPROVE,userid,file   a second user with the Master role
*>                              approves the open request; the
*>                              copies are compared again and must
*>                              be exactly the ones requested.
*>   PARM=PROMOTED,userid,file  run once the approved copy is made
*>                              (HWTHPRMA's REPLACE step).
*> Every request, approval, refusal and promotion is appended to
*> PROMLOG (PROMREC) with who asked, who approved and the
*> difference count.
*> RC=4 when the copies are identical (nothing to request), RC=8 for
*> a bad PARM, an edit failure, a refused approval or a file that
*> can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Test-Copy-File Assign To TESTCOPY
Organization Is Line Sequential
File Status Is Test-Copy-File-Status.
Select Prod-Copy-File Assign To PRODCOPY
Organization Is Line Sequential
File Status Is Prod-Copy-File-Status.
Select Airport-List-File Assign To AIRLIST
Organization Is Line Sequential
File Status Is Airlist-File-Status.
Select Promotion-Log-File Assign To PROMLOG
Organization Is Line Sequential
File Status Is Promotion-Log-File-Status.
Select Auth-File Assign To AUTHKSDS
Organization Is Indexed
Access Mode Is Random
Record Key Is AUZ-Key
File Status Is Auth-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Test-Copy-File.
01 Test-Copy-Line Pic X(171).
FD  Prod-Copy-File.
01 Prod-Copy-Line Pic X(171).
FD  Airport-List-File
Record Contains 15 Characters.
COPY AIRLSTR.
FD  Promotion-Log-File.
COPY PROMREC.
FD  Auth-File.
COPY AUTHREC.
WORKING-STORAGE SECTION.
01 Test-Copy-File-Status Pic X(2) Value Spaces.
88 Test-Copy-File-OK     Value '00'.
88 Test-Copy-File-At-End Value '10'.
01 Prod-Copy-File-Status Pic X(2) Value Spaces.
88 Prod-Copy-File-OK     Value '00'.
88 Prod-Copy-File-At-End Value '10'.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK     Value '00'.
88 Airlist-File-At-End Value '10'.
01 Promotion-Log-File-Status Pic X(2) Value Spaces.
88 Promotion-Log-File-OK     Value '00'.
88 Promotion-Log-File-At-End Value '10'.
01 Auth-File-Status Pic X(2) Value Spaces.
88 Auth-File-OK Value '00'.
01 Test-EOF-Flag Pic X Value 'N'.
88 Test-EOF Value 'Y'.
01 Prod-EOF-Flag Pic X Value 'N'.
88 Prod-EOF Value 'Y'.
01 Airlist-EOF-Flag Pic X Value 'N'.
88 Airlist-EOF Value 'Y'.
01 Log-EOF-Flag Pic X Value 'N'.
88 Log-EOF Value 'Y'.
01 Run-Mode Pic X(8) Value Spaces.
88 Mode-Compare  Value 'COMPARE'.
88 Mode-Request  Value 'REQUEST'.
88 Mode-Approve  Value 'APPROVE'.
88 Mode-Promoted Value 'PROMOTED'.
01 Parm-Userid Pic X(8) Value Spaces.
01 Parm-File   Pic X(8) Value Spaces.
01 Role-Granted-Flag Pic X Value 'N'.
88 Role-Granted Value 'Y'.
01 User-Group Pic X(8) Value Spaces.
01 Now-Stamp  Pic X(21) Value Spaces.
01 Refusal-Text Pic X(40) Value Spaces.
*> The file's layout: how much of the front of a record is its key,
*> whether row order matters to the run (the first matching row
*> wins), and the size of the table the run loads it into.
01 Known-File-Flag Pic X Value 'N'.
88 Known-File Value 'Y'.
01 Key-Length Pic 9(3) Value 0.
01 Order-Matters-Flag Pic X Value 'N'.
88 Order-Matters Value 'Y'.
01 Run-Table-Limit Pic 9(5) Value 0.
*> Field names, offsets and lengths for the difference report, the
*> same fields the layout copybooks name.
01 Field-Def-Values.
05 Filler Pic X(26) Value 'THRSHLSTCODE        001003'.
05 Filler Pic X(26) Value 'THRSHLSTWARNING     005005'.
05 Filler Pic X(26) Value 'THRSHLSTSEVERE      011005'.
05 Filler Pic X(26) Value 'THRSHLSTCRITICAL    017005'.
05 Filler Pic X(26) Value 'DOWSKED CODE        001003'.
05 Filler Pic X(26) Value 'DOWSKED DAYS        004007'.
05 Filler Pic X(26) Value 'DOWSKED LOCAL-START 012004'.
05 Filler Pic X(26) Value 'DOWSKED LOCAL-END   017004'.
05 Filler Pic X(26) Value 'CALENDARSTART-DATE  001008'.
05 Filler Pic X(26) Value 'CALENDAREND-DATE    010008'.
05 Filler Pic X(26) Value 'CALENDARRULE        019008'.
05 Filler Pic X(26) Value 'CALENDARDESCRIPTION 028030'.
05 Filler Pic X(26) Value 'ROSTER  REGION      001008'.
05 Filler Pic X(26) Value 'ROSTER  START-TIME  010004'.
05 Filler Pic X(26) Value 'ROSTER  END-TIME    015004'.
05 Filler Pic X(26) Value 'ROSTER  DESK        020008'.
05 Filler Pic X(26) Value 'CORRIDORORIGIN      001003'.
05 Filler Pic X(26) Value 'CORRIDORDEST        005003'.
05 Filler Pic X(26) Value 'CORRIDORDESCRIPTION 009030'.
05 Filler Pic X(26) Value 'FLDRULESFIELD       001012'.
05 Filler Pic X(26) Value 'FLDRULESMIN-VALUE   014006'.
05 Filler Pic X(26) Value 'FLDRULESMAX-VALUE   021006'.
05 Filler Pic X(26) Value 'NOTTMPL REASON      001010'.
05 Filler Pic X(26) Value 'NOTTMPL TEXT        012160'.
01 Field-Def-Table Redefines Field-Def-Values.
05 Field-Def Occurs 24 times.
10 FDT-File   Pic X(8).
10 FDT-Name   Pic X(12).
10 FDT-Offset Pic 9(3).
10 FDT-Length Pic 9(3).
01 Field-Def-Idx Pic 9(2) Value 0.
*> Both copies as read, sized to the largest run table (THRSHLST's
*> 10,000 codes).  A production row's matched candidate row is kept
*> for the order check.
01 Test-Table.
05 Test-Entry Occurs 10000 times.
10 TCT-Line    Pic X(171).
10 TCT-Matched Pic X(1).
01 Prod-Table.
05 Prod-Entry Occurs 10000 times.
10 PCT-Line      Pic X(171).
10 PCT-Match-Idx Pic 9(5).
01 Test-Count Pic 9(5) Value 0.
01 Prod-Count Pic 9(5) Value 0.
01 Test-Idx   Pic 9(5) Value 0.
01 Prod-Idx   Pic 9(5) Value 0.
01 Scan-Idx   Pic 9(5) Value 0.
01 Last-Match-Idx Pic 9(5) Value 0.
01 Copies-Loaded-Flag Pic X Value 'N'.
88 Copies-Loaded Value 'Y'.
*> A byte checksum of each copy, so an approval can prove it saw the
*> very copies the requester compared.
01 Test-Sum Pic 9(9) Value 0.
01 Prod-Sum Pic 9(9) Value 0.
01 Sum-Work Pic 9(11) Value 0.
01 Sum-Pos  Pic 9(3) Value 0.
01 Line-Work Pic X(171) Value Spaces.
01 Diff-Count    Pic 9(5) Value 0.
01 Added-Count   Pic 9(5) Value 0.
01 Deleted-Count Pic 9(5) Value 0.
01 Changed-Count Pic 9(5) Value 0.
01 Moved-Count   Pic 9(5) Value 0.
01 Field-Was Pic X(160) Value Spaces.
01 Field-Now Pic X(160) Value Spaces.
01 Key-Work  Pic X(17) Value Spaces.
01 Key-Match-Flag Pic X Value 'N'.
88 Key-Match-Found Value 'Y'.
*> The last REQUEST, APPROVED or PROMOTED line for the file -- what
*> is open, if anything.  REFUSED lines leave a request open.
01 Last-Log-Action      Pic X(8) Value Spaces.
01 Last-Requested-By    Pic X(8) Value Spaces.
01 Last-Approved-By     Pic X(8) Value Spaces.
01 Last-Request-Stamp   Pic X(14) Value Spaces.
01 Last-Diff-Count      Pic 9(5) Value 0.
01 Last-Test-Records    Pic 9(5) Value 0.
01 Last-Test-Sum        Pic 9(9) Value 0.
01 Last-Prod-Records    Pic 9(5) Value 0.
01 Last-Prod-Sum        Pic 9(9) Value 0.
*> ---- the candidate edits ----------------------------------------
*> The candidate row under its own layout, for the edits.
COPY AIRTHRSH.
COPY DOWSKED.
COPY CALREC.
COPY ROSTREC.
COPY CORREC.
COPY RULEREC.
COPY TMPLREC.
*> Sized to match HWTHXCB1's watch table exactly, as HWTHEDIT's is.
01 Watch-List-Table.
05 Watch-List-Entry Occurs 1 to 1000 times
Depending On Watch-List-Count.
10 WLT-Iata-Code Pic X(3).
01 Watch-List-Count Pic 9(5) Value 0.
01 Watch-List-Idx   Pic 9(5) Value 0.
01 Watch-Match-Flag Pic X Value 'N'.
88 Watch-Match-Found Value 'Y'.
01 Lookup-Iata-Code Pic X(3) Value Spaces.
01 Mask-Idx Pic 9(1) Value 0.
01 Mask-Bad-Flag Pic X Value 'N'.
88 Mask-Bad Value 'Y'.
01 Date-Check Pic 9(8) Value 0.
*> Template text padded so the six-byte slot compares never run off
*> the end.
01 Slot-Scan-Work Pic X(166) Value Spaces.
01 Slot-Pos Pic 9(3) Value 0.
01 Slot-Bad-Flag Pic X Value 'N'.
88 Slot-Bad Value 'Y'.
01 Record-Number    Pic 9(5) Value 0.
01 Edit-Error-Count Pic 9(5) Value 0.
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
Display "** Control-File Promotion                     **".
Display "***********************************************".
If parm-len > 0
Unstring parm-string(1:parm-len) delimited by ','
into Run-Mode Parm-Userid Parm-File
End-Unstring
Move Function Upper-Case(Run-Mode) to Run-Mode
Move Function Upper-Case(Parm-Userid) to Parm-Userid
Move Function Upper-Case(Parm-File) to Parm-File
End-If.
Perform Set-File-Layout.
Evaluate true
When not (Mode-Compare or Mode-Request or Mode-Approve
or Mode-Promoted)
Display "** PARM must be COMPARE, REQUEST, APPROVE or  **"
Display "** PROMOTED, then userid and control file     **"
Move 8 to Return-Code
When Parm-Userid equal Spaces
Display "** PARM needs the userid                      **"
Move 8 to Return-Code
When not Known-File
Display "** " Parm-File " is not a promotable control file **"
Move 8 to Return-Code
When other
Display "** " Function Trim(Run-Mode) " " Function Trim(Parm-File)
" by " Parm-Userid
Evaluate true
When Mode-Compare
Perform Compare-Only
When Mode-Request
Perform Request-Promotion
When Mode-Approve
Perform Approve-Promotion
When Mode-Promoted
Perform Record-Promotion
End-Evaluate
End-Evaluate.
Display "** Control-File Promotion Ends                 **".
Display "***********************************************".
STOP RUN.
Set-File-Layout.
Set Known-File to true.
Move 'N' to Order-Matters-Flag.
Evaluate Parm-File
When 'THRSHLST'
Move 3 to Key-Length
Move 10000 to Run-Table-Limit
When 'DOWSKED'
Move 3 to Key-Length
Move 1000 to Run-Table-Limit
When 'CALENDAR'
Move 17 to Key-Length
Move 200 to Run-Table-Limit
Set Order-Matters to true
When 'ROSTER'
Move 14 to Key-Length
Move 100 to Run-Table-Limit
Set Order-Matters to true
When 'CORRIDOR'
Move 7 to Key-Length
Move 200 to Run-Table-Limit
When 'FLDRULES'
Move 12 to Key-Length
Move 5 to Run-Table-Limit
When 'NOTTMPL'
Move 10 to Key-Length
Move 20 to Run-Table-Limit
When other
Move 'N' to Known-File-Flag
End-Evaluate.
*> ---- COMPARE ----------------------------------------------------
Compare-Only.
Perform Compare-Copies.
If not Copies-Loaded or Edit-Error-Count > 0
Move 8 to Return-Code
else
If Diff-Count = 0
Move 4 to Return-Code
End-If
End-If.
*> ---- REQUEST ----------------------------------------------------
Request-Promotion.
Perform Compare-Copies.
Evaluate true
When not Copies-Loaded
Move 8 to Return-Code
When Edit-Error-Count > 0
Display "** Candidate fails the edits -- not requested **"
Move 8 to Return-Code
When Diff-Count = 0
Display "** Test and production copies are identical -- "
"nothing to promote **"
Move 4 to Return-Code
When other
Perform Load-Promotion-Log
If Last-Log-Action equal 'REQUEST'
Display "** Replaces the open request of "
Last-Request-Stamp " by " Last-Requested-By
End-If
Move Spaces to Promotion-Log-Record
Move 'REQUEST' to PRM-Action
Move Parm-Userid to PRM-Requested-By
Move Function Current-Date to Now-Stamp
Move Now-Stamp(1:14) to PRM-Request-Stamp
Move 'awaiting approval' to PRM-Note
Perform Append-Promotion-Action
If Return-Code = 0
Display "** Promotion of " Function Trim(Parm-File)
" requested -- "
Diff-Count " difference(s); a second user with "
"the Master role must approve **"
End-If
End-Evaluate.
*> ---- APPROVE ----------------------------------------------------
Approve-Promotion.
Perform Load-Promotion-Log.
If Last-Log-Action not equal 'REQUEST'
Display "** No open promotion request for " Parm-File " **"
Move 8 to Return-Code
else
Display "** Request of " Last-Request-Stamp " by "
Last-Requested-By ", " Last-Diff-Count " difference(s)"
Move Spaces to Refusal-Text
If Parm-Userid equal Last-Requested-By
Move 'requester may not approve own request'
to Refusal-Text
else
Perform Check-Master-Role
If not Role-Granted
Move 'approver lacks the Master role'
to Refusal-Text
End-If
End-If
If Refusal-Text equal Spaces
Perform Compare-Copies
Evaluate true
When not Copies-Loaded
Move 'a copy could not be read'
to Refusal-Text
When Edit-Error-Count > 0
Move 'candidate fails the edits' to Refusal-Text
When Diff-Count not equal Last-Diff-Count
or Test-Count not equal Last-Test-Records
or Test-Sum not equal Last-Test-Sum
or Prod-Count not equal Last-Prod-Records
or Prod-Sum not equal Last-Prod-Sum
Move 'copies changed since the request'
to Refusal-Text
When other
Continue
End-Evaluate
End-If
Move Spaces to Promotion-Log-Record
Move Last-Requested-By to PRM-Requested-By
Move Parm-Userid to PRM-Approved-By
Move Last-Request-Stamp to PRM-Request-Stamp
If Refusal-Text equal Spaces
Move 'APPROVED' to PRM-Action
Move 'approved as requested' to PRM-Note
Perform Append-Promotion-Action
If Return-Code = 0
Display "** Promotion of " Function Trim(Parm-File)
" approved by " Function Trim(Parm-Userid) " **"
End-If
else
Move 'REFUSED' to PRM-Action
Move Refusal-Text to PRM-Note
Perform Append-Promotion-Action
Display "** Approval refused: " Function Trim(Refusal-Text)
" **"
Move 8 to Return-Code
End-If
End-If.
*> ---- PROMOTED ---------------------------------------------------
*> The copies were already proven on APPROVE; this line only
*> closes the promotion once the REPLACE step has made it.
Record-Promotion.
Perform Load-Promotion-Log.
If Last-Log-Action not equal 'APPROVED'
Display "** No approved promotion open for " Parm-File " **"
Move 8 to Return-Code
else
Move Spaces to Promotion-Log-Record
Move 'PROMOTED' to PRM-Action
Move Last-Requested-By to PRM-Requested-By
Move Last-Approved-By to PRM-Approved-By
Move Last-Request-Stamp to PRM-Request-Stamp
Move Last-Diff-Count to Diff-Count
Move Last-Test-Records to Test-Count
Move Last-Test-Sum to Test-Sum
Move Last-Prod-Records to Prod-Count
Move Last-Prod-Sum to Prod-Sum
Move 'previous copy kept as a PREV generation'
to PRM-Note
Perform Append-Promotion-Action
If Return-Code = 0
Display "** " Function Trim(Parm-File) " promoted: requested by "
Function Trim(Last-Requested-By) ", approved by "
Function Trim(Last-Approved-By)
", " Last-Diff-Count " difference(s) **"
End-If
End-If.
*> ---- the promotion log -----------------------------------------
Load-Promotion-Log.
Move Spaces to Last-Log-Action.
Move 'N' to Log-EOF-Flag.
Open Input Promotion-Log-File.
If Promotion-Log-File-OK
Perform Load-One-Log-Line until Log-EOF
Close Promotion-Log-File
End-If.
Load-One-Log-Line.
Read Promotion-Log-File
At End
Set Log-EOF to true
End-Read.
If not Promotion-Log-File-OK and not Promotion-Log-File-At-End
Set Log-EOF to true
End-If.
If not Log-EOF
and PRM-Control-File equal Parm-File
and (PRM-Action-Request or PRM-Action-Approved
or PRM-Action-Promoted)
Move PRM-Action to Last-Log-Action
Move PRM-Requested-By to Last-Requested-By
Move PRM-Approved-By to Last-Approved-By
Move PRM-Request-Stamp to Last-Request-Stamp
Move PRM-Diff-Count to Last-Diff-Count
Move PRM-Test-Records to Last-Test-Records
Move PRM-Test-Sum to Last-Test-Sum
Move PRM-Prod-Records to Last-Prod-Records
Move PRM-Prod-Sum to Last-Prod-Sum
End-If.
Append-Promotion-Action.
Move Function Current-Date to Now-Stamp.
Move Now-Stamp(1:8) to PRM-Action-Date.
Move Now-Stamp(9:6) to PRM-Action-Time.
Move Parm-File to PRM-Control-File.
Move Diff-Count to PRM-Diff-Count.
Move Test-Count to PRM-Test-Records.
Move Test-Sum to PRM-Test-Sum.
Move Prod-Count to PRM-Prod-Records.
Move Prod-Sum to PRM-Prod-Sum.
Open Extend Promotion-Log-File.
If not Promotion-Log-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PROMLOG' to MRQ-Insert(1)
Move 'for update' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Write Promotion-Log-Record
Close Promotion-Log-File
End-If.
*> The user's own row first, then the RACF group it names -- the
*> same reading HWTHCAUZ gives the online roles.
Check-Master-Role.
Move 'N' to Role-Granted-Flag.
Open Input Auth-File.
If not Auth-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUTHKSDS' to MRQ-Insert(1)
Move 'authorization file' to MRQ-Insert(2)
Perform Issue-Message
else
Move 'U' to AUZ-Id-Kind
Move Parm-Userid to AUZ-Id
Read Auth-File
Invalid Key
Continue
Not Invalid Key
Move AUZ-Group to User-Group
If AUZ-May-Master
Set Role-Granted to true
End-If
End-Read
If not Role-Granted and User-Group not equal Spaces
Move 'G' to AUZ-Id-Kind
Move User-Group to AUZ-Id
Read Auth-File
Invalid Key
Continue
Not Invalid Key
If AUZ-May-Master
Set Role-Granted to true
End-If
End-Read
End-If
Close Auth-File
End-If.
*> ---- the compare ------------------------------------------------
Compare-Copies.
Move 0 to Diff-Count Added-Count Deleted-Count Changed-Count
Moved-Count Edit-Error-Count.
Perform Load-Test-Copy.
Perform Load-Prod-Copy.
If Copies-Loaded
Display "-----------------------------------------------"
Display "Differences, production (was) to candidate (now):"
Perform Match-One-Prod-Row
Varying Prod-Idx From 1 By 1 Until Prod-Idx > Prod-Count
Perform Report-One-Added-Row
Varying Test-Idx From 1 By 1 Until Test-Idx > Test-Count
If Order-Matters
Move 0 to Last-Match-Idx
Perform Check-One-Row-Order
Varying Prod-Idx From 1 By 1 Until Prod-Idx > Prod-Count
End-If
Display "-----------------------------------------------"
Display "Candidate edit:"
Perform Edit-Candidate
Display "-----------------------------------------------"
Display "Production records     : " Prod-Count
Display "Candidate records      : " Test-Count
Display "Records added          : " Added-Count
Display "Records deleted        : " Deleted-Count
Display "Fields changed         : " Changed-Count
Display "Records moved          : " Moved-Count
Display "Differences            : " Diff-Count
Display "Edit errors            : " Edit-Error-Count
If Edit-Error-Count > 0
Display "** EDIT FAILED -- correct the candidate        **"
else
Display "** Edit passed                                 **"
End-If
End-If.
Load-Test-Copy.
Move 'N' to Copies-Loaded-Flag.
Move 0 to Test-Count Test-Sum.
Move 'N' to Test-EOF-Flag.
Open Input Test-Copy-File.
If not Test-Copy-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'TESTCOPY' to MRQ-Insert(1)
Move 'candidate copy' to MRQ-Insert(2)
Perform Issue-Message
else
Set Copies-Loaded to true
Perform Load-One-Test-Line until Test-EOF
Close Test-Copy-File
End-If.
Load-One-Test-Line.
Read Test-Copy-File
At End
Set Test-EOF to true
End-Read.
If not Test-Copy-File-OK and not Test-Copy-File-At-End
Display "** TESTCOPY read failed, status "
Test-Copy-File-Status " **"
Move 'N' to Copies-Loaded-Flag
Set Test-EOF to true
End-If.
If not Test-EOF
If Test-Count >= 10000
Display "** TESTCOPY holds more than 10000 records     **"
Move 'N' to Copies-Loaded-Flag
Set Test-EOF to true
else
Add 1 to Test-Count
Move Test-Copy-Line to TCT-Line(Test-Count)
Move 'N' to TCT-Matched(Test-Count)
Move Test-Copy-Line to Line-Work
Move Test-Sum to Sum-Work
Perform Add-Line-To-Sum
Move Sum-Work to Test-Sum
End-If
End-If.
Load-Prod-Copy.
Move 0 to Prod-Count Prod-Sum.
Move 'N' to Prod-EOF-Flag.
Open Input Prod-Copy-File.
If not Prod-Copy-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PRODCOPY' to MRQ-Insert(1)
Move 'production copy' to MRQ-Insert(2)
Perform Issue-Message
Move 'N' to Copies-Loaded-Flag
else
Perform Load-One-Prod-Line until Prod-EOF
Close Prod-Copy-File
End-If.
Load-One-Prod-Line.
Read Prod-Copy-File
At End
Set Prod-EOF to true
End-Read.
If not Prod-Copy-File-OK and not Prod-Copy-File-At-End
Display "** PRODCOPY read failed, status "
Prod-Copy-File-Status " **"
Move 'N' to Copies-Loaded-Flag
Set Prod-EOF to true
End-If.
If not Prod-EOF
If Prod-Count >= 10000
Display "** PRODCOPY holds more than 10000 records     **"
Move 'N' to Copies-Loaded-Flag
Set Prod-EOF to true
else
Add 1 to Prod-Count
Move Prod-Copy-Line to PCT-Line(Prod-Count)
Move 0 to PCT-Match-Idx(Prod-Count)
Move Prod-Copy-Line to Line-Work
Move Prod-Sum to Sum-Work
Perform Add-Line-To-Sum
Move Sum-Work to Prod-Sum
End-If
End-If.
*> Position-weighted, so two bytes trading places still changes it.
Add-Line-To-Sum.
Perform Add-One-Byte-To-Sum
Varying Sum-Pos From 1 By 1 Until Sum-Pos > 171.
Add-One-Byte-To-Sum.
Compute Sum-Work = Function Mod(Sum-Work * 31
+ Function Ord(Line-Work(Sum-Pos:1)), 999999937).
*> A production row pairs with the first unpaired candidate row of
*> the same key; a key on neither side twice pairs off in order.
Match-One-Prod-Row.
Move PCT-Line(Prod-Idx)(1:Key-Length) to Key-Work.
Move 'N' to Key-Match-Flag.
Move 1 to Test-Idx.
Perform Search-Candidate-Key
until Test-Idx > Test-Count or Key-Match-Found.
If Key-Match-Found
Move 'Y' to TCT-Matched(Test-Idx)
Move Test-Idx to PCT-Match-Idx(Prod-Idx)
If TCT-Line(Test-Idx) not equal PCT-Line(Prod-Idx)
Perform Compare-One-Field
Varying Field-Def-Idx From 1 By 1 Until Field-Def-Idx > 24
End-If
else
Add 1 to Deleted-Count
Add 1 to Diff-Count
Display "DELETED  " Key-Work(1:Key-Length)
Display "    was: " Function Trim(PCT-Line(Prod-Idx) Trailing)
End-If.
Search-Candidate-Key.
If TCT-Matched(Test-Idx) equal 'N'
and TCT-Line(Test-Idx)(1:Key-Length) equal Key-Work(1:Key-Length)
Set Key-Match-Found to true
else
Add 1 to Test-Idx
End-If.
Compare-One-Field.
If FDT-File(Field-Def-Idx) equal Parm-File
Move Spaces to Field-Was Field-Now
Move PCT-Line(Prod-Idx)(FDT-Offset(Field-Def-Idx):
FDT-Length(Field-Def-Idx)) to Field-Was
Move TCT-Line(Test-Idx)(FDT-Offset(Field-Def-Idx):
FDT-Length(Field-Def-Idx)) to Field-Now
If Field-Was not equal Field-Now
Add 1 to Changed-Count
Add 1 to Diff-Count
Display "CHANGED  " Key-Work(1:Key-Length) "  "
FDT-Name(Field-Def-Idx)
Display "    was: '" Field-Was(1:FDT-Length(Field-Def-Idx)) "'"
Display "    now: '" Field-Now(1:FDT-Length(Field-Def-Idx)) "'"
End-If
End-If.
Report-One-Added-Row.
If TCT-Matched(Test-Idx) equal 'N'
Add 1 to Added-Count
Add 1 to Diff-Count
Display "ADDED    " TCT-Line(Test-Idx)(1:Key-Length)
Display "    now: " Function Trim(TCT-Line(Test-Idx) Trailing)
End-If.
*> Rows kept on both sides must keep their order where the first
*> matching row wins -- a row that now comes ahead of one it used
*> to follow changes what the run picks.
Check-One-Row-Order.
If PCT-Match-Idx(Prod-Idx) > 0
If PCT-Match-Idx(Prod-Idx) < Last-Match-Idx
Add 1 to Moved-Count
Add 1 to Diff-Count
Display "MOVED    " PCT-Line(Prod-Idx)(1:Key-Length)
" -- now record " PCT-Match-Idx(Prod-Idx)
", was record " Prod-Idx
else
Move PCT-Match-Idx(Prod-Idx) to Last-Match-Idx
End-If
End-If.
*> ---- the candidate edit -----------------------------------------
*> DOWSKED gets exactly HWTHEDIT's edits, orphan check against the
*> production AIRLIST included; the other files get the same kind
*> of edit against what the run does with each field, and every
*> file is held to the size of the table the run loads it into.
Edit-Candidate.
If Parm-File equal 'DOWSKED'
Perform Load-Watch-List
End-If.
If Test-Count > Run-Table-Limit
Display "EDIT: " Parm-File " has " Test-Count
" records -- more than the run's " Run-Table-Limit
"-entry table"
Add 1 to Edit-Error-Count
End-If.
Perform Edit-One-Candidate-Row
Varying Test-Idx From 1 By 1 Until Test-Idx > Test-Count.
Edit-One-Candidate-Row.
Move Test-Idx to Record-Number.
Move TCT-Line(Test-Idx)(1:Key-Length) to Key-Work.
Move 'N' to Key-Match-Flag.
Move 1 to Scan-Idx.
Perform Search-Earlier-Key
until Scan-Idx >= Test-Idx or Key-Match-Found.
Evaluate Parm-File
When 'THRSHLST'
Move TCT-Line(Test-Idx) to Threshold-Record
Perform Edit-Threshold-Row
When 'DOWSKED'
Move TCT-Line(Test-Idx) to Dow-Schedule-Record
Perform Edit-Dow-Row
When 'CALENDAR'
Move TCT-Line(Test-Idx) to Calendar-Record
Perform Edit-Calendar-Row
When 'ROSTER'
Move TCT-Line(Test-Idx) to Roster-Record
Perform Edit-Roster-Row
When 'CORRIDOR'
Move TCT-Line(Test-Idx) to Corridor-Record
Perform Edit-Corridor-Row
When 'FLDRULES'
Move TCT-Line(Test-Idx) to Field-Rule-Record
Perform Edit-Field-Rule-Row
When 'NOTTMPL'
Move TCT-Line(Test-Idx) to Template-Record
Perform Edit-Template-Row
End-Evaluate.
Search-Earlier-Key.
If TCT-Line(Scan-Idx)(1:Key-Length) equal Key-Work(1:Key-Length)
Set Key-Match-Found to true
else
Add 1 to Scan-Idx
End-If.
Edit-Threshold-Row.
Evaluate true
When THR-Iata-Code not alphabetic-upper
or THR-Iata-Code equal Spaces
Display "EDIT: THRSHLST record " Record-Number
" bad IATA code: " THR-Iata-Code
Add 1 to Edit-Error-Count
When Key-Match-Found
Display "EDIT: THRSHLST record " Record-Number
" duplicate code: " THR-Iata-Code
Add 1 to Edit-Error-Count
When THR-Warning-Minutes not numeric
or THR-Severe-Minutes not numeric
or THR-Critical-Minutes not numeric
Display "EDIT: THRSHLST record " Record-Number
" tiers must be numeric: " THR-Iata-Code
Add 1 to Edit-Error-Count
When THR-Severe-Minutes < THR-Warning-Minutes
or THR-Critical-Minutes < THR-Severe-Minutes
Display "EDIT: THRSHLST record " Record-Number
" tiers out of order: " THR-Iata-Code " "
THR-Warning-Minutes "/" THR-Severe-Minutes "/"
THR-Critical-Minutes
Add 1 to Edit-Error-Count
When other
Continue
End-Evaluate.
*> HWTHEDIT's DOWSKED edit.
Edit-Dow-Row.
If DOW-Iata-Code not alphabetic-upper
or DOW-Iata-Code equal Spaces
Display "EDIT: DOWSKED record " Record-Number
" bad IATA code: " DOW-Iata-Code
Add 1 to Edit-Error-Count
else
If Key-Match-Found
Display "EDIT: DOWSKED record " Record-Number
" duplicate code: " DOW-Iata-Code
Add 1 to Edit-Error-Count
End-If
Move DOW-Iata-Code to Lookup-Iata-Code
Perform Search-Watch-List
If not Watch-Match-Found
Display "EDIT: DOWSKED record " Record-Number
" code not on AIRLIST: " DOW-Iata-Code
Add 1 to Edit-Error-Count
End-If
End-If
Perform Check-Dow-Mask
Perform Check-Dow-Window
.
Check-Dow-Mask.
Move 'N' to Mask-Bad-Flag.
Perform Check-One-Mask-Day
Varying Mask-Idx From 1 By 1 Until Mask-Idx > 7.
If Mask-Bad
Display "EDIT: DOWSKED record " Record-Number
" bad day mask: " DOW-Days
Add 1 to Edit-Error-Count
End-If
.
Check-One-Mask-Day.
If DOW-Days(Mask-Idx:1) not equal 'Y'
and DOW-Days(Mask-Idx:1) not equal 'N'
Set Mask-Bad to true
End-If
.
Check-Dow-Window.
Evaluate true
When DOW-Local-Start equal Spaces
and DOW-Local-End equal Spaces
Continue
When DOW-Local-Start not numeric
or DOW-Local-End not numeric
Display "EDIT: DOWSKED record " Record-Number
" bad local window: " DOW-Local-Start
"-" DOW-Local-End
Add 1 to Edit-Error-Count
When DOW-Local-Start(1:2) > '23'
or DOW-Local-Start(3:2) > '59'
or DOW-Local-End(1:2) > '23'
or DOW-Local-End(3:2) > '59'
Display "EDIT: DOWSKED record " Record-Number
" local window out of range: " DOW-Local-Start
"-" DOW-Local-End
Add 1 to Edit-Error-Count
When other
Continue
End-Evaluate
.
Edit-Calendar-Row.
Evaluate true
When CAL-Start-Date not numeric or CAL-End-Date not numeric
Display "EDIT: CALENDAR record " Record-Number
" dates must be CCYYMMDD: " CAL-Start-Date " " CAL-End-Date
Add 1 to Edit-Error-Count
When other
Move CAL-Start-Date to Date-Check
If Function Test-Date-YYYYMMDD(Date-Check) not equal 0
Display "EDIT: CALENDAR record " Record-Number
" bad start date: " CAL-Start-Date
Add 1 to Edit-Error-Count
End-If
Move CAL-End-Date to Date-Check
If Function Test-Date-YYYYMMDD(Date-Check) not equal 0
Display "EDIT: CALENDAR record " Record-Number
" bad end date: " CAL-End-Date
Add 1 to Edit-Error-Count
End-If
If CAL-End-Date less CAL-Start-Date
Display "EDIT: CALENDAR record " Record-Number
" ends before it starts: " CAL-Start-Date " "
CAL-End-Date
Add 1 to Edit-Error-Count
End-If
End-Evaluate.
If not (CAL-Rule-Check-All or CAL-Rule-Skip-All
or CAL-Rule-Schedule)
Display "EDIT: CALENDAR record " Record-Number
" bad rule: " CAL-Rule
Add 1 to Edit-Error-Count
End-If.
If Key-Match-Found
Display "EDIT: CALENDAR record " Record-Number
" duplicate date range: " CAL-Start-Date " " CAL-End-Date
Add 1 to Edit-Error-Count
End-If.
Edit-Roster-Row.
If RST-Region-Code equal Spaces
Display "EDIT: ROSTER record " Record-Number
" has no region (* for any)"
Add 1 to Edit-Error-Count
End-If.
Evaluate true
When RST-Start-Time not numeric or RST-End-Time not numeric
Display "EDIT: ROSTER record " Record-Number
" bad hours: " RST-Start-Time "-" RST-End-Time
Add 1 to Edit-Error-Count
When RST-Start-Time(1:2) > '23'
or RST-Start-Time(3:2) > '59'
or RST-End-Time(1:2) > '23'
or RST-End-Time(3:2) > '59'
Display "EDIT: ROSTER record " Record-Number
" hours out of range: " RST-Start-Time "-" RST-End-Time
Add 1 to Edit-Error-Count
When other
Continue
End-Evaluate.
If RST-Desk equal Spaces
Display "EDIT: ROSTER record " Record-Number
" has no desk: " RST-Region-Code
Add 1 to Edit-Error-Count
End-If.
If Key-Match-Found
Display "EDIT: ROSTER record " Record-Number
" duplicate region and start: " RST-Region-Code " "
RST-Start-Time
Add 1 to Edit-Error-Count
End-If.
Edit-Corridor-Row.
Evaluate true
When CRD-Origin not alphabetic-upper or CRD-Origin equal Spaces
or CRD-Dest not alphabetic-upper or CRD-Dest equal Spaces
Display "EDIT: CORRIDOR record " Record-Number
" bad IATA code: " CRD-Origin "-" CRD-Dest
Add 1 to Edit-Error-Count
When CRD-Origin equal CRD-Dest
Display "EDIT: CORRIDOR record " Record-Number
" origin and destination are the same: " CRD-Origin
Add 1 to Edit-Error-Count
When Key-Match-Found
Display "EDIT: CORRIDOR record " Record-Number
" duplicate pair: " CRD-Origin "-" CRD-Dest
Add 1 to Edit-Error-Count
When other
Continue
End-Evaluate.
Edit-Field-Rule-Row.
Evaluate true
When RUL-Field-Name not equal 'TEMP'
and RUL-Field-Name not equal 'WIND'
and RUL-Field-Name not equal 'DELAY'
and RUL-Field-Name not equal 'LAT'
and RUL-Field-Name not equal 'LONG'
Display "EDIT: FLDRULES record " Record-Number
" unknown field: " RUL-Field-Name
Add 1 to Edit-Error-Count
When Key-Match-Found
Display "EDIT: FLDRULES record " Record-Number
" duplicate field: " RUL-Field-Name
Add 1 to Edit-Error-Count
When RUL-Min-Value not numeric or RUL-Max-Value not numeric
Display "EDIT: FLDRULES record " Record-Number
" limits must be signed numbers: " RUL-Field-Name
Add 1 to Edit-Error-Count
When RUL-Max-Value < RUL-Min-Value
Display "EDIT: FLDRULES record " Record-Number
" maximum below minimum: " RUL-Field-Name
Add 1 to Edit-Error-Count
When other
Continue
End-Evaluate.
Edit-Template-Row.
Evaluate true
When TPL-Alert-Reason equal Spaces
Display "EDIT: NOTTMPL record " Record-Number
" has no alert reason"
Add 1 to Edit-Error-Count
When Key-Match-Found
Display "EDIT: NOTTMPL record " Record-Number
" duplicate reason: " TPL-Alert-Reason
Add 1 to Edit-Error-Count
When TPL-Text equal Spaces
Display "EDIT: NOTTMPL record " Record-Number
" has no text: " TPL-Alert-Reason
Add 1 to Edit-Error-Count
When other
Move Spaces to Slot-Scan-Work
Move TPL-Text to Slot-Scan-Work
Move 'N' to Slot-Bad-Flag
Perform Check-One-Template-Byte
Varying Slot-Pos From 1 By 1 Until Slot-Pos > 160
If Slot-Bad
Display "EDIT: NOTTMPL record " Record-Number
" unknown & slot: " TPL-Alert-Reason
Add 1 to Edit-Error-Count
End-If
End-Evaluate.
*> Only the slots HWTHXCB1 fills; anything else would go out to the
*> gateway as typed.
Check-One-Template-Byte.
If Slot-Scan-Work(Slot-Pos:1) equal '&'
and Slot-Scan-Work(Slot-Pos:5) not equal '&CODE'
and Slot-Scan-Work(Slot-Pos:5) not equal '&NAME'
and Slot-Scan-Work(Slot-Pos:6) not equal '&DELAY'
and Slot-Scan-Work(Slot-Pos:5) not equal '&TIER'
and Slot-Scan-Work(Slot-Pos:5) not equal '&ALTS'
Set Slot-Bad to true
End-If.
*> The production watch list, for the DOWSKED orphan check.
Load-Watch-List.
Move 0 to Watch-List-Count.
Move 'N' to Airlist-EOF-Flag.
Open Input Airport-List-File.
If not Airlist-File-OK
Display "EDIT: unable to open AIRLIST"
Add 1 to Edit-Error-Count
else
Perform Load-One-Watch-Code until Airlist-EOF
Close Airport-List-File
End-If.
Load-One-Watch-Code.
Read Airport-List-File
At End
Set Airlist-EOF to true
End-Read.
If not Airlist-File-OK and not Airlist-File-At-End
Set Airlist-EOF to true
End-If.
If not Airlist-EOF and Watch-List-Count < 1000
Add 1 to Watch-List-Count
Move ALS-Iata-Code to WLT-Iata-Code(Watch-List-Count)
End-If.
Search-Watch-List.
Move 'N' to Watch-Match-Flag.
Move 1 to Watch-List-Idx.
Perform Search-Watch-List-Entry
until Watch-List-Idx > Watch-List-Count or Watch-Match-Found
.
Search-Watch-List-Entry.
If WLT-Iata-Code(Watch-List-Idx) equal Lookup-Iata-Code
Set Watch-Match-Found to true
else
Add 1 to Watch-List-Idx
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHPROM.
