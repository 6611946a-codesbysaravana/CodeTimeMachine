IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHLHLD.
*> Legal hold maintenance.  Claims, and now and then an authority
*> inquiry, need records kept past the point the housekeeping jobs
*> would drop them; a hold on LEGLHOLD keeps an airport's (or every
*> airport's) records for a date range out of the HWTHARCH roll-off,
*> the HWTHHAGE roll-up and the HWTHCAPL capture purge until it is
*> released.  Only users (or their RACF group) holding the Legal
*> role on AUTHKSDS may place or release a hold, and both are
*> appended to LEGLHOLD -- nothing is ever edited out of it.
*>   PARM=PLACE,userid,holdid,code,from,to,matter
*>        code is an IATA code or ALL; from/to are CCYYMMDD.  A hold
*>        spanning several airports is one PLACE per code under the
*>        same hold id.
*>   PARM=RELEASE,userid,holdid,note
*>        lifts every line of the hold; the note says why.
*>   PARM=LIST
*>        every hold on file, live or released, with who and when.
*> RC=8 when the PARM is refused, the user lacks the role, or a file
*> can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Hold-File Assign To LEGLHOLD
Organization Is Line Sequential
File Status Is Hold-File-Status.
Select Auth-File Assign To AUTHKSDS
Organization Is Indexed
Access Mode Is Random
Record Key Is AUZ-Key
File Status Is Auth-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Hold-File.
COPY LHLDREC.
FD  Auth-File.
COPY AUTHREC.
WORKING-STORAGE SECTION.
01 Hold-File-Status Pic X(2) Value Spaces.
88 Hold-File-OK     Value '00'.
88 Hold-File-At-End Value '10'.
01 Auth-File-Status Pic X(2) Value Spaces.
88 Auth-File-OK Value '00'.
01 Hold-EOF-Flag Pic X Value 'N'.
88 Hold-EOF Value 'Y'.
01 Run-Mode Pic X(8) Value Spaces.
88 Mode-Place   Value 'PLACE'.
88 Mode-Release Value 'RELEASE'.
88 Mode-List    Value 'LIST'.
01 Parm-Userid  Pic X(8) Value Spaces.
01 Parm-Hold-Id Pic X(8) Value Spaces.
01 Parm-Code    Pic X(3) Value Spaces.
01 Parm-From    Pic X(8) Value Spaces.
01 Parm-To      Pic X(8) Value Spaces.
01 Parm-Matter  Pic X(20) Value Spaces.
01 Parm-Note    Pic X(30) Value Spaces.
01 Parm-Valid-Flag Pic X Value 'Y'.
88 Parm-Valid Value 'Y'.
01 Role-Granted-Flag Pic X Value 'N'.
88 Role-Granted Value 'Y'.
01 User-Group Pic X(8) Value Spaces.
01 Date-Check Pic 9(8) Value 0.
01 Now-Stamp  Pic X(21) Value Spaces.
*> The file as it stands, one row per PLACE line; a RELEASE marks
*> every row of its hold id.
01 Hold-Table.
05 Hold-Entry Occurs 1000 times.
10 HLT-Hold-Id      Pic X(8).
10 HLT-Iata-Code    Pic X(3).
10 HLT-From-Date    Pic X(8).
10 HLT-To-Date      Pic X(8).
10 HLT-Matter-Ref   Pic X(20).
10 HLT-Placed-By    Pic X(8).
10 HLT-Placed-Date  Pic X(8).
10 HLT-Released     Pic X.
10 HLT-Released-By  Pic X(8).
10 HLT-Released-Date Pic X(8).
10 HLT-Release-Note Pic X(30).
01 Hold-Count Pic 9(4) Value 0.
01 Hold-Idx   Pic 9(4) Value 0.
01 Hold-Live-Lines     Pic 9(4) Value 0.
01 Hold-Released-Lines Pic 9(4) Value 0.
01 Hold-Same-Code-Flag Pic X Value 'N'.
88 Hold-Same-Code Value 'Y'.
01 Hold-Status-Text Pic X(8) Value Spaces.
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
Display "** Legal Hold Maintenance                     **".
Display "***********************************************".
If parm-len > 0
Unstring parm-string(1:parm-len) delimited by ','
into Run-Mode Parm-Userid Parm-Hold-Id
End-Unstring
Move Function Upper-Case(Run-Mode) to Run-Mode
End-If.
Perform Load-Hold-Table.
Evaluate true
When Mode-List
Perform List-Holds
When Mode-Place
Perform Place-Hold
When Mode-Release
Perform Release-Hold
When other
Display "** PARM must be PLACE, RELEASE or LIST        **"
Move 8 to Return-Code
End-Evaluate.
Display "** Legal Hold Maintenance Ends                 **".
Display "***********************************************".
STOP RUN.
Load-Hold-Table.
Open Input Hold-File.
If Hold-File-OK
Perform Load-One-Hold-Line until Hold-EOF
Close Hold-File
End-If.
Load-One-Hold-Line.
Read Hold-File
At End
Set Hold-EOF to true
End-Read.
If not Hold-File-OK and not Hold-File-At-End
Set Hold-EOF to true
End-If.
If not Hold-EOF
Evaluate true
When LHD-Action-Place and Hold-Count < 1000
Add 1 to Hold-Count
Move LHD-Hold-Id to HLT-Hold-Id(Hold-Count)
Move LHD-Iata-Code to HLT-Iata-Code(Hold-Count)
Move LHD-From-Date to HLT-From-Date(Hold-Count)
Move LHD-To-Date to HLT-To-Date(Hold-Count)
Move LHD-Matter-Ref to HLT-Matter-Ref(Hold-Count)
Move LHD-Userid to HLT-Placed-By(Hold-Count)
Move LHD-Action-Date to HLT-Placed-Date(Hold-Count)
Move 'N' to HLT-Released(Hold-Count)
Move Spaces to HLT-Released-By(Hold-Count)
Move Spaces to HLT-Released-Date(Hold-Count)
Move Spaces to HLT-Release-Note(Hold-Count)
When LHD-Action-Release
Perform Mark-One-Released
Varying Hold-Idx From 1 By 1 Until Hold-Idx > Hold-Count
When other
Continue
End-Evaluate
End-If
.
Mark-One-Released.
If HLT-Hold-Id(Hold-Idx) equal LHD-Hold-Id
and HLT-Released(Hold-Idx) not equal 'Y'
Move 'Y' to HLT-Released(Hold-Idx)
Move LHD-Userid to HLT-Released-By(Hold-Idx)
Move LHD-Action-Date to HLT-Released-Date(Hold-Idx)
Move LHD-Note to HLT-Release-Note(Hold-Idx)
End-If.
*> ---- LIST -------------------------------------------------------
List-Holds.
Display "HOLD ID  CODE FROM     TO       MATTER               "
"PLACED BY/ON      STATUS   RELEASED BY/ON    NOTE".
Perform List-One-Hold
Varying Hold-Idx From 1 By 1 Until Hold-Idx > Hold-Count.
Display "-----------------------------------------------".
Display "Hold lines live     : " Hold-Live-Lines.
Display "Hold lines released : " Hold-Released-Lines.
List-One-Hold.
If HLT-Released(Hold-Idx) equal 'Y'
Move 'RELEASED' to Hold-Status-Text
Add 1 to Hold-Released-Lines
else
Move 'LIVE' to Hold-Status-Text
Add 1 to Hold-Live-Lines
End-If.
Display HLT-Hold-Id(Hold-Idx) " " HLT-Iata-Code(Hold-Idx) "  "
HLT-From-Date(Hold-Idx) " " HLT-To-Date(Hold-Idx) " "
HLT-Matter-Ref(Hold-Idx) " " HLT-Placed-By(Hold-Idx) " "
HLT-Placed-Date(Hold-Idx) " " Hold-Status-Text " "
HLT-Released-By(Hold-Idx) " " HLT-Released-Date(Hold-Idx) " "
HLT-Release-Note(Hold-Idx).
*> ---- PLACE ------------------------------------------------------
Place-Hold.
Unstring parm-string(1:parm-len) delimited by ','
into Run-Mode Parm-Userid Parm-Hold-Id Parm-Code Parm-From
Parm-To Parm-Matter
End-Unstring.
Move Function Upper-Case(Parm-Userid) to Parm-Userid.
Move Function Upper-Case(Parm-Hold-Id) to Parm-Hold-Id.
Move Function Upper-Case(Parm-Code) to Parm-Code.
If Parm-Code equal 'ALL'
Move '***' to Parm-Code
End-If.
Perform Check-Place-Parm.
If Parm-Valid
Perform Check-Legal-Role
End-If.
If Parm-Valid and Role-Granted
Move Spaces to Legal-Hold-Record
Move Parm-Hold-Id to LHD-Hold-Id
Move 'PLACE' to LHD-Action
Move Parm-Code to LHD-Iata-Code
Move Parm-From to LHD-From-Date
Move Parm-To to LHD-To-Date
Move Parm-Matter to LHD-Matter-Ref
Perform Append-Hold-Action
If Return-Code = 0
Display "** Hold " Parm-Hold-Id " placed on " Parm-Code " "
Parm-From "-" Parm-To " for " Parm-Matter
End-If
End-If.
Check-Place-Parm.
Evaluate true
When Parm-Userid equal Spaces or Parm-Hold-Id equal Spaces
Display "** PLACE needs userid and hold id             **"
Move 'N' to Parm-Valid-Flag
When Parm-Code equal Spaces
Display "** PLACE needs an IATA code or ALL            **"
Move 'N' to Parm-Valid-Flag
When Parm-From is not numeric or Parm-To is not numeric
Display "** PLACE dates must be CCYYMMDD               **"
Move 'N' to Parm-Valid-Flag
When Parm-Matter equal Spaces
Display "** PLACE needs the matter reference           **"
Move 'N' to Parm-Valid-Flag
When other
Move Parm-From to Date-Check
If Function Test-Date-YYYYMMDD(Date-Check) not equal 0
Move 'N' to Parm-Valid-Flag
End-If
Move Parm-To to Date-Check
If Function Test-Date-YYYYMMDD(Date-Check) not equal 0
or Parm-To < Parm-From
Move 'N' to Parm-Valid-Flag
End-If
If not Parm-Valid
Display "** PLACE dates invalid or out of order        **"
End-If
End-Evaluate.
*> A released hold id stays spent -- a new hold takes a new id, so
*> the file never shows one id released and then live again.
If Parm-Valid
Move 'N' to Hold-Same-Code-Flag
Perform Check-One-Existing-Line
Varying Hold-Idx From 1 By 1 Until Hold-Idx > Hold-Count
End-If.
If not Parm-Valid
Move 8 to Return-Code
End-If.
Check-One-Existing-Line.
If HLT-Hold-Id(Hold-Idx) equal Parm-Hold-Id and Parm-Valid
If HLT-Released(Hold-Idx) equal 'Y'
Display "** Hold " Parm-Hold-Id " was released -- use a new id **"
Move 'N' to Parm-Valid-Flag
else
If HLT-Iata-Code(Hold-Idx) equal Parm-Code
Display "** Hold " Parm-Hold-Id " already covers "
Parm-Code " **"
Move 'N' to Parm-Valid-Flag
End-If
End-If
End-If.
*> ---- RELEASE ----------------------------------------------------
Release-Hold.
Unstring parm-string(1:parm-len) delimited by ','
into Run-Mode Parm-Userid Parm-Hold-Id Parm-Note
End-Unstring.
Move Function Upper-Case(Parm-Userid) to Parm-Userid.
Move Function Upper-Case(Parm-Hold-Id) to Parm-Hold-Id.
Move 0 to Hold-Live-Lines.
Perform Count-Live-Line
Varying Hold-Idx From 1 By 1 Until Hold-Idx > Hold-Count.
Evaluate true
When Parm-Userid equal Spaces or Parm-Hold-Id equal Spaces
Display "** RELEASE needs userid and hold id           **"
Move 'N' to Parm-Valid-Flag
When Parm-Note equal Spaces
Display "** RELEASE needs a note saying why            **"
Move 'N' to Parm-Valid-Flag
When Hold-Live-Lines = 0
Display "** No live hold " Parm-Hold-Id " on file **"
Move 'N' to Parm-Valid-Flag
When other
Continue
End-Evaluate.
If Parm-Valid
Perform Check-Legal-Role
else
Move 8 to Return-Code
End-If.
If Parm-Valid and Role-Granted
Move Spaces to Legal-Hold-Record
Move Parm-Hold-Id to LHD-Hold-Id
Move 'RELEASE' to LHD-Action
Move Parm-Note to LHD-Note
Perform Append-Hold-Action
If Return-Code = 0
Display "** Hold " Parm-Hold-Id " released -- "
Hold-Live-Lines " line(s)"
End-If
End-If.
Count-Live-Line.
If HLT-Hold-Id(Hold-Idx) equal Parm-Hold-Id
and HLT-Released(Hold-Idx) not equal 'Y'
Add 1 to Hold-Live-Lines
End-If.
*> ---- shared -----------------------------------------------------
*> The user's own row first, then the RACF group it names -- the
*> same reading HWTHCAUZ gives the online roles.
Check-Legal-Role.
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
If AUZ-May-Legal
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
If AUZ-May-Legal
Set Role-Granted to true
End-If
End-Read
End-If
Close Auth-File
End-If.
If not Role-Granted
Display "** " Parm-Userid " does not hold the Legal role -- refused **"
Move 8 to Return-Code
End-If.
Append-Hold-Action.
Move Function Current-Date to Now-Stamp.
Move Parm-Userid to LHD-Userid.
Move Now-Stamp(1:8) to LHD-Action-Date.
Move Now-Stamp(9:6) to LHD-Action-Time.
Open Extend Hold-File.
If not Hold-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'LEGLHOLD' to MRQ-Insert(1)
Move 'for update' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Write Legal-Hold-Record
If not Hold-File-OK
Display "** LEGLHOLD write failed, status " Hold-File-Status " **"
Move 8 to Return-Code
End-If
Close Hold-File
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHLHLD.
