*> Commit-Interval rows and keeps its position in DB2RSTRT, so a
*> failed load resumes where it left off instead of starting over
*> (and instead of double-inserting what was already committed).
*> Only runs published on PUBSTAT are loaded -- balanced clean by
*> HWTHXREC, or released by the shift lead (HWTHPUBR).  The rows of
*> any other run are held back and the load ends RC=12; a later
*> load picks them up once the run is released (rows already in the
*> table are skipped as before).  RC=8 the load itself failed.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Restart-File Assign To DB2RSTRT
Organization Is Line Sequential
File Status Is Restart-File-Status.
Select Publish-Status-File Assign To PUBSTAT
Organization Is Indexed
Access Mode Is Random
Record Key Is PUB-Run-Id
File Status Is Publish-Status-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Etl-File.
FD  Restart-File
Record Contains 9 Characters.
01 Restart-Record Pic 9(9).
FD  Publish-Status-File.
COPY PUBREC.
WORKING-STORAGE SECTION.
01 Etl-File-Status Pic X(2) Value Spaces.
88 Etl-File-OK     Value '00'.
01 Trailer-Seen-Flag Pic X Value 'N'.
88 Trailer-Seen Value 'Y'.
01 Data-Record-Count Pic 9(9) Value 0.
01 Publish-Status-File-Status Pic X(2) Value Spaces.
88 Publish-Status-File-OK Value '00'.
*> The run whose publish status was last looked up -- the extract
*> holds each run's rows together, so one read per run.
01 Checked-Run-Id Pic X(14) Value Spaces.
01 Run-Published-Flag Pic X Value 'N'.
88 Run-Published Value 'Y'.
01 Rows-Held Pic 9(9) Value 0.
01 Runs-Held Pic 9(5) Value 0.
COPY TRAILREC.
*> Host variables for the insert -- mirrors of the ETLREC fields the
*> AIRPORT_STATUS table carries.
01 HV-Temp-Value    Pic S9(3) Comp-3.
01 HV-Wind-Speed    Pic S9(3) Comp-3.
EXEC SQL INCLUDE SQLCA END-EXEC.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Perform Clear-Restart-Position
Display "** Load complete: inserted " Rows-Inserted
" skipped " Rows-Skipped " **"
If Rows-Held > 0
Display "** " Rows-Held " row(s) of " Runs-Held
" unpublished run(s) held back **"
Move 12 to Return-Code
End-If
End-If
End-If.
Display "** ETL Extract DB2 Loader Ends                 **".
Verify-Extract-Trailer.
Open Input Etl-File.
If not Etl-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ETLOUT' to MRQ-Insert(1)
Move 'for the load' to MRQ-Insert(2)
Perform Issue-Message
Set Load-Aborted to true
else
Perform Read-Next-Etl-Record
*> ---- pass 2: the load -------------------------------------------
Load-Extract-Rows.
Move 'N' to Etl-EOF-Flag.
Open Input Publish-Status-File.
If not Publish-Status-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PUBSTAT' to MRQ-Insert(1)
Move '-- no run can be' to MRQ-Insert(2)
Move 'shown published, nothing was loaded' to MRQ-Insert(3)
Perform Issue-Message
Set Load-Aborted to true
End-If.
Open Input Etl-File.
If not Etl-File-OK or Load-Aborted
Set Load-Aborted to true
else
Perform Read-Next-Etl-Record
End-If
Close Etl-File
End-If
If Publish-Status-File-OK
Close Publish-Status-File
End-If
.
Load-One-Etl-Record.
If Etl-Record(1:7) not equal 'TRAILER'
Add 1 to Record-Ordinal
If Record-Ordinal > Last-Committed
If ETL-Run-Id not equal Checked-Run-Id
Perform Check-Run-Published
End-If
If Run-Published
Perform Insert-One-Row
else
Add 1 to Rows-Held
End-If
If not Load-Aborted
Add 1 to Rows-Since-Commit
If Rows-Since-Commit >= Commit-Interval
End-If
Perform Read-Next-Etl-Record
.
*> Clean or released; a run missing from PUBSTAT was never
*> balanced and is held like one that failed.
Check-Run-Published.
Move ETL-Run-Id to Checked-Run-Id.
Move 'N' to Run-Published-Flag.
Move ETL-Run-Id to PUB-Run-Id.
Read Publish-Status-File
Invalid Key
Move Spaces to PUB-Status
End-Read.
If PUB-Publishable
Set Run-Published to true
else
Add 1 to Runs-Held
Display "** Run " ETL-Run-Id " not published (status '"
PUB-Status "') -- its rows held back **"
End-If.
Insert-One-Row.
Move ETL-Run-Id to HV-Run-Id.
Move ETL-Run-Date to HV-Run-Date.
Set Load-Aborted to true
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHDB2L.
