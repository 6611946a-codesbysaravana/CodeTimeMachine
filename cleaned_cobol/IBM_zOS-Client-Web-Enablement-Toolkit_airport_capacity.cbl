IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCAPY.
*> Weekly DASD capacity watch over the monitor's growing datasets.
*> AUDKSDS ran out of room at four in the morning and the first
*> anyone knew was the B37; this job measures each dataset on the
*> CAPYCTL deck every week, keeps the measurements on CAPYHIST, and
*> projects from their trend the date each one reaches its
*> allocation:
*>   KSDS clusters -- records, kilobytes used against kilobytes
*>                    allocated, and CI/CA split activity, off the
*>                    IDCAMS LISTCAT ALL listing the step ahead
*>                    writes to LISTOUT (data component figures)
*>   capture library -- records counted off CAPTOUT, against the
*>                    record capacity keyed on the deck
*> The trend is a least-squares line through the last thirteen
*> weeks of CAPYHIST measurements and this run's; the projected
*> fill date is where it reaches the ceiling.  A dataset projected
*> to fill inside the warning horizon (PC-Capacity-Warn-Days on
*> APCONFIG, 42 days when unset) -- or already there -- is flagged,
*> so the storage request goes in weeks ahead.
*> RC=4 when anything is flagged or a deck dataset could not be
*> measured; RC=8 when CAPYCTL, LISTOUT or CAPYHIST can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Config-File Assign To APCONFIG
Organization Is Line Sequential
File Status Is Config-File-Status.
Select Control-File Assign To CAPYCTL
Organization Is Line Sequential
File Status Is Control-File-Status.
Select Listcat-File Assign To LISTOUT
Organization Is Line Sequential
File Status Is Listcat-File-Status.
Select Capture-File Assign To CAPTOUT
Organization Is Line Sequential
File Status Is Capture-File-Status.
Select Capacity-History-File Assign To CAPYHIST
Organization Is Line Sequential
File Status Is History-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Config-File.
COPY APCONFIG.
FD  Control-File.
COPY CAPYCREC.
FD  Listcat-File.
01 Listcat-Line Pic X(133).
FD  Capture-File.
COPY CAPTREC.
FD  Capacity-History-File.
COPY CAPYHREC.
WORKING-STORAGE SECTION.
01 Config-File-Status Pic X(2) Value Spaces.
88 Config-File-OK Value '00'.
01 Control-File-Status Pic X(2) Value Spaces.
88 Control-File-OK     Value '00'.
88 Control-File-At-End Value '10'.
01 Listcat-File-Status Pic X(2) Value Spaces.
88 Listcat-File-OK     Value '00'.
88 Listcat-File-At-End Value '10'.
01 Capture-File-Status Pic X(2) Value Spaces.
88 Capture-File-OK     Value '00'.
88 Capture-File-At-End Value '10'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Control-EOF-Flag Pic X Value 'N'.
88 Control-EOF Value 'Y'.
01 Listcat-EOF-Flag Pic X Value 'N'.
88 Listcat-EOF Value 'Y'.
01 Capture-EOF-Flag Pic X Value 'N'.
88 Capture-EOF Value 'Y'.
01 History-EOF-Flag Pic X Value 'N'.
88 History-EOF Value 'Y'.
01 Warn-Days   Pic 9(3) Value 42.
01 Trend-Days  Pic 9(3) Value 91.
01 Today-Date     Pic X(8) Value Spaces.
01 Today-Numeric  Pic 9(8) Value 0.
01 Today-Integer  Pic 9(9) Value 0.
01 Window-Integer Pic 9(9) Value 0.
01 History-Date-Numeric Pic 9(8) Value 0.
01 History-Integer      Pic 9(9) Value 0.
*> One row per deck line: this run's measurements, the prior run's
*> split counts, and the regression sums over the trend window.
01 Capacity-Table.
05 Capacity-Entry Occurs 50 times.
10 CAT-Dataset-Id  Pic X(8).
10 CAT-Kind        Pic X(4).
10 CAT-Key-Capacity Pic 9(11).
10 CAT-Measured    Pic X(1).
10 CAT-Records     Pic 9(11).
10 CAT-Used        Pic 9(11).
10 CAT-Capacity    Pic 9(11).
10 CAT-Hi-A-Rba    Pic 9(13).
10 CAT-Hi-U-Rba    Pic 9(13).
10 CAT-Splits-CI   Pic 9(9).
10 CAT-Splits-CA   Pic 9(9).
10 CAT-Prior-Date  Pic X(8).
10 CAT-Prior-CI    Pic 9(9).
10 CAT-Prior-CA    Pic 9(9).
10 CAT-Points      Pic 9(4) Comp-3.
10 CAT-Sum-X       Pic S9(7) Comp-3.
10 CAT-Sum-Y       Pic S9(15) Comp-3.
10 CAT-Sum-XX      Pic S9(9) Comp-3.
10 CAT-Sum-XY      Pic S9(17) Comp-3.
01 Capacity-Count Pic 9(3) Value 0.
01 Capacity-Idx   Pic 9(3) Value 0.
01 Found-Idx      Pic 9(3) Value 0.
01 Search-Id      Pic X(8) Value Spaces.
01 Seq-Rows       Pic 9(3) Value 0.
*> LISTCAT scanning: the cluster in hand, and whether the lines
*> now going by belong to its data component.
01 Listcat-Idx    Pic 9(3) Value 0.
01 Data-Component-Flag Pic X Value 'N'.
88 In-Data-Component Value 'Y'.
01 LC-Keyword     Pic X(12) Value Spaces.
01 LC-Keyword-Len Pic 9(2) Value 0.
01 LC-Pos         Pic 9(3) Value 0.
01 LC-Char-Idx    Pic 9(3) Value 0.
01 LC-Value       Pic 9(13) Value 0.
01 LC-Digit       Pic 9(1) Value 0.
01 LC-Found-Flag  Pic X Value 'N'.
88 LC-Found Value 'Y'.
01 LC-Scan-Flag   Pic X Value 'N'.
88 LC-Scan-Done Value 'Y'.
01 Cluster-Name   Pic X(44) Value Spaces.
01 Cluster-Last-Qual Pic X(8) Value Spaces.
01 Qual-Start     Pic 9(3) Value 0.
01 Capture-Count  Pic 9(11) Value 0.
*> The projection.
01 Trend-Denominator Pic S9(17) Comp-3.
01 Trend-Numerator   Pic S9(17) Comp-3.
01 Growth-Per-Day    Pic S9(11)V9(4) Comp-3.
01 Days-To-Full      Pic 9(9) Value 0.
01 Full-Integer      Pic 9(9) Value 0.
01 Full-Date-Numeric Pic 9(8) Value 0.
01 Projection-Text   Pic X(10) Value Spaces.
01 Flag-Text         Pic X(8) Value Spaces.
01 Split-Delta-CI    Pic 9(9) Value 0.
01 Split-Delta-CA    Pic 9(9) Value 0.
01 Datasets-Flagged  Pic 9(3) Value 0.
01 Datasets-Missed   Pic 9(3) Value 0.
01 History-Written   Pic 9(3) Value 0.
01 Records-Edit  Pic Z(10)9.
01 Used-Edit     Pic Z(10)9.
01 Capacity-Edit Pic Z(10)9.
01 Pct-Used      Pic 9(3)V9 Value 0.
01 Pct-Edit      Pic ZZ9.9.
01 Growth-Edit   Pic -Z(9)9.
01 CI-Split-Edit Pic Z(5)9.
01 CA-Split-Edit Pic Z(5)9.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "** DASD Capacity and Growth Projection         **".
Display "***********************************************".
Move Function Current-Date(1:8) to Today-Date.
Move Today-Date to Today-Numeric.
Compute Today-Integer = Function Integer-Of-Date(Today-Numeric).
Compute Window-Integer = Today-Integer - Trend-Days.
Perform Read-Capacity-Config.
Display "** Warning horizon (days) : " Warn-Days "              **".
Perform Load-Capacity-Deck.
If Return-Code = 0 and Capacity-Count = 0
Display "** CAPYCTL names no datasets to measure       **"
Move 8 to Return-Code
End-If.
If Return-Code = 0
Perform Scan-Listcat
End-If.
If Return-Code = 0 and Seq-Rows > 0
Perform Count-Capture-Library
End-If.
If Return-Code = 0
Perform Read-Capacity-History
End-If.
If Return-Code = 0
Perform Project-And-Record
End-If.
Display "** DASD Capacity Projection Ends               **".
Display "***********************************************".
STOP RUN.
Read-Capacity-Config.
Open Input Config-File.
If Config-File-OK
Read Config-File
At End
Continue
Not At End
If PC-Capacity-Warn-Days is numeric
and PC-Capacity-Warn-Days > 0
Move PC-Capacity-Warn-Days to Warn-Days
End-If
End-Read
Close Config-File
End-If
.
Load-Capacity-Deck.
Open Input Control-File.
If not Control-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAPYCTL' to MRQ-Insert(1)
Move 'deck' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Load-One-Control-Line until Control-EOF
Close Control-File
End-If
.
Load-One-Control-Line.
Read Control-File
At End
Set Control-EOF to true
End-Read.
If not Control-File-OK and not Control-File-At-End
Set Control-EOF to true
End-If.
If not Control-EOF
and Capacity-Control-Record(1:1) not equal '*'
and CYC-Dataset-Id not equal Spaces
Evaluate true
When not CYC-Kind-Ksds and not CYC-Kind-Seq
Display "*** CAPYCTL " CYC-Dataset-Id " kind " CYC-Kind
" is not KSDS or SEQ -- skipped"
When Capacity-Count not < 50
Display "*** CAPYCTL holds more than 50 datasets -- "
CYC-Dataset-Id " skipped"
When other
Add 1 to Capacity-Count
Initialize Capacity-Entry(Capacity-Count)
Move CYC-Dataset-Id to CAT-Dataset-Id(Capacity-Count)
Move CYC-Kind to CAT-Kind(Capacity-Count)
Move 'N' to CAT-Measured(Capacity-Count)
Move Spaces to CAT-Prior-Date(Capacity-Count)
If CYC-Capacity is numeric
Move CYC-Capacity to CAT-Key-Capacity(Capacity-Count)
End-If
If CYC-Kind-Seq
Add 1 to Seq-Rows
End-If
End-Evaluate
End-If
.
Find-Capacity-Row.
Move 0 to Found-Idx.
Perform Test-Capacity-Row
Varying Capacity-Idx From 1 By 1
Until Capacity-Idx > Capacity-Count or Found-Idx > 0.
Test-Capacity-Row.
If CAT-Dataset-Id(Capacity-Idx) equal Search-Id
Move Capacity-Idx to Found-Idx
End-If.
*> ------------------------------------------------------------
*> LISTCAT ALL.  A CLUSTER line names the entry (its last qualifier
*> is matched against the deck); the figures wanted are the ones
*> under its DATA component, up to its INDEX component.
*> ------------------------------------------------------------
Scan-Listcat.
Open Input Listcat-File.
If not Listcat-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'LISTOUT' to MRQ-Insert(1)
Move 'LISTCAT listing' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Scan-One-Listcat-Line until Listcat-EOF
Close Listcat-File
End-If
.
Scan-One-Listcat-Line.
Read Listcat-File
At End
Set Listcat-EOF to true
End-Read.
If not Listcat-File-OK and not Listcat-File-At-End
Set Listcat-EOF to true
End-If.
If not Listcat-EOF
Move 'CLUSTER -' to LC-Keyword
Move 9 to LC-Keyword-Len
Perform Locate-Keyword
If LC-Found
Perform Start-Listcat-Cluster
else
Perform Check-Component-Line
If Listcat-Idx > 0 and In-Data-Component
Perform Take-Data-Statistics
End-If
End-If
End-If
.
Start-Listcat-Cluster.
Move 'N' to Data-Component-Flag.
Move Spaces to Cluster-Name.
Compute LC-Char-Idx = LC-Pos + LC-Keyword-Len.
Perform Skip-Dash-Or-Space
until LC-Char-Idx > 133
or (Listcat-Line(LC-Char-Idx:1) not equal '-'
and Listcat-Line(LC-Char-Idx:1) not equal Space).
If LC-Char-Idx not > 90
Unstring Listcat-Line(LC-Char-Idx:44) Delimited By Space
into Cluster-Name
End-Unstring
End-If.
Move 0 to Qual-Start.
Perform Find-Last-Qualifier
Varying LC-Char-Idx From 1 By 1 Until LC-Char-Idx > 44.
Move Spaces to Cluster-Last-Qual.
If Qual-Start > 0 and Qual-Start < 44
Move Cluster-Name(Qual-Start + 1:) to Cluster-Last-Qual
else
Move Cluster-Name to Cluster-Last-Qual
End-If.
Move Cluster-Last-Qual to Search-Id.
Perform Find-Capacity-Row.
Move 0 to Listcat-Idx.
If Found-Idx > 0
If CAT-Kind(Found-Idx) equal 'KSDS'
Move Found-Idx to Listcat-Idx
End-If
End-If
.
Skip-Dash-Or-Space.
Add 1 to LC-Char-Idx.
Find-Last-Qualifier.
If Cluster-Name(LC-Char-Idx:1) equal '.'
Move LC-Char-Idx to Qual-Start
End-If.
Check-Component-Line.
Move 'DATA -' to LC-Keyword.
Move 6 to LC-Keyword-Len.
Perform Locate-Keyword.
If LC-Found
Set In-Data-Component to true
else
Move 'INDEX -' to LC-Keyword
Move 7 to LC-Keyword-Len
Perform Locate-Keyword
If LC-Found
Move 'N' to Data-Component-Flag
End-If
End-If.
Take-Data-Statistics.
Move 'REC-TOTAL' to LC-Keyword.
Move 9 to LC-Keyword-Len.
Perform Find-Listcat-Field.
If LC-Found
Move LC-Value to CAT-Records(Listcat-Idx)
Move 'Y' to CAT-Measured(Listcat-Idx)
End-If.
Move 'SPLITS-CI' to LC-Keyword.
Perform Find-Listcat-Field.
If LC-Found
Move LC-Value to CAT-Splits-CI(Listcat-Idx)
End-If.
Move 'SPLITS-CA' to LC-Keyword.
Perform Find-Listcat-Field.
If LC-Found
Move LC-Value to CAT-Splits-CA(Listcat-Idx)
End-If.
Move 'HI-A-RBA' to LC-Keyword.
Move 8 to LC-Keyword-Len.
Perform Find-Listcat-Field.
If LC-Found
Move LC-Value to CAT-Hi-A-Rba(Listcat-Idx)
End-If.
Move 'HI-U-RBA' to LC-Keyword.
Perform Find-Listcat-Field.
If LC-Found
Move LC-Value to CAT-Hi-U-Rba(Listcat-Idx)
End-If.
*> LC-Pos comes back as the offset of the keyword on the line (the
*> count of characters ahead of it); LC-Found says whether it is
*> there at all.
Locate-Keyword.
Move 0 to LC-Pos.
Move 'N' to LC-Found-Flag.
Inspect Listcat-Line Tallying LC-Pos
For Characters Before Initial LC-Keyword(1:LC-Keyword-Len).
If LC-Pos < 133
Set LC-Found to true
End-If.
*> LISTCAT prints each figure as KEYWORD----------value; the value
*> is the run of digits after the dashes.
Find-Listcat-Field.
Move 0 to LC-Value.
Perform Locate-Keyword.
If LC-Found
Compute LC-Char-Idx = LC-Pos + LC-Keyword-Len + 1
Perform Skip-Dash
until LC-Char-Idx > 133
or Listcat-Line(LC-Char-Idx:1) not equal '-'
Move 'N' to LC-Scan-Flag
Perform Take-Listcat-Digit
until LC-Char-Idx > 133 or LC-Scan-Done
End-If.
Skip-Dash.
Add 1 to LC-Char-Idx.
Take-Listcat-Digit.
If Listcat-Line(LC-Char-Idx:1) is numeric
Move Listcat-Line(LC-Char-Idx:1) to LC-Digit
Compute LC-Value = LC-Value * 10 + LC-Digit
Add 1 to LC-Char-Idx
else
Set LC-Scan-Done to true
End-If.
*> The capture library is sequential: its records are counted.
Count-Capture-Library.
Open Input Capture-File.
If not Capture-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAPTOUT' to MRQ-Insert(1)
Move '-- capture library' to MRQ-Insert(2)
Move 'not measured' to MRQ-Insert(3)
Perform Issue-Message
else
Perform Count-One-Capture until Capture-EOF
Close Capture-File
Perform Take-Capture-Count
Varying Capacity-Idx From 1 By 1
Until Capacity-Idx > Capacity-Count
End-If
.
Count-One-Capture.
Read Capture-File
At End
Set Capture-EOF to true
Not At End
Add 1 to Capture-Count
End-Read.
If not Capture-File-OK and not Capture-File-At-End
Set Capture-EOF to true
End-If.
Take-Capture-Count.
If CAT-Kind(Capacity-Idx) equal 'SEQ'
Move Capture-Count to CAT-Records(Capacity-Idx)
Move 'Y' to CAT-Measured(Capacity-Idx)
End-If.
*> ------------------------------------------------------------
*> The history: every measurement inside the trend window goes
*> into its dataset's regression sums, x being days before today.
*> The latest line before today supplies the split counts the
*> week's activity is measured from.  Lines dated today (a rerun)
*> are passed over; this run's measurement stands for the day.
*> ------------------------------------------------------------
Read-Capacity-History.
Open Input Capacity-History-File.
If History-File-OK
Perform Fold-One-History-Line until History-EOF
Close Capacity-History-File
else
Display "** CAPYHIST has no history yet -- trends      **"
Display "** start with this run                        **"
End-If
.
Fold-One-History-Line.
Read Capacity-History-File
At End
Set History-EOF to true
End-Read.
If not History-File-OK and not History-File-At-End
Set History-EOF to true
End-If.
If not History-EOF
and CYH-Run-Date is numeric
and CYH-Run-Date < Today-Date
and CYH-Used is numeric
Move CYH-Dataset-Id to Search-Id
Perform Find-Capacity-Row
If Found-Idx > 0
Move CYH-Run-Date to History-Date-Numeric
Compute History-Integer =
Function Integer-Of-Date(History-Date-Numeric)
If History-Integer not < Window-Integer
Perform Add-Trend-Point
End-If
If CYH-Run-Date > CAT-Prior-Date(Found-Idx)
or CAT-Prior-Date(Found-Idx) equal Spaces
Move CYH-Run-Date to CAT-Prior-Date(Found-Idx)
Move CYH-Splits-CI to CAT-Prior-CI(Found-Idx)
Move CYH-Splits-CA to CAT-Prior-CA(Found-Idx)
End-If
End-If
End-If
.
Add-Trend-Point.
Add 1 to CAT-Points(Found-Idx).
Compute CAT-Sum-X(Found-Idx) = CAT-Sum-X(Found-Idx)
+ (History-Integer - Today-Integer).
Compute CAT-Sum-Y(Found-Idx) = CAT-Sum-Y(Found-Idx) + CYH-Used.
Compute CAT-Sum-XX(Found-Idx) = CAT-Sum-XX(Found-Idx)
+ (History-Integer - Today-Integer)
* (History-Integer - Today-Integer).
Compute CAT-Sum-XY(Found-Idx) = CAT-Sum-XY(Found-Idx)
+ (History-Integer - Today-Integer) * CYH-Used.
*> ------------------------------------------------------------
*> The report, and this run's line for each dataset on CAPYHIST.
*> ------------------------------------------------------------
Project-And-Record.
Open Extend Capacity-History-File.
If not History-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAPYHIST' to MRQ-Insert(1)
Move 'to record the run' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Display "-----------------------------------------------"
Display "DATASET  KIND     RECORDS        USED     CEILING"
"   PCT  GROWTH/WK  CI-SPL  CA-SPL  FULL BY    FLAG"
Display "(used, ceiling and growth are kilobytes for a KSDS,"
" records for SEQ; splits are since the last run)"
Perform Project-One-Dataset
Varying Capacity-Idx From 1 By 1
Until Capacity-Idx > Capacity-Count
Close Capacity-History-File
Display "-----------------------------------------------"
Display "Datasets measured        : " History-Written
Display "Flagged to fill in time  : " Datasets-Flagged
Display "Not measured             : " Datasets-Missed
If Datasets-Flagged > 0 or Datasets-Missed > 0
Move 4 to Return-Code
End-If
End-If
.
Project-One-Dataset.
Move Capacity-Idx to Found-Idx.
If CAT-Measured(Found-Idx) not equal 'Y'
Add 1 to Datasets-Missed
Display CAT-Dataset-Id(Found-Idx) " " CAT-Kind(Found-Idx)
"  *** NOT MEASURED -- no LISTCAT entry / CAPTOUT"
else
Perform Set-Used-And-Ceiling
Perform Project-Fill-Date
Perform Print-Dataset-Line
Perform Write-History-Line
End-If.
*> A KSDS is measured in kilobytes off its RBAs; the deck's ceiling,
*> when keyed, stands in for the space allocated now.
Set-Used-And-Ceiling.
If CAT-Kind(Found-Idx) equal 'KSDS'
Compute CAT-Used(Found-Idx) = CAT-Hi-U-Rba(Found-Idx) / 1024
If CAT-Key-Capacity(Found-Idx) > 0
Move CAT-Key-Capacity(Found-Idx) to CAT-Capacity(Found-Idx)
else
Compute CAT-Capacity(Found-Idx) =
CAT-Hi-A-Rba(Found-Idx) / 1024
End-If
else
Move CAT-Records(Found-Idx) to CAT-Used(Found-Idx)
Move CAT-Key-Capacity(Found-Idx) to CAT-Capacity(Found-Idx)
End-If.
Move 0 to Split-Delta-CI Split-Delta-CA.
If CAT-Prior-Date(Found-Idx) not equal Spaces
If CAT-Splits-CI(Found-Idx) > CAT-Prior-CI(Found-Idx)
Compute Split-Delta-CI =
CAT-Splits-CI(Found-Idx) - CAT-Prior-CI(Found-Idx)
End-If
If CAT-Splits-CA(Found-Idx) > CAT-Prior-CA(Found-Idx)
Compute Split-Delta-CA =
CAT-Splits-CA(Found-Idx) - CAT-Prior-CA(Found-Idx)
End-If
End-If.
*> This run's point (x = 0) joins the sums; the slope of the least
*> squares line is the growth per day.  Two points at least, and
*> growth above nothing, before a date is projected.
Project-Fill-Date.
Move Spaces to Flag-Text.
Move 0 to Growth-Per-Day.
Add 1 to CAT-Points(Found-Idx).
Add CAT-Used(Found-Idx) to CAT-Sum-Y(Found-Idx).
Compute Trend-Denominator =
CAT-Points(Found-Idx) * CAT-Sum-XX(Found-Idx)
- CAT-Sum-X(Found-Idx) * CAT-Sum-X(Found-Idx).
If CAT-Points(Found-Idx) > 1 and Trend-Denominator > 0
Compute Trend-Numerator =
CAT-Points(Found-Idx) * CAT-Sum-XY(Found-Idx)
- CAT-Sum-X(Found-Idx) * CAT-Sum-Y(Found-Idx)
Compute Growth-Per-Day Rounded =
Trend-Numerator / Trend-Denominator
End-If.
Evaluate true
When CAT-Capacity(Found-Idx) = 0
Move 'NO CEILING' to Projection-Text
Move 'NO CAP' to Flag-Text
When CAT-Used(Found-Idx) not < CAT-Capacity(Found-Idx)
Move 'NOW' to Projection-Text
Move '** FULL' to Flag-Text
Add 1 to Datasets-Flagged
When CAT-Points(Found-Idx) < 2
Move 'NO TREND' to Projection-Text
When Growth-Per-Day not > 0
Move 'NOT GROW' to Projection-Text
When other
Compute Days-To-Full =
(CAT-Capacity(Found-Idx) - CAT-Used(Found-Idx))
/ Growth-Per-Day
On Size Error
Move 999999999 to Days-To-Full
End-Compute
If Days-To-Full * Growth-Per-Day <
CAT-Capacity(Found-Idx) - CAT-Used(Found-Idx)
Add 1 to Days-To-Full
End-If
If Days-To-Full > 99999
Move 'BEYOND' to Projection-Text
else
Compute Full-Integer = Today-Integer + Days-To-Full
Compute Full-Date-Numeric =
Function Date-Of-Integer(Full-Integer)
Move Full-Date-Numeric to Projection-Text
End-If
If Days-To-Full not > Warn-Days
Move '** FILL' to Flag-Text
Add 1 to Datasets-Flagged
End-If
End-Evaluate.
Print-Dataset-Line.
Move CAT-Records(Found-Idx) to Records-Edit.
Move CAT-Used(Found-Idx) to Used-Edit.
Move CAT-Capacity(Found-Idx) to Capacity-Edit.
Move 0 to Pct-Used.
If CAT-Capacity(Found-Idx) > 0
Compute Pct-Used Rounded =
CAT-Used(Found-Idx) * 100 / CAT-Capacity(Found-Idx)
On Size Error
Move 999.9 to Pct-Used
End-Compute
End-If.
Move Pct-Used to Pct-Edit.
Compute Growth-Edit Rounded = Growth-Per-Day * 7.
Move Split-Delta-CI to CI-Split-Edit.
Move Split-Delta-CA to CA-Split-Edit.
Display CAT-Dataset-Id(Found-Idx) " " CAT-Kind(Found-Idx)
Records-Edit " " Used-Edit " " Capacity-Edit " " Pct-Edit
" " Growth-Edit "  " CI-Split-Edit "  " CA-Split-Edit
"  " Projection-Text " " Flag-Text.
Write-History-Line.
Move Spaces to Capacity-History-Record.
Move Today-Date to CYH-Run-Date.
Move CAT-Dataset-Id(Found-Idx) to CYH-Dataset-Id.
Move CAT-Kind(Found-Idx) to CYH-Kind.
Move CAT-Records(Found-Idx) to CYH-Records.
Move CAT-Used(Found-Idx) to CYH-Used.
Move CAT-Capacity(Found-Idx) to CYH-Capacity.
Move CAT-Splits-CI(Found-Idx) to CYH-Splits-CI.
Move CAT-Splits-CA(Found-Idx) to CYH-Splits-CA.
Write Capacity-History-Record.
Add 1 to History-Written.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHCAPY.
