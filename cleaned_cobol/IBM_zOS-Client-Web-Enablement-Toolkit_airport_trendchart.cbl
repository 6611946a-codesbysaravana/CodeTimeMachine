IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHTCHT.
*> Delay trend charts for the ops binder: one print-image page per
*> airport, drawn in characters on the 133-byte print line (ASA
*> carriage control in column 1), plotting each day's average and
*> worst delay minutes over the last 30 or 90 days off AIRHIST.
*> Days that went Red or Closed are marked on the time axis under
*> the bars, and a one-line summary closes each chart.  Where the
*> window reaches back past HWTHHAGE's detail horizon, the weekly
*> and monthly aggregates stand in: every day of the period plots
*> the period's average and worst delay, and the axis marks those
*> days w or m -- r or c instead when the period had Red or Closed
*> days, since an aggregate keeps how many but not which.
*>   PARM=DAYS=30|90        window (30 when absent)
*>   PARM=...,TOP=nn        the nn heaviest airports on TRAFFWGT
*> Without TOP the airports are the codes on CHARTLST (watch-list
*> layout, so AIRLIST itself can be named there).  The window ends
*> today.  RC=4 when an airport had no AIRHIST snapshot in the
*> window (its chart prints empty) or no airport was named; RC=8
*> when AIRHIST or the CHARTRPT print file can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
Select Traffic-Weight-File Assign To TRAFFWGT
Organization Is Line Sequential
File Status Is Traffic-Weight-File-Status.
Select Chart-List-File Assign To CHARTLST
Organization Is Line Sequential
File Status Is Chart-List-File-Status.
Select Print-File Assign To CHARTRPT
Organization Is Line Sequential
File Status Is Print-File-Status.
DATA DIVISION.
FILE SECTION.
FD  History-File.
COPY AIRHIST.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Traffic-Weight-File.
COPY WGTREC.
FD  Chart-List-File.
COPY AIRLSTR.
FD  Print-File.
01 Print-Record.
05 Print-Control Pic X.
05 Print-Text    Pic X(132).
WORKING-STORAGE SECTION.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
01 Traffic-Weight-File-Status Pic X(2) Value Spaces.
88 Traffic-Weight-File-OK     Value '00'.
88 Traffic-Weight-File-At-End Value '10'.
01 Chart-List-File-Status Pic X(2) Value Spaces.
88 Chart-List-File-OK     Value '00'.
88 Chart-List-File-At-End Value '10'.
01 Print-File-Status Pic X(2) Value Spaces.
88 Print-File-OK Value '00'.
01 Read-EOF-Flag Pic X Value 'N'.
88 Read-EOF Value 'Y'.
01 Hist-EOF-Flag Pic X Value 'N'.
88 Hist-EOF Value 'Y'.
01 Parm-Word-1 Pic X(20) Value Spaces.
01 Parm-Word-2 Pic X(20) Value Spaces.
01 Parm-Word   Pic X(20) Value Spaces.
01 Window-Days Pic 9(2) Value 30.
01 Top-Count   Pic 9(2) Value 0.
*> The plot is 90 print positions wide whichever the window: three
*> per day over 30 days (two of bar, one of gap), one over 90.
01 Cols-Per-Day Pic 9 Value 3.
01 Bar-Width    Pic 9 Value 2.
01 Label-Step   Pic 9(2) Value 5.
01 Today-Numeric     Pic 9(8) Value 0.
01 Today-Int         Pic 9(9) Value 0.
01 Window-Start-Int  Pic 9(9) Value 0.
01 Window-Start-Date Pic 9(8) Value 0.
01 Browse-Start-Date Pic 9(8) Value 0.
01 Record-Date-Num   Pic 9(8) Value 0.
01 Record-Int        Pic 9(9) Value 0.
01 Period-Start-Int  Pic 9(9) Value 0.
01 Period-End-Int    Pic 9(9) Value 0.
01 Period-Year       Pic 9(4) Value 0.
01 Period-Month      Pic 9(2) Value 0.
01 Next-Month-Date   Pic 9(8) Value 0.
01 Slot-Int          Pic 9(9) Value 0.
01 Slot-First-Int    Pic 9(9) Value 0.
01 Slot-Last-Int     Pic 9(9) Value 0.
01 Aggregate-Marker  Pic X Value Space.
*> The airports to chart, in the order they print.
01 Chart-Table.
05 Chart-Entry Occurs 200 times.
10 CHT-Iata-Code Pic X(3).
01 Chart-Count Pic 9(3) Value 0.
01 Chart-Idx   Pic 9(3) Value 0.
*> TRAFFWGT, for TOP=nn -- each pick takes the heaviest not yet
*> taken.
01 Weight-Table.
05 Weight-Entry Occurs 1 to 10000 times
Depending On Weight-Count.
10 WGTT-Iata-Code Pic X(3).
10 WGTT-Weight    Pic 9(7).
10 WGTT-Taken     Pic X.
01 Weight-Count Pic 9(5) Value 0.
01 Weight-Idx   Pic 9(5) Value 0.
01 Heaviest-Idx Pic 9(5) Value 0.
01 Pick-Number  Pic 9(2) Value 0.
*> One slot per day of the window: D from detail snapshots (the
*> delay total and count make the average), A from an aggregate.
01 Day-Table.
05 Day-Entry Occurs 90 times.
10 DAY-Source      Pic X.
10 DAY-Snaps       Pic 9(3).
10 DAY-Delay-Total Pic 9(7).
10 DAY-Avg         Pic 9(5).
10 DAY-Max         Pic 9(5).
10 DAY-Marker      Pic X.
01 Day-Idx  Pic 9(2) Value 0.
*> Chart geometry and the per-chart summary.
01 Chart-Rows  Pic 9(2) Value 15.
01 Row-Number  Pic S9(2) Value 0.
01 Row-Floor   Pic 9(9) Value 0.
01 Chart-Top   Pic 9(5) Value 0.
01 Row-Value   Pic 9(5) Value 0.
01 Plot-Col    Pic 9(3) Value 0.
01 Col-Step    Pic 9 Value 0.
01 Plot-Char   Pic X Value Space.
01 Chart-Line  Pic X(132) Value Spaces.
01 Axis-Edit   Pic ZZZZ9.
01 Label-Date  Pic 9(8) Value 0.
01 Days-With-Data Pic 9(3) Value 0.
01 Avg-Sum        Pic 9(9) Value 0.
01 Window-Avg     Pic 9(5) Value 0.
01 Window-Worst   Pic 9(5) Value 0.
01 Worst-Date     Pic 9(8) Value 0.
01 Red-Days       Pic 9(3) Value 0.
01 Closed-Days    Pic 9(3) Value 0.
01 Airport-Name   Pic X(50) Value Spaces.
01 Page-Number    Pic 9(4) Value 0.
01 Empty-Charts   Pic 9(3) Value 0.
01 Next-Control   Pic X Value Space.
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
Display "** Delay Trend Charts                         **".
Display "***********************************************".
If parm-len > 0
Unstring parm-string(1:parm-len) delimited by ','
into Parm-Word-1 Parm-Word-2
End-Unstring
Move Parm-Word-1 to Parm-Word
Perform Apply-Parm-Word
Move Parm-Word-2 to Parm-Word
Perform Apply-Parm-Word
End-If.
If Window-Days = 90
Move 1 to Cols-Per-Day
Move 1 to Bar-Width
Move 15 to Label-Step
End-If.
Move Function Current-Date(1:8) to Today-Numeric.
Compute Today-Int = Function Integer-Of-Date(Today-Numeric).
Compute Window-Start-Int = Today-Int - Window-Days + 1.
Compute Window-Start-Date =
Function Date-Of-Integer(Window-Start-Int).
Display "** Last " Window-Days " days, " Window-Start-Date
" to " Today-Numeric "        **".
Open Input History-File.
Open Output Print-File.
If not History-File-OK or not Print-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRHIST/CHARTRPT' to MRQ-Insert(1)
Perform Issue-Message
Display "** status " History-File-Status " " Print-File-Status
"                             **"
Move 8 to Return-Code
else
If Top-Count > 0
Perform Pick-Top-Airports
else
Perform Load-Chart-List
End-If
Open Input Airport-Master-File
Perform Chart-One-Airport
Varying Chart-Idx From 1 By 1 Until Chart-Idx > Chart-Count
If Airmstr-File-OK
Close Airport-Master-File
End-If
Display "Airports charted       : " Chart-Count
Display "With no data in window : " Empty-Charts
If Chart-Count = 0 or Empty-Charts > 0
Move 4 to Return-Code
End-If
End-If.
If History-File-OK
Close History-File
End-If.
If Print-File-OK
Close Print-File
End-If.
Display "** Delay Trend Charts Ends                    **".
Display "***********************************************".
STOP RUN.
*> DAYS= takes 30 or 90 only; TOP= one to 99 airports.
Apply-Parm-Word.
Evaluate true
When Parm-Word(1:5) equal 'DAYS='
If Parm-Word(6:2) equal '30' or Parm-Word(6:2) equal '90'
Move Parm-Word(6:2) to Window-Days
else
Display "** DAYS= must be 30 or 90 -- 30 used          **"
End-If
When Parm-Word(1:4) equal 'TOP='
and Parm-Word(5:2) is numeric and Parm-Word(5:2) not equal '00'
Move Parm-Word(5:2) to Top-Count
When other
Continue
End-Evaluate.
Pick-Top-Airports.
Open Input Traffic-Weight-File.
If not Traffic-Weight-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'TRAFFWGT' to MRQ-Insert(1)
Move '-- no TOP list' to MRQ-Insert(2)
Perform Issue-Message
else
Move 'N' to Read-EOF-Flag
Perform Load-One-Weight until Read-EOF
Close Traffic-Weight-File
Perform Pick-Next-Heaviest
Varying Pick-Number From 1 By 1
Until Pick-Number > Top-Count or Chart-Count >= Weight-Count
End-If.
Load-One-Weight.
Read Traffic-Weight-File
At End
Set Read-EOF to true
End-Read.
If not Traffic-Weight-File-OK and not Traffic-Weight-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and WGT-Iata-Code not equal Spaces
and WGT-Weight is numeric and Weight-Count < 10000
Add 1 to Weight-Count
Move WGT-Iata-Code to WGTT-Iata-Code(Weight-Count)
Move WGT-Weight to WGTT-Weight(Weight-Count)
Move 'N' to WGTT-Taken(Weight-Count)
End-If
.
Pick-Next-Heaviest.
Move 0 to Heaviest-Idx.
Perform Weigh-One-Candidate
Varying Weight-Idx From 1 By 1 Until Weight-Idx > Weight-Count.
If Heaviest-Idx > 0
Move 'Y' to WGTT-Taken(Heaviest-Idx)
Add 1 to Chart-Count
Move WGTT-Iata-Code(Heaviest-Idx) to CHT-Iata-Code(Chart-Count)
End-If.
Weigh-One-Candidate.
If WGTT-Taken(Weight-Idx) equal 'N'
If Heaviest-Idx = 0
Move Weight-Idx to Heaviest-Idx
else
If WGTT-Weight(Weight-Idx) > WGTT-Weight(Heaviest-Idx)
Move Weight-Idx to Heaviest-Idx
End-If
End-If
End-If.
Load-Chart-List.
Open Input Chart-List-File.
If not Chart-List-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CHARTLST' to MRQ-Insert(1)
Move '-- nothing to chart' to MRQ-Insert(2)
Perform Issue-Message
else
Move 'N' to Read-EOF-Flag
Perform Load-One-Chart-Code until Read-EOF
Close Chart-List-File
End-If.
Load-One-Chart-Code.
Read Chart-List-File
At End
Set Read-EOF to true
End-Read.
If not Chart-List-File-OK and not Chart-List-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and ALS-Iata-Code not equal Spaces
and ALS-Iata-Code(1:1) not equal '*' and Chart-Count < 200
Add 1 to Chart-Count
Move ALS-Iata-Code to CHT-Iata-Code(Chart-Count)
End-If
.
*> ---- one airport: fold AIRHIST into the day slots, then draw ----
*> The browse starts a month ahead of the window so a monthly
*> aggregate keyed at its period start still reaches in.
Chart-One-Airport.
Move 0 to Red-Days.
Move 0 to Closed-Days.
Perform Clear-Day-Slot
Varying Day-Idx From 1 By 1 Until Day-Idx > 90.
Compute Browse-Start-Date =
Function Date-Of-Integer(Window-Start-Int - 31).
Move CHT-Iata-Code(Chart-Idx) to HIST-Iata-Code.
Move Browse-Start-Date to HIST-Run-Date.
Move Low-Values to HIST-Run-Time.
Move 'N' to Hist-EOF-Flag.
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set Hist-EOF to true
End-Start.
Perform Fold-One-Snapshot until Hist-EOF.
Perform Sum-Window-Figures.
Perform Find-Airport-Name.
Perform Print-Chart-Page.
Clear-Day-Slot.
Move Space to DAY-Source(Day-Idx).
Move 0 to DAY-Snaps(Day-Idx).
Move 0 to DAY-Delay-Total(Day-Idx).
Move 0 to DAY-Avg(Day-Idx).
Move 0 to DAY-Max(Day-Idx).
Move Space to DAY-Marker(Day-Idx).
Fold-One-Snapshot.
Read History-File Next Record
At End
Set Hist-EOF to true
End-Read.
If not History-File-OK and not History-File-At-End
Set Hist-EOF to true
End-If.
If not Hist-EOF
If HIST-Iata-Code not equal CHT-Iata-Code(Chart-Idx)
or HIST-Run-Date > Today-Numeric
Set Hist-EOF to true
else
If HIST-Run-Date is numeric
Move HIST-Run-Date to Record-Date-Num
Compute Record-Int =
Function Integer-Of-Date(Record-Date-Num)
If HIST-Record-Kind equal Space
Perform Fold-Detail-Snapshot
else
Perform Fold-Aggregate-Period
End-If
End-If
End-If
End-If
.
*> Detail outranks an aggregate for the same day: the first detail
*> snapshot clears whatever an aggregate put in the slot.
Fold-Detail-Snapshot.
If Record-Int not less Window-Start-Int
Compute Day-Idx = Record-Int - Window-Start-Int + 1
If DAY-Source(Day-Idx) not equal 'D'
Perform Clear-Day-Slot
Move 'D' to DAY-Source(Day-Idx)
Move '.' to DAY-Marker(Day-Idx)
End-If
Add 1 to DAY-Snaps(Day-Idx)
If HIST-Delay-Minutes is numeric
Add HIST-Delay-Minutes to DAY-Delay-Total(Day-Idx)
If HIST-Delay-Minutes > DAY-Max(Day-Idx)
Move HIST-Delay-Minutes to DAY-Max(Day-Idx)
End-If
End-If
Evaluate true
When HIST-Status-Closed
Move 'C' to DAY-Marker(Day-Idx)
When HIST-Status-Red and DAY-Marker(Day-Idx) not equal 'C'
Move 'R' to DAY-Marker(Day-Idx)
When other
Continue
End-Evaluate
End-If.
*> A weekly covers its start day and the six after it; a monthly
*> runs to the end of its calendar month.
Fold-Aggregate-Period.
Move Record-Int to Period-Start-Int.
If HIST-Kind-Weekly
Compute Period-End-Int = Period-Start-Int + 6
Move 'w' to Aggregate-Marker
else
Move Record-Date-Num(1:4) to Period-Year
Move Record-Date-Num(5:2) to Period-Month
If Period-Month = 12
Add 1 to Period-Year
Move 1 to Period-Month
else
Add 1 to Period-Month
End-If
Compute Next-Month-Date =
Period-Year * 10000 + Period-Month * 100 + 1
Compute Period-End-Int =
Function Integer-Of-Date(Next-Month-Date) - 1
Move 'm' to Aggregate-Marker
End-If.
If HIST-Agg-Closed-Days is numeric and HIST-Agg-Closed-Days > 0
Move 'c' to Aggregate-Marker
else
If HIST-Agg-Red-Days is numeric and HIST-Agg-Red-Days > 0
Move 'r' to Aggregate-Marker
End-If
End-If.
If Period-End-Int not less Window-Start-Int
and Period-Start-Int not greater Today-Int
If HIST-Agg-Red-Days is numeric
Add HIST-Agg-Red-Days to Red-Days
End-If
If HIST-Agg-Closed-Days is numeric
Add HIST-Agg-Closed-Days to Closed-Days
End-If
If Period-Start-Int > Window-Start-Int
Move Period-Start-Int to Slot-First-Int
else
Move Window-Start-Int to Slot-First-Int
End-If
If Period-End-Int < Today-Int
Move Period-End-Int to Slot-Last-Int
else
Move Today-Int to Slot-Last-Int
End-If
Perform Fold-Aggregate-Day
Varying Slot-Int From Slot-First-Int By 1
Until Slot-Int > Slot-Last-Int
End-If.
Fold-Aggregate-Day.
Compute Day-Idx = Slot-Int - Window-Start-Int + 1.
If DAY-Source(Day-Idx) not equal 'D'
Move 'A' to DAY-Source(Day-Idx)
If HIST-Agg-Avg-Delay is numeric
Move HIST-Agg-Avg-Delay to DAY-Avg(Day-Idx)
End-If
If HIST-Agg-Max-Delay is numeric
Move HIST-Agg-Max-Delay to DAY-Max(Day-Idx)
End-If
Move Aggregate-Marker to DAY-Marker(Day-Idx)
End-If.
*> Red-Days and Closed-Days already hold what the aggregates
*> brought in; detail days add theirs here.
Sum-Window-Figures.
Move 0 to Days-With-Data.
Move 0 to Avg-Sum.
Move 0 to Window-Worst.
Move 0 to Worst-Date.
Perform Sum-One-Day
Varying Day-Idx From 1 By 1 Until Day-Idx > Window-Days.
If Days-With-Data > 0
Compute Window-Avg Rounded = Avg-Sum / Days-With-Data
else
Move 0 to Window-Avg
Add 1 to Empty-Charts
End-If.
Compute Chart-Top = ((Window-Worst + Chart-Rows - 1) / Chart-Rows)
* Chart-Rows.
If Chart-Top = 0
Move Chart-Rows to Chart-Top
End-If.
Sum-One-Day.
If DAY-Source(Day-Idx) equal 'D'
Compute DAY-Avg(Day-Idx) Rounded =
DAY-Delay-Total(Day-Idx) / DAY-Snaps(Day-Idx)
Evaluate DAY-Marker(Day-Idx)
When 'C'
Add 1 to Closed-Days
When 'R'
Add 1 to Red-Days
End-Evaluate
End-If.
If DAY-Source(Day-Idx) not equal Space
Add 1 to Days-With-Data
Add DAY-Avg(Day-Idx) to Avg-Sum
If DAY-Max(Day-Idx) > Window-Worst
Move DAY-Max(Day-Idx) to Window-Worst
Compute Worst-Date = Function Date-Of-Integer
(Window-Start-Int + Day-Idx - 1)
End-If
End-If.
Find-Airport-Name.
Move Spaces to Airport-Name.
If Airmstr-File-OK
Move CHT-Iata-Code(Chart-Idx) to AM-Iata-Code
Read Airport-Master-File
Invalid Key
Continue
Not Invalid Key
Move AM-Airport-Name to Airport-Name
End-Read
End-If.
*> ---- the page --------------------------------------------------
Print-Chart-Page.
Add 1 to Page-Number.
Move '1' to Next-Control.
Move Spaces to Chart-Line.
String 'AIRPORT DELAY TREND   ' CHT-Iata-Code(Chart-Idx) '  '
Airport-Name '  LAST ' Window-Days ' DAYS TO ' Today-Numeric
'   PAGE ' Page-Number
Delimited by size into Chart-Line.
Perform Write-Print-Line.
Move '0' to Next-Control.
Move ' DELAY' to Chart-Line.
Perform Write-Print-Line.
Move ' (MIN)' to Chart-Line.
Perform Write-Print-Line.
Perform Print-Chart-Row
Varying Row-Number From Chart-Rows By -1 Until Row-Number < 1.
Move Spaces to Chart-Line.
Move '    0 +' to Chart-Line(1:7).
Move All '-' to Chart-Line(8:90).
Perform Write-Print-Line.
Move Spaces to Chart-Line.
Move 'STATUS' to Chart-Line(1:6).
Perform Place-Day-Marker
Varying Day-Idx From 1 By 1 Until Day-Idx > Window-Days.
Perform Write-Print-Line.
Move Spaces to Chart-Line.
Perform Place-Date-Label
Varying Day-Idx From 1 By Label-Step Until Day-Idx > Window-Days.
Perform Write-Print-Line.
Move '0' to Next-Control.
Move Spaces to Chart-Line.
String '# AVERAGE DELAY   : WORST DELAY   R RED   C CLOSED   '
'. OTHER DAY WITH DATA   w/m WEEKLY/MONTHLY AGGREGATE '
'(r/c HAD RED/CLOSED DAYS)'
Delimited by size into Chart-Line.
Perform Write-Print-Line.
Move Spaces to Chart-Line.
String CHT-Iata-Code(Chart-Idx) ' SUMMARY  DAYS WITH DATA '
Days-With-Data ' OF ' Window-Days '  AVERAGE DELAY ' Window-Avg
' MIN  WORST ' Window-Worst ' MIN ON ' Worst-Date
'  RED DAYS ' Red-Days '  CLOSED DAYS ' Closed-Days
Delimited by size into Chart-Line.
Perform Write-Print-Line.
Display CHT-Iata-Code(Chart-Idx) " days " Days-With-Data
" avg " Window-Avg " worst " Window-Worst " red " Red-Days
" closed " Closed-Days.
*> Each row stands for Chart-Top / Chart-Rows minutes; a day fills
*> a row when its figure reaches the row's midpoint.  Every fifth
*> row carries its value on the axis.
Print-Chart-Row.
Move Spaces to Chart-Line.
If Function Mod(Row-Number, 5) = 0
Compute Row-Value = Chart-Top * Row-Number / Chart-Rows
Move Row-Value to Axis-Edit
Move Axis-Edit to Chart-Line(1:5)
Move '+' to Chart-Line(7:1)
else
Move '|' to Chart-Line(7:1)
End-If.
Compute Row-Floor = (2 * Row-Number - 1) * Chart-Top.
Perform Plot-One-Day
Varying Day-Idx From 1 By 1 Until Day-Idx > Window-Days.
Perform Write-Print-Line.
Plot-One-Day.
Move Space to Plot-Char.
If DAY-Source(Day-Idx) not equal Space
If DAY-Avg(Day-Idx) * Chart-Rows * 2 not less Row-Floor
Move '#' to Plot-Char
else
If DAY-Max(Day-Idx) * Chart-Rows * 2 not less Row-Floor
Move ':' to Plot-Char
End-If
End-If
End-If.
If Plot-Char not equal Space
Perform Place-Plot-Char
Varying Col-Step From 1 By 1 Until Col-Step > Bar-Width
End-If.
Place-Plot-Char.
Compute Plot-Col = 7 + (Day-Idx - 1) * Cols-Per-Day + Col-Step.
Move Plot-Char to Chart-Line(Plot-Col:1).
Place-Day-Marker.
Compute Plot-Col = 8 + (Day-Idx - 1) * Cols-Per-Day.
Move DAY-Marker(Day-Idx) to Chart-Line(Plot-Col:1).
*> MMDD under every Label-Step'th day, starting at the first.
Place-Date-Label.
Compute Plot-Col = 8 + (Day-Idx - 1) * Cols-Per-Day.
Compute Label-Date =
Function Date-Of-Integer(Window-Start-Int + Day-Idx - 1).
Move '^' to Chart-Line(Plot-Col:1).
Move Label-Date(5:4) to Chart-Line(Plot-Col + 1:4).
Write-Print-Line.
Move Next-Control to Print-Control.
Move Chart-Line to Print-Text.
Write Print-Record.
Move Space to Next-Control.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHTCHT.
