IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHDICE.
*> Evening de-icing and winter-ops readiness list.  The station-
*> support desk used to build tomorrow's de-icing list by hand from
*> weather sites; everything it needs is already on file.  An
*> airport is listed when tomorrow's outlook (newest FCSTOUT record
*> for the date) or its current conditions (newest ETLOUT record of
*> the day before) show freezing conditions -- snow, sleet, ice,
*> freezing rain or fog, frost -- or precipitation at or below
*> freezing (0C / 32F).  The list is ranked by traffic weight
*> (TRAFFWGT), heaviest first, and shows our departures that day
*> (SCHEDDEP); an airport whose AIRHIST shows weather delays in
*> freezing conditions in the seven days before is flagged -- its
*> de-icing has already been holding departures.  The list is also
*> written to DEICEXT for the ground-equipment contractors.
*>   (no PARM)        the list for tomorrow
*>   PARM=CCYYMMDD    the list for that date
*> RC=4 when FCSTOUT holds no outlook for the date; RC=8 when
*> FCSTOUT can't be opened.  TRAFFWGT, SCHEDDEP, ETLOUT and AIRHIST
*> are optional -- the list is still made without them, and says so.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Forecast-File Assign To FCSTOUT
Organization Is Line Sequential
File Status Is Forecast-File-Status.
Select Etl-File Assign To ETLOUT
Organization Is Line Sequential
File Status Is Etl-File-Status.
Select Traffic-Weight-File Assign To TRAFFWGT
Organization Is Line Sequential
File Status Is Traffic-Weight-File-Status.
Select Sched-Dep-File Assign To SCHEDDEP
Organization Is Line Sequential
File Status Is Sched-Dep-File-Status.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
Select Deice-Extract-File Assign To DEICEXT
Organization Is Line Sequential
File Status Is Deice-Extract-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Forecast-File.
COPY FCSTREC.
FD  Etl-File.
COPY ETLREC.
FD  Traffic-Weight-File.
COPY WGTREC.
FD  Sched-Dep-File.
COPY SCHDPREC.
FD  History-File.
COPY AIRHIST.
FD  Deice-Extract-File.
COPY DICEREC.
WORKING-STORAGE SECTION.
01 Forecast-File-Status Pic X(2) Value Spaces.
88 Forecast-File-OK     Value '00'.
88 Forecast-File-At-End Value '10'.
01 Etl-File-Status Pic X(2) Value Spaces.
88 Etl-File-OK     Value '00'.
88 Etl-File-At-End Value '10'.
01 Traffic-Weight-File-Status Pic X(2) Value Spaces.
88 Traffic-Weight-File-OK     Value '00'.
88 Traffic-Weight-File-At-End Value '10'.
01 Sched-Dep-File-Status Pic X(2) Value Spaces.
88 Sched-Dep-File-OK     Value '00'.
88 Sched-Dep-File-At-End Value '10'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Deice-Extract-File-Status Pic X(2) Value Spaces.
88 Deice-Extract-File-OK Value '00'.
01 Forecast-EOF-Flag Pic X Value 'N'.
88 Forecast-EOF Value 'Y'.
01 Etl-EOF-Flag Pic X Value 'N'.
88 Etl-EOF Value 'Y'.
01 Weight-EOF-Flag Pic X Value 'N'.
88 Weight-EOF Value 'Y'.
01 Sched-EOF-Flag Pic X Value 'N'.
88 Sched-EOF Value 'Y'.
01 History-Scan-Flag Pic X Value 'N'.
88 History-Scan-Done Value 'Y'.
01 History-Usable-Flag Pic X Value 'N'.
88 History-Usable Value 'Y'.
*> The date listed, the day before it (whose current conditions
*> count) and the week of history judged for past de-icing delays.
01 Outlook-Date  Pic X(8) Value Spaces.
01 Current-Date-Char Pic X(8) Value Spaces.
01 Week-From-Date Pic X(8) Value Spaces.
01 Date-Work-Num Pic 9(8) Value 0.
01 Date-Work-Int Pic 9(9) Value 0.
01 Outlook-Int   Pic 9(9) Value 0.
01 Forecast-Read   Pic 9(7) Value 0.
01 Forecast-In-Scope Pic 9(5) Value 0.
01 Etl-In-Scope    Pic 9(5) Value 0.
*> Every airport with an outlook for the date or a lookup the day
*> before, holding the newest of each.
01 Station-Table.
05 Station-Entry Occurs 5000 times.
10 STN-Iata-Code   Pic X(3).
10 STN-Fcst-Run-Id Pic X(14).
10 STN-Fcst-Temp   Pic S9(3).
10 STN-Fcst-Unit   Pic X(1).
10 STN-Fcst-Cond   Pic X(30).
10 STN-Curr-Run-Id Pic X(14).
10 STN-Curr-Temp   Pic S9(3).
10 STN-Curr-Unit   Pic X(1).
10 STN-Curr-Cond   Pic X(30).
01 Station-Count Pic 9(4) Value 0.
01 Station-Idx   Pic 9(4) Value 0.
01 Station-Key   Pic X(3) Value Spaces.
01 Station-Found-Flag Pic X Value 'N'.
88 Station-Found Value 'Y'.
*> The airports listed, ranked by weight and then departures.
*> LST-Basis: F the outlook, C current conditions, B both.
01 List-Table.
05 List-Entry Occurs 5000 times.
10 LST-Station-Idx Pic 9(4).
10 LST-Basis       Pic X(1).
10 LST-Weight      Pic 9(7).
10 LST-Departures  Pic 9(5).
10 LST-Ice-Days    Pic 9(1).
01 List-Count Pic 9(4) Value 0.
01 List-Idx   Pic 9(4) Value 0.
01 List-Found-Flag Pic X Value 'N'.
88 List-Found Value 'Y'.
01 List-Sort-Pass  Pic 9(4) Value 0.
01 List-Sort-Limit Pic 9(4) Value 0.
01 List-Swap-Holder.
05 LSW-Station-Idx Pic 9(4).
05 LSW-Basis       Pic X(1).
05 LSW-Weight      Pic 9(7).
05 LSW-Departures  Pic 9(5).
05 LSW-Ice-Days    Pic 9(1).
01 Weight-Table.
05 Weight-Entry Occurs 1 to 10000 times
Depending On Weight-Count.
10 WGTT-Iata-Code Pic X(3).
10 WGTT-Weight    Pic 9(7).
01 Weight-Count Pic 9(5) Value 0.
01 Weight-Idx   Pic 9(5) Value 0.
01 Weight-Found-Flag Pic X Value 'N'.
88 Weight-Entry-Found Value 'Y'.
*> Condition words.  Freezing words list an airport on their own --
*> the provider only says snow or sleet when it's cold enough -- and
*> make a past weather delay a de-icing one; precipitation words list
*> it only when the temperature given is at or below freezing.
01 Freezing-Word-Values.
05 Filler Pic X(9) Value 'SNOW    4'.
05 Filler Pic X(9) Value 'SLEET   5'.
05 Filler Pic X(9) Value 'ICE     3'.
05 Filler Pic X(9) Value 'ICY     3'.
05 Filler Pic X(9) Value 'FREEZ   5'.
05 Filler Pic X(9) Value 'FROST   5'.
05 Filler Pic X(9) Value 'FLURR   5'.
05 Filler Pic X(9) Value 'BLIZZ   5'.
05 Filler Pic X(9) Value 'WINTRY  6'.
05 Filler Pic X(9) Value 'GRAUPEL 7'.
01 Freezing-Word-Table Redefines Freezing-Word-Values.
05 Freezing-Word-Entry Occurs 10 times.
10 FZW-Text Pic X(8).
10 FZW-Len  Pic 9(1).
01 Precip-Word-Values.
05 Filler Pic X(9) Value 'RAIN    4'.
05 Filler Pic X(9) Value 'DRIZZ   5'.
05 Filler Pic X(9) Value 'SHOWER  6'.
05 Filler Pic X(9) Value 'PRECIP  6'.
05 Filler Pic X(9) Value 'MIST    4'.
05 Filler Pic X(9) Value 'FOG     3'.
01 Precip-Word-Table Redefines Precip-Word-Values.
05 Precip-Word-Entry Occurs 6 times.
10 PCW-Text Pic X(8).
10 PCW-Len  Pic 9(1).
01 Word-Idx  Pic 9(2) Value 0.
01 Word-Hits Pic 9(3) Value 0.
*> One condition judged: the text upper-cased, and its temperature.
01 Cond-Work Pic X(30) Value Spaces.
01 Cond-Freezing-Flag Pic X Value 'N'.
88 Cond-Freezing Value 'Y'.
01 Cond-Precip-Flag Pic X Value 'N'.
88 Cond-Precip Value 'Y'.
01 Temp-Test-Value Pic S9(3) Value 0.
01 Temp-Test-Unit  Pic X(1) Value Space.
01 Temp-Freezing-Flag Pic X Value 'N'.
88 Temp-Freezing Value 'Y'.
01 Cond-Qualifies-Flag Pic X Value 'N'.
88 Cond-Qualifies Value 'Y'.
01 Fcst-Qualifies-Flag Pic X Value 'N'.
88 Fcst-Qualifies Value 'Y'.
01 Curr-Qualifies-Flag Pic X Value 'N'.
88 Curr-Qualifies Value 'Y'.
01 Last-Ice-Date Pic X(8) Value Spaces.
*> Print work.
01 Rank-Edit    Pic ZZZ9.
01 Temp-Edit    Pic -(3)9.
01 Basis-Text   Pic X(8) Value Spaces.
01 Fcst-Text    Pic X(40) Value Spaces.
01 Curr-Text    Pic X(40) Value Spaces.
01 Cond-Text    Pic X(40) Value Spaces.
01 Text-Ptr     Pic 9(3) Value 0.
01 Total-Departures Pic 9(7) Value 0.
01 Total-Flagged    Pic 9(5) Value 0.
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
Display "** De-Icing / Winter-Ops Readiness List       **".
Display "***********************************************".
If parm-len equal 8 and parm-string(1:8) is numeric
Move parm-string(1:8) to Outlook-Date
Move parm-string(1:8) to Date-Work-Num
Compute Outlook-Int = Function Integer-Of-Date(Date-Work-Num)
else
Move Function Current-Date(1:8) to Date-Work-Num
Compute Outlook-Int =
Function Integer-Of-Date(Date-Work-Num) + 1
Compute Date-Work-Num = Function Date-Of-Integer(Outlook-Int)
Move Date-Work-Num to Outlook-Date
End-If.
Compute Date-Work-Int = Outlook-Int - 1.
Compute Date-Work-Num = Function Date-Of-Integer(Date-Work-Int).
Move Date-Work-Num to Current-Date-Char.
Compute Date-Work-Int = Outlook-Int - 7.
Compute Date-Work-Num = Function Date-Of-Integer(Date-Work-Int).
Move Date-Work-Num to Week-From-Date.
Display "** For " Outlook-Date ", conditions as of "
Current-Date-Char " **".
Open Input Forecast-File.
If not Forecast-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'FCSTOUT' to MRQ-Insert(1)
Move 'forecast extract' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Forecast-Record
Perform Note-One-Forecast until Forecast-EOF
Close Forecast-File
If Forecast-In-Scope = 0
Display "** No outlook on FCSTOUT for " Outlook-Date
" -- current conditions only **"
Move 4 to Return-Code
End-If
Perform Note-Current-Conditions
Perform Judge-One-Station
Varying Station-Idx From 1 By 1
Until Station-Idx > Station-Count
If List-Count > 0
Perform Load-Traffic-Weights
Perform Resolve-One-List-Weight
Varying List-Idx From 1 By 1
Until List-Idx > List-Count
Perform Count-Listed-Departures
Perform Count-Listed-Ice-Delays
Perform Sort-List-Table
End-If
Perform Report-Deice-List
Perform Write-Deice-Extract
End-If.
Display "** De-Icing / Winter-Ops Readiness List Ends   **".
Display "***********************************************".
STOP RUN.
Read-Next-Forecast-Record.
Read Forecast-File
At End
Set Forecast-EOF to true
End-Read
If not Forecast-File-OK and not Forecast-File-At-End
Set Forecast-EOF to true
End-If
.
*> The newest outlook for the date wins -- an intraday run's
*> forecast supersedes the morning's.
Note-One-Forecast.
Add 1 to Forecast-Read.
If FCS-Forecast-Date equal Outlook-Date
Add 1 to Forecast-In-Scope
Move FCS-Iata-Code to Station-Key
Perform Find-Or-Add-Station
If Station-Found
and FCS-Run-Id not less STN-Fcst-Run-Id(Station-Idx)
Move FCS-Run-Id to STN-Fcst-Run-Id(Station-Idx)
Move FCS-Weather-Cond to STN-Fcst-Cond(Station-Idx)
If FCS-Temp-Value is numeric
Move FCS-Temp-Value to STN-Fcst-Temp(Station-Idx)
Move FCS-Temp-Unit to STN-Fcst-Unit(Station-Idx)
else
Move 0 to STN-Fcst-Temp(Station-Idx)
Move Space to STN-Fcst-Unit(Station-Idx)
End-If
End-If
End-If.
Perform Read-Next-Forecast-Record.
*> The day before's lookups, newest per airport: what the airport
*> is doing as the list is made.
Note-Current-Conditions.
Open Input Etl-File.
If not Etl-File-OK
Display "** ETLOUT not available -- outlook only       **"
else
Perform Note-One-Etl-Record until Etl-EOF
Close Etl-File
End-If.
Note-One-Etl-Record.
Read Etl-File
At End
Set Etl-EOF to true
End-Read.
If not Etl-File-OK and not Etl-File-At-End
Set Etl-EOF to true
End-If.
If not Etl-EOF and ETL-Run-Date equal Current-Date-Char
Add 1 to Etl-In-Scope
Move ETL-Iata-Code to Station-Key
Perform Find-Or-Add-Station
If Station-Found
and ETL-Run-Id not less STN-Curr-Run-Id(Station-Idx)
Move ETL-Run-Id to STN-Curr-Run-Id(Station-Idx)
Move ETL-Weather-Cond to STN-Curr-Cond(Station-Idx)
If ETL-Temp-Value is numeric
Move ETL-Temp-Value to STN-Curr-Temp(Station-Idx)
Move ETL-Temp-Unit to STN-Curr-Unit(Station-Idx)
else
Move 0 to STN-Curr-Temp(Station-Idx)
Move Space to STN-Curr-Unit(Station-Idx)
End-If
End-If
End-If
.
Find-Or-Add-Station.
Move 'N' to Station-Found-Flag.
Move 1 to Station-Idx.
Perform Search-Station-Entry
until Station-Idx > Station-Count or Station-Found.
If not Station-Found and Station-Count < 5000
Add 1 to Station-Count
Move Station-Count to Station-Idx
Move Station-Key to STN-Iata-Code(Station-Idx)
Move Spaces to STN-Fcst-Run-Id(Station-Idx)
Move 0 to STN-Fcst-Temp(Station-Idx)
Move Space to STN-Fcst-Unit(Station-Idx)
Move Spaces to STN-Fcst-Cond(Station-Idx)
Move Spaces to STN-Curr-Run-Id(Station-Idx)
Move 0 to STN-Curr-Temp(Station-Idx)
Move Space to STN-Curr-Unit(Station-Idx)
Move Spaces to STN-Curr-Cond(Station-Idx)
Set Station-Found to true
End-If.
*> Leaves Station-Idx pointing at the matched entry -- only stepped
*> past it when this slot wasn't the one.
Search-Station-Entry.
If STN-Iata-Code(Station-Idx) equal Station-Key
Set Station-Found to true
else
Add 1 to Station-Idx
End-If
.
*> Outlook and current conditions are judged alike; either one puts
*> the airport on the list.
Judge-One-Station.
Move 'N' to Fcst-Qualifies-Flag.
Move 'N' to Curr-Qualifies-Flag.
If STN-Fcst-Run-Id(Station-Idx) not equal Spaces
Move Function Upper-Case(STN-Fcst-Cond(Station-Idx))
to Cond-Work
Move STN-Fcst-Temp(Station-Idx) to Temp-Test-Value
Move STN-Fcst-Unit(Station-Idx) to Temp-Test-Unit
Perform Judge-Condition
If Cond-Qualifies
Set Fcst-Qualifies to true
End-If
End-If.
If STN-Curr-Run-Id(Station-Idx) not equal Spaces
Move Function Upper-Case(STN-Curr-Cond(Station-Idx))
to Cond-Work
Move STN-Curr-Temp(Station-Idx) to Temp-Test-Value
Move STN-Curr-Unit(Station-Idx) to Temp-Test-Unit
Perform Judge-Condition
If Cond-Qualifies
Set Curr-Qualifies to true
End-If
End-If.
If Fcst-Qualifies or Curr-Qualifies
Add 1 to List-Count
Move Station-Idx to LST-Station-Idx(List-Count)
Evaluate true
When Fcst-Qualifies and Curr-Qualifies
Move 'B' to LST-Basis(List-Count)
When Fcst-Qualifies
Move 'F' to LST-Basis(List-Count)
When other
Move 'C' to LST-Basis(List-Count)
End-Evaluate
Move 0 to LST-Weight(List-Count)
Move 0 to LST-Departures(List-Count)
Move 0 to LST-Ice-Days(List-Count)
End-If.
*> A unit other than C or F (none sent) leaves the temperature
*> unknown, so only a freezing word can qualify the condition.
Judge-Condition.
Perform Judge-Condition-Words.
Move 'N' to Temp-Freezing-Flag.
Evaluate Temp-Test-Unit
When 'C'
If Temp-Test-Value not greater 0
Set Temp-Freezing to true
End-If
When 'F'
If Temp-Test-Value not greater 32
Set Temp-Freezing to true
End-If
When other
Continue
End-Evaluate.
If Cond-Freezing or (Cond-Precip and Temp-Freezing)
Set Cond-Qualifies to true
else
Move 'N' to Cond-Qualifies-Flag
End-If.
Judge-Condition-Words.
Move 'N' to Cond-Freezing-Flag.
Move 'N' to Cond-Precip-Flag.
Perform Test-Freezing-Word
Varying Word-Idx From 1 By 1
Until Word-Idx > 10 or Cond-Freezing.
Perform Test-Precip-Word
Varying Word-Idx From 1 By 1
Until Word-Idx > 6 or Cond-Precip.
Test-Freezing-Word.
Move 0 to Word-Hits.
Inspect Cond-Work Tallying Word-Hits
For All FZW-Text(Word-Idx)(1:FZW-Len(Word-Idx)).
If Word-Hits > 0
Set Cond-Freezing to true
End-If.
Test-Precip-Word.
Move 0 to Word-Hits.
Inspect Cond-Work Tallying Word-Hits
For All PCW-Text(Word-Idx)(1:PCW-Len(Word-Idx)).
If Word-Hits > 0
Set Cond-Precip to true
End-If.
Resolve-One-List-Weight.
Move LST-Station-Idx(List-Idx) to Station-Idx.
Move 'N' to Weight-Found-Flag.
Move 1 to Weight-Idx.
Perform Search-Weight-Entry
until Weight-Idx > Weight-Count or Weight-Entry-Found.
If Weight-Entry-Found
Move WGTT-Weight(Weight-Idx) to LST-Weight(List-Idx)
End-If
.
Search-Weight-Entry.
If WGTT-Iata-Code(Weight-Idx)
equal STN-Iata-Code(Station-Idx)
Set Weight-Entry-Found to true
else
Add 1 to Weight-Idx
End-If
.
Load-Traffic-Weights.
Open Input Traffic-Weight-File.
If Traffic-Weight-File-OK
Perform Read-Weight-Record until Weight-EOF
Close Traffic-Weight-File
else
Display "** TRAFFWGT not available -- list unranked    **"
End-If
.
Read-Weight-Record.
Read Traffic-Weight-File
At End
Set Weight-EOF to true
End-Read
If not Traffic-Weight-File-OK
and not Traffic-Weight-File-At-End
Set Weight-EOF to true
End-If.
If not Weight-EOF
If Weight-Count >= 10000
Set Weight-EOF to true
else
Add 1 to Weight-Count
Move WGT-Iata-Code to WGTT-Iata-Code(Weight-Count)
If WGT-Weight is numeric
Move WGT-Weight to WGTT-Weight(Weight-Count)
else
Move 0 to WGTT-Weight(Weight-Count)
End-If
End-If
End-If
.
*> Our departures on the listed date, every hour of it.
Count-Listed-Departures.
Open Input Sched-Dep-File.
If Sched-Dep-File-OK
Perform Count-One-Schedule-Row until Sched-EOF
Close Sched-Dep-File
else
Display "** SCHEDDEP not available -- no departures    **"
End-If.
Count-One-Schedule-Row.
Read Sched-Dep-File
At End
Set Sched-EOF to true
End-Read.
If not Sched-Dep-File-OK and not Sched-Dep-File-At-End
Set Sched-EOF to true
End-If.
If not Sched-EOF and SDP-Sched-Date equal Outlook-Date
and SDP-Departures is numeric
Move SDP-Iata-Code to Station-Key
Perform Find-List-Entry
If List-Found
Add SDP-Departures to LST-Departures(List-Idx)
End-If
End-If
.
Find-List-Entry.
Move 'N' to List-Found-Flag.
Move 1 to List-Idx.
Perform Search-List-Entry
until List-Idx > List-Count or List-Found.
Search-List-Entry.
If STN-Iata-Code(LST-Station-Idx(List-Idx)) equal Station-Key
Set List-Found to true
else
Add 1 to List-Idx
End-If
.
*> Days in the week before with a weather-caused delay snapshot in
*> freezing conditions: the airport's de-icing has been costing
*> departures already.  Aggregates carry no cause and are passed.
Count-Listed-Ice-Delays.
Open Input History-File.
If History-File-OK
Set History-Usable to true
Perform Count-One-Airport-Ice-Delays
Varying List-Idx From 1 By 1
Until List-Idx > List-Count
Close History-File
else
Display "** AIRHIST not available -- no last-week flag **"
End-If.
Count-One-Airport-Ice-Delays.
Move LST-Station-Idx(List-Idx) to Station-Idx.
Move 'N' to History-Scan-Flag.
Move Spaces to Last-Ice-Date.
Move STN-Iata-Code(Station-Idx) to HIST-Iata-Code.
Move Week-From-Date to HIST-Run-Date.
Move Low-Values to HIST-Run-Time.
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set History-Scan-Done to true
End-Start.
Perform Scan-Ice-History until History-Scan-Done.
Scan-Ice-History.
Read History-File Next Record
At End
Set History-Scan-Done to true
End-Read.
If not History-File-OK
Set History-Scan-Done to true
End-If.
If not History-Scan-Done
If HIST-Iata-Code not equal STN-Iata-Code(Station-Idx)
or HIST-Run-Date not less Outlook-Date
Set History-Scan-Done to true
else
If HIST-Record-Kind equal Space
and HIST-Delay-Cause equal 'WX '
and HIST-Run-Date not equal Last-Ice-Date
Move Function Upper-Case(HIST-Weather-Cond) to Cond-Work
Perform Judge-Condition-Words
If Cond-Freezing
Move HIST-Run-Date to Last-Ice-Date
Add 1 to LST-Ice-Days(List-Idx)
End-If
End-If
End-If
End-If.
*> Adjacent-swap passes, heaviest weight first and the busier of
*> two equal weights first -- stable otherwise.
Sort-List-Table.
Perform List-Bubble-Pass
Varying List-Sort-Pass From 1 By 1
Until List-Sort-Pass >= List-Count
.
List-Bubble-Pass.
Compute List-Sort-Limit = List-Count - List-Sort-Pass.
Perform List-Compare-Swap
Varying List-Idx From 1 By 1
Until List-Idx > List-Sort-Limit
.
List-Compare-Swap.
If LST-Weight(List-Idx) < LST-Weight(List-Idx + 1)
or (LST-Weight(List-Idx) = LST-Weight(List-Idx + 1)
and LST-Departures(List-Idx) < LST-Departures(List-Idx + 1))
Move List-Entry(List-Idx) to List-Swap-Holder
Move List-Entry(List-Idx + 1) to List-Entry(List-Idx)
Move List-Swap-Holder to List-Entry(List-Idx + 1)
End-If
.
Report-Deice-List.
Display "-----------------------------------------------".
Display "RANK CODE  WEIGHT  DEPS  BASIS     LAST WEEK".
Perform Report-One-List-Entry
Varying List-Idx From 1 By 1
Until List-Idx > List-Count.
If List-Count = 0
Display "   No airport forecast or now at or below freezing"
" with precipitation or freezing conditions"
End-If.
Display "-----------------------------------------------".
Display "Outlook records read   : " Forecast-Read.
Display "Outlooks for the date  : " Forecast-In-Scope.
Display "Current lookups judged : " Etl-In-Scope.
Display "Airports listed        : " List-Count.
Display "Departures at them     : " Total-Departures.
If History-Usable
Display "With last-week delays  : " Total-Flagged
End-If.
Report-One-List-Entry.
Move LST-Station-Idx(List-Idx) to Station-Idx.
Add LST-Departures(List-Idx) to Total-Departures.
Move List-Idx to Rank-Edit.
Evaluate LST-Basis(List-Idx)
When 'B'
Move 'BOTH' to Basis-Text
When 'F'
Move 'FORECAST' to Basis-Text
When other
Move 'CURRENT' to Basis-Text
End-Evaluate.
If LST-Ice-Days(List-Idx) > 0
Add 1 to Total-Flagged
Display Rank-Edit " " STN-Iata-Code(Station-Idx) "  "
LST-Weight(List-Idx) " " LST-Departures(List-Idx) " "
Basis-Text "  ** DE-ICING DELAYS " LST-Ice-Days(List-Idx)
" DAY(S) **"
else
Display Rank-Edit " " STN-Iata-Code(Station-Idx) "  "
LST-Weight(List-Idx) " " LST-Departures(List-Idx) " "
Basis-Text
End-If.
Move STN-Fcst-Temp(Station-Idx) to Temp-Test-Value.
Move STN-Fcst-Unit(Station-Idx) to Temp-Test-Unit.
Move STN-Fcst-Cond(Station-Idx) to Cond-Work.
Perform Format-Condition-Text.
If STN-Fcst-Run-Id(Station-Idx) equal Spaces
Move 'no outlook' to Cond-Text
End-If.
Move Cond-Text to Fcst-Text.
Move STN-Curr-Temp(Station-Idx) to Temp-Test-Value.
Move STN-Curr-Unit(Station-Idx) to Temp-Test-Unit.
Move STN-Curr-Cond(Station-Idx) to Cond-Work.
Perform Format-Condition-Text.
If STN-Curr-Run-Id(Station-Idx) equal Spaces
Move 'no lookup' to Cond-Text
End-If.
Move Cond-Text to Curr-Text.
Display "        outlook " Function Trim(Fcst-Text)
"; now " Function Trim(Curr-Text).
*> "-5C LIGHT SNOW", or the condition alone when no temperature.
Format-Condition-Text.
Move Spaces to Cond-Text.
Move 1 to Text-Ptr.
If Temp-Test-Unit equal 'C' or Temp-Test-Unit equal 'F'
Move Temp-Test-Value to Temp-Edit
String Function Trim(Temp-Edit) Temp-Test-Unit ' '
Delimited by Size
into Cond-Text With Pointer Text-Ptr
End-String
End-If.
If Cond-Work not equal Spaces
String Function Trim(Cond-Work) Delimited by Size
into Cond-Text With Pointer Text-Ptr
End-String
End-If.
*> Rewritten each evening: one record per listed airport in rank
*> order, then a trailer with the count, so an empty list reads as
*> an empty list and not as a job that never ran.
Write-Deice-Extract.
Open Output Deice-Extract-File.
If not Deice-Extract-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DEICEXT' to MRQ-Insert(1)
Move 'extract -- report only' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Write-One-Deice-Record
Varying List-Idx From 1 By 1
Until List-Idx > List-Count
Move Spaces to Deice-Extract-Record
Set DIX-Type-Trailer to true
Move Outlook-Date to DIX-Ops-Date
Move List-Count to DIX-Rank
Move 'ALL' to DIX-Iata-Code
Move 0 to DIX-Weight
Move Total-Departures to DIX-Departures
Move 0 to DIX-Fcst-Temp
Move 0 to DIX-Curr-Temp
Move Total-Flagged to DIX-Ice-Days
Write Deice-Extract-Record
Close Deice-Extract-File
End-If.
Write-One-Deice-Record.
Move LST-Station-Idx(List-Idx) to Station-Idx.
Move Spaces to Deice-Extract-Record.
Set DIX-Type-Airport to true.
Move Outlook-Date to DIX-Ops-Date.
Move List-Idx to DIX-Rank.
Move STN-Iata-Code(Station-Idx) to DIX-Iata-Code.
Move LST-Weight(List-Idx) to DIX-Weight.
Move LST-Departures(List-Idx) to DIX-Departures.
Move LST-Basis(List-Idx) to DIX-Basis.
Move STN-Fcst-Temp(Station-Idx) to DIX-Fcst-Temp.
Move STN-Fcst-Unit(Station-Idx) to DIX-Fcst-Unit.
Move STN-Fcst-Cond(Station-Idx) to DIX-Fcst-Cond.
Move STN-Curr-Temp(Station-Idx) to DIX-Curr-Temp.
Move STN-Curr-Unit(Station-Idx) to DIX-Curr-Unit.
Move STN-Curr-Cond(Station-Idx) to DIX-Curr-Cond.
Move LST-Ice-Days(List-Idx) to DIX-Ice-Days.
Write Deice-Extract-Record.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHDICE.
