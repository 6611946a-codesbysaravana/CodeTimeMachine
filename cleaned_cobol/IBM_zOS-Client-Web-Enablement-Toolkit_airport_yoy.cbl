IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHYOYR.
*> Year-over-year comparison: a month, or a date range, against the
*> same dates a year earlier, per airport, per region (AM-Region-
*> Code on AIRMSTR) and per watch-list group (AIRLIST tag), then in
*> total.  Side by side for each period: average delay (the mean of
*> the daily averages), worst delay, Red days, Closed days, alerts
*> raised (ALERTOUT records, drills and flood digests left out) and
*> coverage -- days with data against days in the period -- with
*> the change and a B (better) or W (worse) marker.  Days come from
*> the settled daily closeout records (DAYCLOSE, written by HWTHDCLS):
*> a closed day with snapshots is a day with data, its average and
*> peak delay and its worst status count, and its alerts are the
*> ones opened that day.  Days before the first closed day on file
*> were never closed, so for those only the old sources count:
*> AIRHIST detail and aged aggregates, and ALERTOUT records.  Last
*> year's AIRHIST has usually been aged by HWTHHAGE by now: an
*> aggregate adds its days with data, its average over those days,
*> its worst delay and its Red/Closed day counts to whichever
*> period its start date falls in, provided the aggregate ends
*> before the first closed day.  DAYCLOSE and ALERTOUT codes
*> recoded since are reported under their new code (RECODXRF);
*> AIRHIST was re-keyed by the recode itself.
*>   (no PARM)                  last month against a year before
*>   PARM=CCYYMM                that month
*>   PARM=CCYYMMDD-CCYYMMDD     that range (up to 366 days)
*> Any of these with ,ASOF after it (or ASOF alone, for last month)
*> rolls each day up under the region in force that day -- the
*> superseded versions HWTHMNTA and AMNT keep on MSTRHIST -- so an
*> airport moved between regions counts under last year's region
*> for last year's days; an airport split so prints once per region,
*> the region at the end of its line.  Without ASOF every day goes
*> under the region on AIRMSTR today.
*> 29 February compares with the 28th.  RC=4 when the earlier period
*> has no history at all; RC=8 when DAYCLOSE (or, for days before
*> the first closeout, AIRHIST) can't be opened or the PARM can't
*> be used.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Day-Close-File Assign To DAYCLOSE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is DCL-Key
File Status Is Day-Close-File-Status.
Select History-File Assign To AIRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is HIST-Key
File Status Is History-File-Status.
Select Alert-File Assign To ALERTOUT
Organization Is Line Sequential
File Status Is Alert-File-Status.
Select Airport-Master-File Assign To AIRMSTR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AM-Iata-Code
File Status Is Airmstr-File-Status.
Select Master-History-File Assign To MSTRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is MHS-Key
File Status Is Master-History-File-Status.
Select Airport-List-File Assign To AIRLIST
Organization Is Line Sequential
File Status Is Airlist-File-Status.
Select Recode-Xref-File Assign To RECODXRF
Organization Is Line Sequential
File Status Is Recode-Xref-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Day-Close-File.
COPY DCLSREC.
FD  History-File.
COPY AIRHIST.
FD  Alert-File.
COPY ALERTREC.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Master-History-File.
COPY MHSTREC.
FD  Airport-List-File.
COPY AIRLSTR.
FD  Recode-Xref-File.
COPY RCDXREF.
WORKING-STORAGE SECTION.
01 Day-Close-File-Status Pic X(2) Value Spaces.
88 Day-Close-File-OK     Value '00'.
88 Day-Close-File-At-End Value '10'.
01 History-File-Status Pic X(2) Value Spaces.
88 History-File-OK     Value '00'.
88 History-File-At-End Value '10'.
01 Alert-File-Status Pic X(2) Value Spaces.
88 Alert-File-OK     Value '00'.
88 Alert-File-At-End Value '10'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
01 Master-History-File-Status Pic X(2) Value Spaces.
88 Master-History-File-OK Value '00'.
01 Master-History-Usable-Flag Pic X Value 'N'.
88 Master-History-Usable Value 'Y'.
01 As-Of-Flag Pic X Value 'N'.
88 As-Of-Reporting Value 'Y'.
01 Period-Parm-Len Pic S9(3) binary Value 0.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK     Value '00'.
88 Airlist-File-At-End Value '10'.
01 Read-EOF-Flag Pic X Value 'N'.
88 Read-EOF Value 'Y'.
*> Period 1 is the one asked for, period 2 the year before it.
01 Period-Table.
05 Period-Entry Occurs 2 times.
10 PRD-Start Pic 9(8).
10 PRD-End   Pic 9(8).
10 PRD-Days  Pic 9(3).
01 Period-Idx Pic 9 Value 0.
01 Parm-Valid-Flag Pic X Value 'Y'.
88 Parm-Valid Value 'Y'.
01 Today-Stamp  Pic 9(8) Value 0.
01 Work-Year    Pic 9(4) Value 0.
01 Work-Month   Pic 9(2) Value 0.
01 Work-Date    Pic 9(8) Value 0.
01 Work-Int     Pic 9(9) Value 0.
01 Range-Start-Int Pic 9(9) Value 0.
01 Range-End-Int   Pic 9(9) Value 0.
01 Record-Date-Num Pic 9(8) Value 0.
*> The first closed day on DAYCLOSE; all nines when none has been
*> closed yet.  Days before it come from AIRHIST and ALERTOUT.
01 Closeout-Start Pic 9(8) Value 99999999.
01 Aggregate-End  Pic 9(8) Value 0.
*> Detail snapshots for one airport-day, folded into one daily
*> figure once the next airport or day turns up.
01 Day-Hold.
05 HLD-Iata-Code   Pic X(3) Value Spaces.
05 HLD-Date        Pic 9(8) Value 0.
05 HLD-Period      Pic 9 Value 0.
05 HLD-Snaps       Pic 9(3) Value 0.
05 HLD-Delay-Total Pic 9(7) Value 0.
05 HLD-Max         Pic 9(5) Value 0.
05 HLD-Status      Pic X Value Space.
01 Day-Avg Pic 9(5) Value 0.
*> Per-airport figures for the two periods.
01 Airport-Table.
05 Airport-Entry Occurs 2000 times.
10 APT-Iata-Code Pic X(3).
10 APT-Region    Pic X(8).
10 APT-Group-Tag Pic X(8).
*> Y on a second or later entry for the same code -- the airport
*> split across regions under ASOF -- so it counts once in its
*> watch-list group and the total.
10 APT-Split-Flag Pic X.
88 APT-Split Value 'Y'.
10 APT-Figures Occurs 2 times.
15 APF-Data-Days   Pic 9(5).
15 APF-Delay-Sum   Pic 9(9).
15 APF-Worst       Pic 9(5).
15 APF-Red-Days    Pic 9(5).
15 APF-Closed-Days Pic 9(5).
15 APF-Alerts      Pic 9(7).
01 Airport-Count Pic 9(4) Value 0.
01 Airport-Idx   Pic 9(4) Value 0.
01 Airport-Key   Pic X(3) Value Spaces.
01 Airport-Found-Flag Pic X Value 'N'.
88 Airport-Found Value 'Y'.
*> Under ASOF, the region in force on Version-As-Of: part of the
*> airport entry's key.  Spaces otherwise.
01 Airport-Region-Key Pic X(8) Value Spaces.
01 Version-As-Of      Pic X(8) Value Spaces.
01 Read-Version-Flag Pic X Value 'N'.
88 Read-Version-Found Value 'Y'.
01 Code-Seen-Flag Pic X Value 'N'.
88 Code-Seen Value 'Y'.
01 Rollup-Airport-Flag Pic X Value 'Y'.
88 Rollup-Counts-Airport Value 'Y'.
*> Region (R), group (G) and grand-total (T) rollups of the same.
01 Rollup-Table.
05 Rollup-Entry Occurs 400 times.
10 RLP-Level    Pic X.
10 RLP-Key      Pic X(8).
10 RLP-Airports Pic 9(5).
10 RLP-Figures Occurs 2 times.
15 RLF-Data-Days   Pic 9(7).
15 RLF-Delay-Sum   Pic 9(11).
15 RLF-Worst       Pic 9(5).
15 RLF-Red-Days    Pic 9(7).
15 RLF-Closed-Days Pic 9(7).
15 RLF-Alerts      Pic 9(9).
01 Rollup-Count Pic 9(3) Value 0.
01 Rollup-Idx   Pic 9(3) Value 0.
01 Rollup-Level Pic X Value Space.
01 Rollup-Key   Pic X(8) Value Spaces.
01 Rollup-Found-Flag Pic X Value 'N'.
88 Rollup-Found Value 'Y'.
*> Watch-list group tags.
01 Watch-Table.
05 Watch-Entry Occurs 5000 times.
10 WCH-Iata-Code Pic X(3).
10 WCH-Group-Tag Pic X(8).
01 Watch-Count Pic 9(4) Value 0.
01 Watch-Idx   Pic 9(4) Value 0.
01 Watch-Found-Flag Pic X Value 'N'.
88 Watch-Found Value 'Y'.
*> Recoded IATA codes (RECODXRF) for the ALERTOUT pass.
01 Recode-Xref-File-Status Pic X(2) Value Spaces.
88 Recode-Xref-File-OK     Value '00'.
88 Recode-Xref-File-At-End Value '10'.
01 Recode-EOF-Flag Pic X Value 'N'.
88 Recode-EOF Value 'Y'.
01 Recode-Table.
05 Recode-Entry Occurs 1 to 500 times
Depending On Recode-Count.
10 RCT-Old-Code       Pic X(3).
10 RCT-New-Code       Pic X(3).
10 RCT-Effective-Date Pic X(8).
01 Recode-Count Pic 9(3) Value 0.
01 Recode-Idx   Pic 9(3) Value 0.
01 Recode-Hop   Pic 9 Value 0.
01 Recode-Hit-Flag Pic X Value 'N'.
88 Recode-Hit Value 'Y'.
01 Report-Iata-Code Pic X(3) Value Spaces.
01 Recode-As-Of     Pic X(8) Value Spaces.
*> One comparison line's figures, from whichever table.
01 Line-Key      Pic X(8) Value Spaces.
01 Line-Airports Pic 9(5) Value 0.
01 Line-Figures Occurs 2 times.
05 LNF-Data-Days   Pic 9(7).
05 LNF-Delay-Sum   Pic 9(11).
05 LNF-Worst       Pic 9(5).
05 LNF-Red-Days    Pic 9(7).
05 LNF-Closed-Days Pic 9(7).
05 LNF-Alerts      Pic 9(9).
01 Line-Avg      Pic 9(5) Occurs 2 times.
01 Line-Coverage Pic 9(3)V9 Occurs 2 times.
01 Change-Value    Pic S9(9) Value 0.
01 Change-Coverage Pic S9(3)V9 Value 0.
01 Change-Marker   Pic X Value Space.
01 Big-This-Edit  Pic ZZZZ9.
01 Big-Last-Edit  Pic ZZZZ9.
01 Big-Chg-Edit   Pic +(5)9.
01 Big-Chg-Text   Pic X(6) Value Spaces.
01 Small-This-Edit Pic ZZZ9.
01 Small-Last-Edit Pic ZZZ9.
01 Small-Chg-Edit  Pic +(4)9.
01 Cov-This-Edit  Pic ZZ9.9.
01 Cov-Last-Edit  Pic ZZ9.9.
01 Cov-Chg-Edit   Pic +(3)9.9.
01 Report-Line Pic X(140) Value Spaces.
01 Line-Pointer Pic 9(3) Value 1.
01 Heading-Line-1.
05 Filler Pic X(64) Value
'KEY      ---AVG DELAY MIN---- --WORST DELAY MIN--- -----RED DAYS'.
05 Filler Pic X(64) Value
'---- ---CLOSED DAYS--- -------ALERTS------- -----COVERAGE %-----'.
01 Heading-Line-2.
05 Filler Pic X(64) Value
'          THIS  LAST CHANGE    THIS  LAST CHANGE   THIS LAST  CH'.
05 Filler Pic X(64) Value
'NG   THIS LAST  CHNG    THIS  LAST CHANGE    THIS  LAST CHANGE  '.
01 Closed-Days-Read Pic 9(9) Value 0.
01 Snapshots-Read  Pic 9(9) Value 0.
01 Aggregates-Used Pic 9(7) Value 0.
01 Alerts-Counted  Pic 9(7) Value 0.
01 Prior-Data-Days Pic 9(9) Value 0.
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
Display "** Year-Over-Year Comparison                  **".
Display "***********************************************".
Perform Set-Report-Periods.
If not Parm-Valid
Display "** PARM must be CCYYMM or CCYYMMDD-CCYYMMDD   **"
Move 8 to Return-Code
else
Display "** This period " PRD-Start(1) " - " PRD-End(1)
"     **"
Display "** Year before " PRD-Start(2) " - " PRD-End(2)
"     **"
Open Input Day-Close-File
If not Day-Close-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DAYCLOSE' to MRQ-Insert(1)
Move 'closeout file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Load-Recode-Table
Perform Load-Watch-Groups
Open Input Airport-Master-File
If As-Of-Reporting
Display "** Regions as of each day (MSTRHIST)          **"
Open Input Master-History-File
If Master-History-File-OK
Set Master-History-Usable to true
else
Display "** MSTRHIST unavailable -- today's regions    **"
End-If
End-If
Perform Find-Closeout-Start
Perform Fold-Closed-Days
Close Day-Close-File
If Closeout-Start > PRD-Start(2)
Perform Fold-Unclosed-History
Perform Count-Period-Alerts
End-If
If Airmstr-File-OK
Close Airport-Master-File
End-If
If Master-History-Usable
Close Master-History-File
End-If
If Return-Code < 8
Perform Build-Rollups
Perform Print-Comparison
If Prior-Data-Days = 0
Display "** No history at all in the earlier period    **"
Move 4 to Return-Code
End-If
If As-Of-Reporting and not Master-History-Usable
Move 4 to Return-Code
End-If
End-If
End-If
End-If.
Display "** Year-Over-Year Comparison Ends             **".
Display "***********************************************".
STOP RUN.
*> ---- the two periods -------------------------------------------
Set-Report-Periods.
Move Function Current-Date(1:8) to Today-Stamp.
Move parm-len to Period-Parm-Len.
Evaluate true
When parm-len = 4
and Function Upper-Case(parm-string(1:4)) equal 'ASOF'
Set As-Of-Reporting to true
Move 0 to Period-Parm-Len
When parm-len > 5
and Function Upper-Case(parm-string(parm-len - 4:5)) equal ',ASOF'
Set As-Of-Reporting to true
Subtract 5 from Period-Parm-Len
End-Evaluate.
Evaluate true
When Period-Parm-Len = 0
Move Today-Stamp(1:4) to Work-Year
Move Today-Stamp(5:2) to Work-Month
If Work-Month = 1
Subtract 1 from Work-Year
Move 12 to Work-Month
else
Subtract 1 from Work-Month
End-If
Perform Set-Month-Periods
When Period-Parm-Len = 6 and parm-string(1:6) is numeric
Move parm-string(1:4) to Work-Year
Move parm-string(5:2) to Work-Month
If Work-Month < 1 or Work-Month > 12
Move 'N' to Parm-Valid-Flag
else
Perform Set-Month-Periods
End-If
When Period-Parm-Len = 17 and parm-string(9:1) equal '-'
and parm-string(1:8) is numeric and parm-string(10:8) is numeric
Move parm-string(1:8) to PRD-Start(1)
Move parm-string(10:8) to PRD-End(1)
Perform Set-Range-Periods
When other
Move 'N' to Parm-Valid-Flag
End-Evaluate.
*> A calendar month each year, each to its own last day, so a leap
*> February is compared whole against a 28-day one.
Set-Month-Periods.
Move 1 to Period-Idx.
Perform Set-One-Month-Period.
Subtract 1 from Work-Year.
Move 2 to Period-Idx.
Perform Set-One-Month-Period.
Set-One-Month-Period.
Compute PRD-Start(Period-Idx) = Work-Year * 10000 + Work-Month * 100
+ 1.
If Work-Month = 12
Compute Work-Date = (Work-Year + 1) * 10000 + 101
else
Compute Work-Date = Work-Year * 10000 + (Work-Month + 1) * 100 + 1
End-If.
Compute Work-Int = Function Integer-Of-Date(Work-Date) - 1.
Compute PRD-End(Period-Idx) = Function Date-Of-Integer(Work-Int).
Compute PRD-Days(Period-Idx) = Work-Int
- Function Integer-Of-Date(PRD-Start(Period-Idx)) + 1.
Set-Range-Periods.
If Function Test-Date-YYYYMMDD(PRD-Start(1)) not equal 0
or Function Test-Date-YYYYMMDD(PRD-End(1)) not equal 0
or PRD-End(1) < PRD-Start(1)
Move 'N' to Parm-Valid-Flag
else
Compute Range-Start-Int = Function Integer-Of-Date(PRD-Start(1))
Compute Range-End-Int = Function Integer-Of-Date(PRD-End(1))
Compute PRD-Days(1) = Range-End-Int - Range-Start-Int + 1
If PRD-Days(1) > 366
Move 'N' to Parm-Valid-Flag
else
Move PRD-Start(1) to Work-Date
Perform Back-One-Year
Move Work-Date to PRD-Start(2)
Move PRD-End(1) to Work-Date
Perform Back-One-Year
Move Work-Date to PRD-End(2)
Compute PRD-Days(2) = Function Integer-Of-Date(PRD-End(2))
- Function Integer-Of-Date(PRD-Start(2)) + 1
End-If
End-If.
Back-One-Year.
Subtract 10000 from Work-Date.
If Work-Date(5:4) equal '0229'
and Function Test-Date-YYYYMMDD(Work-Date) not equal 0
Subtract 1 from Work-Date
End-If.
*> Period-Idx leaves 1 or 2 for a date inside either period, 0 for
*> one outside both.
Classify-Record-Date.
Evaluate true
When Record-Date-Num not less PRD-Start(1)
and Record-Date-Num not greater PRD-End(1)
Move 1 to Period-Idx
When Record-Date-Num not less PRD-Start(2)
and Record-Date-Num not greater PRD-End(2)
Move 2 to Period-Idx
When other
Move 0 to Period-Idx
End-Evaluate.
*> ---- DAYCLOSE ---------------------------------------------------
Find-Closeout-Start.
Move Low-Values to DCL-Key.
Move 'N' to Read-EOF-Flag.
Start Day-Close-File Key is Not Less Than DCL-Key
Invalid Key
Set Read-EOF to true
End-Start.
If not Read-EOF
Read Day-Close-File Next Record
At End
Set Read-EOF to true
End-Read
If Day-Close-File-OK and DCL-Close-Date is numeric
Move DCL-Close-Date to Closeout-Start
End-If
End-If.
If Closeout-Start = 99999999
Display "** No day closed out yet -- AIRHIST only      **"
else
Display "** Closed days from " Closeout-Start
"                   **"
End-If.
*> The year before comes first in key order; the read stops past the
*> end of the period asked for.
Fold-Closed-Days.
Move PRD-Start(2) to DCL-Close-Date.
Move Low-Values to DCL-Iata-Code.
Move 'N' to Read-EOF-Flag.
Start Day-Close-File Key is Not Less Than DCL-Key
Invalid Key
Set Read-EOF to true
End-Start.
Perform Fold-One-Closed-Day until Read-EOF.
Fold-One-Closed-Day.
Read Day-Close-File Next Record
At End
Set Read-EOF to true
End-Read.
If not Day-Close-File-OK and not Day-Close-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and DCL-Close-Date is numeric
Move DCL-Close-Date to Record-Date-Num
If Record-Date-Num > PRD-End(1)
Set Read-EOF to true
else
Perform Classify-Record-Date
If Period-Idx > 0
Perform Fold-Closed-Day
End-If
End-If
End-If
.
*> A closed day with no snapshot is not a day with data, but its
*> alerts still count.
Fold-Closed-Day.
Add 1 to Closed-Days-Read.
Move DCL-Iata-Code to Report-Iata-Code.
Move DCL-Close-Date to Recode-As-Of.
Perform Translate-Recoded-Code.
Move Report-Iata-Code to Airport-Key.
Move DCL-Close-Date to Version-As-Of.
Perform Find-Or-Add-Airport.
If Airport-Found
Add DCL-Alerts-Opened to APF-Alerts(Airport-Idx, Period-Idx)
Add DCL-Alerts-Opened to Alerts-Counted
If DCL-Snapshots > 0
Add 1 to APF-Data-Days(Airport-Idx, Period-Idx)
Add DCL-Avg-Delay to APF-Delay-Sum(Airport-Idx, Period-Idx)
If DCL-Peak-Delay > APF-Worst(Airport-Idx, Period-Idx)
Move DCL-Peak-Delay to APF-Worst(Airport-Idx, Period-Idx)
End-If
Evaluate true
When DCL-Worst-Closed
Add 1 to APF-Closed-Days(Airport-Idx, Period-Idx)
When DCL-Worst-Red
Add 1 to APF-Red-Days(Airport-Idx, Period-Idx)
End-Evaluate
End-If
End-If.
*> ---- AIRHIST, for days never closed -----------------------------
Fold-Unclosed-History.
Open Input History-File.
If not History-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRHIST' to MRQ-Insert(1)
Move 'history file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Low-Values to HIST-Key
Move 'N' to Read-EOF-Flag
Start History-File Key is Not Less Than HIST-Key
Invalid Key
Set Read-EOF to true
End-Start
Perform Fold-One-History-Record until Read-EOF
Perform Fold-Held-Day
Close History-File
End-If.
Fold-One-History-Record.
Read History-File Next Record
At End
Set Read-EOF to true
End-Read.
If not History-File-OK and not History-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and HIST-Run-Date is numeric
Add 1 to Snapshots-Read
Move HIST-Run-Date to Record-Date-Num
Perform Classify-Record-Date
If Period-Idx > 0
If HIST-Record-Kind equal Space
If Record-Date-Num < Closeout-Start
Perform Fold-Detail-Snapshot
End-If
else
Perform Set-Aggregate-End
If Aggregate-End < Closeout-Start
Perform Fold-Aggregate-Record
End-If
End-If
End-If
End-If
.
Fold-Detail-Snapshot.
If HIST-Iata-Code not equal HLD-Iata-Code
or Record-Date-Num not equal HLD-Date
Perform Fold-Held-Day
Move HIST-Iata-Code to HLD-Iata-Code
Move Record-Date-Num to HLD-Date
Move Period-Idx to HLD-Period
Move 0 to HLD-Snaps
Move 0 to HLD-Delay-Total
Move 0 to HLD-Max
Move Space to HLD-Status
End-If.
Add 1 to HLD-Snaps.
If HIST-Delay-Minutes is numeric
Add HIST-Delay-Minutes to HLD-Delay-Total
If HIST-Delay-Minutes > HLD-Max
Move HIST-Delay-Minutes to HLD-Max
End-If
End-If.
Evaluate true
When HIST-Status-Closed
Move 'C' to HLD-Status
When HIST-Status-Red and HLD-Status not equal 'C'
Move 'R' to HLD-Status
When other
Continue
End-Evaluate.
*> A Closed day counts Closed only; a Red day that never closed,
*> Red.
Fold-Held-Day.
If HLD-Snaps > 0
Move HLD-Iata-Code to Airport-Key
Move HLD-Date to Version-As-Of
Perform Find-Or-Add-Airport
If Airport-Found
Compute Day-Avg Rounded = HLD-Delay-Total / HLD-Snaps
Add 1 to APF-Data-Days(Airport-Idx, HLD-Period)
Add Day-Avg to APF-Delay-Sum(Airport-Idx, HLD-Period)
If HLD-Max > APF-Worst(Airport-Idx, HLD-Period)
Move HLD-Max to APF-Worst(Airport-Idx, HLD-Period)
End-If
Evaluate HLD-Status
When 'C'
Add 1 to APF-Closed-Days(Airport-Idx, HLD-Period)
When 'R'
Add 1 to APF-Red-Days(Airport-Idx, HLD-Period)
End-Evaluate
End-If
Move 0 to HLD-Snaps
End-If.
*> A weekly aggregate covers seven days from its start, a monthly
*> one the rest of its calendar month.
Set-Aggregate-End.
If HIST-Kind-Weekly
Compute Aggregate-End = Function Date-Of-Integer(
Function Integer-Of-Date(Record-Date-Num) + 6)
else
Move Record-Date-Num(1:4) to Work-Year
Move Record-Date-Num(5:2) to Work-Month
If Work-Month = 12
Compute Work-Date = (Work-Year + 1) * 10000 + 101
else
Compute Work-Date = Work-Year * 10000 + (Work-Month + 1) * 100 + 1
End-If
Compute Aggregate-End = Function Date-Of-Integer(
Function Integer-Of-Date(Work-Date) - 1)
End-If.
Fold-Aggregate-Record.
If HIST-Agg-Days is numeric and HIST-Agg-Days > 0
Add 1 to Aggregates-Used
Move HIST-Iata-Code to Airport-Key
Move Record-Date-Num to Version-As-Of
Perform Find-Or-Add-Airport
If Airport-Found
Add HIST-Agg-Days to APF-Data-Days(Airport-Idx, Period-Idx)
If HIST-Agg-Avg-Delay is numeric
Compute APF-Delay-Sum(Airport-Idx, Period-Idx) =
APF-Delay-Sum(Airport-Idx, Period-Idx)
+ HIST-Agg-Avg-Delay * HIST-Agg-Days
End-If
If HIST-Agg-Max-Delay is numeric
and HIST-Agg-Max-Delay > APF-Worst(Airport-Idx, Period-Idx)
Move HIST-Agg-Max-Delay to APF-Worst(Airport-Idx, Period-Idx)
End-If
If HIST-Agg-Red-Days is numeric
Add HIST-Agg-Red-Days to APF-Red-Days(Airport-Idx, Period-Idx)
End-If
If HIST-Agg-Closed-Days is numeric
Add HIST-Agg-Closed-Days
to APF-Closed-Days(Airport-Idx, Period-Idx)
End-If
End-If
End-If.
*> ---- ALERTOUT, for days never closed ----------------------------
*> Group-level DIVGROUP alerts carry a group id, not an airport, and
*> drills and flood digests are not alerts about an airport at all.
*> Before closeout every ALERTOUT record counted, repeats included.
Count-Period-Alerts.
Open Input Alert-File.
If not Alert-File-OK
Display "** ALERTOUT not available -- alerts not counted **"
else
Move 'N' to Read-EOF-Flag
Perform Count-One-Alert until Read-EOF
Close Alert-File
End-If.
Count-One-Alert.
Read Alert-File
At End
Set Read-EOF to true
End-Read.
If not Alert-File-OK and not Alert-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and ALR-Run-Date is numeric
and not ALR-Reason-Drill and not ALR-Reason-Digest
and not ALR-Reason-Divgroup
Move ALR-Run-Date to Record-Date-Num
Perform Classify-Record-Date
If Period-Idx > 0 and Record-Date-Num < Closeout-Start
Move ALR-Iata-Code to Report-Iata-Code
Move ALR-Run-Date to Recode-As-Of
Perform Translate-Recoded-Code
Move Report-Iata-Code to Airport-Key
Move ALR-Run-Date to Version-As-Of
Perform Find-Or-Add-Airport
If Airport-Found
Add 1 to APF-Alerts(Airport-Idx, Period-Idx)
Add 1 to Alerts-Counted
End-If
End-If
End-If
.
*> ---- the airport table ------------------------------------------
*> The entry last found is tried first -- history arrives an airport
*> at a time.
Find-Or-Add-Airport.
Move 'N' to Airport-Found-Flag.
Move 'N' to Code-Seen-Flag.
Move Spaces to Airport-Region-Key.
If Master-History-Usable
Perform Set-Airport-Region-Key
End-If.
If Airport-Idx > 0 and Airport-Idx not greater Airport-Count
If APT-Iata-Code(Airport-Idx) equal Airport-Key
and (Airport-Region-Key equal Spaces
or APT-Region(Airport-Idx) equal Airport-Region-Key)
Set Airport-Found to true
End-If
End-If.
If not Airport-Found
Move 1 to Airport-Idx
Perform Search-Airport-Entry
until Airport-Idx > Airport-Count or Airport-Found
End-If.
If not Airport-Found and Airport-Count < 2000
Add 1 to Airport-Count
Move Airport-Count to Airport-Idx
Initialize Airport-Entry(Airport-Idx)
Move Airport-Key to APT-Iata-Code(Airport-Idx)
Move Code-Seen-Flag to APT-Split-Flag(Airport-Idx)
Perform Place-New-Airport
Set Airport-Found to true
End-If.
Search-Airport-Entry.
If APT-Iata-Code(Airport-Idx) equal Airport-Key
and (Airport-Region-Key equal Spaces
or APT-Region(Airport-Idx) equal Airport-Region-Key)
Set Airport-Found to true
else
If APT-Iata-Code(Airport-Idx) equal Airport-Key
Set Code-Seen to true
End-If
Add 1 to Airport-Idx
End-If
.
Place-New-Airport.
Move 'UNASSIGN' to APT-Region(Airport-Idx).
If Airport-Region-Key not equal Spaces
Move Airport-Region-Key to APT-Region(Airport-Idx)
else
Perform Read-Current-Region
If Airport-Region-Key not equal Spaces
Move Airport-Region-Key to APT-Region(Airport-Idx)
End-If
Move Spaces to Airport-Region-Key
End-If.
Move 'GENERAL' to APT-Group-Tag(Airport-Idx).
Move 'N' to Watch-Found-Flag.
Move 1 to Watch-Idx.
Perform Search-Watch-Entry
until Watch-Idx > Watch-Count or Watch-Found.
If Watch-Found
Move WCH-Group-Tag(Watch-Idx) to APT-Group-Tag(Airport-Idx)
End-If.
*> The region on AIRMSTR today, left in Airport-Region-Key (spaces
*> when the airport has none there).
Read-Current-Region.
Move Spaces to Airport-Region-Key.
If Airmstr-File-OK
Move Airport-Key to AM-Iata-Code
Read Airport-Master-File
Invalid Key
Continue
Not Invalid Key
Move AM-Region-Code to Airport-Region-Key
End-Read
End-If.
*> ASOF: the version in force on the day is the code's first kept
*> version ending on or after it; none means AIRMSTR's.  A blank
*> region reports as UNASSIGN, as it always has.
Set-Airport-Region-Key.
Move 'N' to Read-Version-Flag.
Move Airport-Key to MHS-Iata-Code.
Move Version-As-Of to MHS-To-Date.
Start Master-History-File Key is Not Less Than MHS-Key
Invalid Key
Continue
Not Invalid Key
Read Master-History-File Next Record
At End
Continue
Not At End
If MHS-Iata-Code equal Airport-Key
Set Read-Version-Found to true
End-If
End-Read
End-Start.
If Read-Version-Found
Move MHS-Region-Code to Airport-Region-Key
else
Perform Read-Current-Region
End-If.
If Airport-Region-Key equal Spaces
Move 'UNASSIGN' to Airport-Region-Key
End-If.
Search-Watch-Entry.
If WCH-Iata-Code(Watch-Idx) equal Airport-Key
Set Watch-Found to true
else
Add 1 to Watch-Idx
End-If
.
Load-Watch-Groups.
Open Input Airport-List-File.
If Airlist-File-OK
Move 'N' to Read-EOF-Flag
Perform Load-One-Watch-Entry until Read-EOF
Close Airport-List-File
else
Display "** AIRLIST not available -- all under GENERAL **"
End-If.
Load-One-Watch-Entry.
Read Airport-List-File
At End
Set Read-EOF to true
End-Read.
If not Airlist-File-OK and not Airlist-File-At-End
Set Read-EOF to true
End-If.
If not Read-EOF and ALS-Iata-Code not equal Spaces
and Watch-Count < 5000
Add 1 to Watch-Count
Move ALS-Iata-Code to WCH-Iata-Code(Watch-Count)
If ALS-Group-Tag equal Spaces
Move 'GENERAL' to WCH-Group-Tag(Watch-Count)
else
Move ALS-Group-Tag to WCH-Group-Tag(Watch-Count)
End-If
End-If
.
*> ---- rollups ----------------------------------------------------
Build-Rollups.
Perform Roll-Up-One-Airport
Varying Airport-Idx From 1 By 1 Until Airport-Idx > Airport-Count.
Roll-Up-One-Airport.
Add APF-Data-Days(Airport-Idx, 2) to Prior-Data-Days.
Move 'Y' to Rollup-Airport-Flag.
Move 'R' to Rollup-Level.
Move APT-Region(Airport-Idx) to Rollup-Key.
Perform Add-To-Rollup.
If APT-Split(Airport-Idx)
Move 'N' to Rollup-Airport-Flag
End-If.
Move 'G' to Rollup-Level.
Move APT-Group-Tag(Airport-Idx) to Rollup-Key.
Perform Add-To-Rollup.
Move 'T' to Rollup-Level.
Move 'TOTAL' to Rollup-Key.
Perform Add-To-Rollup.
Add-To-Rollup.
Move 'N' to Rollup-Found-Flag.
Move 1 to Rollup-Idx.
Perform Search-Rollup-Entry
until Rollup-Idx > Rollup-Count or Rollup-Found.
If not Rollup-Found and Rollup-Count < 400
Add 1 to Rollup-Count
Move Rollup-Count to Rollup-Idx
Initialize Rollup-Entry(Rollup-Idx)
Move Rollup-Level to RLP-Level(Rollup-Idx)
Move Rollup-Key to RLP-Key(Rollup-Idx)
Set Rollup-Found to true
End-If.
If Rollup-Found
If Rollup-Counts-Airport
Add 1 to RLP-Airports(Rollup-Idx)
End-If
Perform Add-Rollup-Period
Varying Period-Idx From 1 By 1 Until Period-Idx > 2
End-If.
Search-Rollup-Entry.
If RLP-Level(Rollup-Idx) equal Rollup-Level
and RLP-Key(Rollup-Idx) equal Rollup-Key
Set Rollup-Found to true
else
Add 1 to Rollup-Idx
End-If
.
Add-Rollup-Period.
Add APF-Data-Days(Airport-Idx, Period-Idx)
to RLF-Data-Days(Rollup-Idx, Period-Idx).
Add APF-Delay-Sum(Airport-Idx, Period-Idx)
to RLF-Delay-Sum(Rollup-Idx, Period-Idx).
If APF-Worst(Airport-Idx, Period-Idx)
> RLF-Worst(Rollup-Idx, Period-Idx)
Move APF-Worst(Airport-Idx, Period-Idx)
to RLF-Worst(Rollup-Idx, Period-Idx)
End-If.
Add APF-Red-Days(Airport-Idx, Period-Idx)
to RLF-Red-Days(Rollup-Idx, Period-Idx).
Add APF-Closed-Days(Airport-Idx, Period-Idx)
to RLF-Closed-Days(Rollup-Idx, Period-Idx).
Add APF-Alerts(Airport-Idx, Period-Idx)
to RLF-Alerts(Rollup-Idx, Period-Idx).
*> ---- the report -------------------------------------------------
Print-Comparison.
Display "-----------------------------------------------".
Display "B = better than a year before, W = worse.  Coverage is days".
Display "with data against days in the period, per airport covered.".
Display "-----------------------------------------------".
Display "BY AIRPORT".
Display Heading-Line-1.
Display Heading-Line-2.
Perform Print-One-Airport
Varying Airport-Idx From 1 By 1 Until Airport-Idx > Airport-Count.
Display "-----------------------------------------------".
Display "BY REGION".
Display Heading-Line-1.
Display Heading-Line-2.
Move 'R' to Rollup-Level.
Perform Print-One-Rollup
Varying Rollup-Idx From 1 By 1 Until Rollup-Idx > Rollup-Count.
Display "-----------------------------------------------".
Display "BY WATCH-LIST GROUP".
Display Heading-Line-1.
Display Heading-Line-2.
Move 'G' to Rollup-Level.
Perform Print-One-Rollup
Varying Rollup-Idx From 1 By 1 Until Rollup-Idx > Rollup-Count.
Display "-----------------------------------------------".
Move 'T' to Rollup-Level.
Perform Print-One-Rollup
Varying Rollup-Idx From 1 By 1 Until Rollup-Idx > Rollup-Count.
Display "-----------------------------------------------".
Display "Airports compared      : " Airport-Count.
Display "Closed days read       : " Closed-Days-Read.
Display "History records read   : " Snapshots-Read.
Display "Aggregates counted     : " Aggregates-Used.
Display "Alerts counted         : " Alerts-Counted.
Print-One-Airport.
Move APT-Iata-Code(Airport-Idx) to Line-Key.
Move 1 to Line-Airports.
Perform Take-Airport-Period
Varying Period-Idx From 1 By 1 Until Period-Idx > 2.
Move Spaces to Airport-Region-Key.
If As-Of-Reporting
Move APT-Region(Airport-Idx) to Airport-Region-Key
End-If.
Perform Format-Comparison-Line.
Move Spaces to Airport-Region-Key.
Take-Airport-Period.
Move APF-Data-Days(Airport-Idx, Period-Idx)
to LNF-Data-Days(Period-Idx).
Move APF-Delay-Sum(Airport-Idx, Period-Idx)
to LNF-Delay-Sum(Period-Idx).
Move APF-Worst(Airport-Idx, Period-Idx) to LNF-Worst(Period-Idx).
Move APF-Red-Days(Airport-Idx, Period-Idx)
to LNF-Red-Days(Period-Idx).
Move APF-Closed-Days(Airport-Idx, Period-Idx)
to LNF-Closed-Days(Period-Idx).
Move APF-Alerts(Airport-Idx, Period-Idx) to LNF-Alerts(Period-Idx).
Print-One-Rollup.
If RLP-Level(Rollup-Idx) equal Rollup-Level
Move RLP-Key(Rollup-Idx) to Line-Key
Move RLP-Airports(Rollup-Idx) to Line-Airports
Move RLP-Figures(Rollup-Idx, 1) to Line-Figures(1)
Move RLP-Figures(Rollup-Idx, 2) to Line-Figures(2)
Perform Format-Comparison-Line
End-If.
*> Averages are over days with data; with none in a period the
*> average and worst have nothing to compare, so their change and
*> marker are left blank.
Format-Comparison-Line.
Perform Figure-One-Period
Varying Period-Idx From 1 By 1 Until Period-Idx > 2.
Move Spaces to Report-Line.
Move 1 to Line-Pointer.
String Line-Key Delimited by size
into Report-Line with pointer Line-Pointer.
Move Line-Avg(1) to Big-This-Edit.
Move Line-Avg(2) to Big-Last-Edit.
Compute Change-Value = Line-Avg(1) - Line-Avg(2).
Perform Add-Delay-Segment.
Move LNF-Worst(1) to Big-This-Edit.
Move LNF-Worst(2) to Big-Last-Edit.
Compute Change-Value = LNF-Worst(1) - LNF-Worst(2).
Perform Add-Delay-Segment.
Move LNF-Red-Days(1) to Small-This-Edit.
Move LNF-Red-Days(2) to Small-Last-Edit.
Compute Change-Value = LNF-Red-Days(1) - LNF-Red-Days(2).
Perform Add-Small-Segment.
Move LNF-Closed-Days(1) to Small-This-Edit.
Move LNF-Closed-Days(2) to Small-Last-Edit.
Compute Change-Value = LNF-Closed-Days(1) - LNF-Closed-Days(2).
Perform Add-Small-Segment.
Move LNF-Alerts(1) to Big-This-Edit.
Move LNF-Alerts(2) to Big-Last-Edit.
Compute Change-Value = LNF-Alerts(1) - LNF-Alerts(2).
Perform Set-Change-Marker.
Move Change-Value to Big-Chg-Edit.
Move Big-Chg-Edit to Big-Chg-Text.
Perform Add-Big-Segment.
Move Line-Coverage(1) to Cov-This-Edit.
Move Line-Coverage(2) to Cov-Last-Edit.
Compute Change-Coverage = Line-Coverage(1) - Line-Coverage(2).
Move Change-Coverage to Cov-Chg-Edit.
Evaluate true
When Change-Coverage > 0
Move 'B' to Change-Marker
When Change-Coverage < 0
Move 'W' to Change-Marker
When other
Move Space to Change-Marker
End-Evaluate.
String ' ' Cov-This-Edit ' ' Cov-Last-Edit ' ' Cov-Chg-Edit ' '
Change-Marker Delimited by size
into Report-Line with pointer Line-Pointer.
If Airport-Region-Key not equal Spaces
String '  ' Airport-Region-Key Delimited by size
into Report-Line with pointer Line-Pointer
End-If.
Display Report-Line.
Figure-One-Period.
If LNF-Data-Days(Period-Idx) > 0
Compute Line-Avg(Period-Idx) Rounded =
LNF-Delay-Sum(Period-Idx) / LNF-Data-Days(Period-Idx)
else
Move 0 to Line-Avg(Period-Idx)
End-If.
If Line-Airports > 0 and PRD-Days(Period-Idx) > 0
Compute Line-Coverage(Period-Idx) Rounded =
LNF-Data-Days(Period-Idx) * 100
/ (Line-Airports * PRD-Days(Period-Idx))
else
Move 0 to Line-Coverage(Period-Idx)
End-If.
Add-Delay-Segment.
If LNF-Data-Days(1) > 0 and LNF-Data-Days(2) > 0
Perform Set-Change-Marker
Move Change-Value to Big-Chg-Edit
Move Big-Chg-Edit to Big-Chg-Text
else
Move Space to Change-Marker
Move Spaces to Big-Chg-Text
End-If.
Perform Add-Big-Segment.
Add-Big-Segment.
String ' ' Big-This-Edit ' ' Big-Last-Edit ' ' Big-Chg-Text ' '
Change-Marker Delimited by size
into Report-Line with pointer Line-Pointer.
Add-Small-Segment.
Perform Set-Change-Marker.
Move Change-Value to Small-Chg-Edit.
String ' ' Small-This-Edit ' ' Small-Last-Edit ' ' Small-Chg-Edit
' ' Change-Marker Delimited by size
into Report-Line with pointer Line-Pointer.
*> More delay, more bad days, more alerts: worse.
Set-Change-Marker.
Evaluate true
When Change-Value > 0
Move 'W' to Change-Marker
When Change-Value < 0
Move 'B' to Change-Marker
When other
Move Space to Change-Marker
End-Evaluate.
*> ---- recoded codes ----------------------------------------------
Load-Recode-Table.
Open Input Recode-Xref-File.
If Recode-Xref-File-OK
Perform Load-One-Recode-Entry until Recode-EOF
Close Recode-Xref-File
End-If
.
Load-One-Recode-Entry.
Read Recode-Xref-File
At End
Set Recode-EOF to true
End-Read
If not Recode-Xref-File-OK and not Recode-Xref-File-At-End
Set Recode-EOF to true
End-If
If not Recode-EOF and Recode-Count < 500
Add 1 to Recode-Count
Move RCX-Old-Code to RCT-Old-Code(Recode-Count)
Move RCX-New-Code to RCT-New-Code(Recode-Count)
Move RCX-Effective-Date to RCT-Effective-Date(Recode-Count)
End-If
.
*> Report-Iata-Code comes in holding the code as recorded on
*> Recode-As-Of and leaves holding the code it reports under.  A
*> chain of recodes is followed through, a few hops at most.
Translate-Recoded-Code.
Move 'Y' to Recode-Hit-Flag.
Perform Follow-One-Recode
Varying Recode-Hop From 1 By 1
Until Recode-Hop > 5 or not Recode-Hit
.
Follow-One-Recode.
Move 'N' to Recode-Hit-Flag.
Move 1 to Recode-Idx.
Perform Search-Recode-Entry
until Recode-Idx > Recode-Count or Recode-Hit.
If Recode-Hit
Move RCT-New-Code(Recode-Idx) to Report-Iata-Code
End-If
.
Search-Recode-Entry.
If RCT-Old-Code(Recode-Idx) equal Report-Iata-Code
and Recode-As-Of < RCT-Effective-Date(Recode-Idx)
Set Recode-Hit to true
else
Add 1 to Recode-Idx
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHYOYR.
