ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The month is read from the settled daily closeout records
*> (DAYCLOSE, written by HWTHDCLS), so month-end numbers are the
*> frozen days every other report sees -- not a re-derivation from
*> AUDITLOG that shifts with reruns and archive retention.  Days not
*> yet closed are not in the month; the day count says how many are.
*> ASOF in the PARM (alone, or as CCYYMM,ASOF) splits an airport's
*> month at each change to its reference data HWTHMNTA or AMNT made
*> in it: the days under a superseded version (MSTRHIST) report on
*> a line of their own, under that version's name and region,
*> instead of folding into today's.  RC=4 when ASOF was asked for
*> and MSTRHIST can't be read.
Select Day-Close-File Assign To DAYCLOSE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is DCL-Key
File Status Is Day-Close-File-Status.
Select Master-History-File Assign To MSTRHIST
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is MHS-Key
File Status Is Master-History-File-Status.
Select Recode-Xref-File Assign To RECODXRF
Organization Is Line Sequential
File Status Is Recode-Xref-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Day-Close-File.
COPY DCLSREC.
FD  Master-History-File.
COPY MHSTREC.
FD  Recode-Xref-File.
COPY RCDXREF.
WORKING-STORAGE SECTION.
01 Day-Close-File-Status Pic X(2) Value Spaces.
88 Day-Close-File-OK     Value '00'.
88 Day-Close-File-At-End Value '10'.
01 Close-EOF-Flag Pic X Value 'N'.
88 Close-EOF Value 'Y'.
01 Master-History-File-Status Pic X(2) Value Spaces.
88 Master-History-File-OK Value '00'.
01 Master-History-Usable-Flag Pic X Value 'N'.
88 Master-History-Usable Value 'Y'.
01 Parm-Field-1 Pic X(8) Value Spaces.
01 Parm-Field-2 Pic X(8) Value Spaces.
01 As-Of-Flag Pic X Value 'N'.
88 As-Of-Reporting Value 'Y'.
01 Version-Found-Flag Pic X Value 'N'.
88 Version-Found Value 'Y'.
*> The last day of the version the closed day falls under; spaces
*> for the version still in force.
01 Version-End-Date Pic X(8) Value Spaces.
*> Month under report, CCYYMM.  Taken from the PARM when one is
*> given, otherwise the current month.
01 Report-Month Pic X(6) Value Spaces.
01 Total-In-Month   Pic 9(7) Value 0.
01 Days-Closed      Pic 9(2) Value 0.
01 Last-Close-Date  Pic X(8) Value Spaces.
01 Availability-Pct Pic 9(3) Value 0.
01 Coverage-Pct     Pic 9(3) Value 0.
01 Avg-Delay-Mins   Pic 9(5) Value 0.
*> Sized to the 10,000-entry watch-list working target the run
*> itself supports.
Depending On Month-Stats-Count.
10 MST-Iata-Code     Pic X(3).
10 MST-Airport-Name  Pic X(50).
10 MST-Version-End   Pic X(8).
10 MST-Version-Region Pic X(8).
10 MST-Expected-Count Pic 9(5).
10 MST-Lookup-Count  Pic 9(5).
10 MST-Success-Count Pic 9(5).
10 MST-Failure-Count Pic 9(5).
88 Month-Entry-Usable Value 'Y'.
01 Month-Overflow-Flag Pic X Value 'N'.
88 Month-Overflow-Noted Value 'Y'.
*> Old-to-new code cross-reference (RECODXRF, kept by HWTHRCOD): a
*> day closed under a recoded airport's old code before the recode
*> took effect reports under the new code, so the airport isn't
*> split in two across the change.  No file, no recodes.
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
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Display "***********************************************".
Display "** Monthly Per-Airport Statistics Report      **".
Display "***********************************************".
If parm-len > 0
Unstring parm-string(1:parm-len) delimited by ','
into Parm-Field-1 Parm-Field-2
End-Unstring
Move Function Upper-Case(Parm-Field-1) to Parm-Field-1
Move Function Upper-Case(Parm-Field-2) to Parm-Field-2
If Parm-Field-1(1:6) is numeric and Parm-Field-1(7:2) equal Spaces
Move Parm-Field-1(1:6) to Report-Month
End-If
If Parm-Field-1 equal 'ASOF' or Parm-Field-2 equal 'ASOF'
Set As-Of-Reporting to true
End-If
End-If.
If Report-Month equal Spaces
Move Function Current-Date(1:6) to Report-Month
End-If.
Display "** Reporting month: " Report-Month "                    **".
If As-Of-Reporting
Display "** Split at each reference-data change (MSTRHIST) **"
Open Input Master-History-File
If Master-History-File-OK
Set Master-History-Usable to true
else
Display "** MSTRHIST unavailable -- one line per airport **"
Move 4 to Return-Code
End-If
End-If.
Perform Load-Recode-Table.
Open Input Day-Close-File.
If not Day-Close-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DAYCLOSE' to MRQ-Insert(1)
Move 'for the monthly report' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Report-Month to DCL-Close-Date
Move '01' to DCL-Close-Date(7:2)
Move Low-Values to DCL-Iata-Code
Start Day-Close-File Key is Not Less Than DCL-Key
Invalid Key
Set Close-EOF to true
End-Start
Perform Read-Next-Close-Record
Perform Tally-One-Close-Record until Close-EOF
Close Day-Close-File
Perform Print-Report
End-If.
If Master-History-Usable
Close Master-History-File
End-If.
Display "** Monthly Statistics Report Ends              **".
Display "***********************************************".
STOP RUN.
*> The file is keyed date first, so the month ends at the first
*> record dated past it.
Read-Next-Close-Record.
If not Close-EOF
Read Day-Close-File Next Record
At End
Set Close-EOF to true
End-Read
If not Day-Close-File-OK and not Day-Close-File-At-End
Set Close-EOF to true
End-If
If not Close-EOF and DCL-Close-Date(1:6) not equal Report-Month
Set Close-EOF to true
End-If
End-If
.
Tally-One-Close-Record.
Add 1 to Total-In-Month.
If DCL-Close-Date not equal Last-Close-Date
Add 1 to Days-Closed
Move DCL-Close-Date to Last-Close-Date
End-If.
Perform Translate-Recoded-Code.
Move Spaces to Version-End-Date.
Move 'N' to Version-Found-Flag.
If Master-History-Usable
Perform Find-Version-As-Of
End-If.
Perform Find-Or-Add-Month-Entry.
If Month-Entry-Usable
Perform Tally-Month-Day
End-If.
Perform Read-Next-Close-Record.
*> Availability is over the batch lookups made; coverage is those
*> lookups against the ones the schedule expected.
Tally-Month-Day.
Add DCL-Lookups-Expected to MST-Expected-Count(Month-Stats-Idx).
Add DCL-Lookups-Actual to MST-Lookup-Count(Month-Stats-Idx).
Add DCL-Lookups-Ok to MST-Success-Count(Month-Stats-Idx).
Compute MST-Failure-Count(Month-Stats-Idx) =
MST-Failure-Count(Month-Stats-Idx)
+ DCL-Lookups-Actual - DCL-Lookups-Ok.
If DCL-Airport-Name not equal Spaces and not Version-Found
Move DCL-Airport-Name to MST-Airport-Name(Month-Stats-Idx)
End-If.
If DCL-Delayed-Snaps > 0
Perform Tally-Delay-Statistics
End-If.
*> A delay day is a closed day with any delayed snapshot: min and
*> max are over the days' peak delays, the average over their
*> average delays, and the worst day is the one with the highest
*> peak.
Tally-Delay-Statistics.
Add 1 to MST-Delay-Count(Month-Stats-Idx).
Add DCL-Avg-Delay to MST-Delay-Minutes(Month-Stats-Idx).
If MST-Delay-Count(Month-Stats-Idx) = 1
or DCL-Peak-Delay < MST-Delay-Min(Month-Stats-Idx)
Move DCL-Peak-Delay to MST-Delay-Min(Month-Stats-Idx)
End-If.
If DCL-Peak-Delay > MST-Delay-Max(Month-Stats-Idx)
Move DCL-Peak-Delay to MST-Delay-Max(Month-Stats-Idx)
Move DCL-Close-Date to MST-Worst-Day(Month-Stats-Idx)
End-If.
Find-Or-Add-Month-Entry.
Move 'Y' to Month-Entry-Usable-Flag.
Move 'N' to Month-Found-Flag.
Add-Month-Entry.
Add 1 to Month-Stats-Count
Move Month-Stats-Count to Month-Stats-Idx
Move Report-Iata-Code to MST-Iata-Code(Month-Stats-Idx)
Move DCL-Airport-Name to MST-Airport-Name(Month-Stats-Idx)
Move Version-End-Date to MST-Version-End(Month-Stats-Idx)
Move Spaces to MST-Version-Region(Month-Stats-Idx)
If Version-Found
Move MHS-Airport-Name to MST-Airport-Name(Month-Stats-Idx)
Move MHS-Region-Code to MST-Version-Region(Month-Stats-Idx)
End-If
Move 0 to MST-Expected-Count(Month-Stats-Idx)
Move 0 to MST-Lookup-Count(Month-Stats-Idx)
Move 0 to MST-Success-Count(Month-Stats-Idx)
Move 0 to MST-Failure-Count(Month-Stats-Idx)
*> Leaves Month-Stats-Idx pointing at the matched entry -- only
*> stepped past it when this slot wasn't the one.
Search-Month-Entry.
If MST-Iata-Code(Month-Stats-Idx) equal Report-Iata-Code
and MST-Version-End(Month-Stats-Idx) equal Version-End-Date
Set Month-Entry-Found to true
else
Add 1 to Month-Stats-Idx
End-If
.
Print-Report.
Display "Days closed out         : " Days-Closed.
Display "Closeout records        : " Total-In-Month.
Display "Distinct airports       : " Month-Stats-Count.
Display "-----------------------------------------------".
Perform Print-Airport-Line
else
Move 0 to Availability-Pct
End-If.
If MST-Expected-Count(Month-Stats-Idx) > 0
Compute Coverage-Pct =
(MST-Lookup-Count(Month-Stats-Idx) * 100)
/ MST-Expected-Count(Month-Stats-Idx)
else
Move 0 to Coverage-Pct
End-If.
If MST-Delay-Count(Month-Stats-Idx) > 0
Compute Avg-Delay-Mins =
MST-Delay-Minutes(Month-Stats-Idx)
End-If.
Display MST-Iata-Code(Month-Stats-Idx) " "
Function Trim(MST-Airport-Name(Month-Stats-Idx)).
If MST-Version-End(Month-Stats-Idx) not equal Spaces
Display "   earlier version, in force through "
MST-Version-End(Month-Stats-Idx)
" region=" MST-Version-Region(Month-Stats-Idx)
End-If.
Display "   lookups=" MST-Lookup-Count(Month-Stats-Idx)
" ok=" MST-Success-Count(Month-Stats-Idx)
" failed=" MST-Failure-Count(Month-Stats-Idx)
" availability=" Availability-Pct "%".
Display "   expected=" MST-Expected-Count(Month-Stats-Idx)
" coverage=" Coverage-Pct "%".
Display "   delay days=" MST-Delay-Count(Month-Stats-Idx)
" min=" MST-Delay-Min(Month-Stats-Idx)
" max=" MST-Delay-Max(Month-Stats-Idx)
" avg=" Avg-Delay-Mins
" worst day=" MST-Worst-Day(Month-Stats-Idx).
*> The version in force on the closed date is the code's first
*> kept version ending on or after it; none means the one still in
*> force.
Find-Version-As-Of.
Move Report-Iata-Code to MHS-Iata-Code.
Move DCL-Close-Date to MHS-To-Date.
Start Master-History-File Key is Not Less Than MHS-Key
Invalid Key
Continue
Not Invalid Key
Read Master-History-File Next Record
At End
Continue
Not At End
If MHS-Iata-Code equal Report-Iata-Code
Set Version-Found to true
Move MHS-To-Date to Version-End-Date
End-If
End-Read
End-Start
.
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
*> Report-Iata-Code leaves holding the code the closed day reports
*> under.  A chain of recodes is followed through, a few hops at
*> most.
Translate-Recoded-Code.
Move DCL-Iata-Code to Report-Iata-Code.
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
and DCL-Close-Date < RCT-Effective-Date(Recode-Idx)
Set Recode-Hit to true
else
Add 1 to Recode-Idx
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHMNTH.
