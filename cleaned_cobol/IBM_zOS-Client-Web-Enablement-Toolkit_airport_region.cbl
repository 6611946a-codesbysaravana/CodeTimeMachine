IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHRGNR.
*> Regional rollup: delayed days, closed days and failed lookups from
*> the settled daily closeout records (DAYCLOSE, written by HWTHDCLS)
*> rolled up by the AM-Region-Code on each airport's AIRMSTR record,
*> so "how is the East Coast doing" is one report line instead of a
*> scan.  An airport-day counts as delayed when its worst status was
*> Yellow or Red, as closed when it was Closed.  An optional PARM of
*> CCYYMMDD narrows the rollup to one closed date; no PARM rolls up
*> every closed day.  Codes with no master record (or a blank
*> region) report under UNASSIGN; a recoded airport's old code is
*> looked up as its new one (see RECODXRF).
*> ASOF in the PARM (alone, or as CCYYMMDD,ASOF) rolls each day up
*> under the region in force that day -- the superseded versions
*> HWTHMNTA and AMNT keep on MSTRHIST -- instead of today's, so a
*> corrected region doesn't regroup the past.  RC=4 when ASOF was
*> asked for and MSTRHIST can't be read (today's regions are used).
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Day-Close-File Assign To DAYCLOSE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is DCL-Key
File Status Is Day-Close-File-Status.
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
Select Recode-Xref-File Assign To RECODXRF
Organization Is Line Sequential
File Status Is Recode-Xref-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Day-Close-File.
COPY DCLSREC.
FD  Airport-Master-File.
COPY AIRMSTR.
FD  Master-History-File.
COPY MHSTREC.
FD  Recode-Xref-File.
COPY RCDXREF.
WORKING-STORAGE SECTION.
01 Day-Close-File-Status Pic X(2) Value Spaces.
88 Day-Close-File-OK     Value '00'.
88 Day-Close-File-At-End Value '10'.
01 Airmstr-File-Status Pic X(2) Value Spaces.
88 Airmstr-File-OK Value '00'.
01 Master-History-File-Status Pic X(2) Value Spaces.
88 Master-History-File-OK Value '00'.
01 Master-History-Usable-Flag Pic X Value 'N'.
88 Master-History-Usable Value 'Y'.
01 Close-EOF-Flag Pic X Value 'N'.
88 Close-EOF Value 'Y'.
01 Report-Date Pic X(8) Value Spaces.
01 Parm-Field-1 Pic X(8) Value Spaces.
01 Parm-Field-2 Pic X(8) Value Spaces.
01 As-Of-Flag Pic X Value 'N'.
88 As-Of-Reporting Value 'Y'.
01 Version-Found-Flag Pic X Value 'N'.
88 Version-Found Value 'Y'.
01 Total-Superseded Pic 9(7) Value 0.
01 Total-Rolled   Pic 9(7) Value 0.
01 Record-Region  Pic X(8) Value Spaces.
01 Region-Table.
05 Region-Entry Occurs 1 to 100 times
Depending On Region-Count.
10 RGN-Region-Code   Pic X(8).
10 RGN-Day-Count     Pic 9(5).
10 RGN-Lookup-Count  Pic 9(5).
10 RGN-Delay-Count   Pic 9(5).
10 RGN-Closure-Count Pic 9(5).
01 Region-Idx   Pic 9(3) Value 0.
01 Region-Found-Flag Pic X Value 'N'.
88 Region-Entry-Found Value 'Y'.
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
Display "** Regional Status Rollup Report              **".
Display "***********************************************".
If parm-len > 0
Unstring parm-string(1:parm-len) delimited by ','
into Parm-Field-1 Parm-Field-2
End-Unstring
Move Function Upper-Case(Parm-Field-1) to Parm-Field-1
Move Function Upper-Case(Parm-Field-2) to Parm-Field-2
If Parm-Field-1 is numeric
Move Parm-Field-1 to Report-Date
End-If
If Parm-Field-1 equal 'ASOF' or Parm-Field-2 equal 'ASOF'
Set As-Of-Reporting to true
End-If
End-If.
If Report-Date not equal Spaces
Display "** Reporting date : " Report-Date "              **"
else
Display "** Reporting date : all closed days             **"
End-If.
If As-Of-Reporting
Display "** Regions as of each closed day (MSTRHIST)     **"
Open Input Master-History-File
If Master-History-File-OK
Set Master-History-Usable to true
else
Display "** MSTRHIST unavailable -- today's regions used **"
Move 4 to Return-Code
End-If
End-If.
Perform Load-Recode-Table.
Open Input Day-Close-File.
Open Input Airport-Master-File.
If not Day-Close-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DAYCLOSE' to MRQ-Insert(1)
Move 'for the rollup' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
If not Airmstr-File-OK
Display "** AIRMSTR unavailable -- all regions UNASSIGN **"
End-If
If Report-Date equal Spaces
Move Low-Values to DCL-Close-Date
else
Move Report-Date to DCL-Close-Date
End-If
Move Low-Values to DCL-Iata-Code
Start Day-Close-File Key is Not Less Than DCL-Key
Invalid Key
Set Close-EOF to true
End-Start
Perform Read-Next-Close-Record
Perform Roll-One-Close-Record until Close-EOF
Close Day-Close-File
Perform Print-Report
End-If.
If Airmstr-File-OK
Close Airport-Master-File
End-If.
If Master-History-Usable
Close Master-History-File
End-If.
Display "** Regional Rollup Report Ends                 **".
Display "***********************************************".
STOP RUN.
*> The file is keyed date first, so one date's rollup ends at the
*> first record dated past it.
Read-Next-Close-Record.
If not Close-EOF
Read Day-Close-File Next Record
At End
Set Close-EOF to true
End-Read
If not Day-Close-File-OK and not Day-Close-File-At-End
Set Close-EOF to true
End-If
If not Close-EOF and Report-Date not equal Spaces
and DCL-Close-Date not equal Report-Date
Set Close-EOF to true
End-If
End-If
.
Roll-One-Close-Record.
Add 1 to Total-Rolled.
Perform Find-Record-Region.
Perform Find-Or-Add-Region-Entry.
Add 1 to RGN-Day-Count(Region-Idx).
Add DCL-Lookups-Actual to RGN-Lookup-Count(Region-Idx).
If DCL-Worst-Yellow or DCL-Worst-Red
Add 1 to RGN-Delay-Count(Region-Idx)
End-If.
If DCL-Worst-Closed
Add 1 to RGN-Closure-Count(Region-Idx)
End-If.
Compute RGN-Failure-Count(Region-Idx) =
RGN-Failure-Count(Region-Idx) + DCL-Lookups-Actual - DCL-Lookups-Ok.
Perform Read-Next-Close-Record.
*> As of the day, a version kept on MSTRHIST answers ahead of the
*> master; the master answers for the version still in force.
Find-Record-Region.
Move 'UNASSIGN' to Record-Region.
Move 'N' to Version-Found-Flag.
Perform Translate-Recoded-Code.
If Master-History-Usable
Perform Find-Version-As-Of
End-If.
Evaluate true
When Version-Found
Add 1 to Total-Superseded
If MHS-Region-Code not equal Spaces
Move MHS-Region-Code to Record-Region
End-If
When Airmstr-File-OK
Move Report-Iata-Code to AM-Iata-Code
Read Airport-Master-File
Invalid Key
Continue
Move AM-Region-Code to Record-Region
End-If
End-Read
End-Evaluate
.
*> The version in force on the closed date is the code's first
*> kept version ending on or after it; none means the master's.
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
End-If
End-Read
End-Start
.
Find-Or-Add-Region-Entry.
Move 'N' to Region-Found-Flag.
Add 1 to Region-Count
Move Region-Count to Region-Idx
Move Record-Region to RGN-Region-Code(Region-Idx)
Move 0 to RGN-Day-Count(Region-Idx)
Move 0 to RGN-Lookup-Count(Region-Idx)
Move 0 to RGN-Delay-Count(Region-Idx)
Move 0 to RGN-Closure-Count(Region-Idx)
End-If
.
Print-Report.
Display "Airport-days rolled up: " Total-Rolled.
Display "Regions              : " Region-Count.
If As-Of-Reporting
Display "Days under an earlier version: " Total-Superseded
End-If.
Display "-----------------------------------------------".
Perform Print-Region-Line
Varying Region-Idx From 1 By 1
.
Print-Region-Line.
Display RGN-Region-Code(Region-Idx)
" airport-days=" RGN-Day-Count(Region-Idx)
" lookups=" RGN-Lookup-Count(Region-Idx)
" delayed-days=" RGN-Delay-Count(Region-Idx)
" closed-days=" RGN-Closure-Count(Region-Idx)
" failed=" RGN-Failure-Count(Region-Idx).
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
End Program HWTHRGNR.
