IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCFIN.
*> Monthly delay-cost report for finance off the COSTLDGR ledger
*> HWTHCLDG builds each day.  The ledger is browsed from the first of
*> the year through the end of the report month; every record counts
*> towards year-to-date and those in the month towards month-to-date,
*> totalled three ways:
*>   BY AIRPORT      highest year-to-date cost first
*>   BY REGION       AM-Region-Code as stamped on the ledger day
*>   BY DELAY CAUSE  the cause on each day's worst snapshot
*> Days ledgered without a rate (source N) carry zero cost and are
*> counted at the foot so finance can see what the total leaves out.
*>   (no PARM)        last month
*>   PARM=CCYYMM      that month
*> RC=4 when unrated days fall in the month; RC=8 when COSTLDGR
*> can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Cost-Ledger-File Assign To COSTLDGR
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is LDG-Key
File Status Is Cost-Ledger-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Cost-Ledger-File.
COPY CLDGREC.
WORKING-STORAGE SECTION.
01 Cost-Ledger-File-Status Pic X(2) Value Spaces.
88 Cost-Ledger-File-OK     Value '00'.
88 Cost-Ledger-File-At-End Value '10'.
01 Ledger-EOF-Flag Pic X Value 'N'.
88 Ledger-EOF Value 'Y'.
01 Report-Month Pic X(6) Value Spaces.
01 Today-Stamp  Pic X(8) Value Spaces.
01 Today-Year   Pic 9(4) Value 0.
01 Today-Mon    Pic 9(2) Value 0.
01 In-Month-Flag Pic X Value 'N'.
88 In-Month Value 'Y'.
01 Airport-Table.
05 Airport-Entry Occurs 2000 times.
10 APT-Iata-Code   Pic X(3).
10 APT-Region-Code Pic X(8).
10 APT-Mtd-Days    Pic 9(3).
10 APT-Mtd-Cost    Pic 9(13)V99.
10 APT-Ytd-Days    Pic 9(3).
10 APT-Ytd-Cost    Pic 9(13)V99.
01 Airport-Swap-Holder Pic X(47).
01 Airport-Count Pic 9(4) Value 0.
01 Airport-Idx   Pic 9(4) Value 0.
01 Airport-Found-Flag Pic X Value 'N'.
88 Airport-Found Value 'Y'.
01 Region-Table.
05 Region-Entry Occurs 200 times.
10 RGT-Region-Code Pic X(8).
10 RGT-Mtd-Cost    Pic 9(13)V99.
10 RGT-Ytd-Cost    Pic 9(13)V99.
01 Region-Count Pic 9(3) Value 0.
01 Region-Idx   Pic 9(3) Value 0.
01 Region-Found-Flag Pic X Value 'N'.
88 Region-Found Value 'Y'.
01 Cause-Table.
05 Cause-Entry Occurs 100 times.
10 CST-Cause-Code Pic X(3).
10 CST-Mtd-Cost   Pic 9(13)V99.
10 CST-Ytd-Cost   Pic 9(13)V99.
01 Cause-Count Pic 9(3) Value 0.
01 Cause-Idx   Pic 9(3) Value 0.
01 Cause-Found-Flag Pic X Value 'N'.
88 Cause-Found Value 'Y'.
01 Sort-Pass  Pic 9(4) Value 0.
01 Sort-Limit Pic 9(4) Value 0.
01 Ledger-Read     Pic 9(7) Value 0.
01 Unrated-Mtd     Pic 9(5) Value 0.
01 Unrated-Ytd     Pic 9(5) Value 0.
01 Total-Mtd-Cost  Pic 9(13)V99 Value 0.
01 Total-Ytd-Cost  Pic 9(13)V99 Value 0.
01 Mtd-Edit Pic Z(12)9.99.
01 Ytd-Edit Pic Z(12)9.99.
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
Display "** Monthly Delay Cost Report                  **".
Display "***********************************************".
If parm-len equal 6 and parm-string(1:6) is numeric
Move parm-string(1:6) to Report-Month
else
Perform Default-To-Last-Month
End-If.
Display "** Month " Report-Month " with year to date             **".
Open Input Cost-Ledger-File.
If not Cost-Ledger-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'COSTLDGR' to MRQ-Insert(1)
Move 'file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Report-Month(1:4) to LDG-Ledger-Date(1:4)
Move '0101' to LDG-Ledger-Date(5:4)
Move Low-Values to LDG-Iata-Code
Start Cost-Ledger-File Key is Not Less Than LDG-Key
Invalid Key
Set Ledger-EOF to true
End-Start
Perform Total-One-Ledger-Record until Ledger-EOF
Close Cost-Ledger-File
Perform Sort-Airports
Perform List-By-Airport
Perform List-By-Region
Perform List-By-Cause
Move Total-Mtd-Cost to Mtd-Edit
Move Total-Ytd-Cost to Ytd-Edit
Display "-----------------------------------------------"
Display "Ledger records read    : " Ledger-Read
Display "Month-to-date cost     : " Mtd-Edit
Display "Year-to-date cost      : " Ytd-Edit
Display "Unrated days (MTD/YTD) : " Unrated-Mtd "/" Unrated-Ytd
If Unrated-Mtd > 0
Move 4 to Return-Code
End-If
End-If.
Display "** Monthly Delay Cost Report Ends             **".
Display "***********************************************".
STOP RUN.
*> Run early in the month for the month just ended.
Default-To-Last-Month.
Move Function Current-Date(1:8) to Today-Stamp.
Move Today-Stamp(1:4) to Today-Year.
Move Today-Stamp(5:2) to Today-Mon.
If Today-Mon = 1
Subtract 1 from Today-Year
Move 12 to Today-Mon
else
Subtract 1 from Today-Mon
End-If.
Move Today-Year to Report-Month(1:4).
Move Today-Mon to Report-Month(5:2).
*> Keys run in date order, so the first record past the report
*> month ends the browse.
Total-One-Ledger-Record.
Read Cost-Ledger-File Next Record
At End
Set Ledger-EOF to true
End-Read.
If not Cost-Ledger-File-OK and not Cost-Ledger-File-At-End
Set Ledger-EOF to true
End-If.
If not Ledger-EOF
If LDG-Ledger-Date(1:6) > Report-Month
Set Ledger-EOF to true
else
Add 1 to Ledger-Read
If LDG-Cost is not numeric
Move 0 to LDG-Cost
End-If
If LDG-Ledger-Date(1:6) equal Report-Month
Set In-Month to true
else
Move 'N' to In-Month-Flag
End-If
Add LDG-Cost to Total-Ytd-Cost
If In-Month
Add LDG-Cost to Total-Mtd-Cost
End-If
If LDG-Rate-Source equal 'N'
Add 1 to Unrated-Ytd
If In-Month
Add 1 to Unrated-Mtd
End-If
End-If
Perform Total-By-Airport
Perform Total-By-Region
Perform Total-By-Cause
End-If
End-If
.
Total-By-Airport.
Move 'N' to Airport-Found-Flag.
Move 1 to Airport-Idx.
Perform Search-Airport-Entry
until Airport-Idx > Airport-Count or Airport-Found.
If not Airport-Found and Airport-Count < 2000
Add 1 to Airport-Count
Move Airport-Count to Airport-Idx
Move LDG-Iata-Code to APT-Iata-Code(Airport-Idx)
Move 0 to APT-Mtd-Days(Airport-Idx)
Move 0 to APT-Mtd-Cost(Airport-Idx)
Move 0 to APT-Ytd-Days(Airport-Idx)
Move 0 to APT-Ytd-Cost(Airport-Idx)
Set Airport-Found to true
End-If.
If Airport-Found
*> The latest ledger day's region stands for the airport.
Move LDG-Region-Code to APT-Region-Code(Airport-Idx)
Add 1 to APT-Ytd-Days(Airport-Idx)
Add LDG-Cost to APT-Ytd-Cost(Airport-Idx)
If In-Month
Add 1 to APT-Mtd-Days(Airport-Idx)
Add LDG-Cost to APT-Mtd-Cost(Airport-Idx)
End-If
End-If.
Search-Airport-Entry.
If APT-Iata-Code(Airport-Idx) equal LDG-Iata-Code
Set Airport-Found to true
else
Add 1 to Airport-Idx
End-If
.
Total-By-Region.
Move 'N' to Region-Found-Flag.
Move 1 to Region-Idx.
Perform Search-Region-Entry
until Region-Idx > Region-Count or Region-Found.
If not Region-Found and Region-Count < 200
Add 1 to Region-Count
Move Region-Count to Region-Idx
Move LDG-Region-Code to RGT-Region-Code(Region-Idx)
Move 0 to RGT-Mtd-Cost(Region-Idx)
Move 0 to RGT-Ytd-Cost(Region-Idx)
Set Region-Found to true
End-If.
If Region-Found
Add LDG-Cost to RGT-Ytd-Cost(Region-Idx)
If In-Month
Add LDG-Cost to RGT-Mtd-Cost(Region-Idx)
End-If
End-If.
Search-Region-Entry.
If RGT-Region-Code(Region-Idx) equal LDG-Region-Code
Set Region-Found to true
else
Add 1 to Region-Idx
End-If
.
Total-By-Cause.
Move 'N' to Cause-Found-Flag.
Move 1 to Cause-Idx.
Perform Search-Cause-Entry
until Cause-Idx > Cause-Count or Cause-Found.
If not Cause-Found and Cause-Count < 100
Add 1 to Cause-Count
Move Cause-Count to Cause-Idx
Move LDG-Delay-Cause to CST-Cause-Code(Cause-Idx)
Move 0 to CST-Mtd-Cost(Cause-Idx)
Move 0 to CST-Ytd-Cost(Cause-Idx)
Set Cause-Found to true
End-If.
If Cause-Found
Add LDG-Cost to CST-Ytd-Cost(Cause-Idx)
If In-Month
Add LDG-Cost to CST-Mtd-Cost(Cause-Idx)
End-If
End-If.
Search-Cause-Entry.
If CST-Cause-Code(Cause-Idx) equal LDG-Delay-Cause
Set Cause-Found to true
else
Add 1 to Cause-Idx
End-If
.
Sort-Airports.
Perform Airport-Bubble-Pass
Varying Sort-Pass From 1 By 1
Until Sort-Pass not less Airport-Count.
Airport-Bubble-Pass.
Compute Sort-Limit = Airport-Count - Sort-Pass.
Perform Airport-Compare-Swap
Varying Airport-Idx From 1 By 1
Until Airport-Idx > Sort-Limit.
Airport-Compare-Swap.
If APT-Ytd-Cost(Airport-Idx) < APT-Ytd-Cost(Airport-Idx + 1)
Move Airport-Entry(Airport-Idx) to Airport-Swap-Holder
Move Airport-Entry(Airport-Idx + 1) to Airport-Entry(Airport-Idx)
Move Airport-Swap-Holder to Airport-Entry(Airport-Idx + 1)
End-If.
List-By-Airport.
Display "-----------------------------------------------".
Display "BY AIRPORT".
Display "IATA REGION   DAYS    MONTH-TO-DATE DAYS     YEAR-TO-DATE".
If Airport-Count = 0
Display "   none"
else
Perform Print-One-Airport
Varying Airport-Idx From 1 By 1
Until Airport-Idx > Airport-Count
End-If.
Print-One-Airport.
Move APT-Mtd-Cost(Airport-Idx) to Mtd-Edit.
Move APT-Ytd-Cost(Airport-Idx) to Ytd-Edit.
Display APT-Iata-Code(Airport-Idx) "  " APT-Region-Code(Airport-Idx)
" " APT-Mtd-Days(Airport-Idx) " " Mtd-Edit " "
APT-Ytd-Days(Airport-Idx) " " Ytd-Edit.
List-By-Region.
Display "-----------------------------------------------".
Display "BY REGION".
Display "REGION          MONTH-TO-DATE      YEAR-TO-DATE".
If Region-Count = 0
Display "   none"
else
Perform Print-One-Region
Varying Region-Idx From 1 By 1
Until Region-Idx > Region-Count
End-If.
Print-One-Region.
Move RGT-Mtd-Cost(Region-Idx) to Mtd-Edit.
Move RGT-Ytd-Cost(Region-Idx) to Ytd-Edit.
Display RGT-Region-Code(Region-Idx) " " Mtd-Edit "  " Ytd-Edit.
List-By-Cause.
Display "-----------------------------------------------".
Display "BY DELAY CAUSE".
Display "CAUSE           MONTH-TO-DATE      YEAR-TO-DATE".
If Cause-Count = 0
Display "   none"
else
Perform Print-One-Cause
Varying Cause-Idx From 1 By 1
Until Cause-Idx > Cause-Count
End-If.
Print-One-Cause.
Move CST-Mtd-Cost(Cause-Idx) to Mtd-Edit.
Move CST-Ytd-Cost(Cause-Idx) to Ytd-Edit.
Display CST-Cause-Code(Cause-Idx) "      " Mtd-Edit "  " Ytd-Edit.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHCFIN.
