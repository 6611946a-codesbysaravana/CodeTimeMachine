IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHWSUR.
*> Status service consumers: every caller of the APWS airport-status
*> web service on WSUSAGE, with its calls today, this month and in
*> all, the calls refused it for want of the View role, and when and
*> from where it last called -- the list of who depends on us, for
*> the notice before a change to the service or its files.  A caller
*> silent for Dormant-Days is marked DORMANT, a candidate for having
*> its AUTHKSDS row withdrawn.  The call-by-call detail is on
*> STATCALL (WSLOGREC).
*> RC=8 when WSUSAGE can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Usage-File Assign To WSUSAGE
Organization Is Indexed
Access Mode Is Sequential
Record Key Is WSU-Caller
File Status Is Usage-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Usage-File.
COPY WSUSEREC.
WORKING-STORAGE SECTION.
01 Usage-File-Status Pic X(2) Value Spaces.
88 Usage-File-OK     Value '00'.
88 Usage-File-At-End Value '10'.
01 Usage-EOF-Flag Pic X Value 'N'.
88 Usage-EOF Value 'Y'.
01 Dormant-Days Pic 9(3) Value 30.
01 Today-Date Pic 9(8) Value 0.
01 Last-Call-Date Pic 9(8) Value 0.
01 Days-Silent Pic S9(7) Value 0.
*> Day and month counts are only the current period's when the
*> record is stamped with it.
01 Calls-Today     Pic 9(7) Value 0.
01 Calls-Month     Pic 9(9) Value 0.
01 Caller-Flag     Pic X(7) Value Spaces.
01 Total-Callers   Pic 9(5) Value 0.
01 Total-Dormant   Pic 9(5) Value 0.
01 Total-Today     Pic 9(9) Value 0.
01 Total-Month     Pic 9(9) Value 0.
01 Total-All       Pic 9(11) Value 0.
01 Total-Refused   Pic 9(9) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "** Status Service Consumers                    **".
Display "***********************************************".
Move Function Current-Date(1:8) to Today-Date.
Open Input Usage-File.
If not Usage-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'WSUSAGE' to MRQ-Insert(1)
Move 'usage file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Display "CALLER   FIRST    LAST CALL       TODAY   "
"MONTH     TOTAL     REFUSED  LAST QUERY      LAST CLIENT"
Perform Read-Next-Usage
Perform List-One-Caller until Usage-EOF
Close Usage-File
Display "-----------------------------------------------"
Display "Callers            : " Total-Callers
Display "  of which dormant : " Total-Dormant
Display "Calls today        : " Total-Today
Display "Calls this month   : " Total-Month
Display "Calls in all       : " Total-All
Display "  of which refused : " Total-Refused
End-If.
Display "** Status Service Consumers Ends               **".
Display "***********************************************".
STOP RUN.
Read-Next-Usage.
Read Usage-File
At End
Set Usage-EOF to true
End-Read.
If not Usage-File-OK and not Usage-File-At-End
Display "** WSUSAGE read failed, status " Usage-File-Status
" -- listing what was read **"
Set Usage-EOF to true
End-If.
List-One-Caller.
Add 1 to Total-Callers.
Move 0 to Calls-Today Calls-Month.
If WSU-Usage-Date equal Today-Date(1:8)
and WSU-Daily-Calls is numeric
Move WSU-Daily-Calls to Calls-Today
End-If.
If WSU-Usage-Month equal Today-Date(1:6)
and WSU-Monthly-Calls is numeric
Move WSU-Monthly-Calls to Calls-Month
End-If.
Move Spaces to Caller-Flag.
Move 0 to Days-Silent.
If WSU-Last-Date is numeric
Move WSU-Last-Date to Last-Call-Date
Compute Days-Silent =
Function Integer-Of-Date(Today-Date)
- Function Integer-Of-Date(Last-Call-Date)
End-If.
If Days-Silent >= Dormant-Days
Move 'DORMANT' to Caller-Flag
Add 1 to Total-Dormant
End-If.
Display WSU-Caller " " WSU-First-Date " "
WSU-Last-Date " " WSU-Last-Time " "
Calls-Today " " Calls-Month " " WSU-Total-Calls " "
WSU-Refused-Calls "  " WSU-Last-Kind " " WSU-Last-Value " "
Function Trim(WSU-Last-Client) " " Caller-Flag.
Add Calls-Today to Total-Today.
Add Calls-Month to Total-Month.
If WSU-Total-Calls is numeric
Add WSU-Total-Calls to Total-All
End-If.
If WSU-Refused-Calls is numeric
Add WSU-Refused-Calls to Total-Refused
End-If.
Perform Read-Next-Usage.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHWSUR.
