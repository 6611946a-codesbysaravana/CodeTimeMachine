IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHRUNB.
*> Alert runbook check, run after the RUNBOOK cluster is loaded from
*> the ops desk's RUNBKLST deck.  Part one lists every entry --
*> reason, tier, procedure, who to call -- and flags one whose tier
*> is not WARNING, SEVERE, CRITICAL or ANY, whose procedure ID,
*> first step or call line is blank, or whose reason is not one the
*> alerting raises.  Part two walks every alert reason and tier the
*> HWTHXCB1 run can raise (and the HWTHANOM run-anomaly alert on the
*> same feed) and lists each one no entry covers -- neither its own
*> tier's entry nor the reason's ANY entry -- since that alert would
*> reach the desk with no procedure attached.
*> RC=4 when a combination is uncovered or an entry is flagged;
*> RC=8 when RUNBOOK can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Runbook-File Assign To RUNBOOK
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is RBK-Key
File Status Is Runbook-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Runbook-File.
COPY RUNBKREC.
WORKING-STORAGE SECTION.
01 Runbook-File-Status Pic X(2) Value Spaces.
88 Runbook-File-OK     Value '00'.
88 Runbook-File-At-End Value '10'.
01 Runbook-EOF-Flag Pic X Value 'N'.
88 Runbook-EOF Value 'Y'.
*> Every reason/tier an alert can arrive with.  The tiers follow
*> where each reason is raised: the high-weight lift takes a
*> WARNING or SEVERE up one notch, and escalation of an unanswered
*> SEVERE re-pages it CRITICAL, so a reason raised at WARNING can
*> arrive at any of the three.  CORRIDOR tiers follow the pair's
*> worst colour; MISMATCH, DIGEST, DRILL, DIVGROUP and CLOSURE are
*> raised at one tier only; ANOMALY is HWTHANOM's.
01 Raisable-Values.
05 Filler Pic X(18) Value 'THRESHOLD WARNING'.
05 Filler Pic X(18) Value 'THRESHOLD SEVERE'.
05 Filler Pic X(18) Value 'THRESHOLD CRITICAL'.
05 Filler Pic X(18) Value 'BASELINE  WARNING'.
05 Filler Pic X(18) Value 'BASELINE  SEVERE'.
05 Filler Pic X(18) Value 'BASELINE  CRITICAL'.
05 Filler Pic X(18) Value 'TREND     WARNING'.
05 Filler Pic X(18) Value 'TREND     SEVERE'.
05 Filler Pic X(18) Value 'TREND     CRITICAL'.
05 Filler Pic X(18) Value 'STALE     WARNING'.
05 Filler Pic X(18) Value 'STALE     SEVERE'.
05 Filler Pic X(18) Value 'STALE     CRITICAL'.
05 Filler Pic X(18) Value 'RUNWAY    WARNING'.
05 Filler Pic X(18) Value 'RUNWAY    SEVERE'.
05 Filler Pic X(18) Value 'RUNWAY    CRITICAL'.
05 Filler Pic X(18) Value 'CORRIDOR  WARNING'.
05 Filler Pic X(18) Value 'CORRIDOR  SEVERE'.
05 Filler Pic X(18) Value 'CORRIDOR  CRITICAL'.
05 Filler Pic X(18) Value 'WEATHER   SEVERE'.
05 Filler Pic X(18) Value 'WEATHER   CRITICAL'.
05 Filler Pic X(18) Value 'CLOSURE   CRITICAL'.
05 Filler Pic X(18) Value 'MISMATCH  WARNING'.
05 Filler Pic X(18) Value 'DIVGROUP  CRITICAL'.
05 Filler Pic X(18) Value 'DIGEST    SEVERE'.
05 Filler Pic X(18) Value 'DRILL     CRITICAL'.
05 Filler Pic X(18) Value 'ANOMALY   SEVERE'.
01 Raisable-Table Redefines Raisable-Values.
05 Raisable-Entry Occurs 26 times.
10 RST-Alert-Reason Pic X(10).
10 RST-Alert-Tier   Pic X(8).
01 Raisable-Count Pic 9(3) Value 26.
01 Raisable-Idx   Pic 9(3) Value 0.
*> The entries on file, as read, for the coverage pass.
01 Entry-Table.
05 Entry-Row Occurs 500 times.
10 ENT-Alert-Reason Pic X(10).
10 ENT-Alert-Tier   Pic X(8).
01 Entry-Count Pic 9(3) Value 0.
01 Entry-Idx   Pic 9(3) Value 0.
01 Entry-Found-Flag Pic X Value 'N'.
88 Entry-Found Value 'Y'.
01 Want-Reason Pic X(10) Value Spaces.
01 Want-Tier   Pic X(8) Value Spaces.
01 Entry-Flag-Text Pic X(40) Value Spaces.
01 Step-Count Pic 9 Value 0.
01 Step-Idx   Pic 9 Value 0.
01 Total-Entries   Pic 9(5) Value 0.
01 Total-Flagged   Pic 9(5) Value 0.
01 Total-Covered   Pic 9(3) Value 0.
01 Total-Uncovered Pic 9(3) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "** Alert Runbook Coverage Check               **".
Display "***********************************************".
Open Input Runbook-File.
If not Runbook-File-OK
Move Spaces to Message-Request
Move 'HWT0102E' to MRQ-Id
Move 'RUNBOOK' to MRQ-Insert(1)
Move Runbook-File-Status to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform List-Runbook-Entries
Close Runbook-File
Perform Check-Raisable-Coverage
Display "-----------------------------------------------"
Display "Runbook entries        : " Total-Entries
Display "Entries flagged        : " Total-Flagged
Display "Reason/tiers covered   : " Total-Covered
Display "Reason/tiers uncovered : " Total-Uncovered
If Total-Flagged > 0 or Total-Uncovered > 0
Move 4 to Return-Code
End-If
End-If.
Display "** Alert Runbook Coverage Check Ends           **".
Display "***********************************************".
STOP RUN.
*> ---- part one: every entry, flagged where it is unusable -----
List-Runbook-Entries.
Display "RUNBOOK ENTRIES".
Move 'N' to Runbook-EOF-Flag.
Move Low-Values to RBK-Key.
Start Runbook-File Key is Not Less Than RBK-Key
Invalid Key
Display "   (RUNBOOK is empty)"
Set Runbook-EOF to true
End-Start.
Perform List-One-Runbook-Entry until Runbook-EOF.
List-One-Runbook-Entry.
Read Runbook-File Next Record
At End
Set Runbook-EOF to true
End-Read.
If not Runbook-File-OK
Set Runbook-EOF to true
End-If.
If not Runbook-EOF
Add 1 to Total-Entries
If Entry-Count < 500
Add 1 to Entry-Count
Move RBK-Alert-Reason to ENT-Alert-Reason(Entry-Count)
Move RBK-Alert-Tier to ENT-Alert-Tier(Entry-Count)
End-If
Move 0 to Step-Count
Perform Count-One-Step
Varying Step-Idx From 1 By 1 Until Step-Idx > 4
Perform Judge-Runbook-Entry
Display "   " RBK-Alert-Reason " " RBK-Alert-Tier " "
RBK-Procedure-Id " steps=" Step-Count " "
Function Trim(RBK-Title)
Display "      call " Function Trim(RBK-Call-Who)
If Entry-Flag-Text not equal Spaces
Add 1 to Total-Flagged
Display "      ** " Function Trim(Entry-Flag-Text) " **"
End-If
End-If.
Count-One-Step.
If RBK-Step(Step-Idx) not equal Spaces
Add 1 to Step-Count
End-If.
*> First fault found wins -- one flag line per entry is enough to
*> send the desk back to the deck.
Judge-Runbook-Entry.
Move Spaces to Entry-Flag-Text.
Move RBK-Alert-Reason to Want-Reason.
Move 'N' to Entry-Found-Flag.
Move 1 to Raisable-Idx.
Perform Search-Raisable-Reason
until Raisable-Idx > Raisable-Count or Entry-Found.
Evaluate true
When RBK-Alert-Tier not equal 'WARNING'
and RBK-Alert-Tier not equal 'SEVERE'
and RBK-Alert-Tier not equal 'CRITICAL'
and RBK-Alert-Tier not equal 'ANY'
Move 'TIER NOT WARNING/SEVERE/CRITICAL/ANY'
to Entry-Flag-Text
When not Entry-Found
Move 'NO ALERT IS RAISED WITH THIS REASON' to Entry-Flag-Text
When RBK-Procedure-Id equal Spaces
Move 'NO PROCEDURE ID' to Entry-Flag-Text
When RBK-Step(1) equal Spaces
Move 'NO CHECKLIST STEPS' to Entry-Flag-Text
When RBK-Call-Who equal Spaces
Move 'NO ONE TO CALL' to Entry-Flag-Text
When other
Continue
End-Evaluate.
Search-Raisable-Reason.
If RST-Alert-Reason(Raisable-Idx) equal Want-Reason
Set Entry-Found to true
else
Add 1 to Raisable-Idx
End-If.
*> ---- part two: every reason/tier that can page, covered? ------
Check-Raisable-Coverage.
Display "-----------------------------------------------".
Display "UNCOVERED REASON/TIERS".
Perform Check-One-Raisable
Varying Raisable-Idx From 1 By 1
Until Raisable-Idx > Raisable-Count.
If Total-Uncovered = 0
Display "   (none -- every alert arrives with a runbook)"
End-If.
Check-One-Raisable.
Move RST-Alert-Reason(Raisable-Idx) to Want-Reason.
Move RST-Alert-Tier(Raisable-Idx) to Want-Tier.
Perform Find-Entry.
If not Entry-Found
Move 'ANY' to Want-Tier
Perform Find-Entry
End-If.
If Entry-Found
Add 1 to Total-Covered
else
Add 1 to Total-Uncovered
Display "   " RST-Alert-Reason(Raisable-Idx) " "
RST-Alert-Tier(Raisable-Idx)
" -- no entry for the tier and no ANY entry"
End-If.
Find-Entry.
Move 'N' to Entry-Found-Flag.
Move 1 to Entry-Idx.
Perform Search-Entry
until Entry-Idx > Entry-Count or Entry-Found.
Search-Entry.
If ENT-Alert-Reason(Entry-Idx) equal Want-Reason
and ENT-Alert-Tier(Entry-Idx) equal Want-Tier
Set Entry-Found to true
else
Add 1 to Entry-Idx
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
