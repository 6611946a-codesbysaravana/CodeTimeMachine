*> watch-list entry judged by HWTHXCB1's PARM=PLAN run: would the
*> real run process or skip this code, and for skips, the same
*> two-character reason code the audit trail uses (HL hold, SP
*> suppression, NS not scheduled today, PD settled and not yet due
*> under adaptive polling).  The HWTHPLNA adherence job compares a
*> day's plan against that day's AUDITLOG -- planned but never
*> attempted, attempted though unplanned, skipped for a different
*> reason than planned -- so schedule drift shows up on a report
*> instead of in a post-incident review.
01 Plan-Record.
05 PLN-Plan-Date   Pic X(8).
05 PLN-Iata-Code   Pic X(3).
88 PLN-Would-Process Value 'PROCESS'.
88 PLN-Would-Skip    Value 'SKIP'.
05 PLN-Skip-Code   Pic X(2).
*> When the code is next due, CCYYMMDDHHMM local: the plan's own time
*> for a PROCESS, the end of its adaptive-polling interval for a PD
*> skip, spaces for the other skips.
05 PLN-Next-Due    Pic X(12).
