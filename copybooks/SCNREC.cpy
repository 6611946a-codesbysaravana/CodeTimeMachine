*> SCNREC - Scenario script line (SCENARIO control file) for the
*> HWTHSCNB scenario builder, which turns a script into synthetic
*> CAPTIN replay decks -- one deck per run of the scenario -- so a
*> ground stop or a hurricane can be replayed before one happens.
*> A '*' in column 1 is a comment.  Verbs:
*>   RUNS     SCN-To-Run: how many runs the scenario spans (1-99).
*>   BASE     SCN-Target-Value CAPTURE (the newest real capture per
*>            airport, master-built where there is none) or MASTER
*>            (every body built from AIRMSTR, starting Green).
*>   STATUS   targets go to SCN-Status (GREEN/YELLOW/RED/CLOSED)
*>            with SCN-Delay-From minutes and SCN-Reason.
*>   CLOSE    targets go Closed for SCN-Reason.
*>   RAMP     targets' delay climbs (or falls) evenly from
*>            SCN-Delay-From at the first run to SCN-Delay-To at the
*>            last; the colour follows the delay unless SCN-Status
*>            names one.
*>   MALFORM  targets' bodies come out broken, SCN-Status saying
*>            how: TRUNC (cut short), HTML (a maintenance page),
*>            EMPTY (no body), ERROR (the provider's error object,
*>            SCN-Reason as its text).
*> Targets: IATA code, REGION (AM-Region-Code), GROUP (watch-list
*> tag) or ALL.  A line applies to runs SCN-From-Run through
*> SCN-To-Run -- the scenario's clock is the run -- and a later line
*> overrides an earlier one for the same airport and run.
01 Scenario-Record.
05 SCN-Verb         Pic X(8).
88 SCN-Verb-Runs     Value 'RUNS'.
88 SCN-Verb-Base     Value 'BASE'.
88 SCN-Verb-Status   Value 'STATUS'.
88 SCN-Verb-Close    Value 'CLOSE'.
88 SCN-Verb-Ramp     Value 'RAMP'.
88 SCN-Verb-Malform  Value 'MALFORM'.
05 Filler           Pic X(1).
05 SCN-Target-Kind  Pic X(6).
88 SCN-Target-Iata   Value 'IATA'.
88 SCN-Target-Region Value 'REGION'.
88 SCN-Target-Group  Value 'GROUP'.
88 SCN-Target-All    Value 'ALL'.
05 Filler           Pic X(1).
05 SCN-Target-Value Pic X(8).
05 Filler           Pic X(1).
05 SCN-From-Run     Pic 9(2).
05 Filler           Pic X(1).
05 SCN-To-Run       Pic 9(2).
05 Filler           Pic X(1).
05 SCN-Status       Pic X(7).
05 Filler           Pic X(1).
05 SCN-Delay-From   Pic 9(4).
05 Filler           Pic X(1).
05 SCN-Delay-To     Pic 9(4).
05 Filler           Pic X(1).
05 SCN-Reason       Pic X(40).
