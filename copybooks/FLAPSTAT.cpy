*> FLAPSTAT - Status hysteresis and flap state record (FLAPKSDS
*> KSDS), keyed on IATA code, carried across HWTHXCB1 runs.  Counts
*> advance once per monitor run -- a second-chance re-poll of the
*> same airport inside one run does not count twice.
01 Flap-State-Record.
05 FLS-Iata-Code       Pic X(3).
*> Successive runs the airport has raised an alert, and successive
*> runs it has come back Green; each resets the moment the run
*> doesn't.
05 FLS-Worse-Runs      Pic 9(3).
05 FLS-Clear-Runs      Pic 9(3).
*> Coded status (G/Y/R/C/U) of the last 24 runs, oldest first and
*> the latest run in the last byte; spaces until that many runs
*> have been seen.
05 FLS-Status-Sequence Pic X(24).
*> Status changes counted over the flap window at the last run.
05 FLS-Flap-Changes    Pic 9(2).
*> 'F' from the run the changes first pass the limit until they fall
*> back to half of it: the airport's FLAPPING alert stands for every
*> page held meanwhile, and when and how many are kept here.
05 FLS-Flap-State      Pic X(1).
88 FLS-Flapping        Value 'F'.
88 FLS-Settled         Value 'S'.
05 FLS-Flap-Date       Pic X(8).
05 FLS-Flap-Time       Pic X(6).
05 FLS-Held-Pages      Pic 9(5).
05 FLS-Last-Run-Id     Pic X(14).
*> Successive runs the airport has reported its normal runway
*> complement in use; the RUNWAY alert's close hysteresis counts
*> against it as the Green close does against FLS-Clear-Runs.
05 FLS-Full-Rwy-Runs   Pic 9(3).
