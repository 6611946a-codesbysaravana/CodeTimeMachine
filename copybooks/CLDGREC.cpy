*> CLDGREC - Delay-cost ledger record (COSTLDGR KSDS), keyed on
*> ledger date plus IATA code: one per airport per day with any
*> delay, built by HWTHCLDG from that day's AIRHIST snapshots, the
*> COSTRATE rate and our SCHEDDEP departures.  A rerun for the same
*> day replaces the day's records instead of adding to them, and
*> removes those of airports that no longer show any delay.
*>   cost = average delay minutes x departures x rate
*> The cause is the one stamped on the day's worst snapshot.  Read by
*> the monthly finance report (HWTHCFIN).
01 Cost-Ledger-Record.
05 LDG-Key.
10 LDG-Ledger-Date Pic X(8).
10 LDG-Iata-Code   Pic X(3).
05 LDG-Region-Code   Pic X(8).
05 LDG-Delay-Cause   Pic X(3).
05 LDG-Snapshots     Pic 9(3).
05 LDG-Avg-Delay     Pic 9(5).
05 LDG-Max-Delay     Pic 9(5).
05 LDG-Departures    Pic 9(5).
*> A airport row, R region row, N no rate on file.
05 LDG-Rate-Source   Pic X(1).
05 LDG-Rate          Pic 9(5)V99.
05 LDG-Cost          Pic 9(11)V99.
05 LDG-Built-Stamp   Pic X(14).
