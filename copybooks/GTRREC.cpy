*> GTRREC - Station ground-truth report (GTRKSDS), keyed on IATA code
*> plus the observation date and time: what a station or the desk
*> actually saw at the airport, entered on the AGTR screen
*> (HWTHCGTR).  HWTHGTRM later matches each report to the nearest
*> AIRHIST detail snapshot and fills the match fields; HWTHGTRA
*> scores the providers on the matched reports each month.
01 Ground-Truth-Record.
05 GTR-Key.
10 GTR-Iata-Code Pic X(3).
10 GTR-Obs-Date  Pic X(8).
10 GTR-Obs-Time  Pic X(6).
*> What was observed: status code as AIRHIST codes it, and the
*> delay in minutes.
05 GTR-Obs-Status    Pic X(1).
05 GTR-Obs-Delay     Pic 9(5).
05 GTR-Reporter-Kind Pic X(1).
88 GTR-By-Station    Value 'S'.
88 GTR-By-Desk       Value 'D'.
05 GTR-Reported-By   Pic X(8).
05 GTR-Entered-Date  Pic X(8).
05 GTR-Entered-Time  Pic X(6).
05 GTR-Comment       Pic X(50).
*> Match fields, spaces until HWTHGTRM has looked at the report.
05 GTR-Match-State   Pic X(1).
88 GTR-Unmatched     Value ' '.
88 GTR-Matched       Value 'M'.
88 GTR-No-Snapshot   Value 'N'.
05 GTR-Snap-Date     Pic X(8).
05 GTR-Snap-Time     Pic X(6).
05 GTR-Snap-Gap-Mins Pic 9(5).
05 GTR-Prov-Role     Pic X(8).
05 GTR-Prov-Status   Pic X(1).
05 GTR-Prov-Delay    Pic 9(5).
05 GTR-Status-Agrees Pic X(1).
88 GTR-Agrees        Value 'Y'.
*> Provider's delay minus the observed delay.
05 GTR-Delay-Error   Pic S9(5) Sign Leading Separate.
05 GTR-Matched-Date  Pic X(8).
