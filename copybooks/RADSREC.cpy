*> RADSREC - Radius watch selection (RADSET), written by HWTHXCB1's
*> PARM=RADIUS and PARM=RADPLAN runs: one card per AIRMSTR airport
*> the centres or the track selected, in code order.  The first 15
*> bytes are the AIRLIST card (see AIRLSTR), so the set can be
*> copied onto a watch-list deck as it stands; PARM=RADSET works the
*> set again in a later run the same day without the deck being
*> re-read or the selection re-judged -- a set made on an earlier
*> day is refused.
*>   RSE-Distance-Nm  closest approach, nautical miles, of the
*>                    centre or track point that selected it.
*>   RSE-In-Range     UTC CCYYMMDDHHMM the airport first fell in
*>                    range -- the run's own time for a centre or a
*>                    track already on it.
01 Radius-Set-Record.
05 RSE-Iata-Code    Pic X(3).
05 Filler           Pic X(1).
05 RSE-Priority     Pic X(1).
05 Filler           Pic X(1).
05 RSE-Group-Tag    Pic X(8).
05 Filler           Pic X(1).
05 RSE-Set-Date     Pic X(8).
05 Filler           Pic X(1).
05 RSE-Distance-Nm  Pic 9(5).
05 Filler           Pic X(1).
05 RSE-In-Range     Pic X(12).
05 Filler           Pic X(1).
05 RSE-Airport-Name Pic X(50).
