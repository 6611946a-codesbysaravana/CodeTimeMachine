*> LHLDREC - Legal hold action (LEGLHOLD), appended by HWTHLHLD and
*> never edited: a hold is placed by one PLACE line per airport
*> (or one line for every airport, code ***) under a hold id, and
*> lifted by a RELEASE line naming the same id -- so who held what,
*> for which matter, and who let it go when, stays on the file.
*> While a hold is live, records for its airports dated inside its
*> range survive the HWTHARCH roll-off, the HWTHHAGE roll-up and
*> the HWTHCAPL capture purge.
01 Legal-Hold-Record.
05 LHD-Hold-Id      Pic X(8).
05 Filler           Pic X(1).
05 LHD-Action       Pic X(7).
88 LHD-Action-Place   Value 'PLACE'.
88 LHD-Action-Release Value 'RELEASE'.
05 Filler           Pic X(1).
*> PLACE lines only; *** holds every airport.
05 LHD-Iata-Code    Pic X(3).
88 LHD-All-Airports Value '***'.
05 Filler           Pic X(1).
05 LHD-From-Date    Pic X(8).
05 Filler           Pic X(1).
05 LHD-To-Date      Pic X(8).
05 Filler           Pic X(1).
*> Claim number or inquiry reference the hold was placed for.
05 LHD-Matter-Ref   Pic X(20).
05 Filler           Pic X(1).
*> Who recorded the action, and when.
05 LHD-Userid       Pic X(8).
05 Filler           Pic X(1).
05 LHD-Action-Date  Pic X(8).
05 LHD-Action-Time  Pic X(6).
05 Filler           Pic X(1).
*> Free text -- on a RELEASE, why the hold came off.
05 LHD-Note         Pic X(30).
