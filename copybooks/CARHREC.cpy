*> CARHREC - Carrier hub reference entry (CARHUB file), maintained by
*> the commercial desk: one row per carrier per hub or focus city,
*> with the share of that carrier's operations flown there (whole
*> percent).  A carrier's rows need not add up to 100 -- only the
*> stations worth watching are listed.  Read by the carrier hub
*> exposure report (HWTHCHUB).
01 Carrier-Hub-Record.
05 CHB-Carrier-Code Pic X(3).
05 Filler           Pic X(1).
05 CHB-Iata-Code    Pic X(3).
05 Filler           Pic X(1).
05 CHB-Hub-Type     Pic X(1).
88 CHB-Hub         Value 'H'.
88 CHB-Focus-City  Value 'F'.
05 Filler           Pic X(1).
05 CHB-Ops-Share    Pic 9(3).
05 Filler           Pic X(1).
05 CHB-Carrier-Name Pic X(30).
