*> FRSKREC - Flights-at-risk extract (FLTRISK), rewritten by HWTHFRSK
*> after each HWTHXCB1 run: our scheduled departures in the next N
*> hours at the airports that run found Red, Closed or over their
*> alert threshold.  One record per impaired airport, one per region
*> and one per watch-list group, then a single total -- the morning
*> briefing picks the total up by run id.
01 Flight-Risk-Record.
05 FRK-Run-Id      Pic X(14).
05 FRK-Level       Pic X(1).
88 FRK-Level-Airport Value 'A'.
88 FRK-Level-Region  Value 'R'.
88 FRK-Level-Group   Value 'G'.
88 FRK-Level-Total   Value 'T'.
*> IATA code, region code or group tag; TOTAL on the total record.
05 FRK-Key         Pic X(8).
05 FRK-Hours       Pic 9(2).
05 FRK-Departures  Pic 9(7).
05 FRK-Airports    Pic 9(5).
*> Airport records: the status code (R or C), or T when only the
*> threshold alert put it on the list.  Spaces on the rollups.
05 FRK-Impairment  Pic X(1).
