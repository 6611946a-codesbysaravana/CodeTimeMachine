*> 4-letter ICAO cross-reference for the dispatch feed; blank on
*> CHANGE leaves the master's value as it is.
05 MNT-Icao-Code      Pic X(4).
*> Normal runway count for the RUNWAY capacity alert (two digits);
*> blank on CHANGE leaves the master's value as it is.
05 MNT-Normal-Runways Pic X(2).
*> Time zone by its TZRULES id; blank on CHANGE leaves the master's
*> value as it is.
05 MNT-Time-Zone      Pic X(8).
