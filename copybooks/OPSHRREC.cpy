*> OPSHRREC - Published operating-hours entry for a watch-list
*> airport (OPSHOURS control file).  Open and close are HHMM in the
*> AIRPORT'S OWN local time, resolved through AM-Time-Zone on the
*> master: a CLOSED status while the airport-local clock is outside
*> these hours is the airport shut as scheduled, not an incident, and
*> raises no CLOSURE alert.  Close before open wraps midnight.  A
