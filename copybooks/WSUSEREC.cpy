*> WSUSEREC - Status service usage per caller (WSUSAGE KSDS), keyed
*> by the caller's user ID: how much each consumer of the APWS
*> airport-status web service leans on it, so a change to the
*> service -- or an outage -- goes to the teams that depend on it.
*> HWTHCJSN adds every call, refused ones included, under a read for
*> update; a caller's first call writes the record.  Like QUOTKSDS,
*> the day and month counts belong to the day and month stamped on
*> the record and start again from zero when a new one begins, so
*> nothing resets the file.  HWTHWSUR lists it.
*>   WSU-Refused-Calls  calls turned away for want of the View role,
*>                      also counted in the totals.
*>   WSU-Last-Query     kind and value of the latest call's query.
01 Status-Usage-Record.
05 WSU-Caller        Pic X(8).
05 WSU-First-Date    Pic X(8).
05 WSU-Usage-Date    Pic X(8).
05 WSU-Daily-Calls   Pic 9(7).
05 WSU-Usage-Month   Pic X(6).
05 WSU-Monthly-Calls Pic 9(9).
05 WSU-Total-Calls   Pic 9(9).
05 WSU-Refused-Calls Pic 9(7).
05 WSU-Last-Date     Pic X(8).
05 WSU-Last-Time     Pic X(6).
05 WSU-Last-Client   Pic X(39).
05 WSU-Last-Query.
10 WSU-Last-Kind     Pic X(6).
10 WSU-Last-Value    Pic X(8).
