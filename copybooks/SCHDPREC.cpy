*> SCHDPREC - Scheduled departures entry (SCHEDDEP), delivered daily
*> by the scheduling system: our departures per airport per hour,
*> the hour on the operations clock HWTHXCB1 stamps its run ids
*> with.  The file carries today and tomorrow so a window reaching
*> past midnight still counts.  Read by the flights-at-risk report.
01 Sched-Departure-Record.
05 SDP-Iata-Code  Pic X(3).
05 Filler         Pic X(1).
05 SDP-Sched-Date Pic X(8).
05 Filler         Pic X(1).
05 SDP-Hour       Pic 9(2).
05 Filler         Pic X(1).
05 SDP-Departures Pic 9(4).
