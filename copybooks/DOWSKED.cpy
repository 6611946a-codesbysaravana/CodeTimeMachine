*> check that code that day, 'N' means skip it. A code with no entry
*> in this file is checked every day.
*> DOW-Local-Start/DOW-Local-End are an optional check window, HHMM
*> in the AIRPORT'S OWN local time (via AM-Time-Zone on the master)
*> -- so the European codes are polled during their morning departure
*> push regardless of what the mainframe clock says.  Blanks mean any
*> hour, the pre-window behavior.  Start greater than end means the
