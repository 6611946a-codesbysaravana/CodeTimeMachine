*> is unavailable -- last month's outage left every alert aging as
*> untouched.  One card per alert: the code, the alert reason the
*> episode is keyed under, and the acknowledging user, stamped onto
*> the record exactly as the console stamps it.  Anything in the
*> note columns is kept as an operator note on the episode
*> (ALRTNOTE), the same as a note keyed at the console.
01 Ack-Card-Record.
05 ACK-Iata-Code    Pic X(3).
05 Filler           Pic X(1).
05 ACK-Alert-Reason Pic X(10).
05 Filler           Pic X(1).
05 ACK-User         Pic X(8).
05 Filler           Pic X(1).
05 ACK-Note-Text    Pic X(60).
