*> INCDREC - Incident record (INCIDENT), one per ALRTSTAT episode,
*> appended by HWTHXCB1 the moment the episode closes (Green
*> auto-close or runways restored).  ALRTSTAT keeps one living record
*> per airport/reason and a re-open overwrites the last episode; this
*> is the permanent account of it -- how long it ran, how bad it got,
*> who picked it up and whether it had to escalate.  Read by the
*> monthly incident review (HWTHINCR).
01 Incident-Record.
05 INC-Iata-Code        Pic X(3).
05 INC-Alert-Reason     Pic X(10).
05 INC-Airport-Name     Pic X(50).
05 INC-Open-Date        Pic X(8).
05 INC-Open-Time        Pic X(6).
05 INC-Close-Date       Pic X(8).
05 INC-Close-Time       Pic X(6).
*> Open to close, whole minutes.
05 INC-Duration-Minutes Pic 9(7).
05 INC-Occurrence-Count Pic 9(5).
05 INC-Peak-Tier        Pic X(8).
05 INC-Peak-Delay       Pic 9(5).
05 INC-Worst-Status     Pic X.
*> Acknowledging user and stamp; spaces when nobody ever did.
05 INC-Ack-User         Pic X(8).
05 INC-Ack-Date         Pic X(8).
05 INC-Ack-Time         Pic X(6).
05 INC-Escalated-Flag   Pic X.
88 INC-Escalated Value 'Y'.
05 INC-Escalated-Tier   Pic X(8).
05 INC-Assigned-Desk    Pic X(8).
05 INC-Advisory-Text    Pic X(50).
05 INC-Run-Id           Pic X(14).
*> Operator notes the episode carried (ALRTNOTE), moved onto
*> INCNOTES at close; the count and the last word here.
05 INC-Note-Count       Pic 9(3).
05 INC-Last-Note-User   Pic X(8).
05 INC-Last-Note-Text   Pic X(60).
