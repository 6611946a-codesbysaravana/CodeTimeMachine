*> ITSMQREC - ITSM ticket request outbox (ITSMQUE).  HWTHXCB1 appends
*> a request the moment an alert episode needs the ITSM told
*> something -- opened at the ticketing tier, escalated, auto-closed
*> -- and sends the outbox at end of run over its own connection.
*> A request the ITSM did not take (unreachable, timed out, refused)
*> stays on the file with its attempt count and last HTTP status and
*> is sent again next run, in the order queued; the file is rewritten
*> holding only what is still owed.  An UPDATE or RESOLVE waits behind
*> its episode's OPEN until the ticket number is known.
01 Itsm-Queue-Record.
05 ITQ-Action        Pic X(8).
88 ITQ-Action-Open    Value 'OPEN'.
88 ITQ-Action-Update  Value 'UPDATE'.
88 ITQ-Action-Resolve Value 'RESOLVE'.
05 Filler            Pic X(1).
*> The ALRTSTAT episode: its key and the open stamp that tells this
*> episode from a later one on the same key.
05 ITQ-Key.
10 ITQ-Iata-Code    Pic X(3).
10 ITQ-Alert-Reason Pic X(10).
05 Filler            Pic X(1).
05 ITQ-Episode-Stamp.
10 ITQ-Open-Date    Pic X(8).
10 ITQ-Open-Time    Pic X(6).
05 Filler            Pic X(1).
05 ITQ-Alert-Tier    Pic X(8).
05 Filler            Pic X(1).
05 ITQ-Desk          Pic X(8).
05 Filler            Pic X(1).
*> Blank on an OPEN; on an UPDATE or RESOLVE, the ticket number when
*> it was known at queue time.
05 ITQ-Ticket        Pic X(16).
05 Filler            Pic X(1).
05 ITQ-Queued-Date   Pic X(8).
05 ITQ-Queued-Time   Pic X(6).
05 Filler            Pic X(1).
05 ITQ-Attempts      Pic 9(3).
05 Filler            Pic X(1).
05 ITQ-Last-Http     Pic 9(3).
05 Filler            Pic X(1).
05 ITQ-Run-Id        Pic X(14).
05 Filler            Pic X(1).
*> What the ticket says: the alert on an OPEN, the escalation on an
*> UPDATE, the close on a RESOLVE.
05 ITQ-Text          Pic X(150).
