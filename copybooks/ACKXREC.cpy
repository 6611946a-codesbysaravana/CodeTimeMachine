*> ACKXREC - Acknowledgement exception (ACKEXCP), one per message
*> off the paging system's reply queue that HWTHMQAK could not apply
*> to ALRTSTAT.  The message is taken off the queue either way, so
*> this record -- with the message as it arrived -- is what the desk
*> works from to acknowledge by hand on APAL or with an HWTHBACK
*> card.
*>   AKX-Exception  NOEPISOD  no ALRTSTAT episode for code + reason
*>                  CLOSED    the episode is already closed
*>                  EARLIER   acknowledged before the open episode
*>                            began -- an answer to an earlier page
*>                  NOAUTH    the user does not hold the Ack role
*>                  BADMSG    short message, or code, reason, user
*>                            or a valid stamp missing
*>                  REWRITE   the ALRTSTAT rewrite failed
*>   AKX-Msg-Length the message's length as put, before truncation
*>                  to AKX-Message.
01 Ack-Exception-Record.
05 AKX-Read-Date     Pic X(8).
05 AKX-Read-Time     Pic X(6).
05 Filler            Pic X(1).
05 AKX-Exception     Pic X(8).
05 Filler            Pic X(1).
05 AKX-Reason-Text   Pic X(40).
05 Filler            Pic X(1).
05 AKX-Msg-Length    Pic 9(5).
05 Filler            Pic X(1).
05 AKX-Message       Pic X(95).
