*> carried here so response-time reporting can break the numbers
*> out by desk.
05 AST-Assigned-Desk    Pic X(8).
*> High-water marks over the episode, kept up by every repeat so the
*> INCIDENT record written at close says how bad it got, not just
*> how it looked on the last run: the highest tier reached, the
*> longest delay reported, the worst coded status seen (C over R over
*> Y over U over G) and the advisory that explained it, if any.
05 AST-Peak-Tier        Pic X(8).
05 AST-Peak-Delay       Pic 9(5).
05 AST-Worst-Status     Pic X.
05 AST-Advisory-Text    Pic X(50).
*> ITSM ticket for the episode (ITSMCFG): 'Y' once an OPEN request
*> has been queued for it on ITSMQUE, and the ticket number once the
*> ITSM has answered -- blank while the request is still owed.
05 AST-Itsm-Flag        Pic X.
88 AST-Itsm-Requested Value 'Y'.
05 AST-Itsm-Ticket      Pic X(16).
