*> NAVCOMM - Navigation context the desk's transactions carry at the
*> front of their commareas, so the AMNU menu and the board and
*> console jumps can hand one airport from screen to screen without
*> anyone re-keying it.  COPY it first inside the program's
*> Comm-Area; a jump passes just this part (Return Transid ...
*> Immediate), and the receiving transaction's own fields arrive
*> as spaces, to be set afresh.
*>   NAV-Entry-Flag      A = just arrived with NAV-Current-Code to
*>                       work on, B = back on PF3 to resume at
*>                       NAV-Resume-Page, S = settled (every trip
*>                       after the first).
*>   NAV-Current-Code    the airport in hand; a screen that has the
*>                       operator key a new code updates it.
*>   NAV-Return-Entry    the screens to go back to, newest last --
*>                       transaction id and the paging position the
*>                       operator left it at.  PF3 pops one.  A jump
*>                       from a full stack replaces the newest.
05 NAV-Context.
10 NAV-Entry-Flag     Pic X(1).
88 NAV-Arriving       Value 'A'.
88 NAV-Returning      Value 'B'.
88 NAV-Settled        Value 'S'.
10 NAV-Current-Code   Pic X(3).
10 NAV-Resume-Page    Pic 9(3).
10 NAV-Stack-Depth    Pic 9(1).
10 NAV-Return-Entry   Occurs 4 times.
15 NAV-Return-Transid Pic X(4).
15 NAV-Return-Page    Pic 9(3).
