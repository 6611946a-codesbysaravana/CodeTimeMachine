*> BULHREC - Desk bulletin history record (BULLHIST), one per post
*> or clear of the BULKSDS bulletin: what was said, how loudly, until
*> when, who did it and when.  Written by HWTHCBUL to the ABHS
*> transient-data destination, which operations folds into BULLHIST
*> the way AHJR reaches HADJRNL, so the history outlives the one
*> live record each new post replaces.
01 Bulletin-History-Record.
05 BUH-Run-Date     Pic X(8).
05 BUH-Run-Time     Pic X(6).
05 BUH-Program      Pic X(8).
05 BUH-Action       Pic X(5).
88 BUH-Action-Post   Value 'POST '.
88 BUH-Action-Clear  Value 'CLEAR'.
05 BUH-Severity     Pic X(1).
05 BUH-Expiry-Date  Pic X(8).
05 BUH-Expiry-Time  Pic X(4).
05 BUH-Text         Pic X(60).
05 BUH-User         Pic X(8).
