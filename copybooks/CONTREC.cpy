*> CONTREC - Airport station contact entry (CONTKSDS), one per IATA
*> code, kept on the ACON screen (HWTHCCON) so the desk stops
*> looking numbers up in a binder.  Shown as two contact lines on
*> the APLK and AOFQ inquiry screens, and the names and numbers ride
*> on the NOTIFOUT text of every CRITICAL alert HWTHXCB1 sends, so
*> whoever is paged has them in hand.
01 Station-Contact-Record.
05 CON-Iata-Code       Pic X(3).
05 CON-Station-Manager Pic X(25).
05 CON-Duty-Phone      Pic X(16).
05 CON-Ops-Email       Pic X(40).
05 CON-Handling-Agent  Pic X(25).
05 CON-24Hr-Phone      Pic X(16).
*> Who last changed the entry, and when.
05 CON-Last-User       Pic X(8).
05 CON-Last-Date       Pic X(8).
05 CON-Last-Time       Pic X(6).
