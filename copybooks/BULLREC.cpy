*> BULLREC - Desk bulletin (BULKSDS), the one message the shift lead
*> wants every monitor screen to carry -- a ground stop in force, a
*> provider known to be down, "call the duty manager before closing
*> anything".  One record, constant key 'CURRENT', posted and
*> cleared on the ABUL transaction (HWTHCBUL); the lookup, console,
*> board, inquiry, progress and menu screens show it on their
*> bulletin line while it is active and not yet past its expiry,
*> and the batch copies it into the PROGRESS record and the morning
*> briefing extract the same way.  Expiry is CCYYMMDD and HHMM on
*> the region's clock -- a bulletin simply stops showing once it
*> passes, with no one needing to clear it.  Every post and clear is
*> also written to BULLHIST (BULHREC).
*>   BUL-Severity  C critical, W warning, I information -- the
*>                 screens lead the text with it.
01 Bulletin-Record.
05 BUL-Key           Pic X(8).
88 BUL-Current-Key  Value 'CURRENT'.
05 BUL-State         Pic X(1).
88 BUL-State-Active  Value 'A'.
88 BUL-State-Cleared Value 'C'.
05 BUL-Severity      Pic X(1).
88 BUL-Severity-Critical Value 'C'.
88 BUL-Severity-Warning  Value 'W'.
88 BUL-Severity-Info     Value 'I'.
88 BUL-Severity-Valid    Values 'C' 'W' 'I'.
05 BUL-Text          Pic X(60).
05 BUL-Expiry.
10 BUL-Expiry-Date   Pic X(8).
10 BUL-Expiry-Time   Pic X(4).
05 BUL-Posted-User   Pic X(8).
05 BUL-Posted-Date   Pic X(8).
05 BUL-Posted-Time   Pic X(6).
05 BUL-Cleared-User  Pic X(8).
05 BUL-Cleared-Date  Pic X(8).
05 BUL-Cleared-Time  Pic X(6).
