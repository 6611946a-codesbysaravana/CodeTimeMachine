*> PROVSTAT, sanity-checked against AUDITLOG) and flags the days
*> where the two figures diverge past the tolerance -- the paid
*> tier stops being taken on faith.
*> INV-Rate-Per-Call is the invoice's price of one call to that
*> provider, in currency units to five places; the reconciliation
*> prices the month's calls with the latest rate keyed for each
*> provider, and the HWTHCHGB chargeback bills them on with it.
*> Lines keyed before it was added read it as blank -- no rate.
01 Invoice-Record.
05 INV-Provider-Role Pic X(8).
05 Filler            Pic X(1).
05 INV-Bill-Date     Pic X(8).
05 Filler            Pic X(1).
05 INV-Billed-Count  Pic 9(7).
05 Filler            Pic X(1).
05 INV-Rate-Per-Call Pic 9(3)V9(5).
