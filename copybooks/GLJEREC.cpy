*> GLJEREC - General-ledger journal-entry line (CHGBGL extract),
*> written by the HWTHCHGB monthly provider-cost chargeback for the
*> GL interface to pick up: one debit per consuming cost centre
*> (watch-list group tag or department) and the one balancing
*> credit back to operations, which carries the provider invoice.
*> Amounts are in currency units and cents, always positive; the
*> debit/credit byte says which side.  Calls unallocated to any
*> consumer get no line -- they stay where the invoice is booked.
01 Gl-Journal-Record.
05 GLJ-Source       Pic X(8).
05 Filler           Pic X(1).
05 GLJ-Period       Pic X(6).
05 Filler           Pic X(1).
05 GLJ-Journal-Date Pic X(8).
05 Filler           Pic X(1).
05 GLJ-Account      Pic X(10).
05 Filler           Pic X(1).
05 GLJ-Cost-Center  Pic X(8).
05 Filler           Pic X(1).
05 GLJ-Dr-Cr        Pic X(1).
88 GLJ-Debit        Value 'D'.
88 GLJ-Credit       Value 'C'.
05 Filler           Pic X(1).
05 GLJ-Amount       Pic 9(11)V99.
05 Filler           Pic X(1).
05 GLJ-Calls        Pic 9(9).
05 Filler           Pic X(1).
05 GLJ-Description  Pic X(30).
