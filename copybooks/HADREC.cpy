*> HADREC - Hold/advisory control store (HADKSDS), the keyed master
*> behind the HOLDLIST and ADVISORY decks.  The AHAD transaction
*> (HWTHCHAD) adds, changes, ends early and lists entries here at
*> any hour; HWTHHADU rebuilds both decks from it ahead of the
*> HWTHEDIT pre-flight edit, so the batch and every deck reader see
*> the night desk's changes on the next run.  Keyed by kind, code
*> and start date: one code can carry a run of dated entries.
*> An entry ended early keeps its row, with the end date pulled in
*> to yesterday and the end date it was given kept alongside.
01 Hold-Advisory-Record.
05 HAD-Key.
10 HAD-Kind       Pic X(1).
88 HAD-Kind-Hold     Value 'H'.
88 HAD-Kind-Advisory Value 'A'.
10 HAD-Iata-Code  Pic X(3).
10 HAD-Start-Date Pic X(8).
05 HAD-End-Date   Pic X(8).
*> Hold reason (first 30 bytes reach HOLDLIST) or advisory text.
05 HAD-Text       Pic X(50).
05 HAD-State      Pic X(1).
88 HAD-State-Active Value 'A'.
88 HAD-State-Ended  Value 'E'.
05 HAD-Planned-End-Date Pic X(8).
05 HAD-Last-User  Pic X(8).
05 HAD-Last-Date  Pic X(8).
05 HAD-Last-Time  Pic X(6).
