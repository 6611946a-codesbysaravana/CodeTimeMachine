*> AUTHREC - CICS transaction authorization entry (AUTHKSDS), one
*> per user ID or RACF group the monitor transactions admit.  The
*> security administrator keeps the AUTHLIST deck in this layout and
*> the HWTHAUZR job's LOAD step copies it to the KSDS the region
*> reads.  Roles:
*>   View   -- may start the AMNU desk menu and any of the inquiry
*>             screens (APAL, ALKQ, APBD, AOFQ, APPG, the APLK
*>             lookup) and the list side of AMNT, AHAD and ACON,
*>             and ground-truth reports on AGTR, and the ABUL
*>             desk bulletin; and may call the APWS airport-status
*>             web service (a consuming team's service ID needs a
*>             row with this role)
*>   Ack    -- may acknowledge an alert on APAL, add operator notes
*>             to alerts on APAL and AOFQ, post or clear the desk
*>             bulletin on ABUL, and release or block a run's
*>             publication downstream (HWTHPUBR) -- the shift
*>             lead's role
*>   Master -- may apply AIRMSTR changes on AMNT and station-contact
*>             changes on ACON, and approve another user's control-
*>             file promotion (HWTHPROM)
*>   Watch  -- may maintain watch-list coverage (holds/advisories on
*>             AHAD)
*>   Legal  -- may place and release legal holds on the archive and
*>             aging purges (HWTHLHLD); appended after the
*>             description so decks cut before it still line up,
*>             reading as blank -- no legal role
*> AUZ-Department is the department a user's online provider calls
*> are charged back to each month (HWTHCHGB); a user row left blank
*> takes its group row's.  Appended like the legal role, so older
*> decks read it as blank -- the calls then show unallocated.
*> A user row may name the RACF group the administrator has
*> connected it to; the group row's roles then apply as well, so a
*> whole desk is granted or removed in one place.  No row, no
*> access -- HWTHCAUZ refuses and logs the attempt.
01 Authorization-Record.
05 AUZ-Key.
10 AUZ-Id-Kind    Pic X(1).
88 AUZ-Kind-User  Value 'U'.
88 AUZ-Kind-Group Value 'G'.
10 AUZ-Id         Pic X(8).
05 Filler         Pic X(1).
05 AUZ-Group      Pic X(8).
05 Filler         Pic X(1).
05 AUZ-Role-View   Pic X(1).
88 AUZ-May-View   Value 'Y'.
05 AUZ-Role-Ack    Pic X(1).
88 AUZ-May-Ack    Value 'Y'.
05 AUZ-Role-Master Pic X(1).
88 AUZ-May-Master Value 'Y'.
05 AUZ-Role-Watch  Pic X(1).
88 AUZ-May-Watch  Value 'Y'.
05 Filler         Pic X(1).
05 AUZ-Description Pic X(30).
05 Filler         Pic X(1).
05 AUZ-Role-Legal  Pic X(1).
88 AUZ-May-Legal  Value 'Y'.
05 Filler         Pic X(1).
05 AUZ-Department Pic X(8).
