*> DFHMDF assembler-generates for a symbolic map -- this copybook is
*> hand-maintained here in place of the BMS macro source, but keeps
*> the same generated shape so it drops in wherever a real BMS-gen
*> copybook would.  The two CON lines carry the station contacts
*> (CONTKSDS) under the provider's answer; the BULL line above the
*> message line carries the desk bulletin (BULKSDS) while one is up.
01 Airport-Lookup-Map.
05 FILLER Pic X(12).
05 IATAL Pic S9(4) Comp.
05 FILLER Redefines DELAYF.
10 DELAYA Pic X.
05 DELAYO Pic X(30).
05 CON1L Pic S9(4) Comp.
05 CON1F Pic X.
05 FILLER Redefines CON1F.
10 CON1A Pic X.
05 CON1O Pic X(78).
05 CON2L Pic S9(4) Comp.
05 CON2F Pic X.
05 FILLER Redefines CON2F.
10 CON2A Pic X.
05 CON2O Pic X(78).
05 BULLL Pic S9(4) Comp.
05 BULLF Pic X.
05 FILLER Redefines BULLF.
10 BULLA Pic X.
05 BULLO Pic X(78).
05 MSGL Pic S9(4) Comp.
05 MSGF Pic X.
05 FILLER Redefines MSGF.
