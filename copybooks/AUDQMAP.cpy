*> AUDQMAP - BMS symbolic map for the AUDQM1 map (AUDQSET mapset),
*> the 3270 lookup-history inquiry screen: one input field for the
*> IATA code, eight display lines of the code's most recent lookups
*> off the AUDKSDS keyed audit mirror, the desk bulletin line, and
*> a message line.  Hand-maintained in place of the BMS macro
*> source with the same generated shape, like ALRTMAP and the other
*> screens.
01 Audit-Inquiry-Map.
05 FILLER Pic X(12).
05 CODEL Pic S9(4) Comp.
05 ALINEF-Group.
10 ALINEF Pic X Occurs 8 times.
05 ALINEO Pic X(78) Occurs 8 times.
05 BULLL Pic S9(4) Comp.
05 BULLF Pic X.
05 FILLER Redefines BULLF.
10 BULLA Pic X.
05 BULLO Pic X(78).
05 MSGL Pic S9(4) Comp.
05 MSGF Pic X.
05 FILLER Redefines MSGF.
