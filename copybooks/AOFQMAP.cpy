*> AOFQMAP - BMS symbolic map for the AOFQM1 map (AOFQSET mapset),
*> the 3270 offline airport-inquiry screen: input fields for the
*> IATA code and for an alert line number and operator note to add
*> to it, display fields for the master statics and the latest
*> AIRHIST snapshot (with its capture stamp and age -- the desk must
*> see how old the answer is), three open-alert lines each with its
*> latest note under it, two station-contact lines (CONTKSDS), the
*> desk bulletin line, and a message line.  Hand-maintained in
*> place of the BMS macro source with the same generated shape,
*> like ALRTMAP and AMNTMAP.
01 Offline-Inquiry-Map.
05 FILLER Pic X(12).
05 CODEL Pic S9(4) Comp.
10 CODEA Pic X.
05 CODEI Pic X(3).
05 CODEO Redefines CODEI Pic X(3).
05 ASELL Pic S9(4) Comp.
05 ASELF Pic X.
05 FILLER Redefines ASELF.
10 ASELA Pic X.
05 ASELI Pic X(1).
05 ASELO Redefines ASELI Pic X(1).
05 NOTEL Pic S9(4) Comp.
05 NOTEF Pic X.
05 FILLER Redefines NOTEF.
10 NOTEA Pic X.
05 NOTEI Pic X(60).
05 NOTEO Redefines NOTEI Pic X(60).
05 NAMEL Pic S9(4) Comp.
05 NAMEF Pic X.
05 FILLER Redefines NAMEF.
05 ALRTF-Group.
10 ALRTF Pic X Occurs 3 times.
05 ALRTO Pic X(78) Occurs 3 times.
05 ANOTL Pic S9(4) Comp Occurs 3 times.
05 ANOTF-Group.
10 ANOTF Pic X Occurs 3 times.
05 ANOTO Pic X(78) Occurs 3 times.
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
