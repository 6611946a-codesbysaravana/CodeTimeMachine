*> ALRTMAP - BMS symbolic map for the ALRTM1 map (APALSET mapset),
*> the 3270 alert-console screen: one input field for the line number
*> being acknowledged, one for an operator note, eight display lines
*> of open alerts, four lines of the picked alert's notes, four of
*> its runbook (RUNBOOK), the desk bulletin line, and a message
*> line.  Hand-maintained in place of
*> the BMS macro source with the same generated shape, the same way
*> AIRMAP is.
01 Alert-Console-Map.
05 FILLER Pic X(12).
05 SELNL Pic S9(4) Comp.
05 FILLER Redefines SELNF.
10 SELNA Pic X.
05 SELNI Pic X(2).
05 NOTEL Pic S9(4) Comp.
05 NOTEF Pic X.
05 FILLER Redefines NOTEF.
10 NOTEA Pic X.
05 NOTEI Pic X(60).
05 NOTEO Redefines NOTEI Pic X(60).
05 ALINEL Pic S9(4) Comp Occurs 8 times.
05 ALINEF-Group.
10 ALINEF Pic X Occurs 8 times.
05 ALINEO Pic X(78) Occurs 8 times.
05 NLINEL Pic S9(4) Comp Occurs 4 times.
05 NLINEF-Group.
10 NLINEF Pic X Occurs 4 times.
05 NLINEO Pic X(78) Occurs 4 times.
05 RLINEL Pic S9(4) Comp Occurs 4 times.
05 RLINEF-Group.
10 RLINEF Pic X Occurs 4 times.
05 RLINEO Pic X(78) Occurs 4 times.
05 BULLL Pic S9(4) Comp.
05 BULLF Pic X.
05 FILLER Redefines BULLF.
10 BULLA Pic X.
05 BULLO Pic X(78).
05 MSGL Pic S9(4) Comp.
05 MSGF Pic X.
05 FILLER Redefines MSGF.
