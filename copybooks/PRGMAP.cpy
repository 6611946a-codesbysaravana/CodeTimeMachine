*> PRGMAP - BMS symbolic map for the PROGM1 map (APPGSET mapset),
*> the run-progress inquiry screen: six display lines, the desk
*> bulletin line, and a message line.  Hand-maintained in place of
*> the BMS macro source with the same generated shape, like the other
*> maps in this suite.
01 Progress-Inquiry-Map.
05 FILLER Pic X(12).
05 PLINEL Pic S9(4) Comp Occurs 6 times.
05 PLINEF-Group.
10 PLINEF Pic X Occurs 6 times.
05 PLINEO Pic X(78) Occurs 6 times.
05 PBULLL Pic S9(4) Comp.
05 PBULLF Pic X.
05 FILLER Redefines PBULLF.
10 PBULLA Pic X.
05 PBULLO Pic X(78).
05 PMSGL Pic S9(4) Comp.
05 PMSGF Pic X.
05 FILLER Redefines PMSGF.
