*> BRDMAP - BMS symbolic map for the BOARDM1 map (APBDSET mapset),
*> the 3270 watch-list status board: a selection field for the line
*> number of an airport to take to another screen, twelve display
*> lines of airports (worst first), the desk bulletin line, and a
*> message/paging line.  Hand-maintained in place of the BMS macro
*> source with the same generated shape, the same way AIRMAP and
*> ALRTMAP are.
01 Status-Board-Map.
05 FILLER Pic X(12).
05 BSELL Pic S9(4) Comp.
05 BSELF Pic X.
05 FILLER Redefines BSELF.
10 BSELA Pic X.
05 BSELI Pic X(2).
05 BLINEL Pic S9(4) Comp Occurs 12 times.
05 BLINEF-Group.
10 BLINEF Pic X Occurs 12 times.
05 BLINEO Pic X(78) Occurs 12 times.
05 BBULLL Pic S9(4) Comp.
05 BBULLF Pic X.
05 FILLER Redefines BBULLF.
10 BBULLA Pic X.
05 BBULLO Pic X(78).
05 BMSGL Pic S9(4) Comp.
05 BMSGF Pic X.
05 FILLER Redefines BMSGF.
