*> MENUMAP - BMS symbolic map for the AMNUM1 map (AMNUSET mapset),
*> the 3270 desk menu: an input field for the option number, one
*> for the IATA code to carry into the screen chosen, eight display
*> lines naming the transactions, the desk bulletin line, and a
*> message line.  Hand-maintained in place of the BMS macro source
*> with the same generated shape, like BRDMAP and the other screens.
01 Desk-Menu-Map.
05 FILLER Pic X(12).
05 OPTNL Pic S9(4) Comp.
05 OPTNF Pic X.
05 FILLER Redefines OPTNF.
10 OPTNA Pic X.
05 OPTNI Pic X(1).
05 OPTNO Redefines OPTNI Pic X(1).
05 MCODL Pic S9(4) Comp.
05 MCODF Pic X.
05 FILLER Redefines MCODF.
10 MCODA Pic X.
05 MCODI Pic X(3).
05 MCODO Redefines MCODI Pic X(3).
05 MLINEL Pic S9(4) Comp Occurs 8 times.
05 MLINEF-Group.
10 MLINEF Pic X Occurs 8 times.
05 MLINEO Pic X(78) Occurs 8 times.
05 BULLL Pic S9(4) Comp.
05 BULLF Pic X.
05 FILLER Redefines BULLF.
10 BULLA Pic X.
05 BULLO Pic X(78).
05 MSGL Pic S9(4) Comp.
05 MSGF Pic X.
05 FILLER Redefines MSGF.
10 MSGA Pic X.
05 MSGO Pic X(78).
