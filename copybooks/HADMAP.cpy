*> HADMAP - BMS symbolic map for the HADM1 map (AHADSET mapset), the
*> 3270 hold/advisory maintenance screen: kind, IATA code, start and
*> end dates and text for the entry being worked, a line-number
*> field for picking a listed entry, eight display lines of
*> entries, and a message line.  Hand-maintained in place of the
*> BMS macro source with the same generated shape, like ALRTMAP and
*> the other screens.
01 Hold-Adv-Maint-Map.
05 FILLER Pic X(12).
05 KINDL Pic S9(4) Comp.
05 KINDF Pic X.
05 FILLER Redefines KINDF.
10 KINDA Pic X.
05 KINDI Pic X(1).
05 KINDO Redefines KINDI Pic X(1).
05 CODEL Pic S9(4) Comp.
05 CODEF Pic X.
05 FILLER Redefines CODEF.
10 CODEA Pic X.
05 CODEI Pic X(3).
05 CODEO Redefines CODEI Pic X(3).
05 STRTL Pic S9(4) Comp.
05 STRTF Pic X.
05 FILLER Redefines STRTF.
10 STRTA Pic X.
05 STRTI Pic X(8).
05 STRTO Redefines STRTI Pic X(8).
05 ENDDL Pic S9(4) Comp.
05 ENDDF Pic X.
05 FILLER Redefines ENDDF.
10 ENDDA Pic X.
05 ENDDI Pic X(8).
05 ENDDO Redefines ENDDI Pic X(8).
05 TEXTL Pic S9(4) Comp.
05 TEXTF Pic X.
05 FILLER Redefines TEXTF.
10 TEXTA Pic X.
05 TEXTI Pic X(50).
05 TEXTO Redefines TEXTI Pic X(50).
05 SELNL Pic S9(4) Comp.
05 SELNF Pic X.
05 FILLER Redefines SELNF.
10 SELNA Pic X.
05 SELNI Pic X(2).
05 SELNO Redefines SELNI Pic X(2).
05 HLINEL Pic S9(4) Comp Occurs 8 times.
05 HLINEF-Group.
10 HLINEF Pic X Occurs 8 times.
05 HLINEO Pic X(78) Occurs 8 times.
05 MSGL Pic S9(4) Comp.
05 MSGF Pic X.
05 FILLER Redefines MSGF.
10 MSGA Pic X.
05 MSGO Pic X(78).
