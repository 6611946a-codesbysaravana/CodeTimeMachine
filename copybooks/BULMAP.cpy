*> BULMAP - BMS symbolic map for the BULM1 map (ABULSET mapset), the
*> 3270 desk bulletin screen: input fields for the severity, expiry
*> date and time and text of a bulletin to post, two display lines
*> showing the bulletin on file and who posted or cleared it, the
*> bulletin line every monitor screen carries, and a message line.
*> Hand-maintained in place of the BMS macro source with the same
*> generated shape, like HADMAP and the other screens.
01 Desk-Bulletin-Map.
05 FILLER Pic X(12).
05 SEVRL Pic S9(4) Comp.
05 SEVRF Pic X.
05 FILLER Redefines SEVRF.
10 SEVRA Pic X.
05 SEVRI Pic X(1).
05 SEVRO Redefines SEVRI Pic X(1).
05 EXPDL Pic S9(4) Comp.
05 EXPDF Pic X.
05 FILLER Redefines EXPDF.
10 EXPDA Pic X.
05 EXPDI Pic X(8).
05 EXPDO Redefines EXPDI Pic X(8).
05 EXPTL Pic S9(4) Comp.
05 EXPTF Pic X.
05 FILLER Redefines EXPTF.
10 EXPTA Pic X.
05 EXPTI Pic X(4).
05 EXPTO Redefines EXPTI Pic X(4).
05 BTXTL Pic S9(4) Comp.
05 BTXTF Pic X.
05 FILLER Redefines BTXTF.
10 BTXTA Pic X.
05 BTXTI Pic X(60).
05 BTXTO Redefines BTXTI Pic X(60).
05 CURRL Pic S9(4) Comp Occurs 2 times.
05 CURRF-Group.
10 CURRF Pic X Occurs 2 times.
05 CURRO Pic X(78) Occurs 2 times.
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
