*> CONMAP - BMS symbolic map for the CONM1 map (ACONSET mapset), the
*> 3270 station-contact maintenance screen: the IATA code, the five
*> contact fields, who last changed the entry and when, and a
*> message line.  Hand-maintained in place of the BMS macro source
*> with the same generated shape, like HADMAP and AMNTMAP.
01 Station-Contact-Map.
05 FILLER Pic X(12).
05 CODEL Pic S9(4) Comp.
05 CODEF Pic X.
05 FILLER Redefines CODEF.
10 CODEA Pic X.
05 CODEI Pic X(3).
05 CODEO Redefines CODEI Pic X(3).
05 MGRL Pic S9(4) Comp.
05 MGRF Pic X.
05 FILLER Redefines MGRF.
10 MGRA Pic X.
05 MGRI Pic X(25).
05 MGRO Redefines MGRI Pic X(25).
05 DUTYL Pic S9(4) Comp.
05 DUTYF Pic X.
05 FILLER Redefines DUTYF.
10 DUTYA Pic X.
05 DUTYI Pic X(16).
05 DUTYO Redefines DUTYI Pic X(16).
05 H24L Pic S9(4) Comp.
05 H24F Pic X.
05 FILLER Redefines H24F.
10 H24A Pic X.
05 H24I Pic X(16).
05 H24O Redefines H24I Pic X(16).
05 EMAILL Pic S9(4) Comp.
05 EMAILF Pic X.
05 FILLER Redefines EMAILF.
10 EMAILA Pic X.
05 EMAILI Pic X(40).
05 EMAILO Redefines EMAILI Pic X(40).
05 AGNTL Pic S9(4) Comp.
05 AGNTF Pic X.
05 FILLER Redefines AGNTF.
10 AGNTA Pic X.
05 AGNTI Pic X(25).
05 AGNTO Redefines AGNTI Pic X(25).
05 UPDTL Pic S9(4) Comp.
05 UPDTF Pic X.
05 FILLER Redefines UPDTF.
10 UPDTA Pic X.
05 UPDTO Pic X(40).
05 MSGL Pic S9(4) Comp.
05 MSGF Pic X.
05 FILLER Redefines MSGF.
10 MSGA Pic X.
05 MSGO Pic X(78).
