*> GTRMAP - BMS symbolic map for the GTRM1 map (AGTRSET mapset), the
*> 3270 ground-truth entry screen: IATA code, observed status and
*> delay, observation date and time (today/now when left blank),
*> reporter kind and comment, six lines of the code's latest
*> reports, and a message line.  Hand-maintained in place of the
*> BMS macro source with the same generated shape, like HADMAP.
01 Ground-Truth-Map.
05 FILLER Pic X(12).
05 CODEL Pic S9(4) Comp.
05 CODEF Pic X.
05 FILLER Redefines CODEF.
10 CODEA Pic X.
05 CODEI Pic X(3).
05 CODEO Redefines CODEI Pic X(3).
05 STATL Pic S9(4) Comp.
05 STATF Pic X.
05 FILLER Redefines STATF.
10 STATA Pic X.
05 STATI Pic X(1).
05 STATO Redefines STATI Pic X(1).
05 DELAYL Pic S9(4) Comp.
05 DELAYF Pic X.
05 FILLER Redefines DELAYF.
10 DELAYA Pic X.
05 DELAYI Pic X(5).
05 DELAYO Redefines DELAYI Pic X(5).
05 ODATEL Pic S9(4) Comp.
05 ODATEF Pic X.
05 FILLER Redefines ODATEF.
10 ODATEA Pic X.
05 ODATEI Pic X(8).
05 ODATEO Redefines ODATEI Pic X(8).
05 OTIMEL Pic S9(4) Comp.
05 OTIMEF Pic X.
05 FILLER Redefines OTIMEF.
10 OTIMEA Pic X.
05 OTIMEI Pic X(4).
05 OTIMEO Redefines OTIMEI Pic X(4).
05 KINDL Pic S9(4) Comp.
05 KINDF Pic X.
05 FILLER Redefines KINDF.
10 KINDA Pic X.
05 KINDI Pic X(1).
05 KINDO Redefines KINDI Pic X(1).
05 NOTEL Pic S9(4) Comp.
05 NOTEF Pic X.
05 FILLER Redefines NOTEF.
10 NOTEA Pic X.
05 NOTEI Pic X(50).
05 NOTEO Redefines NOTEI Pic X(50).
05 GLINEL Pic S9(4) Comp Occurs 6 times.
05 GLINEF-Group.
10 GLINEF Pic X Occurs 6 times.
05 GLINEO Pic X(78) Occurs 6 times.
05 MSGL Pic S9(4) Comp.
05 MSGF Pic X.
05 FILLER Redefines MSGF.
10 MSGA Pic X.
05 MSGO Pic X(78).
