*> AMNTMAP - BMS symbolic map for the AMNTM1 map (AMNTSET mapset),
*> the 3270 master-maintenance screen: the IATA code being worked,
*> the editable static fields (name, region, UTC offset, latitude,
*> longitude, ICAO, time zone), and a message line.  Hand-maintained in place
*> of the BMS macro source with the same generated shape, the same
*> way ALRTMAP and AIRMAP are; each data field's output area
*> redefines its input area as the generator lays them out.
10 ICAOA Pic X.
05 ICAOI Pic X(4).
05 ICAOO Redefines ICAOI Pic X(4).
05 ZONEL Pic S9(4) Comp.
05 ZONEF Pic X.
05 FILLER Redefines ZONEF.
10 ZONEA Pic X.
05 ZONEI Pic X(8).
05 ZONEO Redefines ZONEI Pic X(8).
05 MSGL Pic S9(4) Comp.
05 MSGF Pic X.
05 FILLER Redefines MSGF.
