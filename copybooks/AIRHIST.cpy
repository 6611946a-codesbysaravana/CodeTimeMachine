88 HIST-Status-Closed  Value 'C'.
88 HIST-Status-Unknown Value 'U'.
*> The capture instant in UTC, so reports can express the event in
*> the airport's own local time via AM-Time-Zone.
05 HIST-Utc-Timestamp Pic X(14).
05 HIST-Delay-Flag    Pic X.
05 HIST-Delay-Minutes Pic 9(5).
05 HIST-Agg-Max-Delay   Pic 9(5).
05 HIST-Agg-Red-Days    Pic 9(3).
05 HIST-Agg-Closed-Days Pic 9(3).
*> Runway availability at capture: the runways the provider reported
*> in use, the airport's normal complement from AIRMSTR at the time,
*> and the normal designators that were missing from the report --
*> the runways-out report (HWTHRWYR) lists straight from these.
*> Zero counts (older records, providers that send no runways
*> array) mean availability was not known.
05 HIST-Runway-Count    Pic 9(2).
05 HIST-Runway-Normal   Pic 9(2).
05 HIST-Runways-Out     Pic X(40).
*> Delay cause at capture, as stamped on the audit record (CAUSEREC
*> codes); spaces when not delayed and on aggregates.
05 HIST-Delay-Cause     Pic X(3).
*> Which provider answered (PST role: PRIMARY, FALLBACK), REPLAY for
*> a captured-body replay, REBUILT for a snapshot HWTHRBLD restored
*> from AUDITLOG; spaces on aggregates and older records.
*> Ground-truth scoring (HWTHGTRA) groups by it.
05 HIST-Provider-Role   Pic X(8).
*> METAR at capture, when the independent METAR source is on:
*> flight category (VFR, MVFR, IFR, LIFR) derived from the
*> prevailing visibility (statute miles) and the ceiling (feet,
*> lowest broken/overcast layer; 99999 when there is none), the
*> gust (knots) and the raw report.  Spaces when no METAR was
*> fetched, on aggregates and on older records.
05 HIST-Flight-Category Pic X(4).
05 HIST-Visibility-Sm   Pic 9(2)V99.
05 HIST-Ceiling-Ft      Pic 9(5).
05 HIST-Wind-Gust       Pic 9(3).
05 HIST-Metar-Raw       Pic X(120).
