*> through the whole paging chain and auto-closed, so the chain is
*> proven monthly instead of during an emergency.
88 ALR-Reason-Drill     Value 'DRILL'.
*> Reduced runway capacity: the provider reported fewer runways in
*> use than the airport's normal complement on AIRMSTR.  The runway
*> counts and the designators out ride in the fields at the end.
88 ALR-Reason-Runway    Value 'RUNWAY'.
*> Status flapping: the airport changed coded status more often than
*> its FLAPCTL limit over the flap window.  Raised once as the flap
*> begins; the airport's individual pages are held until it settles.
*> The status sequence rides in the advisory text and the change
*> count in the delay-minutes field.
88 ALR-Reason-Flapping  Value 'FLAPPING'.
*> Severity tier, from the per-airport AIRTHRSH thresholds (or the
*> global fallback), carried so downstream paging can route by it.
05 ALR-Alert-Tier     Pic X(8).
*> routes instead of broadcasting.  PRIMARY when no roster row
*> matched (or the region is unassigned).
05 ALR-Assigned-Desk    Pic X(8).
*> RUNWAY alerts: runways reported in use against the normal count,
*> and the normal designators missing from the report.  Zero and
*> spaces on every other reason.
05 ALR-Runways-Open     Pic 9(2).
05 ALR-Runways-Normal   Pic 9(2).
05 ALR-Runways-Out      Pic X(40).
*> WEATHER alerts: the METAR flight category at the time, when the
*> METAR source is on.  Spaces on every other reason.
05 ALR-Flight-Category  Pic X(4).
