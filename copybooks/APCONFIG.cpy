*> flight, keeps its checkpoint, closes cleanly and ends RC=2 so the
*> scheduler sees a window cut, not a failure.  Zero = no cutoff.
05 PC-Latest-End-Time   Pic 9(6).
*> Console heartbeat every this-many airports worked (HWT0004I plus
*> a PROGRESS record), so a hung run is visible in minutes.  Zero
*> (the default) keeps the console quiet; the PROGRESS record is
*> still maintained at loop start and end.
*> blank) and logs the outcome to DRILLLOG.
05 PC-Drill-Day         Pic 9(2).
05 PC-Drill-Code        Pic X(3).
*> Independent METAR source: 'Y' has the batch fetch each watched
*> airport's METAR by its ICAO code from this aviation-weather
*> endpoint (the path ends where the ICAO code goes, e.g.
*> /api/data/metar?format=json&ids=) over a connection of its own,
*> and derive the flight category from visibility and ceiling.
*> Alert category IFR raises a WEATHER alert at IFR or LIFR, LIFR
*> only at LIFR; blank leaves the category unalerted.
05 PC-Metar-Mode        Pic X(1).
05 PC-Metar-Scheme      Pic X(5).
05 PC-Metar-Host        Pic X(50).
05 PC-Metar-Port        Pic 9(5).
05 PC-Metar-Path        Pic X(50).
05 PC-Metar-Alert-Cat   Pic X(4).
*> Storage warning horizon for the weekly capacity projection
*> (HWTHCAPY): a dataset whose trend reaches its allocation within
*> this many days is flagged, so the space request goes in ahead of
*> the B37.  Zero leaves the default of 42 days (six weekly runs).
05 PC-Capacity-Warn-Days Pic 9(3).
*> Reply queue on the same queue manager (PC-MQ-QMgr-Name) where the
*> paging system puts its acknowledgements of the alerts sent on
*> PC-MQ-Queue-Name; HWTHMQAK applies them to ALRTSTAT.  Blank when
*> the paging system sends none back.
05 PC-MQ-Reply-Queue    Pic X(48).
*> Adaptive polling, in minutes: an airport whose last few fetched
*> statuses (PC-Poll-Settle-Runs of them, 3 when zero) are all
*> Yellow is fetched again only once this long has passed since its
*> last fetch, and one steadily Green only after the second, longer
*> interval.  Red, Closed, unknown and recently changed airports are
*> fetched every run.  Zero leaves that state fetched every run, so
*> both zero (the default) is the old every-airport-every-run.
05 PC-Poll-Yellow-Mins  Pic 9(4).
05 PC-Poll-Green-Mins   Pic 9(4).
05 PC-Poll-Settle-Runs  Pic 9(2).
