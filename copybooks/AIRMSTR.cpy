05 AM-Suppress-Date       Pic X(8).
*> Airport's offset from UTC as +HHMM/-HHMM (spaces = unknown),
*> maintained through HWTHMNT1, so reports can say "JFK goes red at
*> 5pm local" instead of mainframe wall-clock time.  A fixed offset
*> is wrong for half the year wherever the clocks change; it is
*> used only for an airport whose AM-Time-Zone is blank or names
*> no zone on TZRULES.
05 AM-Utc-Offset          Pic X(5).
*> 4-letter ICAO cross-reference (spaces = not assigned), maintained
*> through HWTHMNT1.  The dispatch system keys everything by ICAO;
*> its change-event feed can only carry airports that have one here.
05 AM-Icao-Code           Pic X(4).
*> The airport's normal runway complement: how many runways it runs
*> on a full day, and their designators as the provider names them.
*> Maintained through HWTHMNT1, and raised by HWTHXCB1 whenever the
*> provider reports more runways in use than this (a new airport's
*> first answer sets it).  Zero means not known, and no RUNWAY alert
*> can fire against it.  The list is cut at 40 bytes -- designators
*> that don't fit are only counted, never named as out.
05 AM-Normal-Runway-Count Pic 9(2).
05 AM-Normal-Runway-List  Pic X(40).
*> The airport's time zone, by its TZRULES id (spaces = not yet
*> assigned), maintained through HWTHMNT1.  Every UTC-to-local
*> conversion takes the zone's rule in force on the date, daylight
*> saving included, ahead of the fixed AM-Utc-Offset above.
05 AM-Time-Zone           Pic X(8).
