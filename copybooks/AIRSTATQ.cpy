05 ASQ-Airport-Lat   Pic X(30).
05 ASQ-Airport-Long  Pic X(30).
05 ASQ-Region-Code   Pic X(8).
*> +HHMM/-HHMM the airport is from UTC at the moment of the call,
*> from its TZRULES zone (daylight saving included); the master's
*> fixed AM-Utc-Offset only when TZRULES has no line for the zone.
05 ASQ-Utc-Offset    Pic X(5).
*> Latest AIRHIST snapshot, with its capture stamps so the caller
*> can judge the data's age for itself.
