*> DCLSREC - Daily airport closeout record (DAYCLOSE KSDS), keyed on
*> closeout date plus IATA code: one settled record per airport per
*> day, written by HWTHDCLS once the day is over and never rewritten
*> -- a closed day is frozen, so "what was LAX's status yesterday"
*> has one answer however many intraday runs, reruns and re-polls
*> the day saw.  The monthly, weekly, regional and year-over-year
*> reports read these records instead of re-deriving days from
*> AUDITLOG and AIRHIST.
*>   status and delay   the day's AIRHIST detail snapshots
*>   lookups            the day's AUDITLOG records
*>   alerts opened      the day's ALERTOUT records, one per alert
*>                      reason newly raised against the airport --
*>                      a reason still open from an earlier day
*>                      (ALRTSTAT) is not opened again, and drills,
*>                      flood digests and divert-group alerts are not
*>                      airport alerts at all
*> AUDITLOG and ALERTOUT codes recoded since are closed under their
*> new code (RECODXRF), matching AIRHIST, which the recode re-keyed;
*> a recode made after the day was closed is followed by the
*> readers, as they always have for AUDITLOG.
01 Day-Close-Record.
05 DCL-Key.
10 DCL-Close-Date Pic X(8).
10 DCL-Iata-Code  Pic X(3).
05 DCL-Airport-Name   Pic X(50).
*> Worst status of any snapshot that day (Closed, Red, Yellow,
*> Green in that order); U when the day had no snapshot at all.
05 DCL-Worst-Status   Pic X(1).
88 DCL-Worst-Green   Value 'G'.
88 DCL-Worst-Yellow  Value 'Y'.
88 DCL-Worst-Red     Value 'R'.
88 DCL-Worst-Closed  Value 'C'.
88 DCL-Worst-Unknown Value 'U'.
*> Status standing at midnight -- the next day's closeout carries it
*> in until that day's first snapshot.
05 DCL-Closing-Status Pic X(1).
*> Hours in each status across the 24 hours, each snapshot's status
*> standing until the next one.  Hours before the day's first
*> snapshot count under the previous day's closing status, or as
*> Unknown when the previous day was never closed.
05 DCL-Status-Hours.
10 DCL-Hours-Green   Pic 9(2)V99.
10 DCL-Hours-Yellow  Pic 9(2)V99.
10 DCL-Hours-Red     Pic 9(2)V99.
10 DCL-Hours-Closed  Pic 9(2)V99.
10 DCL-Hours-Unknown Pic 9(2)V99.
*> Delay minutes over the day's snapshots: the highest, the mean
*> and the sum, and how many snapshots carried the delay flag.
05 DCL-Peak-Delay     Pic 9(5).
05 DCL-Avg-Delay      Pic 9(5).
05 DCL-Delay-Total    Pic 9(7).
05 DCL-Snapshots      Pic 9(3).
05 DCL-Delayed-Snaps  Pic 9(3).
05 DCL-Alerts-Opened  Pic 9(3).
*> Coverage: a scheduled watch-list code (AIRLIST, on a day DOWSKED
*> does not rule out) is expected once per full-list batch run that
*> day; actual counts the batch lookups made, ok the ones that
*> succeeded.  Online inquiries are counted on their own.
05 DCL-Lookups-Expected Pic 9(3).
05 DCL-Lookups-Actual   Pic 9(3).
05 DCL-Lookups-Ok       Pic 9(3).
05 DCL-Online-Lookups   Pic 9(3).
05 DCL-Closed-Stamp     Pic X(14).
*> 'Y' when the day was closed with PARM FORCE over an AUDITLOG run
*> that failed its trailer check -- the numbers may be short.
05 DCL-Forced-Flag      Pic X(1).
88 DCL-Forced Value 'Y'.
