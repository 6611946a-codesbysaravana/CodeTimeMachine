*> MHSTREC - One superseded version of an airport's reference data
*> (MSTRHIST KSDS), keyed on the code and the last day the version
*> was in force.  AIRMSTR holds only the version in force today, so
*> a region or name corrected there would regroup every past day
*> under the new value; whenever HWTHMNTA or the AMNT transaction
*> changes a field kept here -- or deletes the airport -- the version
*> being replaced is written here first, in force through the day
*> before the change.  The version in force on a day D is the
*> code's record with the lowest to-date not before D, or AIRMSTR's
*> own when there is none: the reports' as-of option reads it so.
*> A second change the same day keeps no record of its own -- the
*> version it replaces was never in force at a day's end.
01 Master-History-Record.
05 MHS-Key.
10 MHS-Iata-Code       Pic X(3).
10 MHS-To-Date         Pic X(8).
*> The day after the code's previous version ended; zeros when this
*> is the first version kept (in force since before the history).
05 MHS-From-Date       Pic X(8).
05 MHS-Airport-Name    Pic X(50).
05 MHS-Airport-Country Pic X(50).
05 MHS-Region-Code     Pic X(8).
05 MHS-Icao-Code       Pic X(4).
05 MHS-Utc-Offset      Pic X(5).
05 MHS-Time-Zone       Pic X(8).
*> What ended the version -- CHANGE or DELETE -- by whom and when.
05 MHS-Ended-By-Action Pic X(7).
05 MHS-Ended-By-Program Pic X(8).
05 MHS-Ended-By-User   Pic X(8).
05 MHS-Ended-Stamp     Pic X(14).
