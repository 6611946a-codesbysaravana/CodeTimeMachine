*> this record (the effective-dated record's version label, its
*> effective date when unversioned, or BASELINE).
05 AUD-Config-Version Pic X(8).
*> The provider's own runways array as parsed -- count and
*> designator list -- on a successful lookup; zero and spaces when
*> the response had none or the lookup failed.
05 AUD-Runway-Count   Pic 9(3).
05 AUD-Runway-List    Pic X(60).
*> Delay cause classified from the provider's reason text through
*> the CAUSEDCT dictionary (codes in CAUSEREC); spaces when the
*> airport was not delayed or the lookup failed.
05 AUD-Delay-Cause    Pic X(3).
*> The CICS user ID an online inquiry was made under, so the
*> monthly chargeback can bill it to the user's department; spaces
*> on a batch lookup.
05 AUD-Cics-User      Pic X(8).
*> Chained seal over the record's content and the previous record's
*> seal (see SEALREC), set as the record is written; checked by
*> HWTHSEAL and by HWTHARCH before it moves anything.  Every record
*> on the file carries it at the same place, trailers included.
05 AUD-Seal           Pic X(20).
