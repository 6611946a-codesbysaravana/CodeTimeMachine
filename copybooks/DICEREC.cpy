*> DICEREC - De-icing readiness extract (DEICEXT), rewritten each
*> evening by HWTHDICE for the ground-equipment contractors: one
*> record per airport on the next day's de-icing list, in rank order
*> (traffic weight, then departures), then a trailer.  On the
*> trailer DIX-Rank is the count of airports listed, DIX-Departures
*> their departures in total and DIX-Ice-Days the count of them
*> flagged for last week's de-icing delays; its other fields are
*> zero or spaces.
01 Deice-Extract-Record.
05 DIX-Record-Type   Pic X(1).
88 DIX-Type-Airport  Value 'D'.
88 DIX-Type-Trailer  Value 'T'.
*> The day the list is for.
05 DIX-Ops-Date      Pic X(8).
05 DIX-Rank          Pic 9(4).
05 DIX-Iata-Code     Pic X(3).
05 DIX-Weight        Pic 9(7).
*> Our scheduled departures from the airport that day.
05 DIX-Departures    Pic 9(7).
*> What put it on the list: F the outlook, C current conditions,
*> B both.
05 DIX-Basis         Pic X(1).
*> The outlook and the current conditions behind the listing; a
*> blank unit means no temperature was given, and a blank condition
*> no outlook or lookup was on file.
05 DIX-Fcst-Temp     Pic S9(3) Sign Is Leading Separate.
05 DIX-Fcst-Unit     Pic X(1).
05 DIX-Fcst-Cond     Pic X(30).
05 DIX-Curr-Temp     Pic S9(3) Sign Is Leading Separate.
05 DIX-Curr-Unit     Pic X(1).
05 DIX-Curr-Cond     Pic X(30).
*> Days in the seven before with a weather delay in freezing
*> conditions (AIRHIST); zero when none, or when AIRHIST was not
*> available.
05 DIX-Ice-Days      Pic 9(4).
