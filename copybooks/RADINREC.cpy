*> RADINREC - Radius watch control card (RADIUSIN), read by
*> HWTHXCB1's PARM=RADIUS/RADPLAN run when the PARM names no centre
*> of its own.  One card per point, free of any ordering except the
*> track's:
*>   C  a centre -- every AIRMSTR airport within RIN-Radius-Nm
*>      nautical miles of it is selected, in range now.
*>   T  a track point -- the storm's forecast position at
*>      RIN-Point-Time (UTC, CCYYMMDDHHMM), cards in time order.
*>      Airports within the radius of the track between successive
*>      points are selected, with the time the track first brings
*>      them in range; the track already behind the clock is passed
*>      over.
*>   *  a comment.
*> Latitude and longitude are signed decimal degrees, as AIRMSTR
*> holds them (north and east positive).  The first card carrying a
*> RIN-Group-Tag names the event -- the tag the selected airports
*> are audited and totalled under; RADIUS when no card names one.
01 Radius-In-Record.
05 RIN-Card-Type   Pic X(1).
05 Filler          Pic X(1).
05 RIN-Latitude    Pic X(10).
05 Filler          Pic X(1).
05 RIN-Longitude   Pic X(11).
05 Filler          Pic X(1).
05 RIN-Radius-Nm   Pic X(5).
05 Filler          Pic X(1).
05 RIN-Point-Time  Pic X(12).
05 Filler          Pic X(1).
05 RIN-Group-Tag   Pic X(8).
05 Filler          Pic X(28).
