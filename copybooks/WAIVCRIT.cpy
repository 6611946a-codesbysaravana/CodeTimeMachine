*> WAIVCRIT - Fare-waiver criteria deck entry (WAIVCRIT file), kept by
*> revenue management.  An airport meets a row when its status is
*> one of the codes in WVC-Status-Set (C, R, Y -- e.g. 'C   ' or
*> 'RC  ') and its delay is at least WVC-Min-Delay minutes (zero for
*> no delay test) on WVC-Consec-Runs successive monitor runs; the
*> first row met opens a waiver.  The waiver closes once the airport
*> has been Green for WVC-Clear-Hours (zero: the first Green run) of
*> the row that opened it.  An airport takes its own rows, up to
*> three; an airport with none takes the '***' default rows.
01 Waiver-Criteria-Record.
05 WVC-Iata-Code   Pic X(3).
05 Filler          Pic X(1).
05 WVC-Status-Set  Pic X(4).
05 Filler          Pic X(1).
05 WVC-Consec-Runs Pic 9(3).
05 Filler          Pic X(1).
05 WVC-Min-Delay   Pic 9(5).
05 Filler          Pic X(1).
05 WVC-Clear-Hours Pic 9(3).
