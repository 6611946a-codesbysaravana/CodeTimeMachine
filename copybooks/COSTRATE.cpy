*> COSTRATE - Delay cost-rate reference entry (COSTRATE file), kept
*> by finance: the cost of one delayed-departure-minute, in whole
*> currency units and cents.  An airport row (kind A, key the IATA
*> code) wins; otherwise the row for the airport's AM-Region-Code
*> (kind R) applies.  An airport with neither is ledgered at zero
*> and listed as unrated.
01 Cost-Rate-Record.
05 RATE-Kind       Pic X(1).
88 RATE-Kind-Airport Value 'A'.
88 RATE-Kind-Region  Value 'R'.
05 Filler          Pic X(1).
05 RATE-Key        Pic X(8).
05 Filler          Pic X(1).
05 RATE-Per-Minute Pic 9(5)V99.
