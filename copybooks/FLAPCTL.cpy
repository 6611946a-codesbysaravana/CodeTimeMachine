*> FLAPCTL - Status hysteresis and flap-detection control deck entry
*> (FLAPCTL file), kept by the duty managers.  An airport takes its
*> own row; an airport with none takes the '***' default row; with
*> no row at all every alert opens and closes on the run it is first
*> seen, as it always has.
*>   FLC-Open-Runs    successive monitor runs an alerting condition
*>                    must persist before a new alert episode opens
*>                    and pages (zero or one: the first run)
*>   FLC-Close-Runs   successive Green runs before the airport's
*>                    open episodes auto-close (zero or one: the
*>                    first Green run)
*>   FLC-Flap-Changes more status changes than this over the last
*>                    FLC-Flap-Window runs marks the airport flapping
*>                    (zero: no flap detection)
*>   FLC-Flap-Window  runs looked back over, up to 24 (zero: 12)
01 Flap-Control-Record.
05 FLC-Iata-Code    Pic X(3).
05 Filler           Pic X(1).
05 FLC-Open-Runs    Pic 9(2).
05 Filler           Pic X(1).
05 FLC-Close-Runs   Pic 9(2).
05 Filler           Pic X(1).
05 FLC-Flap-Changes Pic 9(2).
05 Filler           Pic X(1).
05 FLC-Flap-Window  Pic 9(2).
