*> CAREXREC - Carrier exposure extract (CAREXP), rewritten by
*> HWTHCHUB after each HWTHXCB1 run for the commercial team to load:
*> one record per carrier with any hub or focus city Yellow, Red or
*> Closed in that run, in exposure order.  The score weights each
*> affected station's share of operations by how bad it is (Closed
*> 3, Red 2, Yellow 1); the impaired share is the plain sum of those
*> stations' shares.
01 Carrier-Exposure-Record.
05 CXP-Run-Id          Pic X(14).
05 CXP-Carrier-Code    Pic X(3).
05 CXP-Carrier-Name    Pic X(30).
05 CXP-Rank            Pic 9(3).
05 CXP-Exposure-Score  Pic 9(5).
05 CXP-Impaired-Share  Pic 9(3).
05 CXP-Stations-Hit    Pic 9(3).
05 CXP-Closed-Count    Pic 9(3).
05 CXP-Red-Count       Pic 9(3).
05 CXP-Yellow-Count    Pic 9(3).
