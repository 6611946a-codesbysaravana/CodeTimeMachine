*> WSLOGREC - Status service call log record, one per call on the
*> APWS airport-status web service (HWTHCJSN), answered or not: who
*> called, from which address, what they asked for and what they
*> got.  HWTHCJSN writes it to the APWL transient-data destination,
*> folded into STATCALL by operations the way AVIO reaches AUTHVIOL.
*>   WSL-Caller       the CICS user ID the call ran under -- the ID
*>                    the caller authenticated with on the URIMAP.
*>   WSL-Query-Kind   IATA, ICAO or REGION; NONE when the call named
*>                    nothing usable.
*>   WSL-Result       ANSWERED  one or more airports returned
*>                    NOMATCH   nothing on file for the query (404)
*>                    BADQUERY  no usable code or region (400)
*>                    BADMETH   not a GET (405)
*>                    REFUSED   no View role on AUTHKSDS (403)
01 Status-Call-Log-Record.
05 WSL-Call-Date     Pic X(8).
05 WSL-Call-Time     Pic X(6).
05 WSL-Caller        Pic X(8).
05 WSL-Client-Addr   Pic X(39).
05 WSL-Query-Kind    Pic X(6).
05 WSL-Query-Value   Pic X(8).
05 WSL-Http-Status   Pic 9(3).
05 WSL-Airports-Sent Pic 9(3).
05 WSL-Result        Pic X(8).
