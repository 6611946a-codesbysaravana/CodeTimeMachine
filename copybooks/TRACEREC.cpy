*> TRACEREC - HTTP wire trace line (TRACEOUT), written only for the
*> IATA codes a PARM ',TRACE=' list names.  The mainline writes the
*> request as built and its timings, HWTHHDRX each response header
*> it is handed, HWTHBDYX the raw body, every find-value search and
*> the parse time -- each opening the dataset for extend, the same
*> as CAPTOUT and DIAGLOG, so the lines land in wire order.
*>   TRC-Kind  CONNECT  the held connection the request went out on
*>             REQUEST  method, host and URI
*>             SLIST    a request header (credentials masked)
*>             STATUS   the response status line
*>             HEADER   a response header, name and value
*>             BODY     the raw body, TRC-Text bytes a line
*>             FIND     a find-value search and what it found
*>             TIMING   request / parse elapsed time
*>             START/END  brackets one code's trace
01 Trace-Record.
05 TRC-Iata-Code Pic X(3).
05 Filler        Pic X(1).
05 TRC-Time      Pic X(8).
05 Filler        Pic X(1).
05 TRC-Kind      Pic X(8).
05 Filler        Pic X(1).
05 TRC-Text      Pic X(200).
