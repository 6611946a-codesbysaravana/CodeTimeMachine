*> BDYUDATA - User data block handed to the HTTP response body exit
*> HWTHBDYX (HWTH_RESPONSE_BODY_UDATA), shared by the batch monitor
*> and the APLK transaction so the block each registers is the one
*> the exit maps.  The exit's LINKAGE carries the same layout without
*> the VALUEs; a field added here goes there too.
01 body-udata.
05 body-udata-eye     Pic X(8) Value 'BDYUDATA'.
05 hdr-flags-ptr      Pointer Value Null.
05 resp-body-data-ptr Pointer Value Null.
05 raw-body-cap-ptr   Pointer Value Null.
*> Sized from APCONFIG (PC-Jparser-Workarea) so the body exit's
*> HWTJINIT call no longer runs with an unset/zero work area size --
*> passed down alongside the other body-exit user data since HWTHBDYX
*> is a separate program and only sees what's addressed through here.
05 Jparser-Workarea-Max Pic 9(9) Binary Value 0.
*> Capture controls: 'Y' has the exit write the body to CAPTOUT,
*> keyed by the code addressed through cap-iata-ptr.
05 Capture-Mode-Byte  Pic X Value 'N'.
05 cap-iata-ptr       Pointer Value Null.
*> Which provider served the body being captured -- stamped onto
*> the CAPTOUT record so the capture librarian can select by it.
*> It is also the role whose FLDMAP lines, if any, the exit maps
*> the reply with.
05 Capture-Provider-Byte Pic X Value 'P'.
*> Back from the exit: mapped fields (FLDMAP) the reply didn't
*> contain, how many of them were required, and their field ids.
05 Map-Missing-Count    Pic 9(3) Value 0.
05 Map-Required-Missing Pic 9(3) Value 0.
05 Map-Missing-Names    Pic X(80) Value Spaces.
*> 'Y' has the exit trace the body, its find-value searches and
*> the parse time to TRACEOUT under the code at cap-iata-ptr.
05 Trace-Mode-Byte      Pic X Value 'N'.
