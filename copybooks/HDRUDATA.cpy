*> HDRUDATA - User data block handed to the HTTP response header
*> exit HWTHHDRX (HWTH_RESPONSE_HEADER_UDATA), shared by the batch
*> monitor and the APLK transaction so the block each registers is
*> the one the exit maps.  The exit's LINKAGE carries the same layout
*> without the VALUEs; a field added here goes there too.
01 hdr-udata.
05 hdr-udata-eye   Pic X(8) Value 'HDRUDATA'.
05 hdr-rspcode-ptr Pointer Value Null.
05 hdr-count-ptr   Pointer value Null.
05 hdr-flags-ptr   Pointer Value Null.
05 hdr-reason-ptr  Pointer Value Null.
05 hdr-redirect-ptr Pointer Value Null.
05 hdr-lastmod-ptr Pointer Value Null.
05 hdr-retryafter-ptr Pointer Value Null.
*> 'Y' has the exit trace the status line and every header to
*> TRACEOUT under the code at hdr-iata-ptr.
05 hdr-trace-byte  Pic X Value 'N'.
05 hdr-iata-ptr    Pointer Value Null.
