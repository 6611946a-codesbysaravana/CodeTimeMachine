*> SEALREC - Seal register entry (SEALREG), kept apart from the
*> files it vouches for: one line per sealed file (AUDITLOG, AIRJRNL,
*> WLJRNL) each time a run appends to it or HWTHARCH rewrites it,
*> with the seal the chain started from and the seal of the last
*> record written.  A record edited in place breaks the chain at
*> that record; one edited and every seal after it worked out again
*> leaves a last seal no register line carries -- HWTHSEAL checks
*> both.  Appended to (DISP=MOD) by every sealing job; never
*> rewritten.
*>   SRG-Kind  APPEND  -- a run's records added to the file
*>             ARCHIVE -- HWTHARCH's archive generation, resealed
*>             RESEAL  -- HWTHARCH's records kept in the active file,
*>                        resealed
01 Seal-Register-Record.
05 SRG-File-Id    Pic X(8).
05 Filler         Pic X(1).
05 SRG-Kind       Pic X(7).
88 SRG-Kind-Append  Value 'APPEND'.
88 SRG-Kind-Archive Value 'ARCHIVE'.
88 SRG-Kind-Reseal  Value 'RESEAL'.
05 Filler         Pic X(1).
05 SRG-Program    Pic X(8).
05 Filler         Pic X(1).
05 SRG-Run-Id     Pic X(14).
05 Filler         Pic X(1).
05 SRG-Write-Date Pic X(8).
05 SRG-Write-Time Pic X(6).
05 Filler         Pic X(1).
05 SRG-Records    Pic 9(9).
05 Filler         Pic X(1).
05 SRG-Start-Seal Pic X(20).
05 Filler         Pic X(1).
05 SRG-Final-Seal Pic X(20).
