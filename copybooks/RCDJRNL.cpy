*> RCDJRNL - Recode journal record (RECJRNL): one per change HWTHRCOD
*> makes while carrying a code over -- every re-keyed record, every
*> control-file row rewritten, and the cross-reference entry itself
*> -- with the key or row as it was and as it became.  AIRMSTR is
*> journaled on AIRJRNL as well, with full images, so HWTHJRNL
*> forward recovery and backout stay whole across a recode.
01 Recode-Journal-Record.
05 RCJ-Run-Date       Pic X(8).
05 RCJ-Run-Time       Pic X(6).
05 RCJ-Old-Code       Pic X(3).
05 RCJ-New-Code       Pic X(3).
05 RCJ-Effective-Date Pic X(8).
05 RCJ-File           Pic X(8).
05 RCJ-Action         Pic X(7).
88 RCJ-Action-Rekey  Value 'REKEY'.
88 RCJ-Action-Update Value 'UPDATE'.
88 RCJ-Action-Xref   Value 'XREF'.
05 RCJ-Before-Image   Pic X(60).
05 RCJ-After-Image    Pic X(60).
