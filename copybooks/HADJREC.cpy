*> HADJREC - Hold/advisory change journal record (HADJRNL), one per
*> change to the HADKSDS store: what was added, changed or ended,
*> from what to what, who did it and when -- the same discipline
*> AIRJRNL gives the master and WLJRNL the watch-list.  Online
*> changes reach it through the AHJR transient-data destination
*> (folded in by operations like AJRN); HWTHHADU's LOAD writes it
*> directly, and its REPORT mode prints it back.
01 Hold-Adv-Journal-Record.
05 HAJ-Run-Date     Pic X(8).
05 HAJ-Run-Time     Pic X(6).
05 HAJ-Program      Pic X(8).
05 HAJ-Action       Pic X(6).
88 HAJ-Action-Add    Value 'ADD   '.
88 HAJ-Action-Change Value 'CHANGE'.
88 HAJ-Action-End    Value 'END   '.
88 HAJ-Action-Load   Value 'LOAD  '.
05 HAJ-Kind         Pic X(1).
05 HAJ-Iata-Code    Pic X(3).
05 HAJ-Start-Date   Pic X(8).
05 HAJ-Old-End-Date Pic X(8).
05 HAJ-New-End-Date Pic X(8).
05 HAJ-Old-Text     Pic X(50).
05 HAJ-New-Text     Pic X(50).
05 HAJ-User         Pic X(8).
