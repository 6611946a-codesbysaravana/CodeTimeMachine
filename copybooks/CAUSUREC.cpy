*> CAUSUREC - Unclassified delay reason (CAUSEUNK), written by
*> HWTHXCB1 when a delayed airport's reason text matches no CAUSEDCT
*> entry.  The airport is still audited and filed with cause OTH;
*> this is the desk's worklist of wording to add to the dictionary.
01 Cause-Unknown-Record.
05 CSU-Run-Id      Pic X(14).
05 CSU-Run-Date    Pic X(8).
05 CSU-Run-Time    Pic X(6).
05 CSU-Iata-Code   Pic X(3).
05 Filler          Pic X(1).
05 CSU-Reason-Text Pic X(30).
