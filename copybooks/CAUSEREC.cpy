*> CAUSEREC - Delay-cause dictionary entry (CAUSEDCT control file):
*> a word or phrase the provider uses in its free-text delay reason
*> (airport-status-reason) and the cause code it means.  HWTHXCB1
*> upper-cases the reason and takes the first entry, in deck order,
*> whose text appears anywhere in it -- so put the specific phrases
*> ("RUNWAY CONSTRUCTION") ahead of the general words ("RUNWAY").
*> Cause codes:
*>   WX   weather              SEC  security
*>   VOL  volume / demand      STF  staffing
*>   EQP  equipment / outage   OTH  other (known, not one of these)
*>   RWY  runway
*> A delay reason no entry matches is stamped OTH and logged to
*> CAUSEUNK for the desk to classify into this deck.
01 Cause-Dict-Record.
05 CSD-Cause-Code Pic X(3).
88 CSD-Cause-Valid Value 'WX ' 'VOL' 'EQP' 'RWY'
'SEC' 'STF' 'OTH'.
05 Filler         Pic X(1).
05 CSD-Match-Text Pic X(30).
