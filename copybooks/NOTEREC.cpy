*> NOTEREC - Operator note against an alert episode (ALRTNOTE KSDS),
*> the "called station, de-icing backlog, expect 2 hours" that an
*> acknowledge stamp alone never recorded.  Keyed on the ALRTSTAT
*> airport and reason plus the episode's open stamp -- ALRTSTAT
*> reuses its record when the condition recurs, so the open stamp is
*> what keeps one episode's notes from turning up on the next --
*> then the note's own date, time and a sequence number for two
*> notes in the same second.  Notes are added and read on the APAL
*> console and the AOFQ offline inquiry, and come in on HWTHBACK's
*> ack cards and the paging system's acknowledgements (HWTHMQAK).
*> When HWTHXCB1 closes the episode it moves them, in this layout,
*> onto INCNOTES beside the INCIDENT record, and the handover and
*> ops reports print the latest one beside each alert still open.
*>   NTE-Source  O keyed online, B off a batch ack card, P off a
*>               paging-system acknowledgement.
01 Alert-Note-Record.
05 NTE-Key.
10 NTE-Episode-Key.
15 NTE-Iata-Code    Pic X(3).
15 NTE-Alert-Reason Pic X(10).
15 NTE-Open-Date    Pic X(8).
15 NTE-Open-Time    Pic X(6).
10 NTE-Note-Date    Pic X(8).
10 NTE-Note-Time    Pic X(6).
10 NTE-Note-Seq     Pic 9(2).
05 NTE-User         Pic X(8).
05 NTE-Source       Pic X(1).
88 NTE-Source-Online Value 'O'.
88 NTE-Source-Batch  Value 'B'.
88 NTE-Source-Paging Value 'P'.
05 NTE-Text         Pic X(60).
