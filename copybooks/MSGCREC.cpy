*> MSGCREC - Message catalog card (MSGCAT KSDS, loaded from the
*> MSGLIST deck by job HWTHMSGR).  Every operator message the batch
*> jobs and the monitor transactions issue carries a stable ID,
*> HWTnnnnS, whose last letter is its severity -- I information,
*> W warning, E error, S severe -- so automation keys on the ID and
*> never on the wording.  Each message is a handful of cards keyed
*> on the ID, the card kind and a sequence:
*>   T  the text issued (one card); &1 to &4 stand for the
*>      inserts the issuing program supplies
*>   M  what the message means (as many cards as it takes)
*>   A  the operator action recommended (likewise)
*> HWTHMSGF (batch, CALLed) and HWTHCMSG (CICS, LINKed) issue the
*> text; the HWTHMSGR report prints all three.
01 Message-Catalog-Record.
05 MSC-Key.
10 MSC-Id          Pic X(8).
10 MSC-Card-Kind   Pic X(1).
88 MSC-Text-Card    Value 'T'.
88 MSC-Meaning-Card Value 'M'.
88 MSC-Action-Card  Value 'A'.
10 MSC-Card-Seq    Pic 9(2).
05 Filler          Pic X(1).
05 MSC-Card-Text   Pic X(68).
