*> MSGREQ - Catalogued message request: the CALL parameter of
*> HWTHMSGF (batch) and the commarea of HWTHCMSG (CICS).  The caller
*> clears it, names the message ID and fills the inserts the text
*> calls for; the line comes back ID first, ready to DISPLAY, WTO or
*> send to the screen.  A message missing from MSGCAT -- or MSGCAT
*> itself unavailable -- still comes back as its ID and the inserts,
*> so nothing an automation rule keys on is ever lost.
01 Message-Request.
05 MRQ-Id          Pic X(8).
05 MRQ-Insert      Pic X(50) Occurs 4 times.
05 MRQ-Result      Pic X(1).
88 MRQ-Catalogued     Value 'Y'.
88 MRQ-Not-Catalogued Value 'N'.
05 MRQ-Line        Pic X(130).
