*> PROMREC - Control-file promotion action (PROMLOG), appended by
*> HWTHPROM and never edited: one line when a user asks for the
*> test copy of a control file to replace production, one when a
*> second user approves it (or is refused), and one when the copy
*> has been made -- so who asked, who approved, and how much
*> changed stays on the file for every promotion.
*>   REQUEST   the requester's compare: the difference count and the
*>             shape of both copies at that moment
*>   APPROVED  a second user holding the Master role approved the
*>             same candidate unchanged
*>   REFUSED   an approval turned down; the note says why.  The
*>             request stays open.
*>   PROMOTED  the previous production copy was kept as a new PREV
*>             generation and the candidate copied over it
*> PRM-Request-Stamp is the date and time of the REQUEST line, so
*> the lines of one promotion carry the same stamp.
01 Promotion-Log-Record.
05 PRM-Action-Date   Pic X(8).
05 PRM-Action-Time   Pic X(6).
05 Filler            Pic X(1).
05 PRM-Action        Pic X(8).
88 PRM-Action-Request  Value 'REQUEST'.
88 PRM-Action-Approved Value 'APPROVED'.
88 PRM-Action-Refused  Value 'REFUSED'.
88 PRM-Action-Promoted Value 'PROMOTED'.
05 Filler            Pic X(1).
*> The control file's DD name: THRSHLST, DOWSKED, CALENDAR, ROSTER,
*> CORRIDOR, FLDRULES or NOTTMPL.
05 PRM-Control-File  Pic X(8).
05 Filler            Pic X(1).
05 PRM-Requested-By  Pic X(8).
05 Filler            Pic X(1).
*> The approver (or the user refused, on a REFUSED line).
05 PRM-Approved-By   Pic X(8).
05 Filler            Pic X(1).
05 PRM-Request-Stamp.
10 PRM-Request-Date Pic X(8).
10 PRM-Request-Time Pic X(6).
05 Filler            Pic X(1).
05 PRM-Diff-Count    Pic 9(5).
05 Filler            Pic X(1).
*> Record counts and byte checksums of the candidate (test) and
*> production copies as compared -- an approval is only good for
*> the very copies the requester compared.
05 PRM-Test-Records  Pic 9(5).
05 Filler            Pic X(1).
05 PRM-Test-Sum      Pic 9(9).
05 Filler            Pic X(1).
05 PRM-Prod-Records  Pic 9(5).
05 Filler            Pic X(1).
05 PRM-Prod-Sum      Pic 9(9).
05 Filler            Pic X(1).
05 PRM-Note          Pic X(40).
