*> episode (code plus alert reason) and the acknowledging user; the
*> record gets the same AST-Ack stamps the console writes.  Cards
*> for closed or missing episodes report and end the job RC=4, so a
*> mistyped card is noticed, not swallowed.  A card's note text is
*> written to ALRTNOTE against the episode, stamped with the card's
*> user; with ALRTNOTE unavailable the acknowledge still goes on
*> and the note is reported as not kept (RC=4).
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select Alert-Note-File Assign To ALRTNOTE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is NTE-Key
File Status Is Alert-Note-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Ack-Card-File.
COPY ACKREC.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  Alert-Note-File.
COPY NOTEREC.
WORKING-STORAGE SECTION.
01 Ack-Card-File-Status Pic X(2) Value Spaces.
88 Ack-Card-File-OK     Value '00'.
01 Cards-Read      Pic 9(5) Value 0.
01 Acks-Applied    Pic 9(5) Value 0.
01 Cards-Rejected  Pic 9(5) Value 0.
01 Alert-Note-File-Status Pic X(2) Value Spaces.
88 Alert-Note-File-OK Value '00'.
01 Note-File-Open-Flag Pic X Value 'N'.
88 Note-File-Open Value 'Y'.
01 Note-Written-Flag Pic X Value 'N'.
88 Note-Written Value 'Y'.
01 Notes-Kept      Pic 9(5) Value 0.
01 Notes-Not-Kept  Pic 9(5) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Open Input Ack-Card-File.
Open I-O Alert-Status-File.
If not Ack-Card-File-OK or not Alert-Status-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ACKCARDS' to MRQ-Insert(1)
Move 'and/or ALRTSTAT' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Open I-O Alert-Note-File
If Alert-Note-File-OK
Set Note-File-Open to true
End-If
Perform Read-Next-Ack-Card
Perform Apply-One-Ack-Card until Ack-EOF
Close Ack-Card-File
Close Alert-Status-File
If Note-File-Open
Close Alert-Note-File
End-If
Display "-----------------------------------------------"
Display "Cards read     : " Cards-Read
Display "Acknowledged   : " Acks-Applied
Display "Rejected       : " Cards-Rejected
Display "Notes kept     : " Notes-Kept
Display "Notes not kept : " Notes-Not-Kept
If Cards-Rejected > 0 or Notes-Not-Kept > 0
Move 4 to Return-Code
End-If
End-If.
Add 1 to Acks-Applied
Display "ACKED  " ACK-Iata-Code " " ACK-Alert-Reason
" by " ACK-User
If ACK-Note-Text not equal Spaces
Perform Keep-Ack-Note
End-If
End-Rewrite
End-If
.
*> Stamped now, under the episode's open stamp; a second note in
*> the same second takes the next sequence number.
Keep-Ack-Note.
Move 'N' to Note-Written-Flag.
If Note-File-Open
Move AST-Iata-Code to NTE-Iata-Code
Move AST-Alert-Reason to NTE-Alert-Reason
Move AST-Open-Date to NTE-Open-Date
Move AST-Open-Time to NTE-Open-Time
Move Function Current-Date(1:8) to NTE-Note-Date
Move Function Current-Date(9:6) to NTE-Note-Time
Move 0 to NTE-Note-Seq
Move ACK-User to NTE-User
Set NTE-Source-Batch to true
Move ACK-Note-Text to NTE-Text
Perform Write-Ack-Note
until Note-Written or NTE-Note-Seq = 99
End-If.
If Note-Written
Add 1 to Notes-Kept
else
Add 1 to Notes-Not-Kept
Display "NOTE NOT KEPT for " ACK-Iata-Code " "
ACK-Alert-Reason ": ALRTNOTE unavailable"
End-If
.
*> A duplicate key (22) tries the next sequence; anything else
*> gives up on the note.
Write-Ack-Note.
Write Alert-Note-Record
Invalid Key
Continue
End-Write.
Evaluate true
When Alert-Note-File-OK
Set Note-Written to true
When Alert-Note-File-Status equal '22'
Add 1 to NTE-Note-Seq
When other
Move 99 to NTE-Note-Seq
End-Evaluate
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHBACK.
