IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHMSGR.
*> Message catalog reference, run after the MSGCAT cluster is loaded
*> from the MSGLIST deck.  Lists every message ID in ID order with
*> its severity, the text as issued (&1-&4 mark the inserts), what
*> it means and the operator action recommended -- the page the
*> operators and the automation team work from.  A message is
*> flagged when its ID is not HWTnnnn followed by I, W, E or S, or
*> when it lacks its text, meaning or action card; a card of any
*> other kind is flagged on its own.
*> RC=4 when anything is flagged; RC=8 when MSGCAT can't be opened.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Message-Catalog-File Assign To MSGCAT
Organization Is Indexed
Access Mode Is Sequential
Record Key Is MSC-Key
File Status Is Message-Catalog-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Message-Catalog-File.
COPY MSGCREC.
WORKING-STORAGE SECTION.
01 Message-Catalog-File-Status Pic X(2) Value Spaces.
88 Message-Catalog-File-OK     Value '00'.
88 Message-Catalog-File-At-End Value '10'.
01 Catalog-EOF-Flag Pic X Value 'N'.
88 Catalog-EOF Value 'Y'.
*> The cards of the message being gathered.  Its cards arrive action,
*> meaning, text (the key order), and it prints when the ID changes.
01 Held-Id   Pic X(8) Value Spaces.
01 Held-Text Pic X(68) Value Spaces.
01 Held-Text-Flag Pic X Value 'N'.
88 Held-Text-Seen Value 'Y'.
01 Held-Meaning-Table.
05 Held-Meaning Pic X(68) Occurs 10 times.
01 Held-Meaning-Count Pic 9(2) Value 0.
01 Held-Action-Table.
05 Held-Action Pic X(68) Occurs 10 times.
01 Held-Action-Count Pic 9(2) Value 0.
01 Line-Idx Pic 9(2) Value 0.
01 Severity-Word Pic X(11) Value Spaces.
01 Message-Flag-Text Pic X(40) Value Spaces.
01 Total-Cards      Pic 9(5) Value 0.
01 Total-Messages   Pic 9(5) Value 0.
01 Total-Info       Pic 9(5) Value 0.
01 Total-Warning    Pic 9(5) Value 0.
01 Total-Error      Pic 9(5) Value 0.
01 Total-Severe     Pic 9(5) Value 0.
01 Total-Flagged    Pic 9(5) Value 0.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "** Operator Message Catalog Reference         **".
Display "***********************************************".
Open Input Message-Catalog-File.
If not Message-Catalog-File-OK
Move Spaces to Message-Request
Move 'HWT0102E' to MRQ-Id
Move 'MSGCAT' to MRQ-Insert(1)
Move Message-Catalog-File-Status to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Perform Read-Next-Catalog-Card
If Catalog-EOF
Display "   (MSGCAT is empty)"
End-If
Perform Take-One-Catalog-Card until Catalog-EOF
If Held-Id not equal Spaces
Perform Print-Held-Message
End-If
Close Message-Catalog-File
Display "-----------------------------------------------"
Display "Catalog cards          : " Total-Cards
Display "Messages               : " Total-Messages
Display "   information (I)     : " Total-Info
Display "   warning (W)         : " Total-Warning
Display "   error (E)           : " Total-Error
Display "   severe (S)          : " Total-Severe
Display "Messages/cards flagged : " Total-Flagged
If Total-Flagged > 0
Move 4 to Return-Code
End-If
End-If.
Display "** Operator Message Catalog Reference Ends     **".
Display "***********************************************".
STOP RUN.
Read-Next-Catalog-Card.
Read Message-Catalog-File Next Record
At End
Set Catalog-EOF to true
End-Read.
If not Message-Catalog-File-OK and not Message-Catalog-File-At-End
Display "** MSGCAT read failed, status "
Message-Catalog-File-Status " **"
Set Catalog-EOF to true
End-If.
Take-One-Catalog-Card.
Add 1 to Total-Cards.
If MSC-Id not equal Held-Id
If Held-Id not equal Spaces
Perform Print-Held-Message
End-If
Move MSC-Id to Held-Id
Move Spaces to Held-Text
Move 'N' to Held-Text-Flag
Move 0 to Held-Meaning-Count
Move 0 to Held-Action-Count
End-If.
Evaluate true
When MSC-Text-Card
Move MSC-Card-Text to Held-Text
Set Held-Text-Seen to true
When MSC-Meaning-Card
If Held-Meaning-Count < 10
Add 1 to Held-Meaning-Count
Move MSC-Card-Text to Held-Meaning(Held-Meaning-Count)
End-If
When MSC-Action-Card
If Held-Action-Count < 10
Add 1 to Held-Action-Count
Move MSC-Card-Text to Held-Action(Held-Action-Count)
End-If
When other
Add 1 to Total-Flagged
Display "   ** " MSC-Id " card kind '" MSC-Card-Kind
"' is not T, M or A -- ignored"
End-Evaluate.
Perform Read-Next-Catalog-Card.
Print-Held-Message.
Add 1 to Total-Messages.
Move Spaces to Message-Flag-Text.
Evaluate Held-Id(8:1)
When 'I'
Move 'INFORMATION' to Severity-Word
Add 1 to Total-Info
When 'W'
Move 'WARNING' to Severity-Word
Add 1 to Total-Warning
When 'E'
Move 'ERROR' to Severity-Word
Add 1 to Total-Error
When 'S'
Move 'SEVERE' to Severity-Word
Add 1 to Total-Severe
When other
Move '?' to Severity-Word
End-Evaluate.
Evaluate true
When Held-Id(1:3) not equal 'HWT'
or Held-Id(4:4) is not numeric
or Severity-Word equal '?'
Move 'ID is not HWTnnnn + I/W/E/S' to Message-Flag-Text
When not Held-Text-Seen
Move 'no text card' to Message-Flag-Text
When Held-Meaning-Count = 0
Move 'no meaning card' to Message-Flag-Text
When Held-Action-Count = 0
Move 'no action card' to Message-Flag-Text
When other
Continue
End-Evaluate.
Display "-----------------------------------------------".
Display Held-Id "  " Severity-Word "  "
Function Trim(Held-Text Trailing).
Perform Print-Meaning-Line
Varying Line-Idx From 1 By 1
Until Line-Idx > Held-Meaning-Count.
Perform Print-Action-Line
Varying Line-Idx From 1 By 1
Until Line-Idx > Held-Action-Count.
If Message-Flag-Text not equal Spaces
Add 1 to Total-Flagged
Display "   ** FLAGGED: " Function Trim(Message-Flag-Text)
End-If.
Print-Meaning-Line.
If Line-Idx = 1
Display "   Meaning: " Function Trim(Held-Meaning(Line-Idx) Trailing)
else
Display "            " Function Trim(Held-Meaning(Line-Idx) Trailing)
End-If.
Print-Action-Line.
If Line-Idx = 1
Display "   Action : " Function Trim(Held-Action(Line-Idx) Trailing)
else
Display "            " Function Trim(Held-Action(Line-Idx) Trailing)
End-If.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHMSGR.
