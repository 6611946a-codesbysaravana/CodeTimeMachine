IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHMSGF.
*> Catalogued message formatter for the batch jobs, CALLed with the
*> MSGREQ area.  The message's text card is read from MSGCAT by its
*> ID, the &1-&4 markers are replaced by the caller's inserts, and
*> the line goes back ID first; the caller DISPLAYs it, or WTOs it
*> UPON CONSOLE.  MSGCAT is opened on the first call and stays open
*> for the job step.  A step with no MSGCAT DD, or an ID not yet on
*> the catalog, gets the ID and its inserts back instead -- the
*> message is never dropped, only its wording.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Message-Catalog-File Assign To MSGCAT
Organization Is Indexed
Access Mode Is Random
Record Key Is MSC-Key
File Status Is Message-Catalog-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Message-Catalog-File.
COPY MSGCREC.
WORKING-STORAGE SECTION.
01 Message-Catalog-File-Status Pic X(2) Value Spaces.
88 Message-Catalog-File-OK Value '00'.
01 Catalog-State-Flag Pic X Value 'N'.
88 Catalog-Not-Opened Value 'N'.
88 Catalog-Open       Value 'Y'.
88 Catalog-Unusable   Value 'U'.
01 Text-Len    Pic 9(3) Value 0.
01 Text-Idx    Pic 9(3) Value 0.
01 Line-Ptr    Pic 9(3) Value 0.
01 Insert-No   Pic 9 Value 0.
LINKAGE SECTION.
COPY MSGREQ.
PROCEDURE DIVISION using Message-Request.
Begin.
If Catalog-Not-Opened
Open Input Message-Catalog-File
If Message-Catalog-File-OK
Set Catalog-Open to true
else
Set Catalog-Unusable to true
End-If
End-If.
Set MRQ-Not-Catalogued to true.
If Catalog-Open
Move MRQ-Id to MSC-Id
Set MSC-Text-Card to true
Move 1 to MSC-Card-Seq
Read Message-Catalog-File
Invalid Key
Continue
Not Invalid Key
Set MRQ-Catalogued to true
End-Read
End-If.
Move Spaces to MRQ-Line.
Move 1 to Line-Ptr.
String MRQ-Id ' ' Delimited by Size
into MRQ-Line With Pointer Line-Ptr
End-String.
If MRQ-Catalogued
Compute Text-Len =
Function Length(Function Trim(MSC-Card-Text Trailing))
Perform Expand-Text-Char
Varying Text-Idx From 1 By 1
Until Text-Idx > Text-Len
else
Perform Append-Bare-Insert
Varying Insert-No From 1 By 1
Until Insert-No > 4
End-If.
GOBACK.
*> An & followed by 1-4 takes that insert, trimmed; anything else
*> is copied as it stands.
Expand-Text-Char.
If MSC-Card-Text(Text-Idx:1) equal '&'
and Text-Idx < Text-Len
and MSC-Card-Text(Text-Idx + 1:1) >= '1'
and MSC-Card-Text(Text-Idx + 1:1) <= '4'
Move MSC-Card-Text(Text-Idx + 1:1) to Insert-No
If MRQ-Insert(Insert-No) not equal Spaces
String Function Trim(MRQ-Insert(Insert-No))
Delimited by Size
into MRQ-Line With Pointer Line-Ptr
End-String
End-If
Add 1 to Text-Idx
else
String MSC-Card-Text(Text-Idx:1) Delimited by Size
into MRQ-Line With Pointer Line-Ptr
End-String
End-If.
Append-Bare-Insert.
If MRQ-Insert(Insert-No) not equal Spaces
String Function Trim(MRQ-Insert(Insert-No)) ' '
Delimited by Size
into MRQ-Line With Pointer Line-Ptr
End-String
End-If.
End Program HWTHMSGF.
