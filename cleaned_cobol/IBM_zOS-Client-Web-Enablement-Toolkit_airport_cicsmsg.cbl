IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCMSG.
*> Catalogued message formatter for the monitor transactions,
*> LINKed with the MSGREQ commarea -- HWTHMSGF's counterpart in the
*> region.  The message's text card is read from the MSGCAT file by
*> its ID, the &1-&4 markers take the caller's inserts, and the line
*> goes back ID first for the screen's message field.  An ID not on
*> the catalog, or MSGCAT closed, gives the ID and its inserts back
*> instead, so the operator still has the ID to look up.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY MSGCREC.
01 Cics-Resp   Pic S9(8) Comp Value 0.
01 Text-Len    Pic 9(3) Value 0.
01 Text-Idx    Pic 9(3) Value 0.
01 Line-Ptr    Pic 9(3) Value 0.
01 Insert-No   Pic 9 Value 0.
LINKAGE SECTION.
COPY MSGREQ Replacing ==Message-Request== By ==DFHCOMMAREA==.
PROCEDURE DIVISION.
Begin.
Set MRQ-Not-Catalogued to true.
Move MRQ-Id to MSC-Id.
Set MSC-Text-Card to true.
Move 1 to MSC-Card-Seq.
Exec Cics Read
File('MSGCAT')
Into(Message-Catalog-Record)
Ridfld(MSC-Key)
Resp(Cics-Resp)
End-Exec.
If Cics-Resp equal DFHRESP(NORMAL)
Set MRQ-Catalogued to true
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
Exec Cics Return
End-Exec.
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
End Program HWTHCMSG.
