01 Episodes-In-Month Pic 9(5) Value 0.
01 Escalated-Count   Pic 9(5) Value 0.
01 Records-Read      Pic 9(7) Value 0.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Report-Month " **".
Open Input Alert-Status-File.
If not Alert-Status-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'lifecycle file' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Return-Code
else
Move Low-Values to AST-Key
" avg-ack=" Ack-Avg-Mins " min"
" closed=" BRK-Close-Count(Break-Idx)
" avg-close=" Close-Avg-Mins " min".
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHARSP.
