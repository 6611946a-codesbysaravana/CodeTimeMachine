IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCAUZ.
*> Authorization check for the monitor transactions, LINKed with the
*> AUTHCOMM commarea.  Anyone who could start APAL could acknowledge
*> a CRITICAL alert and anyone who could start AMNT could key a
*> master change; every transaction now asks here first.  The
*> operator's user row on AUTHKSDS is read and, when it names a RACF
*> group, the group row too -- the role asked for is granted when
*> either carries it.  No row, no role, or the file not available
*> all refuse (the auditors' rule: closed unless granted), and each
*> refusal writes an AUTVREC violation record to the AVIO
*> transient-data destination and hands back the "not authorized"
*> line for the caller to show.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY AUTHREC.
COPY AUTVREC.
01 Cics-Resp Pic S9(8) Comp Value 0.
01 Violation-Queue-Resp Pic S9(8) Comp Value 0.
01 Violation-Record-Length Pic S9(4) Comp Value 0.
01 Operator-Userid Pic X(8) Value Spaces.
01 User-Group      Pic X(8) Value Spaces.
01 Role-Granted-Flag Pic X Value 'N'.
88 Role-Granted Value 'Y'.
01 Refusal-Reason Pic X(8) Value Spaces.
01 Role-Name Pic X(11) Value Spaces.
01 Message-Link-Resp Pic S9(8) Comp Value 0.
COPY MSGREQ.
LINKAGE SECTION.
COPY AUTHCOMM Replacing ==Auth-Check-Area== By ==DFHCOMMAREA==.
PROCEDURE DIVISION.
Begin.
Exec Cics Assign
Userid(Operator-Userid)
End-Exec.
Move Operator-Userid to AUC-Userid.
Move Spaces to AUC-Message.
Move Spaces to User-Group.
Move 'N' to Role-Granted-Flag.
Move 'NOENTRY' to Refusal-Reason.
Move 'U' to AUZ-Id-Kind.
Move Operator-Userid to AUZ-Id.
Perform Read-Authorization-Entry.
If Cics-Resp equal DFHRESP(NORMAL)
Move 'NOROLE' to Refusal-Reason
Move AUZ-Group to User-Group
Perform Judge-Entry-Roles
If not Role-Granted and User-Group not equal Spaces
Move 'G' to AUZ-Id-Kind
Move User-Group to AUZ-Id
Perform Read-Authorization-Entry
If Cics-Resp equal DFHRESP(NORMAL)
Perform Judge-Entry-Roles
End-If
End-If
End-If.
If Role-Granted
Set AUC-Allowed to true
else
Set AUC-Refused to true
Perform Write-Violation-Record
Perform Build-Refusal-Message
End-If.
Exec Cics Return
End-Exec.
Read-Authorization-Entry.
Exec Cics Read
File('AUTHKSDS')
Into(Authorization-Record)
Ridfld(AUZ-Key)
Resp(Cics-Resp)
End-Exec.
If Cics-Resp not equal DFHRESP(NORMAL)
and Cics-Resp not equal DFHRESP(NOTFND)
Move 'NOFILE' to Refusal-Reason
End-If.
Judge-Entry-Roles.
Evaluate true
When AUC-Role-View and AUZ-May-View
Set Role-Granted to true
When AUC-Role-Ack and AUZ-May-Ack
Set Role-Granted to true
When AUC-Role-Master and AUZ-May-Master
Set Role-Granted to true
When AUC-Role-Watch and AUZ-May-Watch
Set Role-Granted to true
When other
Continue
End-Evaluate.
Write-Violation-Record.
Move Spaces to Auth-Violation-Record.
Move Function Current-Date(1:8) to AVL-Date.
Move Function Current-Date(9:6) to AVL-Time.
Move Operator-Userid to AVL-Userid.
Move EIBTRMID to AVL-Termid.
Move AUC-Transid to AVL-Transid.
Move AUC-Program to AVL-Program.
Move AUC-Role to AVL-Role.
Move Refusal-Reason to AVL-Reason.
Move AUC-Action-Text to AVL-Action-Text.
Compute Violation-Record-Length =
Function Length(Auth-Violation-Record).
Exec Cics Writeq TD
Queue('AVIO')
From(Auth-Violation-Record)
Length(Violation-Record-Length)
Resp(Violation-Queue-Resp)
End-Exec.
Build-Refusal-Message.
Evaluate true
When AUC-Role-Ack
Move 'ACKNOWLEDGE' to Role-Name
When AUC-Role-Master
Move 'MASTER' to Role-Name
When AUC-Role-Watch
Move 'WATCH-LIST' to Role-Name
When other
Move 'VIEW' to Role-Name
End-Evaluate.
Move Spaces to Message-Request.
If Refusal-Reason equal 'NOFILE'
Move 'HWT2002E' to MRQ-Id
else
Move 'HWT2001W' to MRQ-Id
Move Operator-Userid to MRQ-Insert(1)
Move Role-Name to MRQ-Insert(2)
Move AUC-Transid to MRQ-Insert(3)
End-If.
Exec Cics Link
Program('HWTHCMSG')
Commarea(Message-Request)
Length(Length Of Message-Request)
Resp(Message-Link-Resp)
End-Exec.
If Message-Link-Resp not equal DFHRESP(NORMAL)
Move MRQ-Id to MRQ-Line
End-If.
Move MRQ-Line to AUC-Message.
End Program HWTHCAUZ.
