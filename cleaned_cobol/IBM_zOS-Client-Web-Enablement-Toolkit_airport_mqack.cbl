IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHMQAK.
*> Alert acknowledgements back from the paging system.  HWTHXCB1
*> puts each alert on the alert queue; when the on-call person
*> acknowledges the page, the paging system puts an acknowledgement
*> (MQACKREC) on the reply queue APCONFIG names, and this program
*> drains that queue onto ALRTSTAT -- so the episode shows as
*> acknowledged and the escalation clock stops, instead of the
*> desk being re-paged for an alert someone already has in hand.
*> The rules are the APAL console's and HWTHBACK's: the episode
*> (code plus alert reason) must be on ALRTSTAT and not closed, the
*> user must hold the Ack role on AUTHKSDS (own row, then its RACF
*> group's), an already-acknowledged episode is re-stamped, and a
*> note is kept on ALRTNOTE.  The ack is stamped with the time the
*> page was acknowledged, not the time the message was read; an
*> acknowledgement stamped before the open episode began answers an
*> earlier page and is not applied.
*> Every message is taken off the queue: one that can't be applied
*> is written, as it arrived, to ACKEXCP with the reason, for the
*> desk to acknowledge by hand.  Messages are read under syncpoint
*> and committed one at a time, so a failure part way leaves the
*> rest on the queue for the next run.  Run when the reply queue
*> triggers, and on a schedule as a sweep.
*> RC=4 when a message went to ACKEXCP or a note was not kept, RC=8
*> when the queue or ALRTSTAT/AUTHKSDS/ACKEXCP can't be opened or
*> the queue manager fails part way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Config-File Assign To APCONFIG
Organization Is Line Sequential
File Status Is Config-File-Status.
Select Alert-Status-File Assign To ALRTSTAT
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is AST-Key
File Status Is Alert-Status-File-Status.
Select Alert-Note-File Assign To ALRTNOTE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is NTE-Key
File Status Is Alert-Note-File-Status.
Select Auth-File Assign To AUTHKSDS
Organization Is Indexed
Access Mode Is Random
Record Key Is AUZ-Key
File Status Is Auth-File-Status.
Select Exception-File Assign To ACKEXCP
Organization Is Line Sequential
File Status Is Exception-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Config-File.
COPY APCONFIG.
FD  Alert-Status-File.
COPY ALRTSTAT.
FD  Alert-Note-File.
COPY NOTEREC.
FD  Auth-File.
COPY AUTHREC.
FD  Exception-File.
COPY ACKXREC.
WORKING-STORAGE SECTION.
01 Config-File-Status Pic X(2) Value Spaces.
88 Config-File-OK Value '00'.
01 Alert-Status-File-Status Pic X(2) Value Spaces.
88 Alert-Status-File-OK Value '00'.
01 Alert-Note-File-Status Pic X(2) Value Spaces.
88 Alert-Note-File-OK Value '00'.
01 Auth-File-Status Pic X(2) Value Spaces.
88 Auth-File-OK Value '00'.
01 Exception-File-Status Pic X(2) Value Spaces.
88 Exception-File-OK Value '00'.
01 Note-File-Open-Flag Pic X Value 'N'.
88 Note-File-Open Value 'Y'.
01 Note-Written-Flag Pic X Value 'N'.
88 Note-Written Value 'Y'.
01 Role-Granted-Flag Pic X Value 'N'.
88 Role-Granted Value 'Y'.
01 User-Group Pic X(8) Value Spaces.
01 Queue-Empty-Flag Pic X Value 'N'.
88 Queue-Empty Value 'Y'.
COPY MQACKREC.
*> Why the message in hand was not applied (ACKXREC values); blank
*> while it still may be.
01 Ack-Exception-Code Pic X(8) Value Spaces.
01 Ack-Exception-Text Pic X(40) Value Spaces.
01 Episode-Open-Stamp.
05 EOS-Date Pic X(8).
05 EOS-Time Pic X(6).
01 Ack-Stamp-Date-Num Pic 9(8) Value 0.
01 Now-Stamp Pic X(21) Value Spaces.
01 Messages-Read     Pic 9(5) Value 0.
01 Acks-Applied      Pic 9(5) Value 0.
01 Messages-Excepted Pic 9(5) Value 0.
01 Notes-Kept        Pic 9(5) Value 0.
01 Notes-Not-Kept    Pic 9(5) Value 0.
*> MQ -- the reply queue on the alert queue manager.  The control
*> blocks are the same minimal reconstruction HWTHXCB1 carries of
*> the CMQODV/CMQMDV/CMQGMOV copybooks (normally copied from
*> SCSQCOBC, not carried in user source): just the fields this
*> program sets or reads, the FILLERs holding the rest at their
*> documented binary-zero defaults.
01 MQ-QMgr-Name  Pic X(48) Value Spaces.
01 MQ-Reply-Queue-Name Pic X(48) Value Spaces.
01 MQ-Connected-Flag Pic X Value 'N'.
88 MQ-Connected Value 'Y'.
01 MQ-Queue-Open-Flag Pic X Value 'N'.
88 MQ-Queue-Open Value 'Y'.
01 MQ-Hconn     Pic 9(9) Binary Value 0.
01 MQ-Hobj      Pic 9(9) Binary Value 0.
01 MQ-CompCode  Pic 9(9) Binary Value 0.
01 MQ-Reason    Pic 9(9) Binary Value 0.
*> MQOO-INPUT-AS-Q-DEF + MQOO-FAIL-IF-QUIESCING.
01 MQ-Open-Options  Pic 9(9) Binary Value 8193.
01 MQ-Close-Options Pic 9(9) Binary Value 0.
01 MQ-Buffer-Length Pic 9(9) Binary Value 200.
01 MQ-Data-Length   Pic 9(9) Binary Value 0.
01 MQ-Message-Buffer Pic X(200) Value Spaces.
01 MQ-Object-Desc.
05 MQOD-StrucId        Pic X(4) Value 'OD  '.
05 MQOD-Version        Pic 9(9) Binary Value 1.
05 MQOD-ObjectType     Pic 9(9) Binary Value 1.
05 MQOD-ObjectName     Pic X(48) Value Spaces.
05 MQOD-ObjectQMgrName Pic X(48) Value Spaces.
05 MQOD-DynamicQName   Pic X(48) Value Spaces.
05 MQOD-AlternateUserId Pic X(12) Value Spaces.
01 MQ-Message-Desc.
05 MQMD-StrucId        Pic X(4) Value 'MD  '.
05 MQMD-Version        Pic 9(9) Binary Value 1.
05 MQMD-Report         Pic 9(9) Binary Value 0.
05 MQMD-MsgType        Pic 9(9) Binary Value 8.
05 MQMD-Expiry         Pic S9(9) Binary Value -1.
05 MQMD-Feedback       Pic 9(9) Binary Value 0.
*> MQENC-NATIVE and the queue manager's CCSID, so MQGMO-CONVERT
*> hands the message over in this system's code page.
05 MQMD-Encoding       Pic 9(9) Binary Value 785.
05 MQMD-CodedCharSetId Pic 9(9) Binary Value 0.
05 MQMD-Format         Pic X(8) Value 'MQSTR   '.
05 MQMD-Priority       Pic S9(9) Binary Value 0.
05 MQMD-Persistence    Pic 9(9) Binary Value 0.
05 MQMD-MsgId          Pic X(24) Value Low-Values.
05 MQMD-CorrelId       Pic X(24) Value Low-Values.
05 MQMD-BackoutCount   Pic 9(9) Binary Value 0.
05 Filler              Pic X(224) Value Low-Values.
01 MQ-Get-Options.
05 MQGMO-StrucId  Pic X(4) Value 'GMO '.
05 MQGMO-Version  Pic 9(9) Binary Value 1.
*> MQGMO-WAIT + MQGMO-SYNCPOINT + MQGMO-ACCEPT-TRUNCATED-MSG +
*> MQGMO-FAIL-IF-QUIESCING + MQGMO-CONVERT.
05 MQGMO-Options  Pic 9(9) Binary Value 24643.
*> Five seconds for a straggler after the trigger, then done.
05 MQGMO-WaitInterval Pic S9(9) Binary Value 5000.
05 MQGMO-Signal1  Pic 9(9) Binary Value 0.
05 MQGMO-Signal2  Pic 9(9) Binary Value 0.
05 MQGMO-ResolvedQName Pic X(48) Value Spaces.
COPY MSGREQ.
PROCEDURE DIVISION.
Begin.
Display "***********************************************".
Display "** Paging System Acknowledgements              **".
Display "***********************************************".
Perform Read-Reply-Queue-Config.
If MQ-QMgr-Name equal Spaces or MQ-Reply-Queue-Name equal Spaces
Display "** No queue manager / reply queue on APCONFIG **"
Move 8 to Return-Code
else
Open I-O Alert-Status-File
Open Input Auth-File
Open Extend Exception-File
If not Alert-Status-File-OK or not Auth-File-OK
or not Exception-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'AUTHKSDS and/or' to MRQ-Insert(2)
Perform Issue-Message
Display "** ACKEXCP -- acknowledgements left queued    **"
Move 8 to Return-Code
else
Open I-O Alert-Note-File
If Alert-Note-File-OK
Set Note-File-Open to true
End-If
Perform Open-Reply-Queue
If MQ-Queue-Open
Perform Get-Next-Ack-Message
Perform Apply-One-Ack-Message until Queue-Empty
End-If
Perform Close-Reply-Queue
If Note-File-Open
Close Alert-Note-File
End-If
End-If
Close Alert-Status-File
Close Auth-File
Close Exception-File
Display "-----------------------------------------------"
Display "Messages read  : " Messages-Read
Display "Acknowledged   : " Acks-Applied
Display "To ACKEXCP     : " Messages-Excepted
Display "Notes kept     : " Notes-Kept
Display "Notes not kept : " Notes-Not-Kept
If Return-Code = 0
and (Messages-Excepted > 0 or Notes-Not-Kept > 0)
Move 4 to Return-Code
End-If
End-If.
Display "** Paging System Acknowledgements Ends         **".
Display "***********************************************".
STOP RUN.
*> The undated baseline record comes first on APCONFIG; the queue
*> names are not something an effective-dated override changes.
Read-Reply-Queue-Config.
Open Input Config-File.
If Config-File-OK
Read Config-File
At End
Continue
Not At End
Move PC-MQ-QMgr-Name to MQ-QMgr-Name
Move PC-MQ-Reply-Queue to MQ-Reply-Queue-Name
End-Read
Close Config-File
End-If
.
Open-Reply-Queue.
Call "MQCONN" using
MQ-QMgr-Name
MQ-Hconn
MQ-CompCode
MQ-Reason
On Exception
Move 8 to MQ-CompCode
End-Call.
If MQ-CompCode not equal 0
Display "** Queue manager unavailable (reason "
MQ-Reason ") -- acknowledgements left queued **"
Move 8 to Return-Code
else
Set MQ-Connected to true
Move MQ-Reply-Queue-Name to MQOD-ObjectName
Call "MQOPEN" using
MQ-Hconn
MQ-Object-Desc
MQ-Open-Options
MQ-Hobj
MQ-CompCode
MQ-Reason
End-Call
If MQ-CompCode not equal 0
Display "** MQOPEN of " Function Trim(MQ-Reply-Queue-Name)
" failed (reason " MQ-Reason ") **"
Move 8 to Return-Code
else
Set MQ-Queue-Open to true
Display "** Reply queue open: "
Function Trim(MQ-Reply-Queue-Name) " **"
End-If
End-If
.
Close-Reply-Queue.
If MQ-Queue-Open
Call "MQCLOSE" using
MQ-Hconn
MQ-Hobj
MQ-Close-Options
MQ-CompCode
MQ-Reason
End-Call
Move 'N' to MQ-Queue-Open-Flag
End-If.
If MQ-Connected
Call "MQDISC" using
MQ-Hconn
MQ-CompCode
MQ-Reason
End-Call
Move 'N' to MQ-Connected-Flag
End-If
.
*> No message inside the wait (2033) is the normal end; a message
*> longer than the buffer arrives truncated (2079), which is still
*> a message -- it is judged on what fitted.
Get-Next-Ack-Message.
Move Low-Values to MQMD-MsgId MQMD-CorrelId.
Move 785 to MQMD-Encoding.
Move 0 to MQMD-CodedCharSetId.
Move Spaces to MQ-Message-Buffer.
Move 0 to MQ-Data-Length.
Call "MQGET" using
MQ-Hconn
MQ-Hobj
MQ-Message-Desc
MQ-Get-Options
MQ-Buffer-Length
MQ-Message-Buffer
MQ-Data-Length
MQ-CompCode
MQ-Reason
End-Call.
Evaluate true
When MQ-CompCode equal 0
Continue
When MQ-Reason equal 2079
Continue
When MQ-Reason equal 2033
Set Queue-Empty to true
When other
Display "** MQGET failed (reason " MQ-Reason
") -- the rest stay on the queue **"
Move 8 to Return-Code
Set Queue-Empty to true
End-Evaluate
.
Apply-One-Ack-Message.
Add 1 to Messages-Read.
Move Function Current-Date to Now-Stamp.
Move MQ-Message-Buffer to Mq-Ack-Message.
Move Spaces to Ack-Exception-Code Ack-Exception-Text.
Perform Edit-Ack-Message.
If Ack-Exception-Code equal Spaces
Perform Check-Ack-Role
If not Role-Granted
Move 'NOAUTH' to Ack-Exception-Code
Move 'user does not hold the Ack role'
to Ack-Exception-Text
End-If
End-If.
If Ack-Exception-Code equal Spaces
Move MQA-Iata-Code to AST-Iata-Code
Move MQA-Alert-Reason to AST-Alert-Reason
Read Alert-Status-File
Invalid Key
Move 'NOEPISOD' to Ack-Exception-Code
Move 'no such alert episode' to Ack-Exception-Text
Not Invalid Key
Perform Acknowledge-From-Pager
End-Read
End-If.
If Ack-Exception-Code not equal Spaces
Perform Write-Ack-Exception
End-If.
Perform Commit-Ack-Message.
If not Queue-Empty
Perform Get-Next-Ack-Message
End-If.
*> Code, reason and user are required, and a stamp that is a real
*> date and time; the note may be blank.
Edit-Ack-Message.
Evaluate true
When MQ-Data-Length < 35
Move 'BADMSG' to Ack-Exception-Code
Move 'message shorter than code/reason/user/stamp'
to Ack-Exception-Text
When MQA-Iata-Code equal Spaces or MQA-Alert-Reason equal Spaces
or MQA-User equal Spaces
Move 'BADMSG' to Ack-Exception-Code
Move 'code, reason and user are all required'
to Ack-Exception-Text
When MQA-Ack-Date not numeric or MQA-Ack-Time not numeric
Move 'BADMSG' to Ack-Exception-Code
Move 'ack stamp is not CCYYMMDDHHMMSS' to Ack-Exception-Text
When other
Move MQA-Ack-Date to Ack-Stamp-Date-Num
If Function Test-Date-YYYYMMDD(Ack-Stamp-Date-Num) not = 0
or MQA-Ack-Time(1:2) > '23'
or MQA-Ack-Time(3:2) > '59'
or MQA-Ack-Time(5:2) > '59'
Move 'BADMSG' to Ack-Exception-Code
Move 'ack stamp is not a valid date and time'
to Ack-Exception-Text
End-If
End-Evaluate
.
*> The user's own row first, then the RACF group it names -- the
*> same reading HWTHCAUZ gives the APAL acknowledge.
Check-Ack-Role.
Move 'N' to Role-Granted-Flag.
Move Spaces to User-Group.
Move 'U' to AUZ-Id-Kind.
Move MQA-User to AUZ-Id.
Read Auth-File
Invalid Key
Continue
Not Invalid Key
Move AUZ-Group to User-Group
If AUZ-May-Ack
Set Role-Granted to true
End-If
End-Read.
If not Role-Granted and User-Group not equal Spaces
Move 'G' to AUZ-Id-Kind
Move User-Group to AUZ-Id
Read Auth-File
Invalid Key
Continue
Not Invalid Key
If AUZ-May-Ack
Set Role-Granted to true
End-If
End-Read
End-If
.
*> The same stamps the APAL console writes: state, who, when -- the
*> when being the moment the page was acknowledged.  A closed
*> episode can't be acknowledged; an already-acknowledged one is
*> re-stamped, same as a second PF5 at the console.  ALRTSTAT
*> reuses its record when a condition recurs, so an acknowledgement
*> older than the episode's open stamp belongs to a page for an
*> episode since closed and is not carried onto this one.
Acknowledge-From-Pager.
Move AST-Open-Date to EOS-Date.
Move AST-Open-Time to EOS-Time.
Evaluate true
When AST-State-Closed
Move 'CLOSED' to Ack-Exception-Code
Move 'episode already closed' to Ack-Exception-Text
When MQA-Ack-Stamp < Episode-Open-Stamp
Move 'EARLIER' to Ack-Exception-Code
Move 'acknowledged before this episode opened'
to Ack-Exception-Text
When other
Set AST-State-Acknowledged to true
Move MQA-User to AST-Ack-User
Move MQA-Ack-Date to AST-Ack-Date
Move MQA-Ack-Time to AST-Ack-Time
Rewrite Alert-Status-Record
Invalid Key
Move 'REWRITE' to Ack-Exception-Code
Move 'ALRTSTAT rewrite failed' to Ack-Exception-Text
Not Invalid Key
Add 1 to Acks-Applied
Display "ACKED  " MQA-Iata-Code " " MQA-Alert-Reason
" by " MQA-User " at " MQA-Ack-Date " " MQA-Ack-Time
If MQA-Note-Text not equal Spaces
Perform Keep-Ack-Note
End-If
End-Rewrite
End-Evaluate
.
*> Stamped with the acknowledgement's time, under the episode's
*> open stamp; a second note in the same second takes the next
*> sequence number.
Keep-Ack-Note.
Move 'N' to Note-Written-Flag.
If Note-File-Open
Move AST-Iata-Code to NTE-Iata-Code
Move AST-Alert-Reason to NTE-Alert-Reason
Move AST-Open-Date to NTE-Open-Date
Move AST-Open-Time to NTE-Open-Time
Move MQA-Ack-Date to NTE-Note-Date
Move MQA-Ack-Time to NTE-Note-Time
Move 0 to NTE-Note-Seq
Move MQA-User to NTE-User
Set NTE-Source-Paging to true
Move MQA-Note-Text to NTE-Text
Perform Write-Ack-Note
until Note-Written or NTE-Note-Seq = 99
End-If.
If Note-Written
Add 1 to Notes-Kept
else
Add 1 to Notes-Not-Kept
Display "NOTE NOT KEPT for " MQA-Iata-Code " "
MQA-Alert-Reason ": ALRTNOTE unavailable"
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
Write-Ack-Exception.
Add 1 to Messages-Excepted.
Move Spaces to Ack-Exception-Record.
Move Now-Stamp(1:8) to AKX-Read-Date.
Move Now-Stamp(9:6) to AKX-Read-Time.
Move Ack-Exception-Code to AKX-Exception.
Move Ack-Exception-Text to AKX-Reason-Text.
Move MQ-Data-Length to AKX-Msg-Length.
Move MQ-Message-Buffer to AKX-Message.
Write Ack-Exception-Record.
Display "EXCEPT " MQA-Iata-Code " " MQA-Alert-Reason
" " Ack-Exception-Code ": " Function Trim(Ack-Exception-Text).
*> One message per unit of work: once it is applied or written to
*> ACKEXCP it comes off the queue for good.  A failed commit backs
*> the message out for the next run -- applying it twice just
*> re-stamps the episode and repeats its note -- and ends this one.
Commit-Ack-Message.
Call "MQCMIT" using
MQ-Hconn
MQ-CompCode
MQ-Reason
End-Call.
If MQ-CompCode not equal 0
Display "** MQCMIT failed (reason " MQ-Reason
") -- message backed out to the queue **"
Call "MQBACK" using
MQ-Hconn
MQ-CompCode
MQ-Reason
End-Call
Move 8 to Return-Code
Set Queue-Empty to true
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHMQAK.
