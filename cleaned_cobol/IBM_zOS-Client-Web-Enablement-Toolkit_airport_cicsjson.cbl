IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHCJSN.
*> Airport-status web service (transaction APWS), run by CICS web
*> support off the URIMAP for /airport/status: the HWTHSTAT answer
*> for the callers that aren't batch COBOL -- the crew app, the
*> internal status page and the other teams' services -- as JSON
*> over HTTP.  Answered entirely from our own files, the way AOFQ
*> answers: the AIRMSTR statics, the latest AIRHIST snapshot with
*> its delay minutes and its age in minutes, and the worst open
*> ALRTSTAT tier.  No provider call is ever made here.
*>   GET /airport/status?code=JFK     one airport by IATA code
*>   GET /airport/status?code=KJFK    one airport by ICAO code
*>   GET /airport/status?region=NE    every airport in the region
*> A region answers at most Max-Answers airports, flagged
*> "truncated" beyond that.  AIRMSTR carries no path over the ICAO
*> code or the region, so those two are a browse of the master --
*> the watch list's few hundred records.
*> The caller is the user ID the URIMAP authenticated; it needs the
*> View role on AUTHKSDS (HWTHCAUZ, which logs a refusal like any
*> other).  Every call, refused or not, is logged to the APWL
*> transient-data destination (WSLOGREC) and counted against the
*> caller on WSUSAGE (WSUSEREC), so we know who depends on us.
*>   HTTP 200 answered, 400 no usable code or region, 403 refused,
*>   404 nothing on file for the query, 405 not a GET.
*> The region has no TZRULES (a batch control deck), so "utcOffset"
*> is the master's fixed standard-time offset, a fallback only --
*> an hour out while the zone keeps daylight time.  "timeZone" is
*> the zone id the offset in force should be taken from.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY AIRMSTR.
COPY AIRHIST.
COPY ALRTSTAT.
COPY WSLOGREC.
COPY WSUSEREC.
COPY AUTHCOMM.
01 Auth-Link-Resp Pic S9(8) Comp Value 0.
01 Cics-Resp  Pic S9(8) Comp Value 0.
01 Log-Resp   Pic S9(8) Comp Value 0.
01 Usage-Resp Pic S9(8) Comp Value 0.
01 Log-Record-Length Pic S9(4) Comp Value 0.
01 Call-Stamp    Pic X(21) Value Spaces.
01 Caller-Userid Pic X(8) Value Spaces.
01 Client-Addr     Pic X(39) Value Spaces.
01 Client-Addr-Len Pic S9(8) Comp Value 0.
01 Http-Method     Pic X(8) Value Spaces.
01 Http-Method-Len Pic S9(8) Comp Value 0.
*> The query: code= (3 letters IATA, 4 ICAO) or region=.
01 Query-Value     Pic X(8) Value Spaces.
01 Query-Value-Len Pic S9(8) Comp Value 0.
01 Query-Code      Pic X(8) Value Spaces.
01 Query-Kind      Pic X(6) Value 'NONE'.
88 Query-By-Iata   Value 'IATA'.
88 Query-By-Icao   Value 'ICAO'.
88 Query-By-Region Value 'REGION'.
88 Query-None      Value 'NONE'.
*> The airports the query selected, in AIRMSTR key order.
01 Max-Answers  Pic 9(3) Value 30.
01 Answer-Count Pic 9(3) Value 0.
01 Answer-Idx   Pic 9(3) Value 0.
01 Matches-Found Pic 9(5) Value 0.
01 Answer-Table.
05 Answer-Iata Pic X(3) Occurs 30 times.
01 Truncated-Flag Pic X Value 'N'.
88 Answer-Truncated Value 'Y'.
01 Browse-Done-Flag Pic X Value 'N'.
88 Browse-Done Value 'Y'.
01 Master-Found-Flag Pic X Value 'N'.
88 Master-Found Value 'Y'.
01 Probe-Iata Pic X(3) Value Spaces.
01 Snapshot-Found-Flag Pic X Value 'N'.
88 Snapshot-Found Value 'Y'.
01 Latest-Snapshot.
05 LSN-Run-Date      Pic X(8).
05 LSN-Run-Time      Pic X(6).
05 LSN-Status-Type   Pic X(30).
05 LSN-Status-Code   Pic X.
05 LSN-Delay-Minutes Pic 9(5).
05 LSN-Weather-Cond  Pic X(30).
01 Age-Work.
05 AGE-Now-Date  Pic 9(8).
05 AGE-Snap-Date Pic 9(8).
05 AGE-Minutes   Pic S9(9).
05 AGE-Now-Mins  Pic 9(5).
05 AGE-Snap-Mins Pic 9(5).
*> Worst open alert, ranked as HWTHSTAT ranks it.
01 Open-Tier-Rank  Pic 9(1) Value 0.
01 Worst-Tier-Rank Pic 9(1) Value 0.
01 Worst-Alert.
05 WAL-Tier      Pic X(8).
05 WAL-Reason    Pic X(10).
05 WAL-Open-Date Pic X(8).
05 WAL-Open-Time Pic X(6).
*> The response.  Members are written with a trailing comma and the
*> last one's comma is taken back when the object or array closes.
01 Http-Status-Code     Pic S9(4) Comp Value 200.
01 Http-Status-Text     Pic X(24) Value Spaces.
01 Http-Status-Text-Len Pic S9(8) Comp Value 0.
01 Call-Result          Pic X(8) Value Spaces.
01 Error-Text           Pic X(60) Value Spaces.
01 Json-Media-Type Pic X(56) Value 'application/json'.
01 Json-Buffer Pic X(32000) Value Spaces.
01 Json-Ptr    Pic S9(8) Comp Value 1.
01 Json-Length Pic S9(8) Comp Value 0.
01 Json-Name   Pic X(16) Value Spaces.
01 Json-Value  Pic X(60) Value Spaces.
01 Json-Value-Len Pic S9(4) Comp Value 0.
01 Esc-Idx     Pic S9(4) Comp Value 0.
01 Json-Number Pic S9(9) Value 0.
01 Json-Number-Edit Pic -(9)9.
PROCEDURE DIVISION.
Begin.
Move Function Current-Date to Call-Stamp.
Exec Cics Assign
Userid(Caller-Userid)
End-Exec.
Perform Extract-Client-Address.
Perform Read-Query-Parms.
Perform Check-Caller-Authority.
Evaluate true
When AUC-Refused
Move 403 to Http-Status-Code
Move 'Forbidden' to Http-Status-Text
Move 'REFUSED' to Call-Result
Move 'not authorized: this user ID has no View role'
to Error-Text
When other
Perform Extract-Http-Method
Evaluate true
When Http-Method not equal 'GET'
Move 405 to Http-Status-Code
Move 'Method Not Allowed' to Http-Status-Text
Move 'BADMETH' to Call-Result
Move 'only GET is answered' to Error-Text
When Query-None
Move 400 to Http-Status-Code
Move 'Bad Request' to Http-Status-Text
Move 'BADQUERY' to Call-Result
Move 'give code= (IATA or ICAO) or region=' to Error-Text
When other
Perform Select-Query-Airports
If Answer-Count = 0
Move 404 to Http-Status-Code
Move 'Not Found' to Http-Status-Text
Move 'NOMATCH' to Call-Result
Move 'nothing on file for the query' to Error-Text
else
Move 200 to Http-Status-Code
Move 'OK' to Http-Status-Text
Move 'ANSWERED' to Call-Result
End-If
End-Evaluate
End-Evaluate.
If Call-Result equal 'ANSWERED'
Perform Build-Status-Response
else
Perform Build-Error-Response
End-If.
Perform Send-Json-Response.
Perform Log-Status-Call.
Perform Count-Caller-Usage.
Exec Cics Return
End-Exec.
Extract-Client-Address.
Move Spaces to Client-Addr.
Move Length of Client-Addr to Client-Addr-Len.
Exec Cics Extract Tcpip
Clientaddr(Client-Addr)
Caddrlength(Client-Addr-Len)
Resp(Cics-Resp)
End-Exec.
Extract-Http-Method.
Move Spaces to Http-Method.
Move Length of Http-Method to Http-Method-Len.
Exec Cics Web Extract
Httpmethod(Http-Method)
Methodlength(Http-Method-Len)
Resp(Cics-Resp)
End-Exec.
*> code= wins over region= when a caller sends both; a value too
*> long for its kind (LENGERR included) leaves the query unusable.
Read-Query-Parms.
Set Query-None to true.
Move Spaces to Query-Code.
Move Spaces to Query-Value.
Move Length of Query-Value to Query-Value-Len.
Exec Cics Web Read
Queryparm('code')
Into(Query-Value)
Valuelength(Query-Value-Len)
Resp(Cics-Resp)
End-Exec.
If Cics-Resp equal DFHRESP(NORMAL)
Move Function Upper-Case(Query-Value) to Query-Code
Evaluate true
When Query-Value-Len = 3
and Query-Code(1:3) is alphabetic-upper
Set Query-By-Iata to true
When Query-Value-Len = 4
and Query-Code(1:4) is alphabetic-upper
Set Query-By-Icao to true
When other
Continue
End-Evaluate
End-If.
If Cics-Resp equal DFHRESP(NOTFND)
Move Spaces to Query-Value
Move Length of Query-Value to Query-Value-Len
Exec Cics Web Read
Queryparm('region')
Into(Query-Value)
Valuelength(Query-Value-Len)
Resp(Cics-Resp)
End-Exec
If Cics-Resp equal DFHRESP(NORMAL)
and Query-Value-Len > 0 and Query-Value-Len < 9
Move Function Upper-Case(Query-Value) to Query-Code
Set Query-By-Region to true
End-If
End-If.
*> An IATA code is answered when the monitor knows it at all -- a
*> master record or a snapshot, as HWTHSTAT answers.
Select-Query-Airports.
Move 0 to Answer-Count.
Move 0 to Matches-Found.
Move 'N' to Truncated-Flag.
Evaluate true
When Query-By-Iata
Move Query-Code(1:3) to AM-Iata-Code
Exec Cics Read
File('AIRMSTR')
Into(Airport-Master-Record)
Ridfld(AM-Iata-Code)
Resp(Cics-Resp)
End-Exec
Move 'N' to Master-Found-Flag
If Cics-Resp equal DFHRESP(NORMAL)
Set Master-Found to true
End-If
Move Query-Code(1:3) to Probe-Iata
Move 'N' to Snapshot-Found-Flag
If not Master-Found
Perform Fetch-Latest-Snapshot
End-If
If Master-Found or Snapshot-Found
Move 1 to Answer-Count
Move 1 to Matches-Found
Move Query-Code(1:3) to Answer-Iata(1)
End-If
When other
Perform Scan-Master-For-Query
End-Evaluate.
Scan-Master-For-Query.
Move 'N' to Browse-Done-Flag.
Move Low-Values to AM-Iata-Code.
Exec Cics Startbr
File('AIRMSTR')
Ridfld(AM-Iata-Code)
Gteq
Resp(Cics-Resp)
End-Exec.
If Cics-Resp equal DFHRESP(NORMAL)
Perform Scan-One-Master until Browse-Done
Exec Cics Endbr
File('AIRMSTR')
End-Exec
End-If.
*> An ICAO code belongs to one airport, so its browse stops at the
*> first match; a region's runs to the end of the master.
Scan-One-Master.
Exec Cics Readnext
File('AIRMSTR')
Into(Airport-Master-Record)
Ridfld(AM-Iata-Code)
Resp(Cics-Resp)
End-Exec.
If Cics-Resp not equal DFHRESP(NORMAL)
Set Browse-Done to true
else
If (Query-By-Icao and AM-Icao-Code equal Query-Code(1:4))
or (Query-By-Region and AM-Region-Code equal Query-Code)
Add 1 to Matches-Found
If Answer-Count < Max-Answers
Add 1 to Answer-Count
Move AM-Iata-Code to Answer-Iata(Answer-Count)
else
Set Answer-Truncated to true
End-If
If Query-By-Icao
Set Browse-Done to true
End-If
End-If
End-If.
*> ---- the response --------------------------------------------
Build-Status-Response.
Perform Start-Json-Response.
String '"source":"monitor files -- no live lookup",'
delimited by size into Json-Buffer with pointer Json-Ptr.
Move 'count' to Json-Name.
Move Answer-Count to Json-Number.
Perform Append-Number-Member.
Move 'matches' to Json-Name.
Move Matches-Found to Json-Number.
Perform Append-Number-Member.
If Answer-Truncated
String '"truncated":true,'
delimited by size into Json-Buffer with pointer Json-Ptr
else
String '"truncated":false,'
delimited by size into Json-Buffer with pointer Json-Ptr
End-If.
String '"airports":['
delimited by size into Json-Buffer with pointer Json-Ptr.
Perform Append-One-Airport
varying Answer-Idx from 1 by 1 until Answer-Idx > Answer-Count.
Perform Close-Json-Container.
String ']}' delimited by size into Json-Buffer with pointer Json-Ptr.
Build-Error-Response.
Perform Start-Json-Response.
Move 'error' to Json-Name.
Move Error-Text to Json-Value.
Perform Append-String-Member.
Perform Close-Json-Container.
String '}' delimited by size into Json-Buffer with pointer Json-Ptr.
*> Service, local time answered, caller and the query as read.
Start-Json-Response.
Move Spaces to Json-Buffer.
Move 1 to Json-Ptr.
String '{"service":"airport-status",'
delimited by size into Json-Buffer with pointer Json-Ptr.
Move 'answeredAt' to Json-Name.
Move Spaces to Json-Value.
String Call-Stamp(1:4) '-' Call-Stamp(5:2) '-' Call-Stamp(7:2)
'T' Call-Stamp(9:2) ':' Call-Stamp(11:2) ':' Call-Stamp(13:2)
delimited by size into Json-Value.
Perform Append-String-Member.
Move 'caller' to Json-Name.
Move Caller-Userid to Json-Value.
Perform Append-String-Member.
String '"query":{' delimited by size
into Json-Buffer with pointer Json-Ptr.
Move 'kind' to Json-Name.
Move Query-Kind to Json-Value.
Perform Append-String-Member.
Move 'value' to Json-Name.
Move Query-Code to Json-Value.
Perform Append-String-Member.
Perform Close-Json-Container.
String '},' delimited by size into Json-Buffer with pointer Json-Ptr.
Append-One-Airport.
Move Answer-Iata(Answer-Idx) to Probe-Iata.
String '{' delimited by size into Json-Buffer with pointer Json-Ptr.
Move 'iata' to Json-Name.
Move Probe-Iata to Json-Value.
Perform Append-String-Member.
Perform Append-Master-Statics.
Perform Fetch-Latest-Snapshot.
Perform Append-Snapshot.
Perform Fetch-Worst-Open-Alert.
Perform Append-Open-Alert.
Perform Close-Json-Container.
String '},' delimited by size into Json-Buffer with pointer Json-Ptr.
Append-Master-Statics.
Move Probe-Iata to AM-Iata-Code.
Exec Cics Read
File('AIRMSTR')
Into(Airport-Master-Record)
Ridfld(AM-Iata-Code)
Resp(Cics-Resp)
End-Exec.
If Cics-Resp not equal DFHRESP(NORMAL)
String '"master":null,'
delimited by size into Json-Buffer with pointer Json-Ptr
else
String '"master":{'
delimited by size into Json-Buffer with pointer Json-Ptr
Move 'icao' to Json-Name
Move AM-Icao-Code to Json-Value
Perform Append-String-Member
Move 'name' to Json-Name
Move AM-Airport-Name to Json-Value
Perform Append-String-Member
Move 'state' to Json-Name
Move AM-Airport-State to Json-Value
Perform Append-String-Member
Move 'country' to Json-Name
Move AM-Airport-Country to Json-Value
Perform Append-String-Member
Move 'latitude' to Json-Name
Move AM-Airport-Lat to Json-Value
Perform Append-String-Member
Move 'longitude' to Json-Name
Move AM-Airport-Long to Json-Value
Perform Append-String-Member
Move 'region' to Json-Name
Move AM-Region-Code to Json-Value
Perform Append-String-Member
*> Fixed fallback, see the header; timeZone is the live answer.
Move 'utcOffset' to Json-Name
Move AM-Utc-Offset to Json-Value
Perform Append-String-Member
Move 'timeZone' to Json-Name
Move AM-Time-Zone to Json-Value
Perform Append-String-Member
Perform Close-Json-Container
String '},'
delimited by size into Json-Buffer with pointer Json-Ptr
End-If.
Append-Snapshot.
If not Snapshot-Found
String '"snapshot":null,'
delimited by size into Json-Buffer with pointer Json-Ptr
else
String '"snapshot":{'
delimited by size into Json-Buffer with pointer Json-Ptr
Move 'date' to Json-Name
Move LSN-Run-Date to Json-Value
Perform Append-String-Member
Move 'time' to Json-Name
Move LSN-Run-Time to Json-Value
Perform Append-String-Member
Perform Compute-Snapshot-Age
Move 'ageMinutes' to Json-Name
Move AGE-Minutes to Json-Number
Perform Append-Number-Member
Move 'statusCode' to Json-Name
Move LSN-Status-Code to Json-Value
Perform Append-String-Member
Move 'statusType' to Json-Name
Move LSN-Status-Type to Json-Value
Perform Append-String-Member
Move 'delayMinutes' to Json-Name
Move LSN-Delay-Minutes to Json-Number
Perform Append-Number-Member
Move 'weather' to Json-Name
Move LSN-Weather-Cond to Json-Value
Perform Append-String-Member
Perform Close-Json-Container
String '},'
delimited by size into Json-Buffer with pointer Json-Ptr
End-If.
Append-Open-Alert.
If Worst-Tier-Rank = 0
String '"openAlert":null,'
delimited by size into Json-Buffer with pointer Json-Ptr
else
String '"openAlert":{'
delimited by size into Json-Buffer with pointer Json-Ptr
Move 'tier' to Json-Name
Move WAL-Tier to Json-Value
Perform Append-String-Member
Move 'reason' to Json-Name
Move WAL-Reason to Json-Value
Perform Append-String-Member
Move 'openDate' to Json-Name
Move WAL-Open-Date to Json-Value
Perform Append-String-Member
Move 'openTime' to Json-Name
Move WAL-Open-Time to Json-Value
Perform Append-String-Member
Perform Close-Json-Container
String '},'
delimited by size into Json-Buffer with pointer Json-Ptr
End-If.
*> "name":"value", with the value's trailing blanks dropped and its
*> quotes and backslashes escaped; a blank value is null.
Append-String-Member.
String '"' delimited by size
Json-Name delimited by space
'":' delimited by size
into Json-Buffer with pointer Json-Ptr.
If Json-Value equal Spaces or Json-Value equal Low-Values
String 'null,'
delimited by size into Json-Buffer with pointer Json-Ptr
else
Compute Json-Value-Len =
Function Length(Function Trim(Json-Value Trailing))
String '"' delimited by size
into Json-Buffer with pointer Json-Ptr
Perform Append-Escaped-Char
varying Esc-Idx from 1 by 1 until Esc-Idx > Json-Value-Len
String '",' delimited by size
into Json-Buffer with pointer Json-Ptr
End-If.
Append-Escaped-Char.
Evaluate true
When Json-Value(Esc-Idx:1) equal '"'
String '\"' delimited by size
into Json-Buffer with pointer Json-Ptr
When Json-Value(Esc-Idx:1) equal '\'
String '\\' delimited by size
into Json-Buffer with pointer Json-Ptr
When Json-Value(Esc-Idx:1) < Space
String ' ' delimited by size
into Json-Buffer with pointer Json-Ptr
When other
String Json-Value(Esc-Idx:1) delimited by size
into Json-Buffer with pointer Json-Ptr
End-Evaluate.
Append-Number-Member.
Move Json-Number to Json-Number-Edit.
String '"' delimited by size
Json-Name delimited by space
'":' delimited by size
Function Trim(Json-Number-Edit) delimited by size
',' delimited by size
into Json-Buffer with pointer Json-Ptr.
Close-Json-Container.
If Json-Ptr > 1
If Json-Buffer(Json-Ptr - 1:1) equal ','
Subtract 1 from Json-Ptr
End-If
End-If.
*> ---- our own files, as AOFQ reads them -------------------------
*> Latest snapshot: browse the code's key prefix and keep the last
*> record read -- the key ascends by date and capture time.
Fetch-Latest-Snapshot.
Move 'N' to Snapshot-Found-Flag.
Move 'N' to Browse-Done-Flag.
Move Spaces to Latest-Snapshot.
Move Probe-Iata to HIST-Iata-Code.
Move Low-Values to HIST-Run-Date.
Move Low-Values to HIST-Run-Time.
Exec Cics Startbr
File('AIRHIST')
Ridfld(HIST-Key)
Gteq
Resp(Cics-Resp)
End-Exec.
If Cics-Resp equal DFHRESP(NORMAL)
Perform Browse-One-Snapshot until Browse-Done
Exec Cics Endbr
File('AIRHIST')
End-Exec
End-If.
Browse-One-Snapshot.
Exec Cics Readnext
File('AIRHIST')
Into(History-Record)
Ridfld(HIST-Key)
Resp(Cics-Resp)
End-Exec.
If Cics-Resp not equal DFHRESP(NORMAL)
Set Browse-Done to true
else
If HIST-Iata-Code not equal Probe-Iata
Set Browse-Done to true
else
If HIST-Kind-Weekly or HIST-Kind-Monthly
Continue
else
Set Snapshot-Found to true
Move HIST-Run-Date to LSN-Run-Date
Move HIST-Run-Time to LSN-Run-Time
Move HIST-Status-Type to LSN-Status-Type
Move HIST-Status-Code to LSN-Status-Code
Move HIST-Delay-Minutes to LSN-Delay-Minutes
Move HIST-Weather-Cond to LSN-Weather-Cond
End-If
End-If
End-If.
*> Minutes since capture, so a caller can never take yesterday's
*> snapshot for a live answer.
Compute-Snapshot-Age.
Move Function Current-Date(1:8) to AGE-Now-Date.
Move LSN-Run-Date to AGE-Snap-Date.
Compute AGE-Now-Mins =
Function Numval(Function Current-Date(9:2)) * 60
+ Function Numval(Function Current-Date(11:2)).
Compute AGE-Snap-Mins =
Function Numval(LSN-Run-Time(1:2)) * 60
+ Function Numval(LSN-Run-Time(3:2)).
Compute AGE-Minutes =
(Function Integer-Of-Date(AGE-Now-Date)
- Function Integer-Of-Date(AGE-Snap-Date)) * 1440
+ AGE-Now-Mins - AGE-Snap-Mins.
If AGE-Minutes < 0
Move 0 to AGE-Minutes
End-If.
Fetch-Worst-Open-Alert.
Move 0 to Worst-Tier-Rank.
Move Spaces to Worst-Alert.
Move 'N' to Browse-Done-Flag.
Move Probe-Iata to AST-Iata-Code.
Move Low-Values to AST-Alert-Reason.
Exec Cics Startbr
File('ALRTSTAT')
Ridfld(AST-Key)
Gteq
Resp(Cics-Resp)
End-Exec.
If Cics-Resp equal DFHRESP(NORMAL)
Perform Judge-One-Open-Alert until Browse-Done
Exec Cics Endbr
File('ALRTSTAT')
End-Exec
End-If.
Judge-One-Open-Alert.
Exec Cics Readnext
File('ALRTSTAT')
Into(Alert-Status-Record)
Ridfld(AST-Key)
Resp(Cics-Resp)
End-Exec.
If Cics-Resp not equal DFHRESP(NORMAL)
Set Browse-Done to true
else
If AST-Iata-Code not equal Probe-Iata
Set Browse-Done to true
else
If not AST-State-Closed
Evaluate AST-Alert-Tier
When 'CRITICAL' Move 3 to Open-Tier-Rank
When 'SEVERE'   Move 2 to Open-Tier-Rank
When other      Move 1 to Open-Tier-Rank
End-Evaluate
If Open-Tier-Rank > Worst-Tier-Rank
Move Open-Tier-Rank to Worst-Tier-Rank
Move AST-Alert-Tier to WAL-Tier
Move AST-Alert-Reason to WAL-Reason
Move AST-Open-Date to WAL-Open-Date
Move AST-Open-Time to WAL-Open-Time
End-If
End-If
End-If
End-If.
*> ---- send, log, count -------------------------------------------
Send-Json-Response.
Compute Json-Length = Json-Ptr - 1.
Compute Http-Status-Text-Len =
Function Length(Function Trim(Http-Status-Text Trailing)).
Exec Cics Web Send
From(Json-Buffer)
Fromlength(Json-Length)
Mediatype(Json-Media-Type)
Characterset('UTF-8')
Statuscode(Http-Status-Code)
Statustext(Http-Status-Text)
Statuslen(Http-Status-Text-Len)
Resp(Cics-Resp)
End-Exec.
Log-Status-Call.
Move Spaces to Status-Call-Log-Record.
Move Call-Stamp(1:8) to WSL-Call-Date.
Move Call-Stamp(9:6) to WSL-Call-Time.
Move Caller-Userid to WSL-Caller.
Move Client-Addr to WSL-Client-Addr.
Move Query-Kind to WSL-Query-Kind.
Move Query-Code to WSL-Query-Value.
Move Http-Status-Code to WSL-Http-Status.
Move Answer-Count to WSL-Airports-Sent.
Move Call-Result to WSL-Result.
Compute Log-Record-Length =
Function Length(Status-Call-Log-Record).
Exec Cics Writeq TD
Queue('APWL')
From(Status-Call-Log-Record)
Length(Log-Record-Length)
Resp(Log-Resp)
End-Exec.
*> The call added to the caller's counts under a read for update; a
*> caller's first call starts its record.  A failure here never
*> costs the caller the answer -- it has already gone.
Count-Caller-Usage.
Move Caller-Userid to WSU-Caller.
Exec Cics Read
File('WSUSAGE')
Into(Status-Usage-Record)
Ridfld(WSU-Caller)
Update
Resp(Usage-Resp)
End-Exec.
If Usage-Resp equal DFHRESP(NORMAL)
or Usage-Resp equal DFHRESP(NOTFND)
If Usage-Resp equal DFHRESP(NOTFND)
Initialize Status-Usage-Record
Move Caller-Userid to WSU-Caller
Move Call-Stamp(1:8) to WSU-First-Date
End-If
Perform Roll-Usage-Period
Add 1 to WSU-Daily-Calls
Add 1 to WSU-Monthly-Calls
Add 1 to WSU-Total-Calls
If Call-Result equal 'REFUSED'
Add 1 to WSU-Refused-Calls
End-If
Move Call-Stamp(1:8) to WSU-Last-Date
Move Call-Stamp(9:6) to WSU-Last-Time
Move Client-Addr to WSU-Last-Client
Move Query-Kind to WSU-Last-Kind
Move Query-Code to WSU-Last-Value
If Usage-Resp equal DFHRESP(NORMAL)
Exec Cics Rewrite
File('WSUSAGE')
From(Status-Usage-Record)
Resp(Usage-Resp)
End-Exec
else
Exec Cics Write
File('WSUSAGE')
From(Status-Usage-Record)
Ridfld(WSU-Caller)
Resp(Usage-Resp)
End-Exec
End-If
End-If.
*> Counts stamped with an earlier day (or month) are that period's.
Roll-Usage-Period.
If WSU-Usage-Date not equal Call-Stamp(1:8)
or WSU-Daily-Calls not numeric
Move Call-Stamp(1:8) to WSU-Usage-Date
Move 0 to WSU-Daily-Calls
End-If.
If WSU-Usage-Month not equal Call-Stamp(1:6)
or WSU-Monthly-Calls not numeric
Move Call-Stamp(1:6) to WSU-Usage-Month
Move 0 to WSU-Monthly-Calls
End-If.
If WSU-Total-Calls not numeric
Move 0 to WSU-Total-Calls
End-If.
If WSU-Refused-Calls not numeric
Move 0 to WSU-Refused-Calls
End-If.
*> The caller's View role, asked of HWTHCAUZ like every monitor
*> transaction; a LINK failure refuses too -- no check, no access.
Check-Caller-Authority.
Set AUC-Role-View to true.
Move 'STATUS SERVICE CALL' to AUC-Action-Text.
Move 'APWS' to AUC-Transid.
Move 'HWTHCJSN' to AUC-Program.
Exec Cics Link
Program('HWTHCAUZ')
Commarea(Auth-Check-Area)
Length(Length Of Auth-Check-Area)
Resp(Auth-Link-Resp)
End-Exec.
If Auth-Link-Resp not equal DFHRESP(NORMAL)
Set AUC-Refused to true
End-If.
End Program HWTHCJSN.
