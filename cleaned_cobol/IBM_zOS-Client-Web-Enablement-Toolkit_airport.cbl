Select Journal-File Assign To AIRJRNL
Organization Is Line Sequential
File Status Is Journal-File-Status.
Select Seal-Register-File Assign To SEALREG
Organization Is Line Sequential
File Status Is Seal-Register-File-Status.
Select Hold-File Assign To HOLDLIST
Organization Is Line Sequential
File Status Is Hold-File-Status.
Select Ops-Hours-File Assign To OPSHOURS
Organization Is Line Sequential
File Status Is Ops-Hours-File-Status.
Select Tz-Rules-File Assign To TZRULES
Organization Is Line Sequential
File Status Is Tz-Rules-File-Status.
Select Advisory-File Assign To ADVISORY
Organization Is Line Sequential
File Status Is Advisory-File-Status.
Select Storm-List-File Assign To STORMLST
Organization Is Line Sequential
File Status Is Storm-List-File-Status.
Select Radius-In-File Assign To RADIUSIN
Organization Is Line Sequential
File Status Is Radius-In-File-Status.
Select Radius-Set-File Assign To RADSET
Organization Is Line Sequential
File Status Is Radius-Set-File-Status.
Select Plan-Out-File Assign To PLANOUT
Organization Is Line Sequential
File Status Is Plan-Out-File-Status.
Select Notify-File Assign To NOTIFOUT
Organization Is Line Sequential
File Status Is Notify-File-Status.
Select Run-Lock-File Assign To RUNLOCK
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is RLK-Key
File Status Is Run-Lock-File-Status.
Select Claim-File Assign To CLAIMQ
Organization Is Indexed
Access Mode Is Dynamic
Select Drill-File Assign To DRILLLOG
Organization Is Line Sequential
File Status Is Drill-File-Status.
Select Incident-File Assign To INCIDENT
Organization Is Line Sequential
File Status Is Incident-File-Status.
Select Alert-Note-File Assign To ALRTNOTE
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is NTE-Key
File Status Is Alert-Note-File-Status.
Select Incident-Note-File Assign To INCNOTES
Organization Is Line Sequential
File Status Is Incident-Note-File-Status.
Select Contact-File Assign To CONTKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is CON-Iata-Code
File Status Is Contact-File-Status.
Select Runbook-File Assign To RUNBOOK
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is RBK-Key
File Status Is Runbook-File-Status.
Select Waiver-Crit-File Assign To WAIVCRIT
Organization Is Line Sequential
File Status Is Waiver-Crit-File-Status.
Select Waiver-State-File Assign To WAIVKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is WVS-Iata-Code
File Status Is Waiver-State-File-Status.
Select Waiver-Trigger-File Assign To WAIVTRIG
Organization Is Line Sequential
File Status Is Waiver-Trigger-File-Status.
Select Flap-Control-File Assign To FLAPCTL
Organization Is Line Sequential
File Status Is Flap-Control-File-Status.
Select Flap-State-File Assign To FLAPKSDS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is FLS-Iata-Code
File Status Is Flap-State-File-Status.
Select Progress-File Assign To PROGRESS
Organization Is Indexed
Access Mode Is Dynamic
Record Key Is PRG-Key
File Status Is Progress-File-Status.
Select Bulletin-File Assign To BULLETIN
Organization Is Indexed
Access Mode Is Random
Record Key Is BUL-Key
File Status Is Bulletin-File-Status.
Select Quota-File Assign To QUOTKSDS
Organization Is Indexed
Access Mode Is Random
Record Key Is QUO-Provider-Role
File Status Is Quota-File-Status.
Select Quota-Control-File Assign To QUOTACTL
Organization Is Line Sequential
File Status Is Quota-Control-File-Status.
Select Oper-Command-File Assign To OPERCMD
Organization Is Line Sequential
File Status Is Oper-Command-File-Status.
Select Secret-File Assign To SECRETS
Organization Is Line Sequential
File Status Is Secret-File-Status.
Select Cause-Dict-File Assign To CAUSEDCT
Organization Is Line Sequential
File Status Is Cause-Dict-File-Status.
Select Cause-Unknown-File Assign To CAUSEUNK
Organization Is Line Sequential
File Status Is Cause-Unknown-File-Status.
Select Trace-File Assign To TRACEOUT
Organization Is Line Sequential
File Status Is Trace-File-Status.
Select Explain-File Assign To EXPLAIN
Organization Is Line Sequential
File Status Is Explain-File-Status.
Select Itsm-Config-File Assign To ITSMCFG
Organization Is Line Sequential
File Status Is Itsm-Config-File-Status.
Select Itsm-Queue-File Assign To ITSMQUE
Organization Is Line Sequential
File Status Is Itsm-Queue-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Airport-List-File
COPY AIRTHRSH.
FD  Journal-File.
COPY AIRJRNL.
FD  Seal-Register-File.
COPY SEALREC.
FD  Hold-File.
COPY HOLDREC.
FD  Calendar-File.
COPY CALREC.
FD  Ops-Hours-File.
COPY OPSHRREC.
FD  Tz-Rules-File.
COPY TZRULE.
FD  Advisory-File.
COPY ADVREC.
FD  Roster-File.
05 Filler        Pic X(1).
05 SLS-Group-Tag Pic X(8).
05 Filler        Pic X(1).
FD  Radius-In-File.
COPY RADINREC.
FD  Radius-Set-File.
COPY RADSREC.
FD  Run-Lock-File.
COPY RUNLKREC.
FD  Claim-File.
COPY CLAIMREC.
FD  Audit-Key-File.
COPY QUARREC.
FD  Drill-File.
COPY DRILREC.
FD  Incident-File.
COPY INCDREC.
FD  Alert-Note-File.
COPY NOTEREC.
FD  Incident-Note-File.
01 Incident-Note-Record Pic X(112).
FD  Contact-File.
COPY CONTREC.
FD  Runbook-File.
COPY RUNBKREC.
FD  Waiver-Crit-File.
COPY WAIVCRIT.
FD  Waiver-State-File.
COPY WAIVSTAT.
FD  Waiver-Trigger-File.
COPY WAIVTREC.
FD  Flap-Control-File.
COPY FLAPCTL.
FD  Flap-State-File.
COPY FLAPSTAT.
FD  Plan-Out-File.
COPY PLANREC.
FD  Template-File.
01 Notify-Record Pic X(200).
FD  Progress-File.
COPY PRGSREC.
FD  Bulletin-File.
COPY BULLREC.
FD  Quota-File.
COPY QUOTAREC.
FD  Quota-Control-File.
COPY QUOTCREC.
FD  Oper-Command-File
Record Contains 8 Characters.
01 Oper-Command-Record Pic X(8).
COPY FCSTREC.
FD  Secret-File.
COPY SECREC.
FD  Cause-Dict-File.
COPY CAUSEREC.
FD  Cause-Unknown-File.
COPY CAUSUREC.
FD  Trace-File.
COPY TRACEREC.
FD  Explain-File.
COPY EXPLREC.
FD  Itsm-Config-File.
COPY ITSMCFG.
FD  Itsm-Queue-File.
COPY ITSMQREC.
WORKING-STORAGE SECTION.
01 Airlist-File-Status Pic X(2) Value Spaces.
88 Airlist-File-OK      Value '00'.
88 Possibly-Stale Value 'Y'.
01 Audit-File-Status Pic X(2) Value Spaces.
88 Audit-File-OK Value '00'.
88 Audit-File-At-End Value '10'.
01 Config-File-Status Pic X(2) Value Spaces.
88 Config-File-OK     Value '00'.
88 Config-File-At-End Value '10'.
01 Today-Day-Of-Week  Pic 9(1) Value 0.
01 Airport-Scheduled-Flag Pic X Value 'Y'.
88 Airport-Scheduled-Today Value 'Y'.
*> Adaptive polling (APCONFIG PC-Poll-*): an airport scheduled today
*> whose last Poll-Settle-Runs fetched statuses on FLAPKSDS are all
*> Yellow, or all Green, waits out that state's interval from its
*> last fetch before it is fetched again; anything else is due every
*> run.  A zero interval keeps that state due every run.  The skip
*> is audited PD with the time the airport next falls due.
01 Poll-Yellow-Mins   Pic 9(4) Value 0.
01 Poll-Green-Mins    Pic 9(4) Value 0.
01 Poll-Settle-Runs   Pic 9(2) Value 3.
01 Poll-Interval-Mins Pic 9(4) Value 0.
01 Poll-Due-Flag Pic X Value 'Y'.
88 Airport-Poll-Due     Value 'Y'.
88 Airport-Poll-Not-Due Value 'N'.
01 Poll-Steady-Flag Pic X Value 'N'.
88 Poll-Steady Value 'Y'.
01 Poll-Last-Status  Pic X Value Space.
01 Poll-Seq-Idx      Pic 9(2) Value 0.
01 Poll-Seq-Start    Pic 9(2) Value 0.
01 Poll-Last-Abs-Mins Pic 9(11) Value 0.
01 Poll-Now-Abs-Mins  Pic 9(11) Value 0.
01 Poll-Due-Abs-Mins  Pic 9(11) Value 0.
01 Poll-Due-Date      Pic 9(8) Value 0.
01 Poll-Due-Day-Mins  Pic 9(4) Value 0.
01 Poll-Due-HHMM      Pic 9(4) Value 0.
*> CCYYMMDDHHMM, local, the first run at or after which the airport
*> is due again.
01 Poll-Next-Due      Pic X(12) Value Spaces.
01 Poll-Skip-Count    Pic 9(5) Value 0.
*> Airport-local wall clock right now, from the UTC instant plus the
*> offset in force for the master's AM-Time-Zone (the fixed
*> AM-Utc-Offset when it names none), for the DOWSKED local-time
*> check windows and the OPSHOURS closure test.
*> Usable only when the master record in the buffer is this airport's
*> and carries a well-formed offset; otherwise the window is waived
*> and the code is checked -- a bad offset must not silently drop a
05 LSW-Mins-Of-Day Pic S9(7).
05 LSW-Out-HH      Pic 9(2).
05 LSW-Out-MM      Pic 9(2).
*> Time-zone rules (TZRULES), loaded once: every line of every zone,
*> with the offsets and switch times already turned into minutes.
*> Resolve-Zone-Offset answers "what is zone Zone-Want-Id's offset
*> from UTC at UTC date Zone-Utc-Date, minute Zone-Utc-Mins of the
*> day" from the line in force that year, daylight saving included.
01 Tz-Rules-File-Status Pic X(2) Value Spaces.
88 Tz-Rules-File-OK     Value '00'.
88 Tz-Rules-File-At-End Value '10'.
01 Tz-Rules-EOF-Flag Pic X Value 'N'.
88 Tz-Rules-EOF Value 'Y'.
01 Zone-Table.
05 Zone-Entry Occurs 1 to 300 times
Depending On Zone-Count.
10 ZNT-Zone-Id     Pic X(8).
10 ZNT-From-Year   Pic 9(4).
10 ZNT-To-Year     Pic 9(4).
10 ZNT-Std-Mins    Pic S9(5).
10 ZNT-Dst-Shift   Pic 9(3).
10 ZNT-Start-Month Pic 9(2).
10 ZNT-Start-Week  Pic 9(1).
10 ZNT-Start-Day   Pic 9(1).
10 ZNT-Start-Mins  Pic 9(4).
10 ZNT-End-Month   Pic 9(2).
10 ZNT-End-Week    Pic 9(1).
10 ZNT-End-Day     Pic 9(1).
10 ZNT-End-Mins    Pic 9(4).
01 Zone-Count Pic 9(3) Value 0.
01 Zone-Idx   Pic 9(3) Value 0.
01 Zone-Found-Flag Pic X Value 'N'.
88 Zone-Row-Found Value 'Y'.
01 Zone-Want-Id     Pic X(8) Value Spaces.
01 Zone-Utc-Date    Pic 9(8) Value 0.
01 Zone-Utc-Mins    Pic 9(4) Value 0.
01 Zone-Offset-Mins Pic S9(5) Value 0.
01 Zone-Resolved-Flag Pic X Value 'N'.
88 Zone-Offset-Resolved Value 'Y'.
01 Zone-Dst-Flag Pic X Value 'N'.
88 Zone-Dst-In-Force Value 'Y'.
01 Zone-Work.
05 ZNW-Year        Pic 9(4).
05 ZNW-Month       Pic 9(2).
05 ZNW-Week        Pic 9(1).
05 ZNW-Day         Pic 9(1).
05 ZNW-Hours       Pic 9(2).
05 ZNW-Minutes     Pic 9(2).
05 ZNW-First-Int   Pic 9(9).
05 ZNW-Day-Int     Pic 9(9).
05 ZNW-Dow         Pic 9(1).
05 ZNW-Std-Stamp   Pic S9(11).
05 ZNW-Start-Stamp Pic S9(11).
05 ZNW-End-Stamp   Pic S9(11).
01 Window-Start-Num Pic 9(4) Value 0.
01 Window-End-Num   Pic 9(4) Value 0.
*> Temporary exclusion holds (HOLDLIST), consulted per list item the
88 Claim-File-Duplicate Value '22'.
01 Claim-Mode-Flag Pic X Value 'N'.
88 Claim-Mode Value 'Y'.
*> Run-ownership lock on the dataset set this job's DDs point at
*> (see RUNLKREC).  Taken before any file is opened by every mode
*> that updates the production files; CONNCHK, PLAN, CERTIFY and the
*> NAME=/CTRY=/ICAO= lookups change nothing and don't ask for it.
01 Run-Lock-File-Status Pic X(2) Value Spaces.
88 Run-Lock-File-OK        Value '00'.
88 Run-Lock-File-Opened    Values '00' '97'.
88 Run-Lock-File-Missing   Value '35'.
88 Run-Lock-File-Duplicate Value '22'.
88 Run-Lock-File-At-End    Value '10'.
01 Run-Lock-Name    Pic X(8) Value 'AIRPORT'.
01 Run-Lock-Own-Key Pic X(25) Value Spaces.
01 Run-Lock-Stamp   Pic X(16) Value Spaces.
01 Run-Lock-State   Pic X Value 'N'.
88 Run-Lock-Not-Taken Value 'N'.
88 Run-Lock-Held      Value 'Y'.
88 Run-Lock-Refused   Value 'R'.
01 Run-Lock-Conflict-Flag Pic X Value 'N'.
88 Run-Lock-Conflict Value 'Y'.
01 Run-Lock-Scan-Flag Pic X Value 'N'.
88 Run-Lock-Scan-Done Value 'Y'.
*> UNLOCK=<run id> -- remove the lock records a cancelled run left.
01 Unlock-Mode-Flag Pic X Value 'N'.
88 Unlock-Mode Value 'Y'.
01 Unlock-Run-Id    Pic X(14) Value Spaces.
01 Unlock-Count     Pic 9(3) Value 0.
01 Claim-Queue-Usable-Flag Pic X Value 'N'.
88 Claim-Queue-Usable Value 'Y'.
01 Claim-Won-Flag Pic X Value 'N'.
88 Storm-List-File-At-End Value '10'.
01 Storm-Mode-Flag Pic X Value 'N'.
88 Storm-Mode Value 'Y'.
*> Radius watch ("RADIUS" / "RADIUS=" PARM): instead of a storm list
*> drawn by hand from a map, every AIRMSTR airport within range of
*> one or more centres, or of a forecast track, is selected from the
*> master coordinates and worked on the storm profile whether it is
*> on AIRLIST or not, under the event's own group tag.  The selection
*> is listed first and filed to RADSET; "RADPLAN" lists and files it
*> without working it, "RADSET" works the set filed earlier the same
*> day.  Centres come from the PARM (lat,long,nm, several joined by
*> '/'), or -- as does any track -- from the RADIUSIN deck.
01 Radius-In-File-Status Pic X(2) Value Spaces.
88 Radius-In-File-OK     Value '00'.
88 Radius-In-File-At-End Value '10'.
01 Radius-In-EOF-Flag Pic X Value 'N'.
88 Radius-In-EOF Value 'Y'.
01 Radius-Set-File-Status Pic X(2) Value Spaces.
88 Radius-Set-File-OK     Value '00'.
88 Radius-Set-File-At-End Value '10'.
01 Radius-Set-EOF-Flag Pic X Value 'N'.
88 Radius-Set-EOF Value 'Y'.
01 Radius-Mode-Flag Pic X Value 'N'.
88 Radius-Mode Value 'Y'.
01 Radius-Set-Mode-Flag Pic X Value 'N'.
88 Radius-Set-Mode Value 'Y'.
01 Radius-Parm-Text  Pic X(93) Value Spaces.
01 Radius-Parm-Len   Pic 9(3) Value 0.
01 Radius-Parm-Ptr   Pic 9(3) Value 0.
01 Radius-Parm-Piece Pic X(40) Value Spaces.
01 Radius-Group-Tag  Pic X(8) Value 'RADIUS'.
01 Radius-Tag-Flag Pic X Value 'N'.
88 Radius-Tag-Taken Value 'Y'.
*> One centre or track point as given, and its numeric reading.
01 Radius-Lat-Text    Pic X(10) Value Spaces.
01 Radius-Long-Text   Pic X(11) Value Spaces.
01 Radius-Nm-Text     Pic X(5) Value Spaces.
01 Radius-Time-Text   Pic X(12) Value Spaces.
01 Radius-Point-Valid-Flag Pic X Value 'N'.
88 Radius-Point-Valid Value 'Y'.
01 Radius-Work-Lat    Pic S9(3)V9(6) Value 0.
01 Radius-Work-Long   Pic S9(4)V9(6) Value 0.
01 Radius-Work-Nm     Pic 9(5) Value 0.
01 Radius-Work-Minutes Pic 9(11) Value 0.
01 Radius-Reject-Count Pic 9(5) Value 0.
01 Radius-Full-Flag Pic X Value 'N'.
88 Radius-Points-Full Value 'Y'.
*> Times are carried as minutes since the start of the day-integer
*> calendar, so a track crossing midnight interpolates cleanly.
01 Radius-Now-Minutes Pic 9(11) Value 0.
01 Radius-Day-Integer Pic 9(9) Value 0.
01 Radius-Day-Date    Pic 9(8) Value 0.
01 Radius-Day-Minutes Pic 9(4) Value 0.
01 Radius-Out-HH      Pic 9(2) Value 0.
01 Radius-Out-MM      Pic 9(2) Value 0.
01 Radius-Out-Time    Pic X(12) Value Spaces.
*> Every point judged against the master: each centre, and the track
*> laid out at steps no longer than half its radius so nothing falls
*> between two points (twenty steps to a segment at most).
01 Radius-Point-Table.
05 Radius-Point Occurs 1100 times.
10 RPT-Lat     Pic S9(3)V9(6).
10 RPT-Long    Pic S9(4)V9(6).
10 RPT-Cos-Lat Pic S9V9(8).
10 RPT-Nm      Pic 9(5).
10 RPT-Minutes Pic 9(11).
01 Radius-Point-Count Pic 9(4) Value 0.
01 Radius-Point-Idx   Pic 9(4) Value 0.
01 Track-Table.
05 Track-Point Occurs 50 times.
10 TRK-Lat     Pic S9(3)V9(6).
10 TRK-Long    Pic S9(4)V9(6).
10 TRK-Nm      Pic 9(5).
10 TRK-Minutes Pic 9(11).
01 Track-Count      Pic 9(3) Value 0.
01 Track-Idx        Pic 9(3) Value 0.
01 Track-Step       Pic 9(3) Value 0.
01 Track-Step-Count Pic 9(3) Value 0.
01 Track-Fraction   Pic 9V9(6) Value 0.
01 Track-Dlat       Pic S9(3)V9(6) Value 0.
01 Track-Dlong      Pic S9(4)V9(6) Value 0.
01 Track-Segment-Nm Pic 9(7)V9(2) Value 0.
01 Track-Step-Nm    Pic 9(5)V9(2) Value 0.
*> Airports selected, in AIRMSTR code order.
01 Radius-Hit-Table.
05 Radius-Hit Occurs 2000 times.
10 RHT-Iata-Code    Pic X(3).
10 RHT-Distance-Nm  Pic 9(5).
10 RHT-In-Range     Pic X(12).
10 RHT-Airport-Name Pic X(50).
01 Radius-Hit-Count Pic 9(4) Value 0.
01 Radius-Hit-Idx   Pic 9(4) Value 0.
01 Radius-Hit-Flag Pic X Value 'N'.
88 Radius-Airport-Hit Value 'Y'.
01 Radius-Best-Nm      Pic 9(7)V9(2) Value 0.
01 Radius-Best-Minutes Pic 9(11) Value 0.
01 Radius-Dlat         Pic S9(4)V9(6) Value 0.
01 Radius-Dlong        Pic S9(4)V9(6) Value 0.
01 Radius-Dist-Nm      Pic 9(7)V9(2) Value 0.
01 Radius-Stale-Count  Pic 9(5) Value 0.
*> Start-of-run finish projection: seconds-per-airport learned from
*> the CTLTOTS history (whole-run records), falling back to the
*> PROVSTAT average response time plus the pacing pause, falling
10 SRT-Long-Max  Pic S9(5) Value +180.
01 Quality-Reject-Flag Pic X Value 'N'.
88 Quality-Rejected Value 'Y'.
*> Delay-cause dictionary (CAUSEDCT): reason-text fragments and the
*> cause code each means, searched in deck order against the
*> upper-cased provider reason.  A delayed airport whose reason
*> matches nothing files as OTH and lands on CAUSEUNK for the desk.
01 Cause-Dict-File-Status Pic X(2) Value Spaces.
88 Cause-Dict-File-OK     Value '00'.
88 Cause-Dict-File-At-End Value '10'.
01 Cause-Unknown-File-Status Pic X(2) Value Spaces.
88 Cause-Unknown-File-OK Value '00'.
01 Cause-Dict-EOF-Flag Pic X Value 'N'.
88 Cause-Dict-EOF Value 'Y'.
01 Cause-Dict-Table.
05 Cause-Dict-Entry Occurs 1 to 200 times
Depending On Cause-Dict-Count.
10 CDT-Cause-Code Pic X(3).
10 CDT-Match-Text Pic X(30).
10 CDT-Match-Len  Pic 9(2).
01 Cause-Dict-Count Pic 9(3) Value 0.
01 Cause-Dict-Idx   Pic 9(3) Value 0.
01 Cause-Match-Tally Pic 9(3) Value 0.
01 Cause-Reason-Ucase Pic X(30) Value Spaces.
01 Delay-Cause-Code  Pic X(3) Value Spaces.
01 Cause-Unknown-Count Pic 9(5) Value 0.
01 Sanity-Coord-Value Pic S9(4)V9(6) Value 0.
01 Sanity-Field-Name  Pic X(12) Value Spaces.
01 Sanity-Field-Value Pic X(30) Value Spaces.
01 Ntf-Delay-Text Pic Z(4)9 Value Spaces.
01 Notify-Line Pic X(200) Value Spaces.
01 Notifications-Written Pic 9(5) Value 0.
*> Station contacts (CONTKSDS) appended to a CRITICAL alert's text;
*> without the file the text goes out as composed.
01 Contact-File-Status Pic X(2) Value Spaces.
88 Contact-File-OK Value '00'.
01 Contact-Usable-Flag Pic X Value 'N'.
88 Contact-Usable Value 'Y'.
01 Ntf-Contact-Text Pic X(120) Value Spaces.
01 Ntf-Contact-Len  Pic 9(3) Value 0.
01 Ntf-Line-End     Pic 9(3) Value 0.
*> Alert runbooks (RUNBOOK): the procedure and who to call for the
*> alert's reason and tier, appended to its NOTIFOUT text and
*> carried after the alert on the queue.  Without the file both go
*> out as before.
01 Runbook-File-Status Pic X(2) Value Spaces.
88 Runbook-File-OK Value '00'.
01 Runbook-Usable-Flag Pic X Value 'N'.
88 Runbook-Usable Value 'Y'.
01 Runbook-Found-Flag Pic X Value 'N'.
88 Runbook-Entry-Found Value 'Y'.
01 Mq-Runbook-Extension.
05 MQR-Procedure-Id Pic X(12).
05 MQR-Call-Who     Pic X(40).
*> Effective-dated configuration: all APCONFIG records are judged
*> and the one with the latest effective date at or before today
*> wins (a dated record beats the undated baseline).  The winner is
*> held here, applied through the Config-Work area, and its version
*> stamped on every audit record the run writes.
01 Config-Hold Pic X(1100) Value Spaces.
01 Config-EOF-Flag Pic X Value 'N'.
88 Config-EOF Value 'Y'.
01 Config-Chosen-Flag Pic X Value 'N'.
01 Escalated-Tier    Pic X(8) Value Spaces.
01 Escalate-This-Flag Pic X Value 'N'.
88 Escalate-This-Alert Value 'Y'.
*> Alert decision explain (EXPLAIN): what the alert logic decided
*> for the airport in hand, gathered as the checks run and written
*> as one record when the airport is done.
01 Explain-File-Status Pic X(2) Value Spaces.
88 Explain-File-OK Value '00'.
01 Explain-Work.
05 EXW-Evaluated        Pic X(1).
05 EXW-Source           Pic X(8).
05 EXW-Limit            Pic 9(5).
05 EXW-Warning          Pic 9(5).
05 EXW-Severe           Pic 9(5).
05 EXW-Critical         Pic 9(5).
05 EXW-Baseline-Limit   Pic 9(5).
05 EXW-Threshold-Crossed Pic X(1).
05 EXW-Tier             Pic X(8).
05 EXW-Reason           Pic X(10).
05 EXW-Alert-Count      Pic 9(3).
05 EXW-Suppressed-By    Pic X(8).
05 EXW-Suppress-Text    Pic X(40).
05 EXW-Notified         Pic X(1).
05 EXW-Mq-Put           Pic X(1).
01 Explain-Records-Written Pic 9(7) Value 0.
01 Explain-Tier-Rank Pic 9 Value 0.
*> Episode high-water marks and the INCIDENT write at close.
01 Rank-Tier-Text    Pic X(8) Value Spaces.
01 Tier-Rank         Pic 9 Value 0.
01 Peak-Tier-Rank    Pic 9 Value 0.
01 Rank-Status-Code  Pic X Value Spaces.
01 Status-Rank       Pic 9 Value 0.
01 Worst-Status-Rank Pic 9 Value 0.
01 Incident-File-Status Pic X(2) Value Spaces.
88 Incident-File-OK Value '00'.
01 Incident-Count    Pic 9(5) Value 0.
01 Incident-Minutes  Pic S9(9) Value 0.
01 Inc-Close-Date-Num Pic 9(8) Value 0.
01 Inc-Close-Mins    Pic 9(5) Value 0.
*> Operator notes on the closing episode, moved from ALRTNOTE onto
*> INCNOTES.  Without ALRTNOTE the incident simply carries none;
*> without INCNOTES they stay on ALRTNOTE for the next close.
01 Alert-Note-File-Status Pic X(2) Value Spaces.
88 Alert-Note-File-OK     Value '00'.
88 Alert-Note-File-At-End Value '10'.
01 Incident-Note-File-Status Pic X(2) Value Spaces.
88 Incident-Note-File-OK  Value '00'.
01 Episode-Note-Key  Pic X(27) Value Spaces.
01 Note-Browse-Flag  Pic X Value 'N'.
88 Note-Browse-Done  Value 'Y'.
*> Fare-waiver triggers: WAIVCRIT rows loaded once per run, the
*> per-airport state carried on WAIVKSDS, OPEN/CLOSE to WAIVTRIG.
*> Without WAIVKSDS or WAIVTRIG the whole feature is off for the run.
01 Waiver-Crit-File-Status Pic X(2) Value Spaces.
88 Waiver-Crit-File-OK     Value '00'.
88 Waiver-Crit-File-At-End Value '10'.
01 Waiver-Crit-EOF-Flag Pic X Value 'N'.
88 Waiver-Crit-EOF Value 'Y'.
01 Waiver-State-File-Status Pic X(2) Value Spaces.
88 Waiver-State-File-OK Value '00'.
01 Waiver-Trigger-File-Status Pic X(2) Value Spaces.
88 Waiver-Trigger-File-OK Value '00'.
01 Waiver-Usable-Flag Pic X Value 'N'.
88 Waiver-Usable Value 'Y'.
01 Waiver-Crit-Table.
05 Waiver-Crit-Entry Occurs 2000 times.
10 WCT-Iata-Code   Pic X(3).
10 WCT-Status-Set  Pic X(4).
10 WCT-Consec-Runs Pic 9(3).
10 WCT-Min-Delay   Pic 9(5).
10 WCT-Clear-Hours Pic 9(3).
01 Waiver-Crit-Count Pic 9(4) Value 0.
01 Waiver-Crit-Idx   Pic 9(4) Value 0.
*> This airport's rows (its own, else the '***' defaults), in deck
*> order -- slot n pairs with WVS-Rule-Runs(n).
01 Waiver-Rule-Table.
05 WRL-Crit-Idx Pic 9(4) Occurs 3 times.
01 Waiver-Rule-Count Pic 9 Value 0.
01 Waiver-Rule-Slot  Pic 9 Value 0.
01 Waiver-Met-Slot   Pic 9 Value 0.
01 Waiver-Lookup-Code Pic X(3) Value Spaces.
01 Waiver-Status-Tally Pic 9(2) Value 0.
01 Waiver-String-Ptr   Pic 9(3) Value 0.
01 Waiver-Found-Flag Pic X Value 'N'.
88 Waiver-Record-Found Value 'Y'.
01 Waiver-Now-Stamp  Pic X(14) Value Spaces.
01 Waiver-Now-Date-Num   Pic 9(8) Value 0.
01 Waiver-Green-Date-Num Pic 9(8) Value 0.
01 Waiver-Now-Mins   Pic 9(5) Value 0.
01 Waiver-Green-Mins Pic 9(5) Value 0.
01 Waiver-Green-Minutes Pic S9(9) Value 0.
01 Waiver-Open-Count  Pic 9(5) Value 0.
01 Waiver-Close-Count Pic 9(5) Value 0.
*> Status hysteresis and flap detection: FLAPCTL rows loaded once
*> per run, the per-airport state carried on FLAPKSDS.  Without
*> FLAPKSDS every alert opens on the run it is first seen and closes
*> on the first Green, as before.
01 Flap-Control-File-Status Pic X(2) Value Spaces.
88 Flap-Control-File-OK     Value '00'.
88 Flap-Control-File-At-End Value '10'.
01 Flap-Control-EOF-Flag Pic X Value 'N'.
88 Flap-Control-EOF Value 'Y'.
01 Flap-State-File-Status Pic X(2) Value Spaces.
88 Flap-State-File-OK Value '00'.
01 Flap-Usable-Flag Pic X Value 'N'.
88 Flap-Usable Value 'Y'.
01 Flap-Control-Table.
05 Flap-Control-Entry Occurs 2000 times.
10 FCT-Iata-Code    Pic X(3).
10 FCT-Open-Runs    Pic 9(2).
10 FCT-Close-Runs   Pic 9(2).
10 FCT-Flap-Changes Pic 9(2).
10 FCT-Flap-Window  Pic 9(2).
01 Flap-Control-Count Pic 9(4) Value 0.
01 Flap-Control-Idx   Pic 9(4) Value 0.
01 Flap-Lookup-Code   Pic X(3) Value Spaces.
01 Flap-Control-Found-Flag Pic X Value 'N'.
88 Flap-Control-Found Value 'Y'.
*> The airport in hand's settings -- its own row, else the '***'
*> row, else first sight.
01 Flap-Open-Runs    Pic 9(2) Value 1.
01 Flap-Close-Runs   Pic 9(2) Value 1.
01 Flap-Change-Limit Pic 9(2) Value 0.
01 Flap-Window-Runs  Pic 9(2) Value 12.
01 Flap-Record-Found-Flag Pic X Value 'N'.
88 Flap-Record-Found Value 'Y'.
01 Flap-Run-Counted-Flag Pic X Value 'N'.
88 Flap-Run-Counted Value 'Y'.
01 Flap-State-Changed-Flag Pic X Value 'N'.
88 Flap-State-Changed Value 'Y'.
01 Flap-Alert-Raised-Flag Pic X Value 'N'.
88 Flap-Alert-Raised Value 'Y'.
01 Flap-Alert-Flag Pic X Value 'N'.
88 Flap-Alert-Pending Value 'Y'.
01 Flap-Worse-Now    Pic 9(4) Value 0.
01 Flap-Clear-Now    Pic 9(3) Value 0.
01 Flap-Rwy-Now      Pic 9(3) Value 0.
01 Flap-Change-Count Pic 9(2) Value 0.
01 Flap-Settle-Limit Pic 9(2) Value 0.
01 Flap-Seq-Idx      Pic 9(2) Value 0.
01 Flap-Seq-Start    Pic 9(2) Value 0.
01 Flap-Sequence-Work Pic X(24) Value Spaces.
*> How the alert in hand goes out: 'O' held until its condition has
*> persisted, 'F' held under the airport's FLAPPING alert.
01 Alert-Hold-Flag Pic X Value Spaces.
88 Alert-Open-Held Value 'O'.
88 Alert-Flap-Held Value 'F'.
01 Persist-Held-Count Pic 9(5) Value 0.
01 Flap-Held-Count    Pic 9(5) Value 0.
01 Flap-Start-Count   Pic 9(5) Value 0.
01 Flap-End-Count     Pic 9(5) Value 0.
*> Chronic-404 suppression controls -- defaults overridden from
*> APCONFIG.  A suppressed code is skipped (audited, reason SP)
*> until the re-probe interval elapses; the re-probe itself either
*> checkpoint stands for the evening rerun, and the run ends RC=2.
01 Progress-File-Status Pic X(2) Value Spaces.
88 Progress-File-OK Value '00'.
*> The desk bulletin posted on ABUL (BULKSDS), copied into the
*> PROGRESS record at every update while it is up and unexpired, so
*> automation watching the record sees what the desk was told.
*> Optional: no BULLETIN DD, no bulletin.
01 Bulletin-File-Status Pic X(2) Value Spaces.
88 Bulletin-File-OK Value '00'.
01 Bulletin-Now Pic X(12) Value Spaces.
*> Provider request quota (QUOTKSDS, contract figures from the
*> QUOTACTL deck).  Every request PROVSTAT counts is counted there
*> too, and before each mainline lookup the serving provider's
*> record is re-read -- the online lookups spend the same allowance
*> while the run is going -- and judged: past the warning share
*> only priority-1 and storm-list airports are looked up (the rest
*> audited QW), at the allowance itself no provider call is made
*> (audited QX).  No QUOTKSDS DD, no counting and no enforcement.
01 Quota-File-Status Pic X(2) Value Spaces.
88 Quota-File-OK Value '00'.
01 Quota-Control-File-Status Pic X(2) Value Spaces.
88 Quota-Control-File-OK     Value '00'.
88 Quota-Control-File-At-End Value '10'.
01 Quota-Control-EOF-Flag Pic X Value 'N'.
88 Quota-Control-EOF Value 'Y'.
01 Quota-Usable-Flag Pic X Value 'N'.
88 Quota-Usable Value 'Y'.
01 Quota-Record-Found-Flag Pic X Value 'N'.
88 Quota-Record-Found Value 'Y'.
*> PST-Role slot the quota is judged for: the serving provider for
*> a mainline lookup, COMPARE for the cross-check request.
01 Quota-Role-Idx Pic 9(1) Value 1.
01 Quota-Role-Hold Pic X(8) Value Spaces.
*> Level of the record last judged -- space when the role has no
*> contract figures on file.  Requests left are all nines where the
*> contract sets no allowance.
01 Quota-Level-Flag Pic X Value Spaces.
88 Quota-Level-None      Value Spaces.
88 Quota-Level-Normal    Value 'N'.
88 Quota-Level-Warning   Value 'W'.
88 Quota-Level-Exhausted Value 'X'.
01 Quota-Daily-Left Pic 9(7) Value 0.
01 Quota-Month-Left Pic 9(9) Value 0.
01 Quota-Warn-Pct   Pic 9(3) Value 0.
01 Quota-Warn-Point Pic 9(9) Value 0.
01 Quota-Today      Pic X(8) Value Spaces.
01 Quota-Refused-Flag Pic X Value 'N'.
88 Quota-Call-Refused Value 'Y'.
*> The entry being worked: its watch-list priority ('1' is never
*> shed at the warning level; the single-code PARM counts as '1'),
*> and whether it is exempt that way or by being on STORMLST.
01 Quota-Entry-Priority Pic X(1) Value Spaces.
01 Quota-Exempt-Flag Pic X Value 'N'.
88 Quota-Entry-Exempt Value 'Y'.
*> Each level goes to the console once per run per provider role.
01 Quota-Notice-Table.
05 Quota-Notice-Entry Occurs 3 times.
10 QNT-Warn-Sent Pic X(1).
10 QNT-Stop-Sent Pic X(1).
01 Quota-Stop-Flag Pic X Value 'N'.
88 Quota-Calls-Stopped Value 'Y'.
01 Quota-Shed-Count    Pic 9(5) Value 0.
01 Quota-Stopped-Count Pic 9(5) Value 0.
*> The storm subset's codes, for the warning-level test on a normal
*> run (a STORM run works nothing else, so needs no table).
01 Storm-Code-EOF-Flag Pic X Value 'N'.
88 Storm-Code-EOF Value 'Y'.
01 Storm-Code-Table.
05 Storm-Code-Entry Occurs 1 to 2000 times
Depending On Storm-Code-Count.
10 STC-Iata-Code Pic X(3).
01 Storm-Code-Count Pic 9(4) Value 0.
01 Storm-Code-Idx   Pic 9(4) Value 0.
*> Operator intervention, polled from the OPERCMD dataset between
*> airports (cancelling the job was the only lever before, losing
*> the in-flight airport and leaving the DISP=MOD outputs wherever
*> Process-One-Airport path from CAPTIN instead of the network.
01 Capture-Mode-Flag Pic X Value 'N'.
88 Capture-Mode-On Value 'Y'.
*> Wire trace: PARM suffix ',TRACE=ABC/DEF' names up to ten codes
*> whose requests, response headers, raw bodies and find-value
*> searches go to TRACEOUT, with connect/request/parse timings.
*> Trace-Active is on only while one of them is being worked; every
*> other code runs exactly as before.
01 Trace-File-Status Pic X(2) Value Spaces.
88 Trace-File-OK Value '00'.
01 Trace-Code-Table.
05 Trace-Code Pic X(3) Occurs 10 times.
01 Trace-Code-Count Pic 9(2) Value 0.
01 Trace-Code-Idx   Pic 9(2) Value 0.
01 Trace-Parm-Pos   Pic 9(3) Value 0.
01 Trace-Parm-Idx   Pic 9(3) Value 0.
01 Trace-Active-Flag Pic X Value 'N'.
88 Trace-Active Value 'Y'.
01 Trace-Kind Pic X(8) Value Spaces.
01 Trace-Text Pic X(200) Value Spaces.
01 Trace-Host Pic X(50) Value Spaces.
01 Trace-Auth-Scheme Pic X(20) Value Spaces.
01 Trace-Auth-Rest   Pic X(80) Value Spaces.
01 Trace-Attempts Pic 9(2) Value 0.
01 Trace-Status   Pic 9(3) Value 0.
01 Trace-Rc       Pic 9(9) Value 0.
*> When and how each held connection was made (1 primary, 2
*> secondary, 3 METAR) -- a traced request names the one it used.
01 Conn-Timing-Table.
05 Conn-Timing-Entry Occurs 3 times.
10 CNT-Made-At   Pic X(8) Value Spaces.
10 CNT-Ms        Pic 9(7) Value 0.
10 CNT-Attempts  Pic 9(2) Value 0.
01 Conn-Timing-Idx Pic 9(1) Value 0.
01 Conn-Start-Stamp Pic 9(8) Value 0.
01 Conn-End-Stamp   Pic 9(8) Value 0.
01 Conn-Start-Cs    Pic 9(9) Value 0.
01 Conn-End-Cs      Pic 9(9) Value 0.
*> Forecast mode: one extra request per airport for tomorrow's
*> outlook, after all of today's processing is done with the parsed
*> current-status fields (the forecast reply overwrites them).
01 Forecast-Saved-Path Pic X(50) Value Spaces.
01 Tomorrow-Integer Pic 9(9) Value 0.
01 Tomorrow-Date    Pic 9(8) Value 0.
*> Independent METAR source: its own connection, held open for the
*> run like the fallback's, and one extra request per airport by
*> the master's ICAO code.  The body exit fills metar-body-data; the
*> readings below are derived from it, cleared for every airport so
*> a failed fetch never carries the last airport's weather.
01 Metar-Mode-Flag Pic X Value 'N'.
88 Metar-Mode-On Value 'Y'.
01 Metar-Scheme Pic X(5) Value 'https'.
01 Metar-Host   Pic X(50) Value Spaces.
01 Metar-Port   Pic 9(5) Value 443.
01 Metar-Path   Pic X(50) Value Spaces.
01 Metar-Alert-Category Pic X(4) Value Spaces.
01 Metar-Conn-Handle Pic X(12) Value Zeros.
01 Metar-Conn-Flag Pic X Value 'N'.
88 Metar-Conn-Established Value 'Y'.
01 Use-Metar-Conn-Flag Pic X Value 'N'.
88 Use-Metar-Conn Value 'Y'.
01 Metar-Icao-Code Pic X(4) Value Spaces.
01 Metar-Data-Flag Pic X Value 'N'.
88 Metar-Data-Available Value 'Y'.
01 Flight-Category Pic X(4) Value Spaces.
88 Flight-Cat-Vfr  Value 'VFR'.
88 Flight-Cat-Mvfr Value 'MVFR'.
88 Flight-Cat-Ifr  Value 'IFR'.
88 Flight-Cat-Lifr Value 'LIFR'.
01 Metar-Visibility-Sm Pic 9(2)V99 Value 0.
01 Metar-Visibility-Flag Pic X Value 'N'.
88 Metar-Visibility-Known Value 'Y'.
01 Metar-Ceiling-Ft Pic 9(5) Value 99999.
01 Metar-Wind-Gust  Pic 9(3) Value 0.
01 Metar-Cloud-Idx  Pic 9(2) Value 0.
01 Metar-Layer-Base Pic 9(5) Value 0.
*> Visibility arrives as "10+", "3", "0.25" or "1 1/2".
01 Visib-Work-Text  Pic X(10) Value Spaces.
01 Visib-Token-1    Pic X(5) Value Spaces.
01 Visib-Token-2    Pic X(5) Value Spaces.
01 Visib-Token-3    Pic X(5) Value Spaces.
01 Visib-Token-Count Pic 9 Value 0.
*> Lower rank is worse weather: LIFR 1, IFR 2, MVFR 3, VFR 4.
01 Flight-Cat-Rank  Pic 9 Value 0.
01 Alert-Cat-Rank   Pic 9 Value 0.
01 Rank-Category    Pic X(4) Value Spaces.
01 Rank-Result      Pic 9 Value 0.
01 Metar-Saved-Json-Flag Pic 9 Value 0.
*> ITSM ticketing (ITSMCFG): episode events are appended to the
*> ITSMQUE outbox as they happen and the outbox is sent at end of
*> run over a connection of its own, like the METAR source's.  The
*> body exit fills itsm-body-data with the ticket number.
01 Itsm-Config-File-Status Pic X(2) Value Spaces.
88 Itsm-Config-File-OK Value '00'.
01 Itsm-Queue-File-Status Pic X(2) Value Spaces.
88 Itsm-Queue-File-OK     Value '00'.
88 Itsm-Queue-File-At-End Value '10'.
01 Itsm-Queue-EOF-Flag Pic X Value 'N'.
88 Itsm-Queue-EOF Value 'Y'.
01 Itsm-Mode-Flag Pic X Value 'N'.
88 Itsm-Mode-On Value 'Y'.
01 Itsm-Scheme Pic X(5)  Value 'https'.
01 Itsm-Host   Pic X(50) Value Spaces.
01 Itsm-Port   Pic 9(5)  Value 443.
01 Itsm-Path   Pic X(60) Value Spaces.
01 Itsm-Ticket-Field Pic X(20) Value 'number'.
01 Itsm-Min-Tier     Pic X(8)  Value 'SEVERE'.
01 Itsm-Min-Rank     Pic 9     Value 2.
01 Itsm-Auth-Header  Pic X(80) Value Spaces.
01 Saved-Auth-Header Pic X(80) Value Spaces.
01 Itsm-Conn-Handle Pic X(12) Value Zeros.
01 Itsm-Conn-Flag Pic X Value 'N'.
88 Itsm-Conn-Established Value 'Y'.
01 Use-Itsm-Conn-Flag Pic X Value 'N'.
88 Use-Itsm-Conn Value 'Y'.
01 Itsm-Saved-Json-Flag Pic 9 Value 0.
01 Itsm-Action Pic X(8) Value Spaces.
*> The tier an UPDATE reports, when it isn't the record's own
*> (an escalation).
01 Itsm-Tier   Pic X(8) Value Spaces.
01 Itsm-Http-Code Pic 9(3) Value 0.
01 Itsm-Sent-Flag Pic X Value 'N'.
88 Itsm-Request-Taken Value 'Y'.
01 Itsm-Text   Pic X(150) Value Spaces.
01 Itsm-Uri-Ticket Pic X(16) Value Spaces.
01 Itsm-Urgency    Pic X(1)  Value Spaces.
*> The request body, built EBCDIC and translated on the way out.
01 Itsm-Body-Text Pic X(1024) Value Spaces.
01 Itsm-Body-Len  Pic 9(9) Binary Value 0.
*> The outbox as loaded for sending: each request's image and what
*> became of it -- (S)ent, (K)ept for next run, (D)ropped.
01 Itsm-Queue-Table.
05 Itsm-Queue-Entry Occurs 1 to 500 times
Depending On Itsm-Queue-Count.
10 IQT-Image Pic X(300).
10 IQT-State Pic X.
01 Itsm-Queue-Count Pic 9(3) Value 0.
01 Itsm-Idx         Pic 9(3) Value 0.
01 Itsm-Scan-Idx    Pic 9(3) Value 0.
01 Itsm-Overflow-Flag Pic X Value 'N'.
88 Itsm-Queue-Overflow Value 'Y'.
01 Itsm-Open-Owed-Flag Pic X Value 'N'.
88 Itsm-Open-Owed Value 'Y'.
01 Itsm-Episode-Key   Pic X(13) Value Spaces.
01 Itsm-Episode-Stamp Pic X(14) Value Spaces.
01 Itsm-Sent-Count    Pic 9(5) Value 0.
01 Itsm-Kept-Count    Pic 9(5) Value 0.
01 Itsm-Dropped-Count Pic 9(5) Value 0.
01 Itsm-Queued-Count  Pic 9(5) Value 0.
01 itsm-body-data.
05 itsm-body-data-eye Pic X(8) Value 'ITSM'.
05 itsm-info.
10 itsm-ticket-key    Pic X(20).
10 itsm-ticket-number Pic X(16).
01 Replay-Mode-Flag Pic X Value 'N'.
88 Replay-Mode Value 'Y'.
01 Capture-In-File-Status Pic X(2) Value Spaces.
01 MQ-Reason    Pic 9(9) Binary Value 0.
01 MQ-Buffer-Length  Pic 9(9) Binary Value 0.
*> Sized with headroom over the ALERTOUT record so a layout growth
*> (the advisory text, for one) never truncates on the bus; the
*> runbook reference rides straight after the record.
01 MQ-Message-Buffer Pic X(500) Value Spaces.
01 MQ-Object-Desc.
05 MQOD-StrucId        Pic X(4) Value 'OD  '.
05 MQOD-Version        Pic 9(9) Binary Value 1.
01 Baseline-Min-Days    Pic 9(3) Value 7.
01 Baseline-Alert-Flag Pic X Value 'N'.
88 Baseline-Alert-Pending Value 'Y'.
*> Runway capacity alerting -- a hub on one of its three runways is
*> short of capacity long before avgDelay says so.  The normal
*> complement comes off AIRMSTR as the master is read; the runways
*> the provider reported are matched against it designator by
*> designator so the alert (and the snapshot) can name the ones out.
01 Normal-Runway-Count Pic 9(2) Value 0.
01 Normal-Runway-List  Pic X(40) Value Spaces.
01 Runways-Out-List    Pic X(40) Value Spaces.
01 Runways-Out-Ptr     Pic 9(3) Value 1.
01 Runway-Alert-Flag Pic X Value 'N'.
88 Runway-Alert-Pending Value 'Y'.
01 Normal-Runway-Table.
05 Normal-Rwy-Token Pic X(12) Occurs 10 times.
01 Open-Runway-Table.
05 Open-Rwy-Token   Pic X(12) Occurs 10 times.
01 Normal-Rwy-Idx Pic 9(2) Value 0.
01 Open-Rwy-Idx   Pic 9(2) Value 0.
01 Open-Rwy-Match-Flag Pic X Value 'N'.
88 Open-Rwy-Matched Value 'Y'.
*> Set only around Check-Data-Staleness' own alert write, so the
*> STALE reason never bleeds onto a closure or threshold alert the
*> same airport raises later in the pass (Possibly-Stale itself has
88 Bad-Parm Value 'Y'.
*> Certification mode ("CERTIFY" PARM) -- the onboarding gate for a
*> new provider.  The JCL points APCONFIG at the candidate's
*> configuration (and FLDMAP at its field map, P lines); this mode
*> then drives the full canary list plus every Nth watch-list code
*> against that endpoint with no persistence at all, scoring each
*> reply against what the parser and status normalization expect --
*> HTTP status, JSON shape, required mapped fields present, the
*> airport name present and cleanly translated, status vocabulary
*> recognized, delay text parseable, response time inside the
*> limit -- and ends with a pass/fail checklist and RC 0/8.
01 Cert-Vocab-Ok       Pic 9(5) Value 0.
01 Cert-Delay-Ok       Pic 9(5) Value 0.
01 Cert-Time-Ok        Pic 9(5) Value 0.
*> Replies carrying every required field the candidate's FLDMAP
*> lines map (all of them, when it has none).
01 Cert-Map-Ok         Pic 9(5) Value 0.
01 Cert-Fail-Count     Pic 9(5) Value 0.
01 Cert-Probe-Fail-Flag Pic X Value 'N'.
88 Cert-Probe-Failed Value 'Y'.
88 Alert-Status-File-At-End    Value '10'.
01 Journal-File-Status Pic X(2) Value Spaces.
88 Journal-File-OK Value '00'.
88 Journal-File-At-End Value '10'.
*> Chained seals: each sealed record carries a seal worked out over
*> its content and the seal of the record before it, so a record
*> edited in place after the run breaks the chain from there on
*> (HWTHSEAL walks it).  The run's final seal for each file goes to
*> the SEALREG register, off the file itself.
01 Seal-Work.
05 Seal-Previous.
10 Seal-Prev-H1 Pic 9(10).
10 Seal-Prev-H2 Pic 9(10).
05 Seal-Value.
10 Seal-Val-H1 Pic 9(10).
10 Seal-Val-H2 Pic 9(10).
05 Seal-Content-Length Pic 9(4).
05 Seal-Byte-Idx       Pic 9(4).
01 Seal-Content Pic X(768) Value Spaces.
01 Seal-Register-File-Status Pic X(2) Value Spaces.
88 Seal-Register-File-OK Value '00'.
01 Seal-Prime-EOF-Flag Pic X Value 'N'.
88 Seal-Prime-EOF Value 'Y'.
01 Audit-Chain-Seal     Pic X(20) Value Zeros.
01 Audit-Start-Seal     Pic X(20) Value Zeros.
01 Audit-Records-Sealed Pic 9(9) Value 0.
01 Journal-Chain-Seal     Pic X(20) Value Zeros.
01 Journal-Start-Seal     Pic X(20) Value Zeros.
01 Journal-Records-Sealed Pic 9(9) Value 0.
*> Master record image as it stood when Read-Airport-Master fetched
*> it, held for the journal's before-image -- the record buffer
*> itself has been overlaid with today's data by rewrite time.
*>   8  connection to the provider could not be established
*>  12  request could not be issued once connected
*>  16  request completed but the airport was not found (non-200)
*>  24  another run holds the run-ownership lock; nothing was touched
01 Batch-Return-Code Pic 9(3) Value 0.
*> Coded "why no data" reason, derived from Batch-Return-Code (and, for
*> the one case Batch-Return-Code doesn't already track, Json-Parse-Seen)
88 Failure-Reason-No-Data     Value 'ND'.
88 Failure-Reason-Http-Status Value 'HS'.
88 Failure-Reason-Data-Quality Value 'DQ'.
88 Failure-Reason-Run-Locked  Value 'LK'.
88 Failure-Reason-Quota       Value 'QX'.
*> Set when a response came back with http-resp-code 200 but the body
*> didn't parse as JSON -- Batch-Return-Code has no rung for that case
*> since the http status itself was fine.
10 HOPT-Code     Pic 9(9) Binary.
10 HOPT-Val-Addr Pointer.
10 HOPT-Val-Len  Pic 9(9) Binary.
COPY HDRUDATA.
01 http-resp-code Pic 9(9) Binary Value 0.
88 Http-Resp-Is-Redirect Values 301, 302, 303, 307, 308.
01 http-hdr-count Pic 9(9) Binary Value 0.
*> doesn't override it -- big enough for any response body we've
*> actually seen from the provider.
01 Jparser-Workarea-Size Pic 9(9) Binary Value 65536.
COPY BDYUDATA.
01 raw-body-capture Pic X(200) Value Spaces.
01 hdr-flags.
05 json-response-flag    Pic 9.
*> response status wasn't 200, since HWTHHDRX now lets the body exit
*> see the payload either way instead of aborting the transfer.
10 Api-Error-Message    Pic X(80).
*> What the body exit lifts out of a METAR reply; recognised there
*> by its eyecatcher, so the airport fields above are untouched.
01 metar-body-data.
05 metar-body-data-eye Pic X(8) Value 'METAR'.
05 metar-info.
10 metar-station      Pic X(4).
10 metar-raw-text     Pic X(200).
10 metar-visib-text   Pic X(10).
10 metar-gust-text    Pic X(10).
10 metar-cloud-count  Pic 9(2).
10 metar-cloud-layer Occurs 8 times.
15 metar-cloud-cover  Pic X(4).
15 metar-cloud-base   Pic X(6).
COPY HWTHICOB.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Move Function Current-Date(1:14) to Run-Identifier.
Move Function Current-Date(1:8) to Today-Date-Numeric.
Move Function Current-Date(1:8) to Today-Date-Char.
If parm-len > 7
Perform Split-Trace-Parm
End-If.
If parm-len equal 7 and parm-string(1:7) equal 'CONNCHK' then
Set Connchk-Mode to true
Display "** Connectivity preflight mode (CONNCHK)      **"
Display "** now -- schedule, holds and suppression      **"
Display "** overridden, pacing tightened                **"
else
If parm-len equal 6 and parm-string(1:6) equal 'RADIUS'
or parm-len > 7 and parm-string(1:7) equal 'RADIUS=' then
Set Batch-Mode to true
Set Storm-Mode to true
Set Force-Refetch to true
Set Radius-Mode to true
If parm-len > 7
Move parm-string(8:parm-len - 7) to Radius-Parm-Text
End-If
Display "** RADIUS watch: every AIRMSTR airport in      **"
Display "** range worked on the STORM profile           **"
else
If parm-len equal 7 and parm-string(1:7) equal 'RADPLAN'
or parm-len > 8 and parm-string(1:8) equal 'RADPLAN=' then
Set Plan-Mode to true
Set Radius-Mode to true
If parm-len > 8
Move parm-string(9:parm-len - 8) to Radius-Parm-Text
End-If
Display "** RADIUS plan: listing the airports in range  **"
else
If parm-len equal 6 and parm-string(1:6) equal 'RADSET' then
Set Batch-Mode to true
Set Storm-Mode to true
Set Force-Refetch to true
Set Radius-Set-Mode to true
Display "** RADSET: working today's radius selection    **"
Display "** on the STORM profile                        **"
else
If parm-len equal 8 and parm-string(1:5) equal 'LIST='
and parm-string(6:1) is numeric
and parm-string(7:1) equal '/'
Move parm-string(6:4) to Current-Icao-Code
Display "** ICAO lookup mode: querying by 4-char code  **"
else
If parm-len equal 21 and parm-string(1:7) equal 'UNLOCK='
and parm-string(8:14) is numeric then
Set Unlock-Mode to true
Move parm-string(8:14) to Unlock-Run-Id
Display "** Unlock mode: removing the run lock left by **"
Display "** run " Unlock-Run-Id "                         **"
else
If parm-len not equal 3
or parm-string(1:3) is not alphabetic-upper
or parm-string(1:3) equal Spaces then
End-If
End-If
End-If
End-If
End-If
End-If
End-If
If not Bad-Parm and Unlock-Mode
Perform Break-Run-Lock
End-If.
If not Bad-Parm and not Unlock-Mode
and not Connchk-Mode and not Plan-Mode and not Certify-Mode
and not Reverse-Lookup-Mode and not Country-Scan-Mode
and not Icao-Mode
Perform Take-Run-Lock
End-If.
If not Bad-Parm and not Unlock-Mode and not Run-Lock-Refused
Perform Read-Provider-Config
If Storm-Mode and Rate-Limit-Delay-Secs > 1
*> Tightened, not dropped -- even in a storm the provider's
Evaluate true
When Connchk-Mode
Perform Run-Connectivity-Check
When Plan-Mode and Radius-Mode
Perform Run-Radius-Plan
When Plan-Mode
Perform Run-Plan-Mode
When Certify-Mode
End-Evaluate
End-If.
If not Connchk-Mode and not Plan-Mode and not Certify-Mode
and not Unlock-Mode and not Run-Lock-Refused
Perform Write-Control-Totals
End-If.
If Run-Lock-Held
Perform Give-Back-Run-Lock
End-If.
Perform Derive-Job-Failure-Reason.
If HWTH-OK AND request-successful then
Display "** Program Ended Successfully                **"
*> message so the on-call hears about it in minutes, not when the
*> file-polling job next wakes up.
If Batch-Return-Code >= 8
Move Spaces to Message-Request
Move 'HWT0002E' to MRQ-Id
Move Batch-Return-Code to MRQ-Insert(1)
Move Failure-Reason-Code to MRQ-Insert(2)
Perform Issue-Console-Message
End-If.
Move Batch-Return-Code to Return-Code.
Display "** HTTP Web Enablement Toolkit Sample Ends   **".
Set Failure-Reason-Request to true
When Batch-Return-Code = 20
Set Failure-Reason-Data-Quality to true
When Batch-Return-Code = 24
Set Failure-Reason-Run-Locked to true
When Quota-Calls-Stopped
Set Failure-Reason-Quota to true
When Json-Parse-Seen
Set Failure-Reason-Json-Parse to true
When other
Set Failure-Reason-None to true
End-Evaluate
.
*> ',TRACE=ABC/DEF' comes off the end of any PARM -- the codes go to
*> the trace table and parm-len is cut back to what precedes the
*> comma, so the mode tests below read the PARM exactly as they
*> always have.
Split-Trace-Parm.
Move 0 to Trace-Parm-Pos.
Perform Find-Trace-Parm
Varying Trace-Parm-Idx From 1 By 1
Until Trace-Parm-Idx > parm-len - 6 or Trace-Parm-Pos > 0.
If Trace-Parm-Pos > 0
Compute Trace-Parm-Idx = Trace-Parm-Pos + 7
Perform Take-Trace-Code
until Trace-Parm-Idx > parm-len or Bad-Parm
If Trace-Code-Count = 0 and not Bad-Parm
Perform Reject-Trace-Parm
End-If
Compute parm-len = Trace-Parm-Pos - 1
If not Bad-Parm
Display "** Wire trace to TRACEOUT for " Trace-Code-Count
" code(s): " Trace-Code-Table(1:Trace-Code-Count * 3)
End-If
End-If.
Find-Trace-Parm.
If parm-string(Trace-Parm-Idx:7) equal ',TRACE='
Move Trace-Parm-Idx to Trace-Parm-Pos
End-If.
Take-Trace-Code.
If Trace-Parm-Idx + 2 > parm-len
or Trace-Code-Count >= 10
Perform Reject-Trace-Parm
else
If parm-string(Trace-Parm-Idx:3) is not alphabetic-upper
or parm-string(Trace-Parm-Idx:3) equal Spaces
Perform Reject-Trace-Parm
else
Add 1 to Trace-Code-Count
Move parm-string(Trace-Parm-Idx:3)
to Trace-Code(Trace-Code-Count)
Add 3 to Trace-Parm-Idx
If Trace-Parm-Idx <= parm-len
If parm-string(Trace-Parm-Idx:1) equal '/'
Add 1 to Trace-Parm-Idx
else
Perform Reject-Trace-Parm
End-If
End-If
End-If
End-If.
Reject-Trace-Parm.
Display "** Bogus TRACE= list specified!              **".
Display "** Up to ten 3-letter codes, '/' between     **".
Set Bad-Parm to true.
Move 4 to Batch-Return-Code.
*> Whole-run ownership: write this run's lock record and make sure
*> the other kind isn't present.  A serial run writes the single
*> kind-E record (duplicate key = a run already owns the set) and
*> then refuses if any partition record is there; a partition writes
*> its own kind-P record and refuses if a kind-E record is there.
*> Either way a refusal backs its own record out, closes RUNLOCK and
*> ends the run before anything else is opened.  No RUNLOCK DD (the
*> scratch-copy and test jobs) is a warning, not a stop; any other
*> open failure -- the cluster in use elsewhere, or damaged -- is
*> refused like a held lock, since it can't show that no run is in.
Take-Run-Lock.
Open I-O Run-Lock-File.
Evaluate true
When Run-Lock-File-Missing
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'RUNLOCK' to MRQ-Insert(1)
Move 'run lock file' to MRQ-Insert(2)
Move 'run proceeds without the run-ownership lock'
to MRQ-Insert(3)
Perform Issue-Message
When not Run-Lock-File-Opened
Perform Refuse-Unopened-Run-Lock
When other
Move Function Current-Date(1:16) to Run-Lock-Stamp
Move Spaces to Run-Lock-Record
Move Run-Lock-Name to RLK-Lock-Name
Move Run-Identifier to RLK-Owner-Run-Id
Move Run-Identifier(1:8) to RLK-Lock-Date
Move Run-Identifier(9:6) to RLK-Lock-Time
If parm-len > 0
Move parm-string to RLK-Run-Parm
End-If
If Claim-Mode or Partition-Number > 0
Set RLK-Partition to true
Move Run-Lock-Stamp to RLK-Key-Run-Id
else
Set RLK-Exclusive to true
End-If
Move RLK-Key to Run-Lock-Own-Key
Write Run-Lock-Record
Evaluate true
When Run-Lock-File-OK
Set Run-Lock-Held to true
Perform Check-Other-Lock-Kind
When Run-Lock-File-Duplicate
Read Run-Lock-File
Invalid Key
Move Spaces to RLK-Owner-Run-Id
End-Read
Set Run-Lock-Conflict to true
When other
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'RUNLOCK' to MRQ-Insert(1)
Move 'WRITE' to MRQ-Insert(2)
Move 'lock record -- run refused' to MRQ-Insert(3)
Move Run-Lock-File-Status to MRQ-Insert(4)
Perform Issue-Message
Move Spaces to Run-Lock-Record
Set Run-Lock-Conflict to true
End-Evaluate
If Run-Lock-Conflict
Perform Refuse-Locked-Run
End-If
Close Run-Lock-File
End-Evaluate
.
Check-Other-Lock-Kind.
Move Run-Lock-Name to RLK-Lock-Name.
If Claim-Mode or Partition-Number > 0
Set RLK-Exclusive to true
Move Spaces to RLK-Key-Run-Id
Read Run-Lock-File
Invalid Key
Continue
Not Invalid Key
Set Run-Lock-Conflict to true
End-Read
else
Set RLK-Partition to true
Move Low-Values to RLK-Key-Run-Id
Start Run-Lock-File Key is Not Less Than RLK-Key
Invalid Key
Continue
Not Invalid Key
Read Run-Lock-File Next Record
At End
Continue
Not At End
If RLK-Lock-Name equal Run-Lock-Name and RLK-Partition
Set Run-Lock-Conflict to true
End-If
End-Read
End-Start
End-If.
*> Another run is in -- say whose, back out our own record, and end.
Refuse-Locked-Run.
Display "** Run lock on " Run-Lock-Name " is held by run "
RLK-Owner-Run-Id " **".
Display "** taken " RLK-Lock-Date " " RLK-Lock-Time
" PARM=" RLK-Run-Parm " **".
Display "** This run ends now -- no file has been touched **".
Display "** If that run was cancelled, break the lock with **".
Display "** PARM=UNLOCK=<run id> (job HWTHUNLK)             **".
Move Spaces to Message-Request
Move 'HWT0013E' to MRQ-Id
Move RLK-Owner-Run-Id to MRQ-Insert(1)
Perform Issue-Console-Message.
If Run-Lock-Held
Move Run-Lock-Own-Key to RLK-Key
Delete Run-Lock-File
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'RUNLOCK' to MRQ-Insert(1)
Move 'DELETE' to MRQ-Insert(2)
Move 'own lock record' to MRQ-Insert(3)
Move Run-Lock-File-Status to MRQ-Insert(4)
Perform Issue-Message
End-Delete
End-If.
Set Run-Lock-Refused to true.
Move 24 to Batch-Return-Code.
*> RUNLOCK is there but won't open: nothing says whether another run
*> is in, so this one doesn't start.
Refuse-Unopened-Run-Lock.
Move Spaces to Message-Request.
Move 'HWT0102E' to MRQ-Id.
Move 'RUNLOCK' to MRQ-Insert(1).
Move Run-Lock-File-Status to MRQ-Insert(2).
Perform Issue-Message.
Display "** This run ends now -- no file has been touched **".
Move Spaces to Message-Request.
Move 'HWT0013E' to MRQ-Id.
String 'unknown (RUNLOCK status ' Run-Lock-File-Status ')'
Delimited by size into MRQ-Insert(1)
End-String.
Perform Issue-Console-Message.
Set Run-Lock-Refused to true.
Move 24 to Batch-Return-Code.
Give-Back-Run-Lock.
Open I-O Run-Lock-File.
If Run-Lock-File-Opened
Move Run-Lock-Own-Key to RLK-Key
Delete Run-Lock-File
Invalid Key
Display "** RUNLOCK record already gone at end of run  **"
End-Delete
Close Run-Lock-File
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'RUNLOCK' to MRQ-Insert(1)
Move 'run lock file' to MRQ-Insert(2)
String 'break lock with PARM=UNLOCK=' Run-Identifier
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-If.
*> PARM=UNLOCK=<run id>: the controlled way out after a cancelled
*> run.  Only records owned by the named run are removed, so a typo
*> can't release a run that is genuinely still going; everything
*> else still on the file is listed for the operator.
Break-Run-Lock.
Move 0 to Unlock-Count.
Open I-O Run-Lock-File.
If not Run-Lock-File-Opened
Move Spaces to Message-Request
Move 'HWT0102E' to MRQ-Id
Move 'RUNLOCK' to MRQ-Insert(1)
Move Run-Lock-File-Status to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Batch-Return-Code
else
Move Low-Values to RLK-Key
Move 'N' to Run-Lock-Scan-Flag
Start Run-Lock-File Key is Not Less Than RLK-Key
Invalid Key
Set Run-Lock-Scan-Done to true
End-Start
Perform Break-One-Run-Lock until Run-Lock-Scan-Done
Close Run-Lock-File
If Unlock-Count = 0
Display "** No lock record for run " Unlock-Run-Id
" -- nothing removed **"
Move 4 to Batch-Return-Code
else
Move Spaces to Message-Request
Move 'HWT0014W' to MRQ-Id
Move Unlock-Run-Id to MRQ-Insert(1)
Perform Issue-Console-Message
Set request-successful to true
Move 0 to HWTH-Return-Code
End-If
End-If.
Break-One-Run-Lock.
Read Run-Lock-File Next Record
At End
Set Run-Lock-Scan-Done to true
End-Read.
If not Run-Lock-File-OK and not Run-Lock-File-At-End
Set Run-Lock-Scan-Done to true
End-If.
If not Run-Lock-Scan-Done
If RLK-Owner-Run-Id equal Unlock-Run-Id
Delete Run-Lock-File
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'RUNLOCK' to MRQ-Insert(1)
Move 'DELETE' to MRQ-Insert(2)
Move Run-Lock-File-Status to MRQ-Insert(4)
String 'lock record of run ' RLK-Owner-Run-Id
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Add 1 to Unlock-Count
Display "** Removed " RLK-Lock-Name " " RLK-Holder-Kind
" lock of run " RLK-Owner-Run-Id " taken "
RLK-Lock-Date " " RLK-Lock-Time " **"
End-Delete
else
Display "** Still held: " RLK-Lock-Name " " RLK-Holder-Kind
" run " RLK-Owner-Run-Id " taken "
RLK-Lock-Date " " RLK-Lock-Time " **"
End-If
End-If
.
Run-Connectivity-Check.
Move 8 to Batch-Return-Code.
Perform HTTP-Init-Connection.
Move Spaces to Http-Redirect-Location.
Move Spaces to airport-name.
Move 0 to Response-Ms.
Move 0 to Map-Missing-Count.
Move 0 to Map-Required-Missing.
Move Spaces to Map-Missing-Names.
Perform HTTP-Init-Request.
If HWTH-OK
Perform HTTP-Setup-Request
Display "** CERT " Current-Iata-Code
" airport name missing from reply **"
End-If.
If Map-Required-Missing = 0
Add 1 to Cert-Map-Ok
else
Set Cert-Probe-Failed to true
Display "** CERT " Current-Iata-Code " " Map-Required-Missing
" required mapped field(s) missing from reply **"
End-If.
If Map-Missing-Count > 0
Display "** CERT " Current-Iata-Code
" mapped fields not in reply: "
Function Trim(Map-Missing-Names) " **"
End-If.
Move 0 to Cert-Bad-Char-Count.
Inspect airport-name
Tallying Cert-Bad-Char-Count for all Low-Value.
Display "   HTTP 200 replies       : " Cert-Http-Ok.
Display "   JSON content           : " Cert-Json-Ok.
Display "   Airport name present   : " Cert-Name-Ok.
Display "   Mapped fields present  : " Cert-Map-Ok.
Display "   Encoding clean         : " Cert-Encoding-Ok.
Display "   Status vocabulary known: " Cert-Vocab-Ok.
Display "   Delay text parseable   : " Cert-Delay-Ok.
Move 8 to Batch-Return-Code.
Open I-O Airport-Master-File.
If not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'master file' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Prime-Journal-Seal
Open Extend Journal-File
If not Journal-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRJRNL' to MRQ-Insert(1)
Move 'master journal' to MRQ-Insert(2)
Perform Issue-Message
End-If
Perform Gather-Sparse-Masters
Display "** Sparse master records found: " Enrich-Count
End-If
Display "** Masters enriched: " Enrich-Filled-Count " **"
Close Journal-File
Perform Register-Chain-Seals
Close Airport-Master-File
End-If
.
to AM-Last-Update-Date
Rewrite Airport-Master-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Airmstr-File-Status to MRQ-Insert(4)
String 'enriched master record for ' Current-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Add 1 to Enrich-Filled-Count
Display "** Enriched " Current-Iata-Code " **"
Move Airport-Master-Record to JRN-After-Image
Move 'ENRICH' to JRN-User
Move Spaces to JRN-Approver
Perform Seal-Journal-Record
Write Journal-Record
End-If
.
Run-Watch-List.
Open I-O Airport-Master-File.
If not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'master file' to MRQ-Insert(2)
Perform Issue-Message
End-If
Perform Prime-Audit-Seal.
Open Extend Audit-File.
If not Audit-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDITLOG' to MRQ-Insert(1)
Move 'audit trail file' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open Extend Alert-File.
If not Alert-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ALERTOUT' to MRQ-Insert(1)
Move 'alert file' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open Extend Diag-File.
If not Diag-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'BODYDIAG' to MRQ-Insert(1)
Move 'diagnostic file' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open Extend Etl-File.
If not Etl-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ETLOUT' to MRQ-Insert(1)
Move 'ETL extract file' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open I-O History-File.
If not History-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRHIST' to MRQ-Insert(1)
Move 'history file' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open I-O Alert-Status-File.
If not Alert-Status-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'alert-status file' to MRQ-Insert(2)
Perform Issue-Message
End-If
Perform Prime-Journal-Seal.
Open Extend Journal-File.
If not Journal-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRJRNL' to MRQ-Insert(1)
Move 'master journal' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open Extend Uow-Marker-File.
If not Uow-Marker-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'UOWLOG' to MRQ-Insert(1)
Move 'completion markers' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open Extend Explain-File.
If not Explain-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'EXPLAIN' to MRQ-Insert(1)
Move 'alert decision file' to MRQ-Insert(2)
Move 'no explain records this run' to MRQ-Insert(3)
Perform Issue-Message
End-If
Open Output Dispatch-Feed-File.
If not Dispatch-Feed-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DSPTCHFD' to MRQ-Insert(1)
Move 'dispatch feed' to MRQ-Insert(2)
Perform Issue-Message
End-If
Open I-O Audit-Key-File.
If not Audit-Key-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AUDKSDS' to MRQ-Insert(1)
Move 'keyed audit mirror' to MRQ-Insert(2)
Move 'mirror off; AUDITLOG remains complete' to MRQ-Insert(3)
Perform Issue-Message
End-If
Open Extend Notify-File.
If not Notify-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'NOTIFOUT' to MRQ-Insert(1)
Move 'notification file' to MRQ-Insert(2)
Move 'no gateway text this run' to MRQ-Insert(3)
Perform Issue-Message
End-If
Open Input Contact-File
If Contact-File-OK
Set Contact-Usable to true
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CONTKSDS' to MRQ-Insert(1)
Move 'station contacts' to MRQ-Insert(2)
Move 'CRITICAL texts go out without contacts' to MRQ-Insert(3)
Perform Issue-Message
End-If
Open Input Runbook-File
If Runbook-File-OK
Set Runbook-Usable to true
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'RUNBOOK' to MRQ-Insert(1)
Move 'runbook file' to MRQ-Insert(2)
Move 'alerts go out without runbook references' to MRQ-Insert(3)
Perform Issue-Message
End-If
Open I-O Waiver-State-File
If Waiver-State-File-OK
Open Extend Waiver-Trigger-File
If Waiver-Trigger-File-OK
Set Waiver-Usable to true
else
Close Waiver-State-File
End-If
End-If
If not Waiver-Usable
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'WAIVKSDS/WAIVTRIG' to MRQ-Insert(1)
Move 'fare-waiver files' to MRQ-Insert(2)
Move 'no fare-waiver triggers this run' to MRQ-Insert(3)
Perform Issue-Message
End-If
Open I-O Flap-State-File
If Flap-State-File-OK
Set Flap-Usable to true
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'FLAPKSDS' to MRQ-Insert(1)
Move 'flap state file' to MRQ-Insert(2)
Move 'alerts open and close on first sight' to MRQ-Insert(3)
Perform Issue-Message
End-If
If Claim-Mode
Open I-O Claim-File
If Claim-File-OK
Set Claim-Queue-Usable to true
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CLAIMQ' to MRQ-Insert(1)
Move 'claim queue' to MRQ-Insert(2)
Move 'partition works the whole list unclaimed' to MRQ-Insert(3)
Perform Issue-Message
End-If
End-If
Open I-O Quota-File
If Quota-File-OK
Set Quota-Usable to true
Move Spaces to Quota-Notice-Table
Perform Load-Quota-Contracts
If not Storm-Mode
Perform Load-Storm-Codes
End-If
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'QUOTKSDS' to MRQ-Insert(1)
Move 'provider quota file' to MRQ-Insert(2)
Move 'quota not counted or enforced this run' to MRQ-Insert(3)
Perform Issue-Message
End-If
If Forecast-Mode-On
Open Extend Forecast-File
If not Forecast-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'FCSTOUT' to MRQ-Insert(1)
Move 'forecast file' to MRQ-Insert(2)
Perform Issue-Message
Move 'N' to Forecast-Mode-Flag
End-If
End-If
Perform Load-Provider-Routes
Perform Load-Threshold-Table
Perform Load-Ops-Hours
Perform Load-Zone-Table
Perform Load-Advisories
Perform Load-Roster
Perform Load-Metro-Groups
Perform Load-Corridors
Perform Load-Traffic-Weights
Perform Load-Provider-Maint-Windows
Perform Load-Itsm-Config
*> The maintenance-window test keys on today's day of week, and the
*> canary pass inside Attempt-Provider-Connect runs before the list
*> processing computes it -- so compute it here, up front.
Perform Compute-Today-Dow
Perform Load-Notify-Templates
Perform Load-Field-Rules
Perform Load-Cause-Dictionary
If Waiver-Usable
Perform Load-Waiver-Criteria
End-If
If Flap-Usable
Perform Load-Flap-Control
End-If
Perform Connect-Alert-Queue
If Batch-Mode
Perform Run-Fire-Drill
End-If
End-If
Perform Escalate-Unacknowledged-Alerts
If Itsm-Mode-On and not Replay-Mode
Perform Send-Itsm-Queue
End-If
Perform Write-Flood-Digest
Perform Write-Audit-Trailer
Perform Write-Etl-Trailer
Close History-File
Close Alert-Status-File
Close Journal-File
Perform Register-Chain-Seals
Close Uow-Marker-File
Close Dispatch-Feed-File
If Explain-File-OK
Close Explain-File
Display "** Alert decision explain records written: "
Explain-Records-Written " **"
End-If
If Audit-Key-File-OK
Close Audit-Key-File
End-If
If Notify-File-OK
Close Notify-File
End-If
If Contact-Usable
Close Contact-File
End-If
If Runbook-Usable
Close Runbook-File
End-If
If Waiver-Usable
Close Waiver-State-File
Close Waiver-Trigger-File
Display "** Fare waivers opened " Waiver-Open-Count
" closed " Waiver-Close-Count " **"
End-If
If Flap-Usable
Close Flap-State-File
Display "** Alerts held for persistence " Persist-Held-Count
" for flapping " Flap-Held-Count " **"
Display "** Flapping began " Flap-Start-Count
" ended " Flap-End-Count " **"
End-If
If Claim-Queue-Usable
Close Claim-File
End-If
If Forecast-Mode-On
Close Forecast-File
End-If
If Quota-Usable
Close Quota-File
If Quota-Shed-Count > 0 or Quota-Stopped-Count > 0
Display "** Provider quota: " Quota-Shed-Count
" lookup(s) shed past the warning level, "
Quota-Stopped-Count " stopped at the limit **"
End-If
End-If
If Quota-Calls-Stopped and Batch-Return-Code = 0
Move 2 to Batch-Return-Code
End-If
Perform Write-Provider-Stats
Perform Disconnect-Alert-Queue
.
Write Dispatch-Feed-Record
End-If
.
*> Picks each chain up where its file left off: the last record's
*> seal, or zeros for an empty file or one written before sealing.
Prime-Audit-Seal.
Move Zeros to Audit-Chain-Seal.
Move 'N' to Seal-Prime-EOF-Flag.
Open Input Audit-File.
If Audit-File-OK
Perform Read-Audit-Seal until Seal-Prime-EOF
Close Audit-File
End-If.
If Audit-Chain-Seal not numeric
Move Zeros to Audit-Chain-Seal
End-If.
Move Audit-Chain-Seal to Audit-Start-Seal.
Read-Audit-Seal.
Read Audit-File
At End
Set Seal-Prime-EOF to true
Not At End
Move AUD-Seal to Audit-Chain-Seal
End-Read.
If not Audit-File-OK and not Audit-File-At-End
Set Seal-Prime-EOF to true
End-If.
Prime-Journal-Seal.
Move Zeros to Journal-Chain-Seal.
Move 'N' to Seal-Prime-EOF-Flag.
Open Input Journal-File.
If Journal-File-OK
Perform Read-Journal-Seal until Seal-Prime-EOF
Close Journal-File
End-If.
If Journal-Chain-Seal not numeric
Move Zeros to Journal-Chain-Seal
End-If.
Move Journal-Chain-Seal to Journal-Start-Seal.
Read-Journal-Seal.
Read Journal-File
At End
Set Seal-Prime-EOF to true
Not At End
Move JRN-Seal to Journal-Chain-Seal
End-Read.
If not Journal-File-OK and not Journal-File-At-End
Set Seal-Prime-EOF to true
End-If.
*> Sealed just ahead of the Write; a file that failed to open
*> takes no seals, so the register is not told of records that
*> never reached it.
Seal-Audit-Record.
If Audit-File-OK
Move Audit-Chain-Seal to Seal-Previous
Move Audit-Record(1:407) to Seal-Content
Move 407 to Seal-Content-Length
Perform Compute-Chain-Seal
Move Seal-Value to AUD-Seal
Move Seal-Value to Audit-Chain-Seal
Add 1 to Audit-Records-Sealed
End-If.
Seal-Journal-Record.
If Journal-File-OK
Move Journal-Chain-Seal to Seal-Previous
Move Journal-Record(1:748) to Seal-Content
Move 748 to Seal-Content-Length
Perform Compute-Chain-Seal
Move Seal-Value to JRN-Seal
Move Seal-Value to Journal-Chain-Seal
Add 1 to Journal-Records-Sealed
End-If.
*> The seal is two running remainders over the content bytes, each
*> byte weighted by its position, started from the previous
*> record's seal (zeros ahead of a file's first sealed record).
Compute-Chain-Seal.
If Seal-Previous not numeric
Move Zeros to Seal-Previous
End-If.
Move Seal-Prev-H1 to Seal-Val-H1.
Move Seal-Prev-H2 to Seal-Val-H2.
Perform Seal-One-Byte
Varying Seal-Byte-Idx From 1 By 1
Until Seal-Byte-Idx > Seal-Content-Length.
Seal-One-Byte.
Compute Seal-Val-H1 = Function Mod(Seal-Val-H1 * 31
+ Function Ord(Seal-Content(Seal-Byte-Idx:1))
+ Seal-Byte-Idx, 4294967291).
Compute Seal-Val-H2 = Function Mod(Seal-Val-H2 * 37
+ Seal-Val-H1, 4294967279).
*> The seals reached so far go on the register as each file is
*> closed; an entry covers the records sealed since the last one,
*> so a run that closes the journal twice registers it twice.
Register-Chain-Seals.
If Audit-Records-Sealed > 0 or Journal-Records-Sealed > 0
Open Extend Seal-Register-File
If not Seal-Register-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SEALREG' to MRQ-Insert(1)
Move '-- final seals not' to MRQ-Insert(2)
Move 'registered; HWTHSEAL will flag the files' to MRQ-Insert(3)
Perform Issue-Message
else
If Audit-Records-Sealed > 0
Move Spaces to Seal-Register-Record
Move 'AUDITLOG' to SRG-File-Id
Move Audit-Records-Sealed to SRG-Records
Move Audit-Start-Seal to SRG-Start-Seal
Move Audit-Chain-Seal to SRG-Final-Seal
Perform Write-Seal-Register-Entry
Move Audit-Chain-Seal to Audit-Start-Seal
Move 0 to Audit-Records-Sealed
End-If
If Journal-Records-Sealed > 0
Move Spaces to Seal-Register-Record
Move 'AIRJRNL' to SRG-File-Id
Move Journal-Records-Sealed to SRG-Records
Move Journal-Start-Seal to SRG-Start-Seal
Move Journal-Chain-Seal to SRG-Final-Seal
Perform Write-Seal-Register-Entry
Move Journal-Chain-Seal to Journal-Start-Seal
Move 0 to Journal-Records-Sealed
End-If
Close Seal-Register-File
End-If
End-If.
Write-Seal-Register-Entry.
Set SRG-Kind-Append to true.
Move 'HWTHXCB1' to SRG-Program.
Move Run-Identifier to SRG-Run-Id.
Move Function Current-Date(1:8) to SRG-Write-Date.
Move Function Current-Date(9:6) to SRG-Write-Time.
Write Seal-Register-Record.
Write-Audit-Trailer.
If Audit-File-OK
Move Spaces to Trailer-Record
Move Run-Identifier to TRL-Run-Id
Move Audit-Records-Written to TRL-Record-Count
Move Audit-Delay-Min-Total to TRL-Delay-Minutes-Total
Move Trailer-Record to Audit-Record
Perform Seal-Audit-Record
Write Audit-Record
End-If
.
Write-Etl-Trailer.
*> stop paging individually, and the end-of-run digest names them.
Emit-Alert-Record.
Add 1 to Run-Alerts-Raised.
If ALR-Iata-Code equal Current-Iata-Code
Perform Note-Explain-Alert
End-If.
If Alert-Flood-Limit > 0
and Run-Alerts-Raised > Alert-Flood-Limit
and ALR-Alert-Tier not equal 'CRITICAL'
If ALR-Iata-Code equal Current-Iata-Code
Move 'FLOOD' to EXW-Suppressed-By
Move 'held for the end-of-run flood digest'
to EXW-Suppress-Text
End-If
Add 1 to Flood-Suppressed-Count
If Flood-Digest-Count < 50
Add 1 to Flood-Digest-Count
Move Spaces to ALR-Alternate-3
Move Flood-Suppressed-Count to ALR-Delay-Minutes
Move 'N' to ALR-Explained-Flag
Move 0 to ALR-Runways-Open
Move 0 to ALR-Runways-Normal
Move Spaces to ALR-Runways-Out
Move Spaces to ALR-Flight-Category
Move Flood-Name-Text to ALR-Advisory-Text
Move 'PRIMARY' to ALR-Assigned-Desk
Perform Compute-Utc-Timestamp
End-If
.
Put-Alert-To-Queue.
Perform Find-Alert-Runbook.
Perform Compose-Notification.
If MQ-Connected
Move Spaces to MQ-Message-Buffer
Move Alert-Record to MQ-Message-Buffer
Move Spaces to Mq-Runbook-Extension
If Runbook-Entry-Found
Move RBK-Procedure-Id to MQR-Procedure-Id
Move RBK-Call-Who to MQR-Call-Who
End-If
Move Mq-Runbook-Extension to MQ-Message-Buffer
(Function Length(Alert-Record) + 1:
Function Length(Mq-Runbook-Extension))
Compute MQ-Buffer-Length =
Function Length(Alert-Record)
+ Function Length(Mq-Runbook-Extension)
Call "MQPUT1" using
MQ-Hconn
MQ-Object-Desc
Display "** MQPUT1 failed (reason " MQ-Reason
") -- ALERTOUT record stands as the alert **"
Move 'N' to MQ-Connected-Flag
else
If ALR-Iata-Code equal Current-Iata-Code
Move 'Y' to EXW-Mq-Put
End-If
End-If
End-If
.
Move Spaces to ALR-Alternate-3.
Move 0 to ALR-Delay-Minutes.
Move 'N' to ALR-Explained-Flag.
Move 0 to ALR-Runways-Open.
Move 0 to ALR-Runways-Normal.
Move Spaces to ALR-Runways-Out.
Move Spaces to ALR-Flight-Category.
Move Spaces to ALR-Advisory-Text.
Move 'PRIMARY' to ALR-Assigned-Desk.
Perform Compute-Utc-Timestamp.
(Drill-End-Cs + 8640000 - Drill-Start-Cs) * 10
End-If.
Perform Write-Drill-Record.
Move Spaces to Message-Request
Move 'HWT0012I' to MRQ-Id
Move Drill-Elapsed-Ms to MRQ-Insert(1)
Perform Issue-Console-Message.
Write-Drill-Record.
Open Extend Drill-File.
If Drill-File-OK
Write Drill-Record
Close Drill-File
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'DRILLLOG' to MRQ-Insert(1)
Move 'drill log' to MRQ-Insert(2)
Move 'drill outcome on SYSOUT only' to MRQ-Insert(3)
Perform Issue-Message
End-If
.
Load-Field-Rules.
Close Field-Rule-File
End-If
.
Load-Cause-Dictionary.
Open Input Cause-Dict-File.
If Cause-Dict-File-OK
Perform Read-Cause-Dict-Record until Cause-Dict-EOF
Close Cause-Dict-File
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAUSEDCT' to MRQ-Insert(1)
Move 'delay cause dictionary' to MRQ-Insert(2)
Move 'delays file as OTH' to MRQ-Insert(3)
Perform Issue-Message
End-If
.
Read-Cause-Dict-Record.
Read Cause-Dict-File
At End
Set Cause-Dict-EOF to true
End-Read
If not Cause-Dict-File-OK and not Cause-Dict-File-At-End
Set Cause-Dict-EOF to true
End-If.
If not Cause-Dict-EOF
Evaluate true
When not CSD-Cause-Valid or CSD-Match-Text equal Spaces
Display "** CAUSEDCT entry " CSD-Cause-Code " "
Function Trim(CSD-Match-Text) " is not usable -- ignored **"
When Cause-Dict-Count >= 200
Display "** CAUSEDCT exceeds the 200-entry table --"
" remainder ignored **"
Set Cause-Dict-EOF to true
When other
Add 1 to Cause-Dict-Count
Move CSD-Cause-Code to CDT-Cause-Code(Cause-Dict-Count)
Move Function Upper-Case(Function Trim(CSD-Match-Text))
to CDT-Match-Text(Cause-Dict-Count)
Move Function Length(Function Trim(CSD-Match-Text))
to CDT-Match-Len(Cause-Dict-Count)
End-Evaluate
End-If
.
*> Only a delayed airport has a cause; the provider's reason on an
*> on-time airport is boilerplate ("No known delays") and files as
*> spaces.
Classify-Delay-Cause.
Move Spaces to Delay-Cause-Code.
If airport-delay-true and airport-status-reason not equal Spaces
Move Function Upper-Case(airport-status-reason)
to Cause-Reason-Ucase
Move 1 to Cause-Dict-Idx
Perform Match-One-Cause-Entry
until Cause-Dict-Idx > Cause-Dict-Count
or Delay-Cause-Code not equal Spaces
If Delay-Cause-Code equal Spaces
Move 'OTH' to Delay-Cause-Code
Perform Write-Cause-Unknown-Record
End-If
End-If
.
Match-One-Cause-Entry.
Move 0 to Cause-Match-Tally.
Inspect Cause-Reason-Ucase Tallying Cause-Match-Tally
For All CDT-Match-Text(Cause-Dict-Idx)
(1:CDT-Match-Len(Cause-Dict-Idx)).
If Cause-Match-Tally > 0
Move CDT-Cause-Code(Cause-Dict-Idx) to Delay-Cause-Code
else
Add 1 to Cause-Dict-Idx
End-If
.
Write-Cause-Unknown-Record.
Open Extend Cause-Unknown-File.
If Cause-Unknown-File-OK
Move Spaces to Cause-Unknown-Record
Move Run-Identifier to CSU-Run-Id
Move Function Current-Date(1:8) to CSU-Run-Date
Move Function Current-Date(9:6) to CSU-Run-Time
Move Current-Iata-Code to CSU-Iata-Code
Move airport-status-reason to CSU-Reason-Text
Write Cause-Unknown-Record
Close Cause-Unknown-File
Add 1 to Cause-Unknown-Count
End-If.
Display "** Delay reason for " Current-Iata-Code
" not in CAUSEDCT: " Function Trim(airport-status-reason)
" -- filed as OTH **".
Read-Field-Rule-Record.
Read Field-Rule-File
At End
Close Quarantine-File
Add 1 to Quarantine-Count
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'QUARFILE' to MRQ-Insert(1)
Move 'quarantine file' to MRQ-Insert(2)
Move 'reject stands on the audit record alone' to MRQ-Insert(3)
Perform Issue-Message
End-If
.
Load-Notify-Templates.
Move 1 to Ntf-In-Pos
Perform Scan-One-Template-Byte
until Ntf-In-Pos > 160
If ALR-Alert-Tier equal 'CRITICAL' and Contact-Usable
Perform Append-Station-Contact
End-If
If Runbook-Entry-Found
Perform Append-Runbook-Reference
End-If
Write Notify-Record from Notify-Line
Add 1 to Notifications-Written
If ALR-Iata-Code equal Current-Iata-Code
Move 'Y' to EXW-Notified
End-If
End-If
End-If
.
Add Ntf-Paste-Len to Ntf-Out-Pos
End-If.
Move Spaces to Ntf-Paste-Text.
*> Whoever is paged for a CRITICAL gets the station's numbers on the
*> same text, after the composed sentence; what does not fit in the
*> line is cut, the numbers coming first so they survive.  A code
*> with no CONTKSDS entry (or a group alert) sends the text as is.
Append-Station-Contact.
Move ALR-Iata-Code to CON-Iata-Code.
Read Contact-File
Invalid Key
Continue
Not Invalid Key
Perform Paste-Contact-Text
End-Read.
Paste-Contact-Text.
Move Spaces to Ntf-Contact-Text.
String ' STATION DUTY ' Delimited by Size
CON-Duty-Phone Delimited by '  '
' 24H ' Delimited by Size
CON-24Hr-Phone Delimited by '  '
' MGR ' Delimited by Size
CON-Station-Manager Delimited by '  '
' AGENT ' Delimited by Size
CON-Handling-Agent Delimited by '  '
Into Ntf-Contact-Text
End-String.
Compute Ntf-Line-End = Function Length(
Function Trim(Notify-Line Trailing)).
Compute Ntf-Contact-Len = Function Length(
Function Trim(Ntf-Contact-Text Trailing)).
If Ntf-Line-End + Ntf-Contact-Len > 200
Compute Ntf-Contact-Len = 200 - Ntf-Line-End
End-If.
If Ntf-Contact-Len > 0
Move Ntf-Contact-Text(1:Ntf-Contact-Len)
to Notify-Line(Ntf-Line-End + 1:Ntf-Contact-Len)
End-If.
*> The runbook for the alert in Alert-Record: the entry for its
*> reason and tier, else the reason's ANY entry.
Find-Alert-Runbook.
Move 'N' to Runbook-Found-Flag.
If Runbook-Usable
Move ALR-Alert-Reason to RBK-Alert-Reason
Move ALR-Alert-Tier to RBK-Alert-Tier
Read Runbook-File
Invalid Key
Move ALR-Alert-Reason to RBK-Alert-Reason
Move 'ANY' to RBK-Alert-Tier
Read Runbook-File
Invalid Key
Continue
Not Invalid Key
Set Runbook-Entry-Found to true
End-Read
Not Invalid Key
Set Runbook-Entry-Found to true
End-Read
End-If.
*> The procedure ID and who to call go on the end of the text, cut
*> like the station contacts when the line is full.
Append-Runbook-Reference.
Move Spaces to Ntf-Contact-Text.
String ' RUNBOOK ' Delimited by Size
RBK-Procedure-Id Delimited by Space
' CALL ' Delimited by Size
RBK-Call-Who Delimited by '  '
Into Ntf-Contact-Text
End-String.
Compute Ntf-Line-End = Function Length(
Function Trim(Notify-Line Trailing)).
Compute Ntf-Contact-Len = Function Length(
Function Trim(Ntf-Contact-Text Trailing)).
If Ntf-Line-End + Ntf-Contact-Len > 200
Compute Ntf-Contact-Len = 200 - Ntf-Line-End
End-If.
If Ntf-Contact-Len > 0
Move Ntf-Contact-Text(1:Ntf-Contact-Len)
to Notify-Line(Ntf-Line-End + 1:Ntf-Contact-Len)
End-If.
*> RADPLAN: the radius selection listed and filed to RADSET, nothing
*> worked and nothing else written -- the selection can be looked
*> over, then worked with PARM=RADSET.
Run-Radius-Plan.
Open Input Airport-Master-File.
If not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'master file' to MRQ-Insert(2)
Move 'no radius selection' to MRQ-Insert(3)
Perform Issue-Message
Move 4 to Batch-Return-Code
else
Perform Load-Radius-List
Close Airport-Master-File
If Radius-Point-Count > 0
Set request-successful to true
Move 0 to HWTH-Return-Code
End-If
End-If
.
Run-Plan-Mode.
Perform Load-Dow-Schedule.
Perform Load-Hold-List.
Perform Load-Watch-Table.
Open Output Plan-Out-File.
If not Plan-Out-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PLANOUT' to MRQ-Insert(1)
Move 'plan file' to MRQ-Insert(2)
Move 'plan prints only' to MRQ-Insert(3)
Perform Issue-Message
End-If.
*> Read-only, for the suppression flags -- the plan must skip what
*> the real run would skip.
Open Input Airport-Master-File.
If not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'master file' to MRQ-Insert(2)
Move 'plan cannot see suppressed codes' to MRQ-Insert(3)
Perform Issue-Message
End-If.
*> Read-only as well, for adaptive polling's settled airports and
*> when each falls due.
If Poll-Yellow-Mins > 0 or Poll-Green-Mins > 0
Open Input Flap-State-File
If Flap-State-File-OK
Set Flap-Usable to true
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'FLAPKSDS' to MRQ-Insert(1)
Move 'flap state file' to MRQ-Insert(2)
Move 'plan shows every scheduled airport due now' to MRQ-Insert(3)
Perform Issue-Message
End-If
End-If.
If Watch-Count = 0
Display "** AIRLIST watch-list is empty or unreadable  **"
If Airmstr-File-OK
Close Airport-Master-File
End-If
If Flap-Usable
Close Flap-State-File
End-If
.
Plan-One-List-Entry.
Move WTB-Iata-Code(Watch-Idx) to Current-Iata-Code.
Move Spaces to PLN-Next-Due.
Perform Check-Airport-Held.
Move 'N' to Airport-Suppressed-Flag.
If Airmstr-File-OK and not Airport-Held-Today
Display "   PROCESS " Current-Iata-Code
" priority " WTB-Priority(Watch-Idx)
" group " WTB-Group-Tag(Watch-Idx)
" due now"
Move 'PROCESS' to PLN-Disposition
Move Spaces to PLN-Skip-Code
Move Run-Identifier(1:12) to PLN-Next-Due
else
Add 1 to Plan-Skip-Count
If Airport-Poll-Not-Due
Display "   SKIP    " Current-Iata-Code
" settled, next due " Poll-Next-Due
Move 'SKIP' to PLN-Disposition
Move 'PD' to PLN-Skip-Code
Move Poll-Next-Due to PLN-Next-Due
else
Display "   SKIP    " Current-Iata-Code
" not scheduled today"
Move 'SKIP' to PLN-Disposition
Move 'NS' to PLN-Skip-Code
End-If
End-If
End-If
End-If.
If Plan-Out-File-OK
Move Today-Date-Char to PLN-Plan-Date
Display "** Provider throttling (429) hit "
Run-Resp-429-Count " time(s) this run **"
End-If
If Cause-Unknown-Count > 0
Display "** " Cause-Unknown-Count " delay reason(s) not in"
" CAUSEDCT -- see CAUSEUNK **"
End-If
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CTLTOTS' to MRQ-Insert(1)
Move 'control-totals file' to MRQ-Insert(2)
Perform Issue-Message
End-If.
Perform Cut-Smf-Accounting-Record.
*> The same counters CTLTOTS carries, cut as a user SMF record so
and Fallback-Host not equal Spaces
Perform Establish-Secondary-Connection
End-If
If Metar-Mode-On and not Replay-Mode
Perform Establish-Metar-Connection
End-If
If Batch-Mode
Perform Run-Canary-Checks
End-If
Move 20 to Batch-Return-Code
Display "** DATA-QUALITY BREAKER: every canary failed   **"
Display "** -- aborting before the main list starts     **"
Move Spaces to Message-Request
Move 'HWT0006E' to MRQ-Id
Perform Issue-Console-Message
else
If Batch-Mode
Perform Process-Airport-List
Perform Process-One-Icao-Airport
else
Move parm-string(1:3) to Current-Iata-Code
Move 'GENERAL' to Current-Group-Tag
Move '1' to Quota-Entry-Priority
Perform Resolve-Serving-Provider
Perform Check-Serving-Quota
If Quota-Call-Refused
Perform Write-Quota-Skip-Audit-Record
else
Perform Process-One-Airport
End-If
End-If
End-If
End-If
Perform HTTP-Disconnect
Perform Teardown-Secondary-Connection
Perform Teardown-Metar-Connection
End-If
End-If
Perform HTTP-Terminate-Connection
Process-Replay-List.
Open Input Capture-In-File.
If not Capture-In-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'CAPTIN' to MRQ-Insert(1)
Move 'captured bodies' to MRQ-Insert(2)
Perform Issue-Message
Move 8 to Batch-Return-Code
else
Perform Read-Next-Captured-Body
Move CAP-Iata-Code to Current-Iata-Code.
Add 1 to Run-Airports-Attempted.
Perform Count-Group-Attempt.
Perform Clear-Explain-Work.
Set json-response-false to true.
Move Spaces to Api-Error-Message.
Move 0 to Response-Ms.
Move Spaces to Alternate-Code-1.
Move Spaces to Alternate-Code-2.
Move Spaces to Alternate-Code-3.
Perform Clear-Metar-Readings.
Perform Read-Airport-Master.
Perform Load-Flap-State.
Perform Replay-Parse-Body.
If json-response-true
Move 200 to http-resp-code
Set request-successful to true
Perform Note-Run-Status
Perform Write-Dispatch-Feed-Record
Perform Note-Flap-Status
Perform Check-Delay-Alert
Perform Note-Run-Alert-Tier
Perform Settle-Flap-Runs
If Status-Code-Green and not Possibly-Stale
and not Green-Close-Held
and (Flap-Close-Runs < 2
or Flap-Clear-Now not less Flap-Close-Runs)
Perform Close-Airport-Alerts
End-If
If Waiver-Usable
Perform Check-Fare-Waiver
End-If
Perform Write-History-Record
If Master-Record-Not-Found
Perform Write-Airport-Master
" did not parse **"
Add 1 to Run-Airports-Failed
End-If.
Perform Store-Flap-State.
Perform Write-Explain-Record.
Perform Read-Next-Captured-Body.
*> Hand the captured body to HWTHBDYX exactly as the enabler would:
*> same user-data block, body address/length off the CAPTIN record.
Move Jparser-Workarea-Size to Jparser-Workarea-Max
of body-udata.
Move 'N' to Capture-Mode-Byte.
Move 'N' to Trace-Mode-Byte.
If CAP-Provider equal Space
Move 'P' to Capture-Provider-Byte
else
Move CAP-Provider to Capture-Provider-Byte
End-If.
Set cap-iata-ptr to address of Current-Iata-Code.
Set Replay-Body-Ptr to address of CAP-Body.
Move CAP-Body-Len to Replay-Body-Len.
Move Saved-Provider-Path to Provider-Path.
Move 0 to HWTH-Return-Code.
Connect-Secondary.
Move Function Current-Date(9:8) to Conn-Start-Stamp.
Move 1 to Connect-Retry-Count.
Perform Attempt-Secondary-Connect.
Perform Attempt-Secondary-Connect
until HWTH-OK or Connect-Retry-Count > Max-Retry-Attempts.
Move 2 to Conn-Timing-Idx.
Perform Note-Connect-Timing.
If HWTH-OK
Set Secondary-Conn-Established to true
else
Move 'N' to Secondary-Conn-Flag
End-If
.
*> The METAR endpoint lives on another host, so it gets a connection
*> of its own for the run, set up through the same option list as
*> the provider's.  Down means the run carries on without METAR.
Establish-Metar-Connection.
Move 'N' to Metar-Conn-Flag.
Move Provider-Scheme to Saved-Provider-Scheme.
Move Provider-Host to Saved-Provider-Host.
Move Provider-Port to Saved-Provider-Port.
Move Metar-Scheme to Provider-Scheme.
Move Metar-Host to Provider-Host.
Move Metar-Port to Provider-Port.
Set HWTH-HANDLETYPE-CONNECTION to true.
Call "HWTHINIT" using
HWTH-RETURN-CODE
HWTH-HANDLETYPE
Metar-Conn-Handle
HWTH-DIAG-AREA.
If HWTH-OK
Move Metar-Conn-Handle to Setup-Conn-Handle
Perform HTTP-Setup-Connection
If HWTH-OK
Perform Connect-Metar
End-If
End-If.
If Metar-Conn-Established
Display "** METAR connection held open for the run     **"
else
Display "** METAR connection unavailable -- no flight "
"categories this run **"
End-If.
Move Saved-Provider-Scheme to Provider-Scheme.
Move Saved-Provider-Host to Provider-Host.
Move Saved-Provider-Port to Provider-Port.
Move 0 to HWTH-Return-Code.
Connect-Metar.
Move Function Current-Date(9:8) to Conn-Start-Stamp.
Move 1 to Connect-Retry-Count.
Perform Attempt-Metar-Connect.
Perform Attempt-Metar-Connect
until HWTH-OK or Connect-Retry-Count > Max-Retry-Attempts.
Move 3 to Conn-Timing-Idx.
Perform Note-Connect-Timing.
If HWTH-OK
Set Metar-Conn-Established to true
else
Call "DSPHDIAG" using
HWTH-RETURN-CODE
HWTH-DIAG-AREA
End-If
.
Attempt-Metar-Connect.
If Connect-Retry-Count > 1
Perform Retry-Delay
End-If
Call "HWTHCONN" using
HWTH-RETURN-CODE
Metar-Conn-Handle
HWTH-DIAG-AREA
Add 1 to Connect-Retry-Count
.
Teardown-Metar-Connection.
If Metar-Conn-Established
Call "HWTHDISC" using
HWTH-RETURN-CODE
Metar-Conn-Handle
HWTH-DIAG-AREA
Set HWTH-NOFORCE to true
Call "HWTHTERM" using
HWTH-RETURN-CODE
Metar-Conn-Handle
HWTH-FORCETYPE
HWTH-DIAG-AREA
Move 'N' to Metar-Conn-Flag
End-If
.
*> The ITSM's connection, made only when the outbox has something
*> to send, and dropped as soon as it is sent.
Establish-Itsm-Connection.
Move 'N' to Itsm-Conn-Flag.
Move Provider-Scheme to Saved-Provider-Scheme.
Move Provider-Host to Saved-Provider-Host.
Move Provider-Port to Saved-Provider-Port.
Move Itsm-Scheme to Provider-Scheme.
Move Itsm-Host to Provider-Host.
Move Itsm-Port to Provider-Port.
Set HWTH-HANDLETYPE-CONNECTION to true.
Call "HWTHINIT" using
HWTH-RETURN-CODE
HWTH-HANDLETYPE
Itsm-Conn-Handle
HWTH-DIAG-AREA.
If HWTH-OK
Move Itsm-Conn-Handle to Setup-Conn-Handle
Perform HTTP-Setup-Connection
If HWTH-OK
Perform Connect-Itsm
End-If
End-If.
If not Itsm-Conn-Established
Display "** ITSM connection unavailable -- ticket "
"requests stay queued for the next run **"
End-If.
Move Saved-Provider-Scheme to Provider-Scheme.
Move Saved-Provider-Host to Provider-Host.
Move Saved-Provider-Port to Provider-Port.
Move 0 to HWTH-Return-Code.
Connect-Itsm.
Move 1 to Connect-Retry-Count.
Perform Attempt-Itsm-Connect.
Perform Attempt-Itsm-Connect
until HWTH-OK or Connect-Retry-Count > Max-Retry-Attempts.
If HWTH-OK
Set Itsm-Conn-Established to true
else
Call "DSPHDIAG" using
HWTH-RETURN-CODE
HWTH-DIAG-AREA
End-If
.
Attempt-Itsm-Connect.
If Connect-Retry-Count > 1
Perform Retry-Delay
End-If
Call "HWTHCONN" using
HWTH-RETURN-CODE
Itsm-Conn-Handle
HWTH-DIAG-AREA
Add 1 to Connect-Retry-Count
.
Teardown-Itsm-Connection.
If Itsm-Conn-Established
Call "HWTHDISC" using
HWTH-RETURN-CODE
Itsm-Conn-Handle
HWTH-DIAG-AREA
Set HWTH-NOFORCE to true
Call "HWTHTERM" using
HWTH-RETURN-CODE
Itsm-Conn-Handle
HWTH-FORCETYPE
HWTH-DIAG-AREA
Move 'N' to Itsm-Conn-Flag
End-If
.
Swap-To-Fallback-Provider.
Add 1 to Fallback-Activations.
Move 2 to Serving-Provider-Idx.
Move Fallback-Scheme to Provider-Scheme.
Move Fallback-Host to Provider-Host.
Move Fallback-Port to Provider-Port.
Move Fallback-Path to Provider-Path.
Move Zeros to Conn-Handle.
*> Keyed browse down the name alternate index: position at the
*> search text and read forward while the leading characters still
*> match.  A name-prefix browse, where the old full-file scan matched
*> a substring anywhere in name/state/country -- the trade the AIX
*> buys us, and the search the desk actually runs ("SAN FRAN...").
Reverse-Lookup-By-Name.
Compute Reverse-Search-Len =
Function Length(Function Trim(Reverse-Search-Text)).
Move 0 to Reverse-Match-Count.
If Reverse-Search-Len = 0
Display "** No search text supplied for reverse lookup **"
Move 4 to Batch-Return-Code
else
Display "** Airports with names starting: " Reverse-Search-Text
Move Reverse-Search-Text to AM-Airport-Name
Start Airport-Master-File
Key is Not Less Than AM-Airport-Name
Invalid Key
Display "** No AIRMSTR record at or past that name     **"
Not Invalid Key
Perform Browse-Master-By-Name until Airmstr-File-At-End
End-Start
If Reverse-Match-Count = 0
Display "** No airport names matched                   **"
Move 16 to Batch-Return-Code
else
Set request-successful to true
Move 0 to HWTH-Return-Code
End-If
End-If.
Browse-Master-By-Name.
Read Airport-Master-File Next Record
At End
Set Airmstr-File-At-End to true
End-Read
If not Airmstr-File-At-End
If AM-Airport-Name(1:Reverse-Search-Len)
equal Reverse-Search-Text(1:Reverse-Search-Len)
Add 1 to Reverse-Match-Count
Display "   " AM-Iata-Code " " AM-Airport-Name
else
Set Airmstr-File-At-End to true
End-If
End-If.
Country-Scan-By-Key.
Compute Reverse-Search-Len =
Function Length(Function Trim(Reverse-Search-Text)).
Move 0 to Reverse-Match-Count.
If Reverse-Search-Len = 0
Display "** No country supplied for the country scan   **"
Move 4 to Batch-Return-Code
else
Display "** Airports in country: " Reverse-Search-Text
Move Reverse-Search-Text to AM-Airport-Country
Start Airport-Master-File
When Window-Cut
Display "** Batch window cutoff reached -- " Watch-Idx
" of " Watch-Count " entries worked **"
Move Spaces to Message-Request
Move 'HWT0003I' to MRQ-Id
Move Watch-Idx to MRQ-Insert(1)
Move Watch-Count to MRQ-Insert(2)
Perform Issue-Console-Message
If Batch-Return-Code = 0
Move 2 to Batch-Return-Code
End-If
When Operator-Stop
Display "** Operator STOP honored -- " Watch-Idx
" of " Watch-Count " entries worked **"
Move Spaces to Message-Request
Move 'HWT0005I' to MRQ-Id
Move Watch-Idx to MRQ-Insert(1)
Move Watch-Count to MRQ-Insert(2)
Perform Issue-Console-Message
When other
Perform Clear-Checkpoint
End-Evaluate
" code(s), " Claims-Lost-Count
" already owned elsewhere **"
End-If
If Poll-Skip-Count > 0
Display "** Adaptive polling: " Poll-Skip-Count
" settled airport(s) not yet due **"
End-If
If Repoll-Mode-On and not Window-Cut
and not Operator-Stop
Perform Repoll-Worst-Airports
If not Operator-Stop
Move Repoll-Code(Repoll-Idx) to Current-Iata-Code
Move 'GENERAL' to Current-Group-Tag
Move Spaces to Quota-Entry-Priority
Perform Resolve-Serving-Provider
Perform Check-Serving-Quota
If Quota-Call-Refused
Perform Write-Quota-Skip-Audit-Record
else
Perform Process-One-Airport
Add 1 to Repoll-Done-Count
Perform Rate-Limit-Delay
End-If
Perform Check-Window-Cutoff
End-If
.
Write Regional-Event-Record
Display "** REGIONAL EVENT " REV-Event-Seq ": "
REV-Member-Count " Red/Closed airports clustered **"
Move Spaces to Message-Request
Move 'HWT0009E' to MRQ-Id
Move REV-Member-Count to MRQ-Insert(1)
Perform Issue-Console-Message
End-If
.
Collect-One-Event-Member.
Display "** DIVERT GROUP " Group-Under-Test " ("
Function Trim(Group-Name-Text)
") -- every member degraded this run **".
Move Spaces to Message-Request
Move 'HWT0010E' to MRQ-Id
Move Group-Under-Test to MRQ-Insert(1)
Perform Issue-Console-Message.
Move Group-Under-Test to Current-Iata-Code.
Move Run-Identifier to ALR-Run-Id.
Move Function Current-Date(1:8) to ALR-Run-Date.
Move Spaces to ALR-Alternate-3.
Move 0 to ALR-Delay-Minutes.
Move 'N' to ALR-Explained-Flag.
Move 0 to ALR-Runways-Open.
Move 0 to ALR-Runways-Normal.
Move Spaces to ALR-Runways-Out.
Move Spaces to ALR-Flight-Category.
Move Spaces to ALR-Advisory-Text.
Move 'PRIMARY' to ALR-Assigned-Desk.
Perform Compute-Utc-Timestamp.
to AUD-Api-Error-Msg.
Move Current-Group-Tag to AUD-Group-Tag.
Move Active-Config-Version to AUD-Config-Version.
Move 0 to AUD-Runway-Count.
Add 1 to Audit-Records-Written.
Perform Seal-Audit-Record.
Write Audit-Record.
Perform Mirror-Audit-Record.
*> A watch-list entry's lookup, once holds, schedule and the
*> maintenance window have let it through: the serving provider's
*> quota has the last word.
Lookup-Within-Quota.
Move WTB-Priority(Watch-Idx) to Quota-Entry-Priority.
Perform Check-Serving-Quota.
If Quota-Call-Refused
Perform Write-Quota-Skip-Audit-Record
else
Perform Process-One-Airport
If http-resp-code equal 200
Perform Write-Checkpoint
End-If
Perform Rate-Limit-Delay
Perform Count-Heartbeat
End-If.
*> The provider Resolve-Serving-Provider picked for this code.
Check-Serving-Quota.
If Maint-Check-Provider equal 'S'
Move 2 to Quota-Role-Idx
else
Move 1 to Quota-Role-Idx
End-If.
Perform Check-Provider-Quota.
*> Judge the allowance of the role in Quota-Role-Idx for the entry
*> being worked: used up refuses every call; past the warning share
*> refuses all but the exempt entries.  Either level is announced
*> on the console the first time the run meets it for the role.
Check-Provider-Quota.
Move 'N' to Quota-Refused-Flag.
Perform Read-Provider-Quota.
Evaluate true
When Quota-Level-Exhausted
Set Quota-Call-Refused to true
If Quota-Role-Idx not equal 3
Set Quota-Calls-Stopped to true
End-If
If QNT-Stop-Sent(Quota-Role-Idx) not equal 'Y'
Move 'Y' to QNT-Stop-Sent(Quota-Role-Idx)
Display "** Provider " Function Trim(PST-Role(Quota-Role-Idx))
" request quota used up -- no more calls to it **"
Move Spaces to Message-Request
Move 'HWT0016E' to MRQ-Id
Move PST-Role(Quota-Role-Idx) to MRQ-Insert(1)
Perform Issue-Console-Message
End-If
When Quota-Level-Warning
If QNT-Warn-Sent(Quota-Role-Idx) not equal 'Y'
Move 'Y' to QNT-Warn-Sent(Quota-Role-Idx)
Display "** Provider " Function Trim(PST-Role(Quota-Role-Idx))
" request quota past its warning level -- "
"priority-1 and storm-list airports only **"
Move Spaces to Message-Request
Move 'HWT0015W' to MRQ-Id
Move PST-Role(Quota-Role-Idx) to MRQ-Insert(1)
Move Quota-Daily-Left to MRQ-Insert(2)
Move Quota-Month-Left to MRQ-Insert(3)
Perform Issue-Console-Message
End-If
Perform Judge-Quota-Exempt
If not Quota-Entry-Exempt
Set Quota-Call-Refused to true
End-If
When other
Continue
End-Evaluate.
*> Fresh read every time -- the region may have spent since.  No
*> record for the role leaves the level at none.
Read-Provider-Quota.
Move Spaces to Quota-Level-Flag.
Move 9999999 to Quota-Daily-Left.
Move 999999999 to Quota-Month-Left.
If Quota-Usable
Move PST-Role(Quota-Role-Idx) to QUO-Provider-Role
Read Quota-File
Invalid Key
Continue
Not Invalid Key
Perform Roll-Quota-Period
Perform Judge-Quota-Record
End-Read
End-If.
*> Counts stamped with an earlier day (or month) are that period's,
*> not this one's.
Roll-Quota-Period.
Move Function Current-Date(1:8) to Quota-Today.
If QUO-Usage-Date not equal Quota-Today
or QUO-Daily-Used not numeric
or QUO-Online-Used not numeric
Move Quota-Today to QUO-Usage-Date
Move 0 to QUO-Daily-Used
Move 0 to QUO-Online-Used
End-If.
If QUO-Usage-Month not equal Quota-Today(1:6)
or QUO-Monthly-Used not numeric
Move Quota-Today(1:6) to QUO-Usage-Month
Move 0 to QUO-Monthly-Used
End-If.
Judge-Quota-Record.
If QUO-Warn-Pct is numeric and QUO-Warn-Pct > 0
Move QUO-Warn-Pct to Quota-Warn-Pct
else
Move 80 to Quota-Warn-Pct
End-If.
If QUO-Daily-Quota is numeric and QUO-Daily-Quota > 0
If not Quota-Level-Exhausted and not Quota-Level-Warning
Set Quota-Level-Normal to true
End-If
If QUO-Daily-Used >= QUO-Daily-Quota
Move 0 to Quota-Daily-Left
Set Quota-Level-Exhausted to true
else
Compute Quota-Daily-Left = QUO-Daily-Quota - QUO-Daily-Used
Compute Quota-Warn-Point =
QUO-Daily-Quota * Quota-Warn-Pct / 100
If QUO-Daily-Used >= Quota-Warn-Point
Set Quota-Level-Warning to true
End-If
End-If
End-If.
If QUO-Monthly-Quota is numeric and QUO-Monthly-Quota > 0
If Quota-Level-None
Set Quota-Level-Normal to true
End-If
If QUO-Monthly-Used >= QUO-Monthly-Quota
Move 0 to Quota-Month-Left
Set Quota-Level-Exhausted to true
else
Compute Quota-Month-Left =
QUO-Monthly-Quota - QUO-Monthly-Used
Compute Quota-Warn-Point =
QUO-Monthly-Quota * Quota-Warn-Pct / 100
If QUO-Monthly-Used >= Quota-Warn-Point
and not Quota-Level-Exhausted
Set Quota-Level-Warning to true
End-If
End-If
End-If.
*> Priority 1, a STORM run, or a code on the storm subset.
Judge-Quota-Exempt.
Move 'N' to Quota-Exempt-Flag.
If Storm-Mode or Quota-Entry-Priority equal '1'
Set Quota-Entry-Exempt to true
else
Perform Search-Storm-Code
Varying Storm-Code-Idx From 1 By 1
Until Storm-Code-Idx > Storm-Code-Count
or Quota-Entry-Exempt
End-If.
Search-Storm-Code.
If STC-Iata-Code(Storm-Code-Idx) equal Current-Iata-Code
Set Quota-Entry-Exempt to true
End-If.
*> One more request against the role in Prov-Stat-Idx, re-read
*> first so the region's spend since the last look is kept.  A role
*> with no record yet gets one, contract figures zero, so its usage
*> is on file before any contract is keyed.
Count-Quota-Usage.
Move PST-Role(Prov-Stat-Idx) to QUO-Provider-Role.
Move 'Y' to Quota-Record-Found-Flag.
Read Quota-File
Invalid Key
Move 'N' to Quota-Record-Found-Flag
End-Read.
If not Quota-Record-Found
Perform Start-Quota-Record
End-If.
Perform Roll-Quota-Period.
Add 1 to QUO-Daily-Used.
Add 1 to QUO-Monthly-Used.
Move Run-Identifier to QUO-Last-Run-Id.
Move Function Current-Date(1:8) to QUO-Last-Date.
Move Function Current-Date(9:6) to QUO-Last-Time.
Perform Save-Quota-Record.
Start-Quota-Record.
Move QUO-Provider-Role to Quota-Role-Hold.
Initialize Provider-Quota-Record.
Move Quota-Role-Hold to QUO-Provider-Role.
Save-Quota-Record.
If Quota-Record-Found
Rewrite Provider-Quota-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'QUOTKSDS' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Quota-File-Status to MRQ-Insert(4)
String 'quota record for ' QUO-Provider-Role
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Rewrite
else
Write Provider-Quota-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'QUOTKSDS' to MRQ-Insert(1)
Move 'WRITE' to MRQ-Insert(2)
Move Quota-File-Status to MRQ-Insert(4)
String 'quota record for ' QUO-Provider-Role
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Write
End-If.
*> Contract figures from QUOTACTL onto each role's record; a record
*> already carrying usage keeps it.  No deck leaves the figures
*> already on file standing.
Load-Quota-Contracts.
Open Input Quota-Control-File.
If Quota-Control-File-OK
Perform Read-Quota-Control-Record
Perform Apply-One-Quota-Contract until Quota-Control-EOF
Close Quota-Control-File
End-If.
Read-Quota-Control-Record.
Read Quota-Control-File
At End
Set Quota-Control-EOF to true
End-Read.
If not Quota-Control-File-OK and not Quota-Control-File-At-End
Set Quota-Control-EOF to true
End-If.
Apply-One-Quota-Contract.
If Quota-Control-Record(1:1) not equal '*'
If QTC-Provider-Role not equal Spaces
and QTC-Daily-Quota is numeric
and QTC-Monthly-Quota is numeric
and QTC-Warn-Pct is numeric
Move QTC-Provider-Role to QUO-Provider-Role
Move 'Y' to Quota-Record-Found-Flag
Read Quota-File
Invalid Key
Move 'N' to Quota-Record-Found-Flag
End-Read
If not Quota-Record-Found
Perform Start-Quota-Record
End-If
Move QTC-Daily-Quota to QUO-Daily-Quota
Move QTC-Monthly-Quota to QUO-Monthly-Quota
Move QTC-Warn-Pct to QUO-Warn-Pct
Perform Save-Quota-Record
Display "** Request quota " QTC-Provider-Role
": day " QTC-Daily-Quota " month " QTC-Monthly-Quota
" warn at " QTC-Warn-Pct "% (0 = 80) **"
else
Display "** QUOTACTL line ignored: " Quota-Control-Record
End-If
End-If.
Perform Read-Quota-Control-Record.
Load-Storm-Codes.
Open Input Storm-List-File.
If Storm-List-File-OK
Perform Read-Storm-Code-Entry
Perform Load-One-Storm-Code until Storm-Code-EOF
Close Storm-List-File
End-If.
Read-Storm-Code-Entry.
Read Storm-List-File
At End
Set Storm-Code-EOF to true
End-Read.
If not Storm-List-File-OK and not Storm-List-File-At-End
Set Storm-Code-EOF to true
End-If.
Load-One-Storm-Code.
If Storm-Code-Count >= 2000
Set Storm-Code-EOF to true
else
Add 1 to Storm-Code-Count
Move SLS-Iata-Code to STC-Iata-Code(Storm-Code-Count)
Perform Read-Storm-Code-Entry
End-If.
*> What the progress record says about the allowance: the serving
*> provider's, as the file stands now.
Note-Progress-Quota.
Move Serving-Provider-Idx to Quota-Role-Idx.
Perform Read-Provider-Quota.
Move PST-Role(Quota-Role-Idx) to PRG-Quota-Role.
Move Quota-Level-Flag to PRG-Quota-Level.
Move Quota-Daily-Left to PRG-Quota-Daily-Left.
Move Quota-Month-Left to PRG-Quota-Month-Left.
*> Audit evidence of a lookup the quota refused: outcome 'K', reason
*> QX at the allowance itself, QW when shed past the warning level.
Write-Quota-Skip-Audit-Record.
Move Spaces to Audit-Record.
Move 0 to AUD-Response-Ms.
Move 0 to AUD-Delay-Minutes.
Set AUD-Origin-Batch to true.
Perform Compute-Utc-Timestamp.
Move Utc-Timestamp to AUD-Utc-Timestamp.
Move Run-Identifier to AUD-Run-Id.
Move Function Current-Date(1:8) to AUD-Run-Date.
Move Function Current-Date(9:6) to AUD-Run-Time.
Move Current-Iata-Code to AUD-Iata-Code.
Move 'U' to AUD-Status-Code.
Move 0 to AUD-Http-Resp-Code.
If Quota-Level-Exhausted
Add 1 to Quota-Stopped-Count
Display "** Skipping " Current-Iata-Code
" - provider request quota used up **"
Move 'QX' to AUD-Failure-Reason
Move 'PROVIDER REQUEST QUOTA EXHAUSTED'
to AUD-Api-Error-Msg
else
Add 1 to Quota-Shed-Count
Display "** Skipping " Current-Iata-Code
" - request quota past warning level **"
Move 'QW' to AUD-Failure-Reason
Move 'PROVIDER REQUEST QUOTA PAST WARNING LEVEL'
to AUD-Api-Error-Msg
End-If.
Set AUD-Outcome-Skipped to true.
Move Current-Group-Tag to AUD-Group-Tag.
Move Active-Config-Version to AUD-Config-Version.
Move 0 to AUD-Runway-Count.
Add 1 to Audit-Records-Written.
Perform Seal-Audit-Record.
Write Audit-Record.
Perform Mirror-Audit-Record.
Load-Traffic-Weights.
Display "** Map feed regenerated: " Run-Status-Count
" airport(s) **"
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'MAPFEED' to MRQ-Insert(1)
Move 'map extract' to MRQ-Insert(2)
Perform Issue-Message
End-If
End-If
.
Move Spaces to ALR-Alternate-3.
Move 0 to ALR-Delay-Minutes.
Move 'N' to ALR-Explained-Flag.
Move 0 to ALR-Runways-Open.
Move 0 to ALR-Runways-Normal.
Move Spaces to ALR-Runways-Out.
Move Spaces to ALR-Flight-Category.
Move Spaces to ALR-Advisory-Text.
Move 'PRIMARY' to ALR-Assigned-Desk.
Perform Compute-Utc-Timestamp.
Perform Emit-Alert-Record.
Load-Watch-Table.
Move 0 to Watch-Count.
Evaluate true
When Radius-Mode
Perform Load-Radius-List
When Radius-Set-Mode
Perform Load-Radius-Set
When Storm-Mode
Perform Load-Storm-List
When other
Open Input Airport-List-File
If not Airlist-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRLIST' to MRQ-Insert(1)
Move 'batch input file' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Read-Next-Airport-Code
Perform Load-One-Watch-Entry until Airlist-EOF
Close Airport-List-File
End-If
End-Evaluate
.
*> The storm deck replaces AIRLIST outright for this run -- the
*> critical subset, maintained ahead of time, in the same card
Load-Storm-List.
Open Input Storm-List-File.
If not Storm-List-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'STORMLST' to MRQ-Insert(1)
Move 'critical subset' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Read-Next-Storm-Code
Perform Load-One-Storm-Entry until Airlist-EOF
Move SLS-Group-Tag to WTB-Group-Tag(Watch-Count)
End-If.
Perform Read-Next-Storm-Code.
*> Radius run: the selection replaces AIRLIST the way the storm deck
*> does, listed and filed to RADSET before anything is worked.
Load-Radius-List.
Perform Load-Radius-Points.
If Radius-Point-Count = 0
Display "** No usable radius centre or track point --  **"
Display "** nothing selected                           **"
Move 4 to Batch-Return-Code
else
Perform Select-Radius-Airports
Perform List-Radius-Selection
Perform Write-Radius-Set
End-If
.
Load-Radius-Points.
Perform Compute-Utc-Timestamp.
Move Utc-Timestamp(1:8) to Radius-Day-Date.
Compute Radius-Now-Minutes =
Function Integer-Of-Date(Radius-Day-Date) * 1440
+ Function Numval(Utc-Timestamp(9:2)) * 60
+ Function Numval(Utc-Timestamp(11:2)).
Move 0 to Radius-Point-Count.
Move 0 to Track-Count.
If Radius-Parm-Text not equal Spaces
Compute Radius-Parm-Len =
Function Length(Function Trim(Radius-Parm-Text Trailing))
Move 1 to Radius-Parm-Ptr
Perform Take-Radius-Parm-Centre
until Radius-Parm-Ptr > Radius-Parm-Len
else
Open Input Radius-In-File
If not Radius-In-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'RADIUSIN' to MRQ-Insert(1)
Move 'radius watch deck' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Read-Next-Radius-Card
Perform Take-One-Radius-Card until Radius-In-EOF
Close Radius-In-File
Perform Lay-Out-Track
End-If
End-If.
Display "** Radius watch " Radius-Group-Tag ": "
Radius-Point-Count " point(s) judged, "
Radius-Reject-Count " rejected **".
Take-Radius-Parm-Centre.
Move Spaces to Radius-Parm-Piece.
Unstring Radius-Parm-Text(1:Radius-Parm-Len) Delimited by '/'
into Radius-Parm-Piece
With Pointer Radius-Parm-Ptr
End-Unstring.
Move Spaces to Radius-Lat-Text.
Move Spaces to Radius-Long-Text.
Move Spaces to Radius-Nm-Text.
Move Spaces to Radius-Time-Text.
Unstring Radius-Parm-Piece Delimited by ','
into Radius-Lat-Text Radius-Long-Text Radius-Nm-Text
End-Unstring.
Perform Add-Radius-Centre.
Read-Next-Radius-Card.
Read Radius-In-File
At End
Set Radius-In-EOF to true
End-Read.
If not Radius-In-File-OK and not Radius-In-File-At-End
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'RADIUSIN' to MRQ-Insert(1)
Move 'READ' to MRQ-Insert(2)
Move 'radius request' to MRQ-Insert(3)
Move Radius-In-File-Status to MRQ-Insert(4)
Perform Issue-Message
Set Radius-In-EOF to true
End-If.
Take-One-Radius-Card.
If RIN-Group-Tag not equal Spaces and not Radius-Tag-Taken
Move RIN-Group-Tag to Radius-Group-Tag
Set Radius-Tag-Taken to true
End-If.
Move RIN-Latitude to Radius-Lat-Text.
Move RIN-Longitude to Radius-Long-Text.
Move RIN-Radius-Nm to Radius-Nm-Text.
Move RIN-Point-Time to Radius-Time-Text.
Evaluate RIN-Card-Type
When 'C'
Move Spaces to Radius-Time-Text
Perform Add-Radius-Centre
When 'T'
Perform Add-Track-Point
When '*'
When Space
Continue
When other
Display "** RADIUSIN card type '" RIN-Card-Type
"' is not C, T or * -- ignored **"
Add 1 to Radius-Reject-Count
End-Evaluate.
Perform Read-Next-Radius-Card.
*> A centre is in range now: it carries the run's own time.
Add-Radius-Centre.
Perform Edit-Radius-Point.
If Radius-Point-Valid
Move Radius-Now-Minutes to Radius-Work-Minutes
Perform Store-Radius-Point
else
Perform Reject-Radius-Point
End-If.
Edit-Radius-Point.
Move 'N' to Radius-Point-Valid-Flag.
If Radius-Lat-Text not equal Spaces
and Radius-Long-Text not equal Spaces
and Radius-Nm-Text not equal Spaces
and Function Test-Numval(Radius-Lat-Text) = 0
and Function Test-Numval(Radius-Long-Text) = 0
and Function Test-Numval(Radius-Nm-Text) = 0
If Function Numval(Radius-Lat-Text) not less -90
and Function Numval(Radius-Lat-Text) not greater 90
and Function Numval(Radius-Long-Text) not less -180
and Function Numval(Radius-Long-Text) not greater 180
and Function Numval(Radius-Nm-Text) not less 1
and Function Numval(Radius-Nm-Text) < 100000
Compute Radius-Work-Lat = Function Numval(Radius-Lat-Text)
Compute Radius-Work-Long =
Function Numval(Radius-Long-Text)
Compute Radius-Work-Nm = Function Numval(Radius-Nm-Text)
Set Radius-Point-Valid to true
End-If
End-If.
Reject-Radius-Point.
Add 1 to Radius-Reject-Count.
Display "** Radius point rejected: "
Function Trim(Radius-Lat-Text) ","
Function Trim(Radius-Long-Text) ","
Function Trim(Radius-Nm-Text) " " Radius-Time-Text " **".
Store-Radius-Point.
If Radius-Point-Count >= 1100
If not Radius-Points-Full
Display "** Radius points exceed the 1100-entry table "
"-- remainder ignored **"
Set Radius-Points-Full to true
End-If
else
Add 1 to Radius-Point-Count
Move Radius-Work-Lat to RPT-Lat(Radius-Point-Count)
Move Radius-Work-Long to RPT-Long(Radius-Point-Count)
Compute RPT-Cos-Lat(Radius-Point-Count) =
Function Cos(Radius-Work-Lat * Function Pi / 180)
Move Radius-Work-Nm to RPT-Nm(Radius-Point-Count)
Move Radius-Work-Minutes to RPT-Minutes(Radius-Point-Count)
End-If.
*> Track cards must come in time order; one out of order, or with no
*> usable time, is rejected rather than guessed at.
Add-Track-Point.
Perform Edit-Radius-Point.
If Radius-Point-Valid
Move 'N' to Radius-Point-Valid-Flag
If Radius-Time-Text is numeric
and Function Test-Date-YYYYMMDD(
Function Numval(Radius-Time-Text(1:8))) = 0
and Radius-Time-Text(9:2) < '24'
and Radius-Time-Text(11:2) < '60'
Move Radius-Time-Text(1:8) to Radius-Day-Date
Compute Radius-Work-Minutes =
Function Integer-Of-Date(Radius-Day-Date) * 1440
+ Function Numval(Radius-Time-Text(9:2)) * 60
+ Function Numval(Radius-Time-Text(11:2))
Set Radius-Point-Valid to true
If Track-Count > 0
If Radius-Work-Minutes not greater TRK-Minutes(Track-Count)
Move 'N' to Radius-Point-Valid-Flag
End-If
End-If
End-If
End-If.
If not Radius-Point-Valid
Perform Reject-Radius-Point
else
If Track-Count >= 50
Display "** RADIUSIN track exceeds 50 points -- "
"remainder ignored **"
Add 1 to Radius-Reject-Count
else
Add 1 to Track-Count
Move Radius-Work-Lat to TRK-Lat(Track-Count)
Move Radius-Work-Long to TRK-Long(Track-Count)
Move Radius-Work-Nm to TRK-Nm(Track-Count)
Move Radius-Work-Minutes to TRK-Minutes(Track-Count)
End-If
End-If.
*> A lone track point stands as a centre at its own time; a track of
*> two or more is laid out segment by segment, skipping those the
*> storm has already left behind.
Lay-Out-Track.
Evaluate true
When Track-Count = 1
If TRK-Minutes(1) < Radius-Now-Minutes
Display "** RADIUSIN track lies wholly behind the    **"
Display "** clock -- not used                          **"
else
Move TRK-Lat(1) to Radius-Work-Lat
Move TRK-Long(1) to Radius-Work-Long
Move TRK-Nm(1) to Radius-Work-Nm
Move TRK-Minutes(1) to Radius-Work-Minutes
Perform Store-Radius-Point
End-If
When Track-Count > 1
If TRK-Minutes(Track-Count) < Radius-Now-Minutes
Display "** RADIUSIN track lies wholly behind the    **"
Display "** clock -- not used                          **"
else
Perform Lay-Out-Track-Segment
Varying Track-Idx From 1 By 1
Until Track-Idx >= Track-Count
End-If
When other
Continue
End-Evaluate.
Lay-Out-Track-Segment.
If TRK-Minutes(Track-Idx + 1) not less Radius-Now-Minutes
Compute Track-Dlat =
TRK-Lat(Track-Idx + 1) - TRK-Lat(Track-Idx)
Compute Track-Dlong =
TRK-Long(Track-Idx + 1) - TRK-Long(Track-Idx)
If Track-Dlong > 180
Subtract 360 from Track-Dlong
End-If
If Track-Dlong < -180
Add 360 to Track-Dlong
End-If
Compute Track-Segment-Nm = Function Sqrt(
Track-Dlat * Track-Dlat
+ (Track-Dlong * Function Cos((TRK-Lat(Track-Idx)
+ Track-Dlat / 2) * Function Pi / 180)) ** 2) * 60
Compute Track-Step-Nm =
Function Min(TRK-Nm(Track-Idx) TRK-Nm(Track-Idx + 1)) / 2
If Track-Segment-Nm / Track-Step-Nm >= 20
Move 20 to Track-Step-Count
else
Compute Track-Step-Count =
Track-Segment-Nm / Track-Step-Nm + 1
End-If
*> The segment's first point is the last one's end, already laid
*> out unless that segment was passed over.
If Track-Idx = 1
or TRK-Minutes(Track-Idx) < Radius-Now-Minutes
Move 0 to Track-Step
else
Move 1 to Track-Step
End-If
Perform Lay-Out-Track-Step
until Track-Step > Track-Step-Count
End-If.
Lay-Out-Track-Step.
Compute Track-Fraction = Track-Step / Track-Step-Count.
Compute Radius-Work-Lat =
TRK-Lat(Track-Idx) + Track-Dlat * Track-Fraction.
Compute Radius-Work-Long =
TRK-Long(Track-Idx) + Track-Dlong * Track-Fraction.
If Radius-Work-Long > 180
Subtract 360 from Radius-Work-Long
End-If.
If Radius-Work-Long < -180
Add 360 to Radius-Work-Long
End-If.
Compute Radius-Work-Nm Rounded = TRK-Nm(Track-Idx)
+ (TRK-Nm(Track-Idx + 1) - TRK-Nm(Track-Idx)) * Track-Fraction.
Compute Radius-Work-Minutes = TRK-Minutes(Track-Idx)
+ (TRK-Minutes(Track-Idx + 1) - TRK-Minutes(Track-Idx))
* Track-Fraction.
If Radius-Work-Minutes < Radius-Now-Minutes
Move Radius-Now-Minutes to Radius-Work-Minutes
End-If.
Perform Store-Radius-Point.
Add 1 to Track-Step.
*> Every master airport with usable coordinates is judged against
*> every point -- the distance is the flat-earth reading scaled by
*> the cosine of the point's latitude, near enough at storm radii.
Select-Radius-Airports.
Move 0 to Radius-Hit-Count.
If not Airmstr-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'master file' to MRQ-Insert(2)
Move 'no radius selection' to MRQ-Insert(3)
Perform Issue-Message
else
Move Low-Values to AM-Iata-Code
Start Airport-Master-File Key is Not Less Than AM-Iata-Code
Invalid Key
Continue
Not Invalid Key
Perform Judge-One-Radius-Airport until Airmstr-File-At-End
End-Start
End-If.
Judge-One-Radius-Airport.
Read Airport-Master-File Next Record
At End
Set Airmstr-File-At-End to true
End-Read
If not Airmstr-File-At-End
and Function Test-Numval(AM-Airport-Lat) = 0
and Function Test-Numval(AM-Airport-Long) = 0
Compute Cand-Lat-Numeric = Function Numval(AM-Airport-Lat)
Compute Cand-Long-Numeric = Function Numval(AM-Airport-Long)
Move 'N' to Radius-Hit-Flag
Move 9999999 to Radius-Best-Nm
Move 0 to Radius-Best-Minutes
Perform Test-One-Radius-Point
Varying Radius-Point-Idx From 1 By 1
Until Radius-Point-Idx > Radius-Point-Count
If Radius-Airport-Hit
Perform Add-Radius-Hit
End-If
End-If
.
Test-One-Radius-Point.
Compute Radius-Dlat =
Cand-Lat-Numeric - RPT-Lat(Radius-Point-Idx).
If Function Abs(Radius-Dlat) * 60
not greater RPT-Nm(Radius-Point-Idx)
Compute Radius-Dlong =
Cand-Long-Numeric - RPT-Long(Radius-Point-Idx)
If Radius-Dlong > 180
Subtract 360 from Radius-Dlong
End-If
If Radius-Dlong < -180
Add 360 to Radius-Dlong
End-If
Compute Radius-Dist-Nm = Function Sqrt(
Radius-Dlat * Radius-Dlat
+ (Radius-Dlong * RPT-Cos-Lat(Radius-Point-Idx)) ** 2) * 60
If Radius-Dist-Nm not greater RPT-Nm(Radius-Point-Idx)
Set Radius-Airport-Hit to true
If Radius-Dist-Nm < Radius-Best-Nm
Move Radius-Dist-Nm to Radius-Best-Nm
End-If
If Radius-Best-Minutes = 0
or RPT-Minutes(Radius-Point-Idx) < Radius-Best-Minutes
Move RPT-Minutes(Radius-Point-Idx) to Radius-Best-Minutes
End-If
End-If
End-If.
Add-Radius-Hit.
If Radius-Hit-Count >= 2000
Display "** Radius selection exceeds the 2000-entry "
"table -- remainder ignored **"
Set Airmstr-File-At-End to true
else
Add 1 to Radius-Hit-Count
Move AM-Iata-Code to RHT-Iata-Code(Radius-Hit-Count)
Compute RHT-Distance-Nm(Radius-Hit-Count) Rounded =
Radius-Best-Nm
Move Radius-Best-Minutes to Radius-Work-Minutes
Perform Format-Radius-Time
Move Radius-Out-Time to RHT-In-Range(Radius-Hit-Count)
Move AM-Airport-Name to RHT-Airport-Name(Radius-Hit-Count)
Add 1 to Watch-Count
Move AM-Iata-Code to WTB-Iata-Code(Watch-Count)
Move '1' to WTB-Priority(Watch-Count)
Move Radius-Group-Tag to WTB-Group-Tag(Watch-Count)
End-If.
Format-Radius-Time.
Compute Radius-Day-Integer = Radius-Work-Minutes / 1440.
Compute Radius-Day-Minutes =
Radius-Work-Minutes - Radius-Day-Integer * 1440.
Compute Radius-Day-Date =
Function Date-Of-Integer(Radius-Day-Integer).
Compute Radius-Out-HH = Radius-Day-Minutes / 60.
Compute Radius-Out-MM = Function Mod(Radius-Day-Minutes, 60).
Move Spaces to Radius-Out-Time.
String Radius-Day-Date Radius-Out-HH Radius-Out-MM
Delimited by Size into Radius-Out-Time.
List-Radius-Selection.
Display "** Radius selection for " Today-Date-Char
" group " Radius-Group-Tag ":".
If Radius-Hit-Count = 0
Display "   no airport selected"
else
Display "   code     nm  in range (UTC)  name"
Perform List-One-Radius-Hit
Varying Radius-Hit-Idx From 1 By 1
Until Radius-Hit-Idx > Radius-Hit-Count
End-If.
Display "** Radius selection: " Radius-Hit-Count
" airport(s) **".
List-One-Radius-Hit.
Display "   " RHT-Iata-Code(Radius-Hit-Idx) "   "
RHT-Distance-Nm(Radius-Hit-Idx) "  "
RHT-In-Range(Radius-Hit-Idx) "    "
Function Trim(RHT-Airport-Name(Radius-Hit-Idx)).
*> Rewritten whole each time, empty when nothing fell in range -- a
*> later RADSET run must never work yesterday's storm.
Write-Radius-Set.
Open Output Radius-Set-File.
If not Radius-Set-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'RADSET' to MRQ-Insert(1)
Move '-- selection not' to MRQ-Insert(2)
Move 'kept for reuse' to MRQ-Insert(3)
Perform Issue-Message
else
Perform Write-One-Radius-Set
Varying Radius-Hit-Idx From 1 By 1
Until Radius-Hit-Idx > Radius-Hit-Count
Close Radius-Set-File
Display "** Selection filed to RADSET for reuse today  **"
End-If.
Write-One-Radius-Set.
Move Spaces to Radius-Set-Record.
Move RHT-Iata-Code(Radius-Hit-Idx) to RSE-Iata-Code.
Move '1' to RSE-Priority.
Move Radius-Group-Tag to RSE-Group-Tag.
Move Today-Date-Char to RSE-Set-Date.
Move RHT-Distance-Nm(Radius-Hit-Idx) to RSE-Distance-Nm.
Move RHT-In-Range(Radius-Hit-Idx) to RSE-In-Range.
Move RHT-Airport-Name(Radius-Hit-Idx) to RSE-Airport-Name.
Write Radius-Set-Record.
*> The set filed earlier today, worked again as it stands.
Load-Radius-Set.
Move 0 to Radius-Hit-Count.
Move 0 to Radius-Stale-Count.
Open Input Radius-Set-File.
If not Radius-Set-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'RADSET' to MRQ-Insert(1)
Move 'radius selection' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Read-Next-Radius-Set
Perform Take-One-Radius-Set until Radius-Set-EOF
Close Radius-Set-File
If Radius-Stale-Count > 0
Display "** RADSET: " Radius-Stale-Count
" entries from an earlier day ignored **"
End-If
Perform List-Radius-Selection
End-If.
Read-Next-Radius-Set.
Read Radius-Set-File
At End
Set Radius-Set-EOF to true
End-Read.
If not Radius-Set-File-OK and not Radius-Set-File-At-End
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'RADSET' to MRQ-Insert(1)
Move 'READ' to MRQ-Insert(2)
Move 'radius selection set' to MRQ-Insert(3)
Move Radius-Set-File-Status to MRQ-Insert(4)
Perform Issue-Message
Set Radius-Set-EOF to true
End-If.
Take-One-Radius-Set.
If RSE-Set-Date not equal Today-Date-Char
Add 1 to Radius-Stale-Count
else
If Radius-Hit-Count >= 2000
Display "** RADSET exceeds the 2000-entry table -- "
"remainder ignored **"
Set Radius-Set-EOF to true
else
Add 1 to Radius-Hit-Count
If Radius-Hit-Count = 1
and RSE-Group-Tag not equal Spaces
Move RSE-Group-Tag to Radius-Group-Tag
End-If
Move RSE-Iata-Code to RHT-Iata-Code(Radius-Hit-Count)
Move RSE-Distance-Nm to RHT-Distance-Nm(Radius-Hit-Count)
Move RSE-In-Range to RHT-In-Range(Radius-Hit-Count)
Move RSE-Airport-Name to RHT-Airport-Name(Radius-Hit-Count)
Add 1 to Watch-Count
Move RSE-Iata-Code to WTB-Iata-Code(Watch-Count)
If RSE-Priority equal Spaces
Move '1' to WTB-Priority(Watch-Count)
else
Move RSE-Priority to WTB-Priority(Watch-Count)
End-If
If RSE-Group-Tag equal Spaces
Move Radius-Group-Tag to WTB-Group-Tag(Watch-Count)
else
Move RSE-Group-Tag to WTB-Group-Tag(Watch-Count)
End-If
End-If
End-If.
If not Radius-Set-EOF
Perform Read-Next-Radius-Set
End-If.
Load-One-Watch-Entry.
If Watch-Count >= 10000
Display "** AIRLIST exceeds the " Watch-Count
" - provider in maintenance window **"
Perform Write-Maintenance-Skip-Audit-Record
else
Perform Lookup-Within-Quota
End-If.
Work-Routine-List-Item.
Perform Check-Airport-Held.
Display "** Skipping " Current-Iata-Code
" - on hold: " Function Trim(Hold-Reason-Text) " **"
Perform Write-Held-Audit-Record
Perform Write-Held-Explain-Record
else
Perform Check-Airport-Suppressed
If Airport-Suppressed-Today
" - provider in maintenance window **"
Perform Write-Maintenance-Skip-Audit-Record
else
Perform Lookup-Within-Quota
End-If
End-If
else
If Airport-Poll-Not-Due
Add 1 to Poll-Skip-Count
Display "** Skipping " Current-Iata-Code
" - settled, not due until " Poll-Next-Due " **"
Perform Write-Not-Due-Audit-Record
else
Display "** Skipping " Current-Iata-Code
" - not scheduled today **"
End-If
End-If
End-If
End-If.
*> Does today's AIRHIST already hold a clean answer for this code?
*> Any same-day snapshot with a known status counts -- the rerun is
to AUD-Api-Error-Msg.
Move Current-Group-Tag to AUD-Group-Tag.
Move Active-Config-Version to AUD-Config-Version.
Move 0 to AUD-Runway-Count.
Add 1 to Audit-Records-Written.
Perform Seal-Audit-Record.
Write Audit-Record.
Perform Mirror-Audit-Record.
*> Audit evidence of an adaptive-polling skip: the airport is
*> settled and its interval hasn't run out -- outcome 'K', reason
*> PD, with the time it next falls due.
Write-Not-Due-Audit-Record.
Move Spaces to Audit-Record.
Move 0 to AUD-Response-Ms.
Move 0 to AUD-Delay-Minutes.
Set AUD-Origin-Batch to true.
Perform Compute-Utc-Timestamp.
Move Utc-Timestamp to AUD-Utc-Timestamp.
Move Run-Identifier to AUD-Run-Id.
Move Function Current-Date(1:8) to AUD-Run-Date.
Move Function Current-Date(9:6) to AUD-Run-Time.
Move Current-Iata-Code to AUD-Iata-Code.
Move 'U' to AUD-Status-Code.
Move 0 to AUD-Http-Resp-Code.
Move 'PD' to AUD-Failure-Reason.
Set AUD-Outcome-Skipped to true.
String 'NOT DUE - ADAPTIVE POLLING, NEXT DUE ' Poll-Next-Due
Delimited by Size
into AUD-Api-Error-Msg
End-String.
Move Current-Group-Tag to AUD-Group-Tag.
Move Active-Config-Version to AUD-Config-Version.
Move 0 to AUD-Runway-Count.
Add 1 to Audit-Records-Written.
Perform Seal-Audit-Record.
Write Audit-Record.
Perform Mirror-Audit-Record.
Load-Threshold-Table.
Move 'SKIPPED BY OPERATOR COMMAND' to AUD-Api-Error-Msg.
Move Current-Group-Tag to AUD-Group-Tag.
Move Active-Config-Version to AUD-Config-Version.
Move 0 to AUD-Runway-Count.
Add 1 to Audit-Records-Written.
Perform Seal-Audit-Record.
Write Audit-Record.
Perform Mirror-Audit-Record.
Count-Heartbeat.
Add 1 to Heartbeat-Counter
If Heartbeat-Counter >= Heartbeat-Count
Move 0 to Heartbeat-Counter
Move Spaces to Message-Request
Move 'HWT0004I' to MRQ-Id
Move Run-Airports-Attempted to MRQ-Insert(1)
Move Run-Airports-Succeeded to MRQ-Insert(2)
Move Run-Airports-Failed to MRQ-Insert(3)
Move Current-Iata-Code to MRQ-Insert(4)
Perform Issue-Console-Message
Perform Write-Progress-Record
End-If
End-If
Latest-End-Time ") **"
If Projected-End-Secs > Cutoff-Limit-Secs
Set Overrun-Projected to true
Move Spaces to Message-Request
Move 'HWT0011W' to MRQ-Id
Move Projected-End-Time to MRQ-Insert(1)
Move Latest-End-Time to MRQ-Insert(2)
Perform Issue-Console-Message
End-If
End-If
.
Move Current-Iata-Code to PRG-Inflight-Code
Move Projected-End-Time to PRG-Projected-End
Move Overrun-Flag to PRG-Overrun-Flag
Perform Read-Desk-Bulletin
Perform Note-Progress-Quota
Write Progress-Record
Invalid Key
Rewrite Progress-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'PROGRESS' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move 'progress record' to MRQ-Insert(3)
Move Progress-File-Status to MRQ-Insert(4)
Perform Issue-Message
End-Rewrite
End-Write
Close Progress-File
End-If
.
*> Re-read at every update -- the lead may post or clear mid-run.
Read-Desk-Bulletin.
Move Spaces to PRG-Bulletin-Severity.
Move Spaces to PRG-Bulletin-Text.
Open Input Bulletin-File.
If Bulletin-File-OK
Move 'CURRENT' to BUL-Key
Read Bulletin-File
Invalid Key
Move Spaces to BUL-State
End-Read
Move Function Current-Date(1:12) to Bulletin-Now
If Bulletin-File-OK and BUL-State-Active
and BUL-Expiry greater Bulletin-Now
Move BUL-Severity to PRG-Bulletin-Severity
Move BUL-Text to PRG-Bulletin-Text
End-If
Close Bulletin-File
End-If
.
*> Seconds-since-job-start comparison with the same midnight wrap
*> Write-Control-Totals uses, so a run that starts at 23:30 against
*> a 01:30 cutoff isn't cut on its first check.
Move Hold-Reason-Text to AUD-Api-Error-Msg.
Move Current-Group-Tag to AUD-Group-Tag.
Move Active-Config-Version to AUD-Config-Version.
Move 0 to AUD-Runway-Count.
Add 1 to Audit-Records-Written.
Perform Seal-Audit-Record.
Write Audit-Record.
Perform Mirror-Audit-Record.
*> Explain record for a held code: never fetched, so never judged.
Write-Held-Explain-Record.
Perform Clear-Explain-Work.
Move 'H' to EXW-Evaluated.
Move 'HOLD' to EXW-Suppressed-By.
Move Hold-Reason-Text to EXW-Suppress-Text.
Perform Write-Explain-Record.
*> Suppression gate, checked before any connection time is spent:
*> still inside the re-probe window means skip; window elapsed means
*> let the lookup run as the periodic re-probe.
Move 'SUPPRESSED - PROVIDER NOT FOUND' to AUD-Api-Error-Msg.
Move Current-Group-Tag to AUD-Group-Tag.
Move Active-Config-Version to AUD-Config-Version.
Move 0 to AUD-Runway-Count.
Add 1 to Audit-Records-Written.
Perform Seal-Audit-Record.
Write Audit-Record.
Perform Mirror-Audit-Record.
Check-Airport-Scheduled.
Set Airport-Scheduled-Today to true.
Set Airport-Poll-Due to true.
*> Calendar override first: a CHECKALL or SKIPALL range decides for
*> every airport; only SCHEDULE (or no row) consults DOWSKED, and
*> only then does adaptive polling thin out the settled airports.
If Calendar-Today-Check-All
*> scheduled stays 'Y' regardless of the day-of-week table
Continue
Perform Search-Dow-Schedule-Entry
until Dow-Schedule-Idx > Dow-Schedule-Count
or Dow-Match-Found
If Airport-Scheduled-Today
and (Poll-Yellow-Mins > 0 or Poll-Green-Mins > 0)
Perform Judge-Airport-Poll-Due
End-If
End-If
End-If
.
*> Adaptive polling.  The airport's last fetched statuses are the
*> tail of FLAPKSDS's status sequence, and its last fetch the run
*> that last judged it there.  Steady Yellow or steady Green waits
*> out that state's interval; Red, Closed, unknown, a status that
*> changed inside the settle window, or no state kept at all is due
*> now.  The wait is measured from the last fetch's run start, so an
*> interval of 60 lets an hourly schedule's next run through.
Judge-Airport-Poll-Due.
Move 0 to Poll-Interval-Mins.
If Flap-Usable
Move Current-Iata-Code to FLS-Iata-Code
Read Flap-State-File
Invalid Key
Move Spaces to FLS-Status-Sequence
Not Invalid Key
Move FLS-Status-Sequence(24:1) to Poll-Last-Status
Set Poll-Steady to true
Compute Poll-Seq-Start = 25 - Poll-Settle-Runs
Perform Check-Poll-Status-Steady
Varying Poll-Seq-Idx From Poll-Seq-Start By 1
Until Poll-Seq-Idx > 24
If Poll-Steady and FLS-Last-Run-Id is numeric
Evaluate Poll-Last-Status
When 'G'
Move Poll-Green-Mins to Poll-Interval-Mins
When 'Y'
Move Poll-Yellow-Mins to Poll-Interval-Mins
When other
Continue
End-Evaluate
End-If
End-Read
End-If.
If Poll-Interval-Mins > 0
Compute Poll-Last-Abs-Mins =
Function Integer-Of-Date
(Function Numval(FLS-Last-Run-Id(1:8))) * 1440
+ Function Numval(FLS-Last-Run-Id(9:2)) * 60
+ Function Numval(FLS-Last-Run-Id(11:2))
Compute Poll-Now-Abs-Mins =
Function Integer-Of-Date
(Function Numval(Run-Identifier(1:8))) * 1440
+ Function Numval(Run-Identifier(9:2)) * 60
+ Function Numval(Run-Identifier(11:2))
Compute Poll-Due-Abs-Mins =
Poll-Last-Abs-Mins + Poll-Interval-Mins
If Poll-Now-Abs-Mins < Poll-Due-Abs-Mins
Set Airport-Poll-Not-Due to true
Move 'N' to Airport-Scheduled-Flag
Compute Poll-Due-Date = Function Date-Of-Integer
(Function Integer-Part(Poll-Due-Abs-Mins / 1440))
Compute Poll-Due-Day-Mins =
Function Mod(Poll-Due-Abs-Mins, 1440)
Compute Poll-Due-HHMM =
Function Integer-Part(Poll-Due-Day-Mins / 60) * 100
+ Function Mod(Poll-Due-Day-Mins, 60)
Move Poll-Due-Date to Poll-Next-Due(1:8)
Move Poll-Due-HHMM to Poll-Next-Due(9:4)
End-If
End-If
.
Check-Poll-Status-Steady.
If FLS-Status-Sequence(Poll-Seq-Idx:1) not equal Poll-Last-Status
Move 'N' to Poll-Steady-Flag
End-If.
Search-Dow-Schedule-Entry.
If DOWT-Iata-Code(Dow-Schedule-Idx) equal Current-Iata-Code
Set Dow-Match-Found to true
End-If
.
*> The current instant on the airport's own wall clock, HHMM, from
*> the UTC conversion plus the offset in force today for the
*> master's zone -- or its fixed +HHMM/-HHMM offset when the master
*> names no zone TZRULES knows.  Only trusted when the master buffer
*> actually holds this airport (the suppression gate just read it)
*> and one or the other gives an offset.
Compute-Airport-Local-HHMM.
Move 'N' to Airport-Local-Flag.
If AM-Iata-Code equal Current-Iata-Code
Perform Compute-Utc-Timestamp
Move 'N' to Zone-Resolved-Flag
If AM-Time-Zone not equal Spaces
Move AM-Time-Zone to Zone-Want-Id
Move Utc-Timestamp(1:8) to Zone-Utc-Date
Compute Zone-Utc-Mins =
Function Numval(Utc-Timestamp(9:2)) * 60
+ Function Numval(Utc-Timestamp(11:2))
Perform Resolve-Zone-Offset
End-If
Evaluate true
When Zone-Offset-Resolved
Move Zone-Offset-Mins to LSW-Offset-Mins
Set Airport-Local-Usable to true
When (AM-Utc-Offset(1:1) equal '+'
or AM-Utc-Offset(1:1) equal '-')
and AM-Utc-Offset(2:4) is numeric
Move AM-Utc-Offset(2:2) to LSW-Offset-HH
Move AM-Utc-Offset(4:2) to LSW-Offset-MM
Compute LSW-Offset-Mins =
If AM-Utc-Offset(1:1) equal '-'
Compute LSW-Offset-Mins = 0 - LSW-Offset-Mins
End-If
Set Airport-Local-Usable to true
When other
Continue
End-Evaluate
End-If.
If Airport-Local-Usable
Compute LSW-Mins-Of-Day =
Function Numval(Utc-Timestamp(9:2)) * 60
+ Function Numval(Utc-Timestamp(11:2))
Compute LSW-Out-MM = Function Mod(LSW-Mins-Of-Day, 60)
Compute Airport-Local-HHMM =
LSW-Out-HH * 100 + LSW-Out-MM
End-If.
*> TZRULES is optional: with no file (or no line for a zone) the
*> airports fall back to their fixed AM-Utc-Offset.
Load-Zone-Table.
Move 0 to Zone-Count.
Open Input Tz-Rules-File.
If Tz-Rules-File-OK
Move 'N' to Tz-Rules-EOF-Flag
Perform Read-Zone-Rule
Perform Load-One-Zone-Rule until Tz-Rules-EOF
Close Tz-Rules-File
End-If
.
Read-Zone-Rule.
Read Tz-Rules-File
At End
Set Tz-Rules-EOF to true
End-Read
If not Tz-Rules-File-OK and not Tz-Rules-File-At-End
Set Tz-Rules-EOF to true
End-If
.
Load-One-Zone-Rule.
Evaluate true
When Time-Zone-Rule-Record(1:1) equal '*'
or TZR-Zone-Id equal Spaces
Continue
When TZR-From-Year not numeric or TZR-To-Year not numeric
or TZR-Dst-Shift not numeric
or (TZR-Std-Offset(1:1) not equal '+'
and TZR-Std-Offset(1:1) not equal '-')
or TZR-Std-Offset(2:4) not numeric
Display "** TZRULES line for " TZR-Zone-Id
" ignored -- bad years, offset or shift **"
When TZR-Dst-Shift > 0
and (TZR-Dst-Start not numeric or TZR-Dst-End not numeric
or TZR-Start-Month < 1 or TZR-Start-Month > 12
or TZR-End-Month < 1 or TZR-End-Month > 12
or TZR-Start-Week < 1 or TZR-Start-Week > 5
or TZR-End-Week < 1 or TZR-End-Week > 5
or TZR-Start-Day < 1 or TZR-Start-Day > 7
or TZR-End-Day < 1 or TZR-End-Day > 7)
Display "** TZRULES line for " TZR-Zone-Id
" ignored -- bad daylight-saving rule **"
When Zone-Count >= 300
Display "** TZRULES over 300 lines, ignored: " TZR-Zone-Id
When other
Add 1 to Zone-Count
Move TZR-Zone-Id to ZNT-Zone-Id(Zone-Count)
Move TZR-From-Year to ZNT-From-Year(Zone-Count)
Move TZR-To-Year to ZNT-To-Year(Zone-Count)
Move TZR-Std-Offset(2:2) to ZNW-Hours
Move TZR-Std-Offset(4:2) to ZNW-Minutes
Compute ZNT-Std-Mins(Zone-Count) = ZNW-Hours * 60 + ZNW-Minutes
If TZR-Std-Offset(1:1) equal '-'
Compute ZNT-Std-Mins(Zone-Count) =
0 - ZNT-Std-Mins(Zone-Count)
End-If
Move TZR-Dst-Shift to ZNT-Dst-Shift(Zone-Count)
Move 0 to ZNT-Start-Month(Zone-Count) ZNT-Start-Week(Zone-Count)
ZNT-Start-Day(Zone-Count) ZNT-Start-Mins(Zone-Count)
ZNT-End-Month(Zone-Count) ZNT-End-Week(Zone-Count)
ZNT-End-Day(Zone-Count) ZNT-End-Mins(Zone-Count)
If TZR-Dst-Shift > 0
Move TZR-Start-Month to ZNT-Start-Month(Zone-Count)
Move TZR-Start-Week to ZNT-Start-Week(Zone-Count)
Move TZR-Start-Day to ZNT-Start-Day(Zone-Count)
Divide TZR-Start-Time by 100 giving ZNW-Hours
remainder ZNW-Minutes
Compute ZNT-Start-Mins(Zone-Count) =
ZNW-Hours * 60 + ZNW-Minutes
Move TZR-End-Month to ZNT-End-Month(Zone-Count)
Move TZR-End-Week to ZNT-End-Week(Zone-Count)
Move TZR-End-Day to ZNT-End-Day(Zone-Count)
Divide TZR-End-Time by 100 giving ZNW-Hours
remainder ZNW-Minutes
Compute ZNT-End-Mins(Zone-Count) =
ZNW-Hours * 60 + ZNW-Minutes
End-If
End-Evaluate.
Perform Read-Zone-Rule.
*> The zone's offset at a UTC instant.  Daylight time runs from the
*> start switch to the end switch, both taken on the zone's
*> standard-time clock (the end rule's wall time is on daylight
*> time, so the shift comes off it); a start later in the year than
*> the end is a southern zone, in daylight time across the new year.
Resolve-Zone-Offset.
Move 'N' to Zone-Resolved-Flag.
Move 'N' to Zone-Dst-Flag.
Move 0 to Zone-Offset-Mins.
Move 'N' to Zone-Found-Flag.
If Zone-Want-Id not equal Spaces and Zone-Utc-Date > 0
Divide Zone-Utc-Date by 10000 giving ZNW-Year
Move 1 to Zone-Idx
Perform Search-Zone-Row
until Zone-Idx > Zone-Count or Zone-Row-Found
End-If.
If Zone-Row-Found
Set Zone-Offset-Resolved to true
Move ZNT-Std-Mins(Zone-Idx) to Zone-Offset-Mins
If ZNT-Dst-Shift(Zone-Idx) > 0
Compute ZNW-Std-Stamp =
Function Integer-Of-Date(Zone-Utc-Date) * 1440
+ Zone-Utc-Mins + ZNT-Std-Mins(Zone-Idx)
Move ZNT-Start-Month(Zone-Idx) to ZNW-Month
Move ZNT-Start-Week(Zone-Idx) to ZNW-Week
Move ZNT-Start-Day(Zone-Idx) to ZNW-Day
Perform Compute-Zone-Rule-Date
Compute ZNW-Start-Stamp =
ZNW-Day-Int * 1440 + ZNT-Start-Mins(Zone-Idx)
Move ZNT-End-Month(Zone-Idx) to ZNW-Month
Move ZNT-End-Week(Zone-Idx) to ZNW-Week
Move ZNT-End-Day(Zone-Idx) to ZNW-Day
Perform Compute-Zone-Rule-Date
Compute ZNW-End-Stamp =
ZNW-Day-Int * 1440 + ZNT-End-Mins(Zone-Idx)
- ZNT-Dst-Shift(Zone-Idx)
If ZNT-Start-Month(Zone-Idx) < ZNT-End-Month(Zone-Idx)
If ZNW-Std-Stamp not less ZNW-Start-Stamp
and ZNW-Std-Stamp < ZNW-End-Stamp
Set Zone-Dst-In-Force to true
End-If
else
If ZNW-Std-Stamp not less ZNW-Start-Stamp
or ZNW-Std-Stamp < ZNW-End-Stamp
Set Zone-Dst-In-Force to true
End-If
End-If
If Zone-Dst-In-Force
Add ZNT-Dst-Shift(Zone-Idx) to Zone-Offset-Mins
End-If
End-If
End-If
.
*> The zone's line for the year -- leaves Zone-Idx on it.
Search-Zone-Row.
If ZNT-Zone-Id(Zone-Idx) equal Zone-Want-Id
and ZNT-From-Year(Zone-Idx) not greater ZNW-Year
and ZNT-To-Year(Zone-Idx) not less ZNW-Year
Set Zone-Row-Found to true
else
Add 1 to Zone-Idx
End-If
.
*> Day number (Integer-Of-Date) of the ZNW-Week'th ZNW-Day of month
*> ZNW-Month of ZNW-Year, week 5 being the last one in the month.
*> Integer-Of-Date 1 was a Monday, so day number mod 7, plus one,
*> is the weekday counted from Sunday = 1.
Compute-Zone-Rule-Date.
If ZNW-Week < 5
Compute ZNW-First-Int = Function Integer-Of-Date
(ZNW-Year * 10000 + ZNW-Month * 100 + 1)
Compute ZNW-Dow = Function Mod(ZNW-First-Int, 7) + 1
Compute ZNW-Day-Int = ZNW-First-Int
+ Function Mod(ZNW-Day - ZNW-Dow + 7, 7)
+ (ZNW-Week - 1) * 7
else
If ZNW-Month = 12
Compute ZNW-First-Int = Function Integer-Of-Date
((ZNW-Year + 1) * 10000 + 101) - 1
else
Compute ZNW-First-Int = Function Integer-Of-Date
(ZNW-Year * 10000 + (ZNW-Month + 1) * 100 + 1) - 1
End-If
Compute ZNW-Dow = Function Mod(ZNW-First-Int, 7) + 1
Compute ZNW-Day-Int = ZNW-First-Int
- Function Mod(ZNW-Dow - ZNW-Day + 7, 7)
End-If
.
Read-Next-Airport-Code.
Process-One-Airport.
Add 1 to Run-Airports-Attempted.
Perform Count-Group-Attempt.
If Trace-Code-Count > 0
Perform Check-Trace-Code
End-If.
Perform Clear-Explain-Work.
Set json-response-false to true.
Move 0 to Redirect-Count.
Move Spaces to Http-Redirect-Location.
Move Spaces to Alternate-Code-1.
Move Spaces to Alternate-Code-2.
Move Spaces to Alternate-Code-3.
Perform Clear-Metar-Readings.
Perform Check-Provider-Route
Perform Read-Airport-Master
Perform Load-Flap-State
Perform HTTP-Init-Request
If (HWTH-OK)
Perform HTTP-Setup-Request
Set request-successful to true
Perform Note-Run-Status
Perform Write-Dispatch-Feed-Record
If Metar-Conn-Established and Metar-Icao-Code not equal Spaces
Perform Fetch-Metar
End-If
Perform Note-Flap-Status
Perform Check-Delay-Alert
Perform Note-Run-Alert-Tier
Perform Settle-Flap-Runs
*> Green with nothing stale outstanding (and no weather/baseline
*> alert raised this very pass) means any open alert episode for
*> this airport has ended -- the guards keep an alert opened this
*> run from being closed in the same breath.  Under FLAPCTL close
*> hysteresis it must have been Green that many runs running.
If Status-Code-Green and not Possibly-Stale
and not Green-Close-Held
and (Flap-Close-Runs < 2
or Flap-Clear-Now not less Flap-Close-Runs)
Perform Close-Airport-Alerts
End-If
If Waiver-Usable
Perform Check-Fare-Waiver
End-If
Perform Write-History-Record
If Master-Record-Not-Found
Perform Write-Airport-Master
Perform Write-Uow-Marker
If Compare-Mode-On and Fallback-Host not equal Spaces
and not Routed-Secondary
Move 3 to Quota-Role-Idx
Perform Check-Provider-Quota
If not Quota-Call-Refused
Perform Compare-With-Fallback-Provider
End-If
End-If
If Forecast-Mode-On
Perform Fetch-Forecast
End-If
Perform HTTP-Terminate-Request
End-If
Perform Restore-Provider-Route
Perform Store-Flap-State
Perform Write-Explain-Record
If Trace-Active
Perform Finish-Airport-Trace
End-If
.
*> Routes this code's lookup to the secondary provider when PROVRTE
*> says so and the secondary connection is actually up.
Set Forecast-Mode-On to true
Move CFW-Forecast-Path to Forecast-Path
End-If
If CFW-Metar-Mode equal 'Y'
and CFW-Metar-Host not equal Spaces
and CFW-Metar-Path not equal Spaces
Set Metar-Mode-On to true
If CFW-Metar-Scheme not equal Spaces
Move CFW-Metar-Scheme to Metar-Scheme
End-If
Move CFW-Metar-Host to Metar-Host
If CFW-Metar-Port > 0
Move CFW-Metar-Port to Metar-Port
End-If
Move CFW-Metar-Path to Metar-Path
End-If
If CFW-Metar-Alert-Cat equal 'IFR' or CFW-Metar-Alert-Cat equal 'LIFR'
Move CFW-Metar-Alert-Cat to Metar-Alert-Category
End-If
If CFW-Critical-Esc-Mins > 0
Move CFW-Critical-Esc-Mins to Critical-Esc-Mins
End-If
If CFW-Drill-Code not equal Spaces
Move CFW-Drill-Code to Drill-Code
End-If
Move CFW-Poll-Yellow-Mins to Poll-Yellow-Mins
Move CFW-Poll-Green-Mins to Poll-Green-Mins
If CFW-Poll-Settle-Runs > 0
Move CFW-Poll-Settle-Runs to Poll-Settle-Runs
If Poll-Settle-Runs > 24
Move 24 to Poll-Settle-Runs
End-If
End-If
.
*> Credentials come from the RACF-protected SECRETS dataset when it
*> is allocated; the clear-text APCONFIG fields are then ignored
Set Secrets-Resolved to true
Move SEC-Auth-Header to Auth-Header-Value
Move SEC-Proxy-Userpass to Proxy-Userpass
Move SEC-Itsm-Auth-Header to Itsm-Auth-Header
End-Read
Close Secret-File
End-If.
End-If
.
Read-Airport-Master.
Move 0 to Normal-Runway-Count.
Move Spaces to Normal-Runway-List.
Move Spaces to Metar-Icao-Code.
Move Current-Iata-Code to AM-Iata-Code.
Read Airport-Master-File
Invalid Key
Move AM-Prior-Delay-Flag to Prior-Delay-Flag
Move AM-Prior-Weather-Cond to Prior-Weather-Cond
Move AM-Repeat-Count to Repeat-Count
Move AM-Icao-Code to Metar-Icao-Code
If AM-Normal-Runway-Count is numeric
Move AM-Normal-Runway-Count to Normal-Runway-Count
Move AM-Normal-Runway-List to Normal-Runway-List
End-If
Display "** Static fields loaded from AIRMSTR master  **"
End-Read
.
*> a new airport must not inherit another airport's offset or
*> ICAO cross-reference.
Move Spaces to AM-Utc-Offset.
Move Spaces to AM-Time-Zone.
Move Spaces to AM-Icao-Code.
Move 0 to AM-Normal-Runway-Count.
Move Spaces to AM-Normal-Runway-List.
Perform Learn-Normal-Runways.
Write Airport-Master-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'WRITE' to MRQ-Insert(2)
Move Airmstr-File-Status to MRQ-Insert(4)
String 'master record for ' AM-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Move Spaces to Master-Before-Image
Move 'WRITE' to JRN-Action
Move 'N' to AM-Suppress-Flag.
Move Spaces to AM-Suppress-Date.
Move Function Current-Date(1:8) to AM-Last-Update-Date.
If AM-Normal-Runway-Count not numeric
Move 0 to AM-Normal-Runway-Count
Move Spaces to AM-Normal-Runway-List
End-If.
Perform Learn-Normal-Runways.
Rewrite Airport-Master-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Airmstr-File-Status to MRQ-Insert(4)
String 'master record for ' AM-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Move 'REWRITE' to JRN-Action
Perform Write-Journal-Record
End-Rewrite
.
*> The provider can't report more runways in use than the airport
*> has -- a report above the master's normal count (including the
*> first report for an airport nobody has maintained) becomes the
*> new normal complement, designators and all.
Learn-Normal-Runways.
If airport-runway-count > AM-Normal-Runway-Count
and airport-runway-count < 100
Display "** Normal runways for " Current-Iata-Code " set to "
airport-runway-count " (was " AM-Normal-Runway-Count ") **"
Move airport-runway-count to AM-Normal-Runway-Count
Move airport-runway-list to AM-Normal-Runway-List
End-If.
*> A count set by maintenance arrives without designators; the
*> first full-complement report supplies them.
If airport-runway-count > 0
and airport-runway-count = AM-Normal-Runway-Count
and AM-Normal-Runway-List equal Spaces
Move airport-runway-list to AM-Normal-Runway-List
End-If
.
*> One more 404 against this code -- at the limit, suppress it so
*> the run stops burning a round trip plus the rate-limit delay on
*> an airport the provider has dropped.  Journaled like any other
End-If.
Rewrite Airport-Master-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'AIRMSTR' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Airmstr-File-Status to MRQ-Insert(4)
String 'master record for ' AM-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Move 'REWRITE' to JRN-Action
Perform Write-Journal-Record
Move Airport-Master-Record to JRN-After-Image.
Move 'BATCH' to JRN-User.
Move Spaces to JRN-Approver.
Perform Seal-Journal-Record.
Write Journal-Record.
*> The airport's downstream writes are all in -- mark the unit of
*> work complete.  Written last on purpose: the marker's absence is
Move Failure-Reason-Code to AUD-Failure-Reason.
Move Current-Group-Tag to AUD-Group-Tag.
Move Active-Config-Version to AUD-Config-Version.
If http-resp-code equal 200 and json-response-true
and not Quality-Rejected
Perform Classify-Delay-Cause
else
Move Spaces to Delay-Cause-Code
End-If.
Move Delay-Cause-Code to AUD-Delay-Cause.
*> The runways array only means something off a parsed 200 -- on a
*> failure the work fields still hold the previous airport's list.
If http-resp-code equal 200 and json-response-true
Move airport-runway-count to AUD-Runway-Count
Move airport-runway-list to AUD-Runway-List
else
Move 0 to AUD-Runway-Count
Move Spaces to AUD-Runway-List
End-If.
Move Response-Ms to AUD-Response-Ms.
Move Delay-Minutes-Numeric to AUD-Delay-Minutes.
Set AUD-Origin-Batch to true.
End-If.
Add 1 to Audit-Records-Written.
Add Delay-Minutes-Numeric to Audit-Delay-Min-Total.
Perform Seal-Audit-Record.
Write Audit-Record.
Perform Mirror-Audit-Record.
*> The same lookup under a browsable key, for the ALKQ inquiry.
Count-Provider-Response.
Add 1 to PST-Attempts(Prov-Stat-Idx).
Add Response-Ms to PST-Total-Ms(Prov-Stat-Idx).
If Quota-Usable
Perform Count-Quota-Usage
End-If.
Evaluate true
When http-resp-code >= 200 and http-resp-code <= 299
Add 1 to PST-Successes(Prov-Stat-Idx)
End-If.
Move Alert-Delay-Numeric to HIST-Delay-Minutes.
Move WX-Condition to HIST-Weather-Cond.
If airport-runway-count < 100
Move airport-runway-count to HIST-Runway-Count
else
Move 99 to HIST-Runway-Count
End-If.
Move Normal-Runway-Count to HIST-Runway-Normal.
Move Runways-Out-List to HIST-Runways-Out.
Move Delay-Cause-Code to HIST-Delay-Cause.
Evaluate true
When Replay-Mode
Move 'REPLAY' to HIST-Provider-Role
When Routed-Secondary
Move PST-Role(2) to HIST-Provider-Role
When other
Move PST-Role(Serving-Provider-Idx) to HIST-Provider-Role
End-Evaluate.
Move Flight-Category to HIST-Flight-Category.
Move Metar-Visibility-Sm to HIST-Visibility-Sm.
Move Metar-Ceiling-Ft to HIST-Ceiling-Ft.
Move Metar-Wind-Gust to HIST-Wind-Gust.
If Metar-Data-Available
Move metar-raw-text to HIST-Metar-Raw
else
Move Spaces to HIST-Metar-Raw
End-If.
Write History-Record
Invalid Key
Rewrite History-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'AIRHIST' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move History-File-Status to MRQ-Insert(4)
String 'history record for ' HIST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Rewrite
End-Write
.
Set Status-Code-Unknown to true
End-Evaluate
.
*> Alert decision explain.  Cleared as each airport starts, filled
*> in by the alert checks as they decide, written once the airport
*> is done -- alert or no alert.
Clear-Explain-Work.
Move Spaces to Explain-Work.
Move 'N' to EXW-Evaluated.
Move 0 to EXW-Limit EXW-Warning EXW-Severe EXW-Critical
EXW-Baseline-Limit EXW-Alert-Count.
Move 'N' to EXW-Threshold-Crossed.
Move 'N' to EXW-Notified.
Move 'N' to EXW-Mq-Put.
Write-Explain-Record.
If Explain-File-OK
Perform Format-Explain-Record
Write Explain-Record
Add 1 to Explain-Records-Written
End-If.
Format-Explain-Record.
Move Spaces to Explain-Record.
Move Run-Identifier to EXP-Run-Id.
Move Function Current-Date(1:8) to EXP-Run-Date.
Move Function Current-Date(9:6) to EXP-Run-Time.
Move Current-Iata-Code to EXP-Iata-Code.
If EXW-Evaluated equal 'N' and Quality-Rejected
Move 'Q' to EXW-Evaluated
End-If.
Move EXW-Evaluated to EXP-Evaluated.
If EXW-Evaluated equal 'H'
Move 0 to EXP-Http-Status
Move 'U' to EXP-Status-Code
Move 0 to EXP-Delay-Minutes
else
Move http-resp-code to EXP-Http-Status
Move Airport-Status-Code to EXP-Status-Code
Move Delay-Minutes-Numeric to EXP-Delay-Minutes
End-If.
Move EXW-Source to EXP-Threshold-Source.
Move EXW-Limit to EXP-Threshold-Minutes.
Move EXW-Warning to EXP-Warning-Minutes.
Move EXW-Severe to EXP-Severe-Minutes.
Move EXW-Critical to EXP-Critical-Minutes.
Move EXW-Baseline-Limit to EXP-Baseline-Limit.
Move EXW-Tier to EXP-Alert-Tier.
Move EXW-Reason to EXP-Alert-Reason.
Move EXW-Alert-Count to EXP-Alert-Count.
If EXW-Suppressed-By equal Spaces
Move 'N' to EXP-Suppressed
else
Move 'Y' to EXP-Suppressed
End-If.
Move EXW-Suppressed-By to EXP-Suppressed-By.
Move EXW-Suppress-Text to EXP-Suppress-Text.
Move EXW-Notified to EXP-Notified.
Move EXW-Mq-Put to EXP-Mq-Put.
Check-Delay-Alert.
Move Delay-Minutes-Numeric to Alert-Delay-Numeric.
Move 'Y' to EXW-Evaluated.
If Status-Code-Closed
Move 'STATUS' to EXW-Source
Perform Check-Scheduled-Closure
If Routine-Closure
Display "** " Current-Iata-Code " closed inside its "
"published hours -- routine, no CLOSURE alert **"
Move 'CRITICAL' to EXW-Tier
Move 'CLOSURE' to EXW-Reason
Move 'OPSHOURS' to EXW-Suppressed-By
String 'closed outside hours '
OPHT-Open-Local(Ops-Hours-Idx) '-'
OPHT-Close-Local(Ops-Hours-Idx) ' local'
delimited by size into EXW-Suppress-Text
else
Perform Find-Nearest-Alternates
Set Alert-Tier-Critical to true
*> A closed airport can't wait for the downstream job that polls
*> ALERTOUT -- put it on the operator console right now, with a
*> fixed message ID the automation product can trap and page on.
Move Spaces to Message-Request
Move 'HWT0001E' to MRQ-Id
Move Current-Iata-Code to MRQ-Insert(1)
Perform Issue-Console-Message
End-If
else
Perform Find-Airport-Threshold
If Threshold-Entry-Found
Perform Note-Threshold-Explain
Perform Judge-Tiered-Delay
else
Move 'GLOBAL' to EXW-Source
Move Alert-Threshold-Minutes to EXW-Limit
If Alert-Delay-Numeric > Alert-Threshold-Minutes
Move 'Y' to EXW-Threshold-Crossed
Set Alert-Tier-Severe to true
Perform Write-Alert-Record
End-If
End-If
End-If.
Perform Check-Weather-Alert.
Perform Check-Runway-Alert.
Perform Check-Baseline-Alert.
Perform Check-Deterioration-Trend.
*> Is this CLOSED status just the airport shut as published?  Only a
Display "** WEATHER: " Current-Iata-Code " temperature "
WX-Temp-Value WX-Temp-Unit " outside limits **"
End-If.
*> METAR flight category at or below the configured alert category
*> (IFR takes in LIFR).  The WEATHER episode then stays open, and
*> holds off the Green close, until the category lifts.
If Metar-Alert-Category not equal Spaces
and Flight-Category not equal Spaces
Move Flight-Category to Rank-Category
Perform Rank-Flight-Category
Move Rank-Result to Flight-Cat-Rank
Move Metar-Alert-Category to Rank-Category
Perform Rank-Flight-Category
Move Rank-Result to Alert-Cat-Rank
If Flight-Cat-Rank not greater Alert-Cat-Rank
Set Weather-Alert-Pending to true
Display "** WEATHER: " Current-Iata-Code " flight category "
Function Trim(Flight-Category) " (visibility "
Metar-Visibility-Sm " SM, ceiling " Metar-Ceiling-Ft
" FT) **"
End-If
End-If.
If Weather-Alert-Pending
Set Alert-Tier-Severe to true
Perform Write-Alert-Record
Set Green-Close-Held to true
End-If
.
*> Fewer runways reported in use than the airport normally runs on
*> raises a RUNWAY alert: WARNING while more than half the normal
*> complement is open, SEVERE at half or fewer.  It rides the usual
*> ALRTSTAT lifecycle, and a report back at (or above) the normal
*> count ends the RUNWAY episode on its own, whatever the colour --
*> once the airport's FLAPCTL close hysteresis has seen that many
*> successive full-complement runs, as the Green close waits on its
*> successive Green runs.
*> No normal count on the master, no runways array in the answer,
*> or a closed airport (already a CRITICAL CLOSURE) -- no judgement.
Check-Runway-Alert.
Move 'N' to Runway-Alert-Flag.
Perform Derive-Runways-Out.
Perform Settle-Runway-Runs.
If Normal-Runway-Count > 0 and airport-runway-count > 0
and not Status-Code-Closed
If airport-runway-count < Normal-Runway-Count
Display "** RUNWAYS: " Current-Iata-Code " on "
airport-runway-count " of " Normal-Runway-Count
" runways, out: " Function Trim(Runways-Out-List) " **"
Set Runway-Alert-Pending to true
If airport-runway-count * 2 not greater Normal-Runway-Count
Set Alert-Tier-Severe to true
else
Set Alert-Tier-Warning to true
End-If
Perform Write-Alert-Record
Move 'N' to Runway-Alert-Flag
Set Green-Close-Held to true
else
If Flap-Close-Runs < 2
or Flap-Rwy-Now not less Flap-Close-Runs
Perform Close-Runway-Alert
End-If
End-If
End-If
.
*> Once per run, as Settle-Flap-Runs: the successive runs reporting
*> the full normal complement.  Any run that doesn't -- short of
*> runways, closed, or no runways array at all -- starts it again.
Settle-Runway-Runs.
If Flap-Usable
If not Flap-Run-Counted
If Normal-Runway-Count > 0 and airport-runway-count > 0
and not Status-Code-Closed
and airport-runway-count not less Normal-Runway-Count
If FLS-Full-Rwy-Runs < 999
Add 1 to FLS-Full-Rwy-Runs
End-If
else
Move 0 to FLS-Full-Rwy-Runs
End-If
Set Flap-State-Changed to true
End-If
Move FLS-Full-Rwy-Runs to Flap-Rwy-Now
End-If
.
*> Names the normal designators missing from the provider's list
*> into Runways-Out-List.  Both lists are comma-separated as the
*> body exit strings them together.
Derive-Runways-Out.
Move Spaces to Runways-Out-List.
Move 1 to Runways-Out-Ptr.
Move Spaces to Normal-Runway-Table.
Move Spaces to Open-Runway-Table.
If Normal-Runway-List not equal Spaces
and airport-runway-count > 0
Unstring Normal-Runway-List delimited by ','
into Normal-Rwy-Token(1) Normal-Rwy-Token(2)
Normal-Rwy-Token(3) Normal-Rwy-Token(4)
Normal-Rwy-Token(5) Normal-Rwy-Token(6)
Normal-Rwy-Token(7) Normal-Rwy-Token(8)
Normal-Rwy-Token(9) Normal-Rwy-Token(10)
End-Unstring
Unstring airport-runway-list delimited by ','
into Open-Rwy-Token(1) Open-Rwy-Token(2)
Open-Rwy-Token(3) Open-Rwy-Token(4)
Open-Rwy-Token(5) Open-Rwy-Token(6)
Open-Rwy-Token(7) Open-Rwy-Token(8)
Open-Rwy-Token(9) Open-Rwy-Token(10)
End-Unstring
Perform Judge-One-Normal-Runway
Varying Normal-Rwy-Idx From 1 By 1
Until Normal-Rwy-Idx > 10
End-If
.
Judge-One-Normal-Runway.
If Normal-Rwy-Token(Normal-Rwy-Idx) not equal Spaces
Move 'N' to Open-Rwy-Match-Flag
Move 1 to Open-Rwy-Idx
Perform Match-Open-Runway
until Open-Rwy-Idx > 10 or Open-Rwy-Matched
If not Open-Rwy-Matched
If Runways-Out-Ptr > 1
String ', ' delimited by size
into Runways-Out-List with pointer Runways-Out-Ptr
On Overflow
Continue
End-String
End-If
String Function Trim(Normal-Rwy-Token(Normal-Rwy-Idx))
delimited by size
into Runways-Out-List with pointer Runways-Out-Ptr
On Overflow
Continue
End-String
End-If
End-If
.
*> Leaves the scan stopped on the match -- only stepped past a slot
*> that isn't the one.
Match-Open-Runway.
If Function Trim(Open-Rwy-Token(Open-Rwy-Idx))
equal Function Trim(Normal-Rwy-Token(Normal-Rwy-Idx))
Set Open-Rwy-Matched to true
else
Add 1 to Open-Rwy-Idx
End-If
.
*> Full runway complement back: end the RUNWAY episode if one is
*> open, the same way the Green auto-close ends the rest.
Close-Runway-Alert.
Move Current-Iata-Code to AST-Iata-Code.
Move 'RUNWAY' to AST-Alert-Reason.
Read Alert-Status-File
Invalid Key
Continue
Not Invalid Key
If not AST-State-Closed
Set AST-State-Closed to true
Move Function Current-Date(1:8) to AST-Close-Date
Move Function Current-Date(9:6) to AST-Close-Time
Rewrite Alert-Status-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Alert-Status-File-Status to MRQ-Insert(4)
String 'alert close for ' AST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Perform Write-Incident-Record
If AST-Itsm-Requested and Itsm-Mode-On and not Replay-Mode
Move 'RESOLVE' to Itsm-Action
Perform Queue-Itsm-Request
End-If
End-Rewrite
Display "** Alert auto-closed for " AST-Iata-Code
" reason " AST-Alert-Reason " -- runways restored **"
End-If
End-Read
.
Check-Baseline-Alert.
Move 'N' to Baseline-Alert-Flag.
If Baseline-Factor-Pct > 0 and Alert-Delay-Numeric > 0
Perform Compute-Delay-Baseline
If Baseline-Day-Count >= Baseline-Min-Days
and Baseline-Avg-Minutes > 0
Compute EXW-Baseline-Limit =
Baseline-Avg-Minutes * Baseline-Factor-Pct / 100
If Alert-Delay-Numeric * 100
> Baseline-Avg-Minutes * Baseline-Factor-Pct
If EXW-Threshold-Crossed not equal 'Y'
Move 'BASELINE' to EXW-Source
Move EXW-Baseline-Limit to EXW-Limit
End-If
Display "** BASELINE: " Current-Iata-Code " delay "
Alert-Delay-Numeric " vs own average "
Baseline-Avg-Minutes " **"
Add 1 to Threshold-Idx
End-If
.
*> The airport's own tiers decided: the limit reported is the tier
*> the delay crossed, or the lowest tier's when it crossed none.
Note-Threshold-Explain.
Move 'THRSHLST' to EXW-Source.
Move THRT-Warning-Minutes(Threshold-Idx) to EXW-Warning.
Move THRT-Severe-Minutes(Threshold-Idx) to EXW-Severe.
Move THRT-Critical-Minutes(Threshold-Idx) to EXW-Critical.
Move 'Y' to EXW-Threshold-Crossed.
Evaluate true
When Alert-Delay-Numeric > EXW-Critical
Move EXW-Critical to EXW-Limit
When Alert-Delay-Numeric > EXW-Severe
Move EXW-Severe to EXW-Limit
When Alert-Delay-Numeric > EXW-Warning
Move EXW-Warning to EXW-Limit
When other
Move EXW-Warning to EXW-Limit
Move 'N' to EXW-Threshold-Crossed
End-Evaluate.
Judge-Tiered-Delay.
Evaluate true
When Alert-Delay-Numeric > THRT-Critical-Minutes(Threshold-Idx)
Move Airport-Status-Code to FCS-Status-Code.
Move Delay-Minutes-Numeric to FCS-Delay-Minutes.
Move WX-Condition to FCS-Weather-Cond.
Move WX-Temp-Value to FCS-Temp-Value.
Move WX-Temp-Unit to FCS-Temp-Unit.
Write Forecast-Record.
*> Extra request to the METAR source over its own connection, ahead
*> of the alert checks so an IFR reading can raise its WEATHER alert
*> on this pass.  The provider's response fields are saved and put
*> back around it the way compare mode does it; the reply itself
*> lands in metar-body-data, so the airport fields are untouched.
Fetch-Metar.
Move http-resp-code to Saved-Http-Resp-Code.
Move http-hdr-count to Saved-Http-Hdr-Count.
Move http-reason-phrase to Saved-Http-Reason-Phrase.
Move json-response-flag to Metar-Saved-Json-Flag.
Move 0 to http-resp-code.
Move 0 to http-hdr-count.
Set json-response-false to true.
Set Use-Metar-Conn to true.
Perform HTTP-Init-Request.
If HWTH-OK
Perform HTTP-Setup-Request
If HWTH-OK
Perform HTTP-Issue-Request
If HWTH-OK and http-resp-code equal 200
and json-response-true
Perform Derive-Flight-Category
else
Display "** METAR for " Metar-Icao-Code
" not available, HTTP " http-resp-code " **"
End-If
End-If
Perform HTTP-Terminate-Request
End-If.
Move 'N' to Use-Metar-Conn-Flag.
Move Saved-Http-Resp-Code to http-resp-code.
Move Saved-Http-Hdr-Count to http-hdr-count.
Move Saved-Http-Reason-Phrase to http-reason-phrase.
Move Metar-Saved-Json-Flag to json-response-flag.
Move 0 to HWTH-Return-Code.
Clear-Metar-Readings.
Move 'N' to Metar-Data-Flag.
Move Spaces to Flight-Category.
Move 'N' to Metar-Visibility-Flag.
Move 0 to Metar-Visibility-Sm.
Move 99999 to Metar-Ceiling-Ft.
Move 0 to Metar-Wind-Gust.
Move Spaces to metar-info.
Move 0 to metar-cloud-count.
*> FAA flight categories off the prevailing visibility and the
*> ceiling (lowest broken, overcast or obscured layer), the worse of
*> the two deciding:
*>   LIFR  ceiling under 500 ft or visibility under 1 SM
*>   IFR   ceiling under 1000 ft or visibility under 3 SM
*>   MVFR  ceiling 3000 ft or less or visibility 5 SM or less
*>   VFR   otherwise
*> A report with neither a visibility nor any cloud group gives no
*> category rather than a guessed VFR.
Derive-Flight-Category.
Perform Parse-Metar-Visibility.
If metar-cloud-count > 8
Move 8 to metar-cloud-count
End-If.
Perform Judge-One-Cloud-Layer
Varying Metar-Cloud-Idx From 1 By 1
Until Metar-Cloud-Idx > metar-cloud-count.
If Function Test-Numval(metar-gust-text) = 0
and metar-gust-text not equal Spaces
Compute Metar-Wind-Gust =
Function Numval(metar-gust-text)
End-If.
Evaluate true
When not Metar-Visibility-Known and metar-cloud-count = 0
Move Spaces to Flight-Category
When (Metar-Visibility-Known and Metar-Visibility-Sm < 1)
or Metar-Ceiling-Ft < 500
Set Flight-Cat-Lifr to true
When (Metar-Visibility-Known and Metar-Visibility-Sm < 3)
or Metar-Ceiling-Ft < 1000
Set Flight-Cat-Ifr to true
When (Metar-Visibility-Known and Metar-Visibility-Sm not > 5)
or Metar-Ceiling-Ft not > 3000
Set Flight-Cat-Mvfr to true
When other
Set Flight-Cat-Vfr to true
End-Evaluate.
If metar-raw-text not equal Spaces or Flight-Category not equal Spaces
Set Metar-Data-Available to true
End-If.
Display "** METAR " Metar-Icao-Code " category "
Flight-Category " visibility " Metar-Visibility-Sm
" ceiling " Metar-Ceiling-Ft " gust " Metar-Wind-Gust " **".
Parse-Metar-Visibility.
Move metar-visib-text to Visib-Work-Text.
Inspect Visib-Work-Text Replacing All '+' by Space.
Move Spaces to Visib-Token-1 Visib-Token-2 Visib-Token-3.
Move 0 to Visib-Token-Count.
If Visib-Work-Text not equal Spaces
Unstring Visib-Work-Text Delimited by All Space or '/'
into Visib-Token-1 Visib-Token-2 Visib-Token-3
Tallying in Visib-Token-Count
End-Unstring
End-If.
Evaluate true
When Visib-Token-Count = 1
and Function Test-Numval(Visib-Token-1) = 0
Compute Metar-Visibility-Sm = Function Numval(Visib-Token-1)
Set Metar-Visibility-Known to true
When Visib-Token-Count = 2
and Visib-Token-1 is numeric and Visib-Token-2 is numeric
Compute Metar-Visibility-Sm Rounded =
Function Numval(Visib-Token-1) / Function Numval(Visib-Token-2)
Set Metar-Visibility-Known to true
When Visib-Token-Count = 3
and Function Test-Numval(Visib-Token-1) = 0
and Function Test-Numval(Visib-Token-2) = 0
and Function Test-Numval(Visib-Token-3) = 0
Compute Metar-Visibility-Sm Rounded =
Function Numval(Visib-Token-1)
+ Function Numval(Visib-Token-2) / Function Numval(Visib-Token-3)
Set Metar-Visibility-Known to true
When other
Continue
End-Evaluate.
Judge-One-Cloud-Layer.
If (metar-cloud-cover(Metar-Cloud-Idx) equal 'BKN'
or metar-cloud-cover(Metar-Cloud-Idx) equal 'OVC'
or metar-cloud-cover(Metar-Cloud-Idx) equal 'OVX'
or metar-cloud-cover(Metar-Cloud-Idx) equal 'VV')
and Function Test-Numval(metar-cloud-base(Metar-Cloud-Idx)) = 0
Compute Metar-Layer-Base =
Function Numval(metar-cloud-base(Metar-Cloud-Idx))
If Metar-Layer-Base < Metar-Ceiling-Ft
Move Metar-Layer-Base to Metar-Ceiling-Ft
End-If
End-If
.
Rank-Flight-Category.
Evaluate Rank-Category
When 'LIFR'
Move 1 to Rank-Result
When 'IFR'
Move 2 to Rank-Result
When 'MVFR'
Move 3 to Rank-Result
When other
Move 4 to Rank-Result
End-Evaluate.
*> Rank every other master airport whose last-known status is Green
*> by squared coordinate distance from the closed one, keeping the
*> three nearest.  The sequential pass disturbs the master record
Move airport-status-type to ALR-Status-Type.
Move airport-average-delay to ALR-Average-Delay.
Evaluate true
When Flap-Alert-Pending
Set ALR-Reason-Flapping to true
When Baseline-Alert-Pending
Set ALR-Reason-Baseline to true
When Weather-Alert-Pending
Set ALR-Reason-Stale to true
When Trend-Alert-Pending
Set ALR-Reason-Trend to true
When Runway-Alert-Pending
Set ALR-Reason-Runway to true
When Status-Code-Closed
Set ALR-Reason-Closure to true
When other
Move Alternate-Code-2 to ALR-Alternate-2.
Move Alternate-Code-3 to ALR-Alternate-3.
Move Alert-Delay-Numeric to ALR-Delay-Minutes.
If Runway-Alert-Pending
Move airport-runway-count to ALR-Runways-Open
Move Normal-Runway-Count to ALR-Runways-Normal
Move Runways-Out-List to ALR-Runways-Out
else
Move 0 to ALR-Runways-Open
Move 0 to ALR-Runways-Normal
Move Spaces to ALR-Runways-Out
End-If.
If Weather-Alert-Pending
Move Flight-Category to ALR-Flight-Category
else
Move Spaces to ALR-Flight-Category
End-If.
*> A THRESHOLD, BASELINE or RUNWAY alert under an active advisory
*> is noise the desk has already explained (three weeks of runway
*> work at DEN) -- mark it so, don't hide it.
Move 'N' to ALR-Explained-Flag.
Move Spaces to ALR-Advisory-Text.
If ALR-Reason-Threshold or ALR-Reason-Baseline
or ALR-Reason-Runway
Perform Find-Active-Advisory
If Advisory-Active-Found
Set ALR-Explained to true
Function Trim(ADVT-Text(Advisory-Idx)) " **"
End-If
End-If.
If ALR-Reason-Flapping
Move Flap-Change-Count to ALR-Delay-Minutes
String 'STATUS SEQUENCE '
FLS-Status-Sequence(Flap-Seq-Start - 1:Flap-Window-Runs)
Delimited by size into ALR-Advisory-Text
End-If.
Perform Derive-Assigned-Desk.
Move Assigned-Desk to ALR-Assigned-Desk.
Perform Compute-Utc-Timestamp.
Move Utc-Timestamp to ALR-Utc-Timestamp.
Perform Judge-Alert-Hold.
Evaluate true
When Alert-Open-Held
Perform Hold-Unsettled-Alert
When Alert-Flap-Held
Perform Hold-Flapping-Alert
When other
Perform Emit-Alert-Record
Perform Update-Alert-Status
End-Evaluate.
*> Lifecycle companion to the append-only ALERTOUT write above: one
*> living ALRTSTAT record per airport/reason.  First occurrence opens
*> it; a repeat while it's still open (or acknowledged) just bumps the
Move ALR-Status-Type to AST-Status-Type
Move ALR-Average-Delay to AST-Average-Delay
Move ALR-Alert-Tier to AST-Alert-Tier
Perform Judge-Itsm-Tier-Rise
Perform Raise-Alert-Peaks
Rewrite Alert-Status-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Alert-Status-File-Status to MRQ-Insert(4)
String 'alert status for ' AST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
If Itsm-Action not equal Spaces
Perform Queue-Itsm-Request
End-If
End-Rewrite
End-If
End-Read
Perform Build-Open-Alert-Status.
Write Alert-Status-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'WRITE' to MRQ-Insert(2)
Move Alert-Status-File-Status to MRQ-Insert(4)
String 'alert status for ' AST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Perform Signal-Critical-Event
If AST-Itsm-Requested
Perform Queue-Itsm-Request
End-If
End-Write
.
Open-Old-Alert-Status.
Perform Build-Open-Alert-Status.
Rewrite Alert-Status-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Alert-Status-File-Status to MRQ-Insert(4)
String 'alert re-open for ' AST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Perform Signal-Critical-Event
If AST-Itsm-Requested
Perform Queue-Itsm-Request
End-If
End-Rewrite
.
*> A CRITICAL episode just opened: append the trigger record and
Display "** Scheduler event " Critical-Event-Name
" signaled for " AST-Iata-Code " **"
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'SCHEDEVT' to MRQ-Insert(1)
Move 'scheduler event file' to MRQ-Insert(2)
String 'no event signaled for ' AST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-If
End-If
.
Move Spaces to AST-Escalate-Date.
Move Spaces to AST-Escalate-Time.
Move Spaces to AST-Escalated-Tier.
Move ALR-Alert-Tier to AST-Peak-Tier.
Move ALR-Delay-Minutes to AST-Peak-Delay.
Move Airport-Status-Code to AST-Worst-Status.
Move ALR-Advisory-Text to AST-Advisory-Text.
*> A new episode owes the ITSM a ticket when it opens at the
*> ticketing tier.
Move 'N' to AST-Itsm-Flag.
Move Spaces to AST-Itsm-Ticket.
Move Spaces to Itsm-Action.
If Itsm-Mode-On and not Replay-Mode
and AST-Alert-Reason not equal 'DRILL'
Move AST-Alert-Tier to Rank-Tier-Text
Perform Rank-Alert-Tier
If Tier-Rank not less Itsm-Min-Rank
Set AST-Itsm-Requested to true
Move 'OPEN' to Itsm-Action
End-If
End-If.
*> Episode high-water marks: tier, delay and coded status only ever
*> move up on a repeat; the first advisory to explain it is kept.
Raise-Alert-Peaks.
Move AST-Peak-Tier to Rank-Tier-Text.
Perform Rank-Alert-Tier.
Move Tier-Rank to Peak-Tier-Rank.
Move ALR-Alert-Tier to Rank-Tier-Text.
Perform Rank-Alert-Tier.
If Tier-Rank > Peak-Tier-Rank
Move ALR-Alert-Tier to AST-Peak-Tier
End-If.
If AST-Peak-Delay is not numeric
or ALR-Delay-Minutes > AST-Peak-Delay
Move ALR-Delay-Minutes to AST-Peak-Delay
End-If.
Move AST-Worst-Status to Rank-Status-Code.
Perform Rank-Status-Severity.
Move Status-Rank to Worst-Status-Rank.
Move Airport-Status-Code to Rank-Status-Code.
Perform Rank-Status-Severity.
If Status-Rank > Worst-Status-Rank
Move Airport-Status-Code to AST-Worst-Status
End-If.
If AST-Advisory-Text equal Spaces
Move ALR-Advisory-Text to AST-Advisory-Text
End-If.
*> Every alert the airport in hand raises passes here on its way
*> out: the explain record keeps the highest tier and its reason,
*> and whether an advisory explained it.
Note-Explain-Alert.
Add 1 to EXW-Alert-Count.
Move EXW-Tier to Rank-Tier-Text.
Perform Rank-Alert-Tier.
Move Tier-Rank to Explain-Tier-Rank.
Move ALR-Alert-Tier to Rank-Tier-Text.
Perform Rank-Alert-Tier.
If Tier-Rank > Explain-Tier-Rank
or EXW-Tier equal Spaces
Move ALR-Alert-Tier to EXW-Tier
Move ALR-Alert-Reason to EXW-Reason
End-If.
If ALR-Explained and EXW-Suppressed-By equal Spaces
Move 'ADVISORY' to EXW-Suppressed-By
Move ALR-Advisory-Text to EXW-Suppress-Text
End-If.
Rank-Alert-Tier.
Evaluate Rank-Tier-Text
When 'CRITICAL'
Move 3 to Tier-Rank
When 'SEVERE'
Move 2 to Tier-Rank
When 'WARNING'
Move 1 to Tier-Rank
When other
Move 0 to Tier-Rank
End-Evaluate.
Rank-Status-Severity.
Evaluate Rank-Status-Code
When 'C'
Move 4 to Status-Rank
When 'R'
Move 3 to Status-Rank
When 'Y'
Move 2 to Status-Rank
When 'U'
Move 1 to Status-Rank
When other
Move 0 to Status-Rank
End-Evaluate.
*> A Green answer means whatever was alerting has cleared -- close
*> every still-open ALRTSTAT record for the airport with a close
*> timestamp, so the console shows the episode ended without an
*> operator having to tidy up by hand.  A FLAPPING episode is the
*> exception: it closes when the airport settles, not on its first
*> Green in between.
Close-Airport-Alerts.
Move Current-Iata-Code to AST-Iata-Code.
Move Low-Values to AST-Alert-Reason.
Set Alert-Status-File-At-End to true
else
If not AST-State-Closed
and (AST-Alert-Reason not equal 'FLAPPING' or not Flap-Usable)
Set AST-State-Closed to true
Move Function Current-Date(1:8) to AST-Close-Date
Move Function Current-Date(9:6) to AST-Close-Time
Rewrite Alert-Status-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Alert-Status-File-Status to MRQ-Insert(4)
String 'alert close for ' AST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Perform Write-Incident-Record
If AST-Itsm-Requested and Itsm-Mode-On and not Replay-Mode
Move 'RESOLVE' to Itsm-Action
Perform Queue-Itsm-Request
End-If
End-Rewrite
Display "** Alert auto-closed for " AST-Iata-Code
" reason " AST-Alert-Reason " **"
End-If
End-If
.
*> The episode just closed goes on the permanent INCIDENT file --
*> ALRTSTAT's record will be overwritten the next time the condition
*> recurs.  The synthetic fire drill is not an incident.  Opened and
*> closed per record, like QUARFILE, so a cancelled run loses nothing
*> already closed.
Write-Incident-Record.
If AST-Alert-Reason not equal 'DRILL'
Open Extend Incident-File
If Incident-File-OK
Move Spaces to Incident-Record
Move AST-Iata-Code to INC-Iata-Code
Move AST-Alert-Reason to INC-Alert-Reason
Move AST-Airport-Name to INC-Airport-Name
Move AST-Open-Date to INC-Open-Date
Move AST-Open-Time to INC-Open-Time
Move AST-Close-Date to INC-Close-Date
Move AST-Close-Time to INC-Close-Time
Perform Compute-Incident-Duration
Move AST-Occurrence-Count to INC-Occurrence-Count
Move AST-Peak-Tier to INC-Peak-Tier
If AST-Peak-Delay is numeric
Move AST-Peak-Delay to INC-Peak-Delay
else
Move 0 to INC-Peak-Delay
End-If
Move AST-Worst-Status to INC-Worst-Status
Move AST-Ack-User to INC-Ack-User
Move AST-Ack-Date to INC-Ack-Date
Move AST-Ack-Time to INC-Ack-Time
Move AST-Escalated-Flag to INC-Escalated-Flag
Move AST-Escalated-Tier to INC-Escalated-Tier
Move AST-Assigned-Desk to INC-Assigned-Desk
Move AST-Advisory-Text to INC-Advisory-Text
Move Run-Identifier to INC-Run-Id
Perform Carry-Episode-Notes
Write Incident-Record
Close Incident-File
Add 1 to Incident-Count
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'INCIDENT' to MRQ-Insert(1)
Move 'incident file' to MRQ-Insert(2)
String 'episode for ' AST-Iata-Code ' not recorded'
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-If
End-If
.
*> Every note on the episode goes onto INCNOTES, oldest first, and
*> off ALRTNOTE; the incident keeps the count and the last one.
Carry-Episode-Notes.
Move 0 to INC-Note-Count.
Move Spaces to INC-Last-Note-User.
Move Spaces to INC-Last-Note-Text.
Move AST-Iata-Code to Episode-Note-Key(1:3).
Move AST-Alert-Reason to Episode-Note-Key(4:10).
Move AST-Open-Date to Episode-Note-Key(14:8).
Move AST-Open-Time to Episode-Note-Key(22:6).
Open I-O Alert-Note-File.
If Alert-Note-File-OK
Open Extend Incident-Note-File
If Incident-Note-File-OK
Move 'N' to Note-Browse-Flag
Move Low-Values to NTE-Key
Move Episode-Note-Key to NTE-Episode-Key
Start Alert-Note-File Key is Not Less Than NTE-Key
Invalid Key
Set Note-Browse-Done to true
End-Start
Perform Carry-One-Episode-Note until Note-Browse-Done
Close Incident-Note-File
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'INCNOTES' to MRQ-Insert(1)
Move 'incident notes file' to MRQ-Insert(2)
String 'notes for ' AST-Iata-Code ' left on ALRTNOTE'
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-If
Close Alert-Note-File
End-If
.
Carry-One-Episode-Note.
Read Alert-Note-File Next Record
At End
Set Note-Browse-Done to true
End-Read.
If not Alert-Note-File-OK
Set Note-Browse-Done to true
End-If.
If not Note-Browse-Done
If NTE-Episode-Key not equal Episode-Note-Key
Set Note-Browse-Done to true
else
Move Alert-Note-Record to Incident-Note-Record
Write Incident-Note-Record
Add 1 to INC-Note-Count
Move NTE-User to INC-Last-Note-User
Move NTE-Text to INC-Last-Note-Text
Delete Alert-Note-File Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'ALRTNOTE' to MRQ-Insert(1)
Move 'DELETE' to MRQ-Insert(2)
Move Alert-Note-File-Status to MRQ-Insert(4)
String 'note for ' NTE-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Delete
End-If
End-If
.
*> Unparseable stamps give a zero duration rather than garbage.
Compute-Incident-Duration.
Move 0 to INC-Duration-Minutes.
If AST-Open-Date is numeric and AST-Open-Time is numeric
and AST-Close-Date is numeric and AST-Close-Time is numeric
Move AST-Open-Date to Esc-Open-Date-Num
Move AST-Close-Date to Inc-Close-Date-Num
Compute Esc-Open-Mins =
Function Numval(AST-Open-Time(1:2)) * 60
+ Function Numval(AST-Open-Time(3:2))
Compute Inc-Close-Mins =
Function Numval(AST-Close-Time(1:2)) * 60
+ Function Numval(AST-Close-Time(3:2))
Compute Incident-Minutes =
(Function Integer-Of-Date(Inc-Close-Date-Num)
- Function Integer-Of-Date(Esc-Open-Date-Num)) * 1440
+ Inc-Close-Mins - Esc-Open-Mins
If Incident-Minutes > 0
Move Incident-Minutes to INC-Duration-Minutes
End-If
End-If
.
*> FLAPCTL is optional: without it every airport keeps the first-
*> sight defaults.
Load-Flap-Control.
Open Input Flap-Control-File.
If Flap-Control-File-OK
Perform Read-Flap-Control-Record until Flap-Control-EOF
Close Flap-Control-File
End-If
.
Read-Flap-Control-Record.
Read Flap-Control-File
At End
Set Flap-Control-EOF to true
End-Read
If not Flap-Control-File-OK and not Flap-Control-File-At-End
Set Flap-Control-EOF to true
End-If.
If not Flap-Control-EOF
If FLC-Open-Runs is numeric and FLC-Close-Runs is numeric
and FLC-Flap-Changes is numeric and FLC-Flap-Window is numeric
and FLC-Iata-Code not equal Spaces
If Flap-Control-Count >= 2000
Display "** FLAPCTL exceeds the 2000-entry table --"
" remainder ignored **"
Set Flap-Control-EOF to true
else
Add 1 to Flap-Control-Count
Move FLC-Iata-Code to FCT-Iata-Code(Flap-Control-Count)
Move FLC-Open-Runs to FCT-Open-Runs(Flap-Control-Count)
Move FLC-Close-Runs to FCT-Close-Runs(Flap-Control-Count)
Move FLC-Flap-Changes to FCT-Flap-Changes(Flap-Control-Count)
Move FLC-Flap-Window to FCT-Flap-Window(Flap-Control-Count)
End-If
else
Display "** FLAPCTL row ignored: " Flap-Control-Record
End-If
End-If
.
*> The airport's own row, else the '***' row, else first sight.
Find-Flap-Settings.
Move 1 to Flap-Open-Runs.
Move 1 to Flap-Close-Runs.
Move 0 to Flap-Change-Limit.
Move 12 to Flap-Window-Runs.
Move Current-Iata-Code to Flap-Lookup-Code.
Perform Search-Flap-Control.
If not Flap-Control-Found
Move '***' to Flap-Lookup-Code
Perform Search-Flap-Control
End-If.
If Flap-Control-Found
If FCT-Open-Runs(Flap-Control-Idx) > 1
Move FCT-Open-Runs(Flap-Control-Idx) to Flap-Open-Runs
End-If
If FCT-Close-Runs(Flap-Control-Idx) > 1
Move FCT-Close-Runs(Flap-Control-Idx) to Flap-Close-Runs
End-If
Move FCT-Flap-Changes(Flap-Control-Idx) to Flap-Change-Limit
If FCT-Flap-Window(Flap-Control-Idx) > 1
Move FCT-Flap-Window(Flap-Control-Idx) to Flap-Window-Runs
End-If
If Flap-Window-Runs > 24
Move 24 to Flap-Window-Runs
End-If
End-If.
Search-Flap-Control.
Move 'N' to Flap-Control-Found-Flag.
Move 1 to Flap-Control-Idx.
Perform Match-Flap-Control-Entry
until Flap-Control-Idx > Flap-Control-Count
or Flap-Control-Found.
Match-Flap-Control-Entry.
If FCT-Iata-Code(Flap-Control-Idx) equal Flap-Lookup-Code
Set Flap-Control-Found to true
else
Add 1 to Flap-Control-Idx
End-If
.
*> The airport's hysteresis and flap state, read as the airport
*> starts so every alert it raises -- the staleness check's
*> included -- is judged against it.  A record already stamped
*> with this run's id means this is a re-poll's second look.
Load-Flap-State.
Move 'N' to Flap-Alert-Raised-Flag.
Move 'N' to Flap-State-Changed-Flag.
Move 'N' to Flap-Run-Counted-Flag.
Move 'N' to Flap-Record-Found-Flag.
Move Spaces to Alert-Hold-Flag.
Move 0 to Flap-Clear-Now.
Move 0 to Flap-Rwy-Now.
Move 1 to Flap-Open-Runs.
Move 1 to Flap-Close-Runs.
Move 0 to Flap-Change-Limit.
Move 12 to Flap-Window-Runs.
If Flap-Usable
Perform Find-Flap-Settings
Move Current-Iata-Code to FLS-Iata-Code
Read Flap-State-File
Invalid Key
Continue
Not Invalid Key
Set Flap-Record-Found to true
End-Read
If Flap-Record-Found
Perform Tidy-Flap-State
If FLS-Last-Run-Id equal Run-Identifier
Set Flap-Run-Counted to true
End-If
else
Move Spaces to Flap-State-Record
Move Current-Iata-Code to FLS-Iata-Code
Move 0 to FLS-Worse-Runs
Move 0 to FLS-Clear-Runs
Move 0 to FLS-Flap-Changes
Move 0 to FLS-Full-Rwy-Runs
Set FLS-Settled to true
Move 0 to FLS-Held-Pages
End-If
Compute Flap-Seq-Start = 26 - Flap-Window-Runs
Move FLS-Flap-Changes to Flap-Change-Count
End-If
.
Tidy-Flap-State.
If FLS-Worse-Runs is not numeric
Move 0 to FLS-Worse-Runs
End-If.
If FLS-Clear-Runs is not numeric
Move 0 to FLS-Clear-Runs
End-If.
If FLS-Flap-Changes is not numeric
Move 0 to FLS-Flap-Changes
End-If.
If FLS-Held-Pages is not numeric
Move 0 to FLS-Held-Pages
End-If.
If FLS-Full-Rwy-Runs is not numeric
Move 0 to FLS-Full-Rwy-Runs
End-If.
If not FLS-Flapping
Set FLS-Settled to true
End-If.
*> The run's coded status goes onto the airport's sequence (a re-
*> poll's fresher answer replaces the run's rather than adding one)
*> and the changes over the window are counted.  Past the limit the
*> airport is flapping and raises its one FLAPPING alert; back to
*> half the limit or under, it has settled.
Note-Flap-Status.
If Flap-Usable
If not Flap-Run-Counted
Move FLS-Status-Sequence(2:23) to Flap-Sequence-Work
Move Flap-Sequence-Work(1:23) to FLS-Status-Sequence(1:23)
End-If
Move Airport-Status-Code to FLS-Status-Sequence(24:1)
Move 0 to Flap-Change-Count
Perform Count-One-Flap-Change
Varying Flap-Seq-Idx From Flap-Seq-Start By 1
Until Flap-Seq-Idx > 24
Move Flap-Change-Count to FLS-Flap-Changes
Set Flap-State-Changed to true
If FLS-Flapping
Compute Flap-Settle-Limit = Flap-Change-Limit / 2
If Flap-Change-Limit = 0
or Flap-Change-Count not greater Flap-Settle-Limit
Perform End-Airport-Flap
End-If
else
If Flap-Change-Limit > 0
and Flap-Change-Count > Flap-Change-Limit
Perform Start-Airport-Flap
End-If
End-If
End-If
.
Count-One-Flap-Change.
If FLS-Status-Sequence(Flap-Seq-Idx:1) not equal Space
and FLS-Status-Sequence(Flap-Seq-Idx - 1:1) not equal Space
and FLS-Status-Sequence(Flap-Seq-Idx:1) not equal
FLS-Status-Sequence(Flap-Seq-Idx - 1:1)
Add 1 to Flap-Change-Count
End-If
.
Start-Airport-Flap.
Set FLS-Flapping to true.
Move Function Current-Date(1:8) to FLS-Flap-Date.
Move Function Current-Date(9:6) to FLS-Flap-Time.
Move 0 to FLS-Held-Pages.
Add 1 to Flap-Start-Count.
Display "** FLAPPING: " Current-Iata-Code " changed status "
Flap-Change-Count " times in " Flap-Window-Runs
" runs -- pages held **".
Move Delay-Minutes-Numeric to Alert-Delay-Numeric.
Set Alert-Tier-Severe to true.
Set Flap-Alert-Pending to true.
Perform Write-Alert-Record.
Move 'N' to Flap-Alert-Flag.
*> Settled: the FLAPPING episode closes like any other, and the
*> airport's alerts page again from here on.
End-Airport-Flap.
Set FLS-Settled to true.
Add 1 to Flap-End-Count.
Display "** Flapping ended for " Current-Iata-Code " -- "
FLS-Held-Pages " page(s) were held **".
Move Current-Iata-Code to AST-Iata-Code.
Move 'FLAPPING' to AST-Alert-Reason.
Read Alert-Status-File
Invalid Key
Continue
Not Invalid Key
If not AST-State-Closed
Set AST-State-Closed to true
Move Function Current-Date(1:8) to AST-Close-Date
Move Function Current-Date(9:6) to AST-Close-Time
Rewrite Alert-Status-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Alert-Status-File-Status to MRQ-Insert(4)
String 'alert close for ' AST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
Perform Write-Incident-Record
If AST-Itsm-Requested and Itsm-Mode-On and not Replay-Mode
Move 'RESOLVE' to Itsm-Action
Perform Queue-Itsm-Request
End-If
End-Rewrite
Display "** Alert auto-closed for " AST-Iata-Code
" reason " AST-Alert-Reason " -- status settled **"
End-If
End-Read
.
*> Once per run: the successive alerting and Green runs the open and
*> close hysteresis count against.
Settle-Flap-Runs.
If Flap-Usable
If not Flap-Run-Counted
If Flap-Alert-Raised
If FLS-Worse-Runs < 999
Add 1 to FLS-Worse-Runs
End-If
else
Move 0 to FLS-Worse-Runs
End-If
If Status-Code-Green
If FLS-Clear-Runs < 999
Add 1 to FLS-Clear-Runs
End-If
else
Move 0 to FLS-Clear-Runs
End-If
Move Run-Identifier to FLS-Last-Run-Id
Set Flap-State-Changed to true
End-If
Move FLS-Clear-Runs to Flap-Clear-Now
End-If
.
Store-Flap-State.
If Flap-Usable and Flap-State-Changed
If Flap-Record-Found
Rewrite Flap-State-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'FLAPKSDS' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Flap-State-File-Status to MRQ-Insert(4)
String 'flap state for ' FLS-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Rewrite
else
Write Flap-State-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'FLAPKSDS' to MRQ-Insert(1)
Move 'WRITE' to MRQ-Insert(2)
Move Flap-State-File-Status to MRQ-Insert(4)
String 'flap state for ' FLS-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Write
End-If
End-If
.
*> Hysteresis and flap holds, judged as each alert goes out.  A new
*> episode waits until its condition has persisted the airport's
*> open runs (one already open just carries on); while the airport
*> is flapping its alerts are held under the FLAPPING alert that
*> stands for them -- save a closure, which always pages.
Judge-Alert-Hold.
Move Spaces to Alert-Hold-Flag.
If Flap-Usable and not ALR-Reason-Flapping
Set Flap-Alert-Raised to true
If FLS-Flapping and not ALR-Reason-Closure
Set Alert-Flap-Held to true
else
If Flap-Open-Runs > 1
If Flap-Run-Counted
Move FLS-Worse-Runs to Flap-Worse-Now
If Flap-Worse-Now = 0
Move 1 to Flap-Worse-Now
End-If
else
Compute Flap-Worse-Now = FLS-Worse-Runs + 1
End-If
If Flap-Worse-Now < Flap-Open-Runs
Perform Check-Episode-Open
End-If
End-If
End-If
End-If
.
Check-Episode-Open.
Move Current-Iata-Code to AST-Iata-Code.
Move ALR-Alert-Reason to AST-Alert-Reason.
Read Alert-Status-File
Invalid Key
Set Alert-Open-Held to true
Not Invalid Key
If AST-State-Closed
Set Alert-Open-Held to true
End-If
End-Read
.
Hold-Unsettled-Alert.
Add 1 to Persist-Held-Count.
Perform Note-Explain-Alert.
Move 'PERSIST' to EXW-Suppressed-By.
Move Spaces to EXW-Suppress-Text.
String 'held -- run ' Flap-Worse-Now ' of ' Flap-Open-Runs
' needed to open' Delimited by size into EXW-Suppress-Text.
Display "** Hysteresis: " Current-Iata-Code " "
ALR-Alert-Reason " held, run " Flap-Worse-Now " of "
Flap-Open-Runs " **".
Hold-Flapping-Alert.
Add 1 to Flap-Held-Count.
If FLS-Held-Pages < 99999
Add 1 to FLS-Held-Pages
End-If.
Set Flap-State-Changed to true.
Perform Note-Explain-Alert.
Move 'FLAPPING' to EXW-Suppressed-By.
Move 'held under the airport''s FLAPPING alert'
to EXW-Suppress-Text.
Display "** Flapping: " Current-Iata-Code " "
ALR-Alert-Reason " held **".
*> WAIVCRIT is optional: without it no waiver opens this run, but
*> waivers already in force on WAIVKSDS still clear and close.
Load-Waiver-Criteria.
Open Input Waiver-Crit-File.
If Waiver-Crit-File-OK
Perform Read-Waiver-Crit-Record until Waiver-Crit-EOF
Close Waiver-Crit-File
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'WAIVCRIT' to MRQ-Insert(1)
Move 'waiver criteria' to MRQ-Insert(2)
Move 'waivers in force still close, none open' to MRQ-Insert(3)
Perform Issue-Message
End-If
.
Read-Waiver-Crit-Record.
Read Waiver-Crit-File
At End
Set Waiver-Crit-EOF to true
End-Read
If not Waiver-Crit-File-OK and not Waiver-Crit-File-At-End
Set Waiver-Crit-EOF to true
End-If.
If not Waiver-Crit-EOF
If WVC-Consec-Runs is numeric and WVC-Min-Delay is numeric
and WVC-Clear-Hours is numeric and WVC-Consec-Runs > 0
and WVC-Status-Set not equal Spaces
If Waiver-Crit-Count >= 2000
Display "** WAIVCRIT exceeds the 2000-entry table --"
" remainder ignored **"
Set Waiver-Crit-EOF to true
else
Add 1 to Waiver-Crit-Count
Move WVC-Iata-Code to WCT-Iata-Code(Waiver-Crit-Count)
Move WVC-Status-Set to WCT-Status-Set(Waiver-Crit-Count)
Move WVC-Consec-Runs to WCT-Consec-Runs(Waiver-Crit-Count)
Move WVC-Min-Delay to WCT-Min-Delay(Waiver-Crit-Count)
Move WVC-Clear-Hours to WCT-Clear-Hours(Waiver-Crit-Count)
End-If
else
Display "** WAIVCRIT row ignored: " Waiver-Criteria-Record
End-If
End-If
.
*> Fare-waiver evaluation for the airport just looked up.  The run of
*> qualifying runs per criteria row advances once per monitor run --
*> a storm repoll of the same airport inside one run does not count
*> twice.  With no waiver in force, the first row whose run is long
*> enough opens one; with one in force, only the Green clearing clock
*> matters, and the open state on WAIVKSDS is what stops a rerun
*> from opening a second.
Check-Fare-Waiver.
Move Function Current-Date(1:14) to Waiver-Now-Stamp.
Move Current-Iata-Code to WVS-Iata-Code.
Read Waiver-State-File
Invalid Key
Move 'N' to Waiver-Found-Flag
Not Invalid Key
Set Waiver-Record-Found to true
End-Read.
If not Waiver-Record-Found
Move Spaces to Waiver-State-Record
Move Current-Iata-Code to WVS-Iata-Code
Set WVS-Watching to true
Move 0 to WVS-Rule-Runs(1)
Move 0 to WVS-Rule-Runs(2)
Move 0 to WVS-Rule-Runs(3)
Move 0 to WVS-Clear-Hours
End-If.
Perform Find-Waiver-Rules.
If WVS-Last-Run-Id not equal Run-Identifier
Perform Count-Waiver-Rule-Run
Varying Waiver-Rule-Slot From 1 By 1
Until Waiver-Rule-Slot > 3
Move Run-Identifier to WVS-Last-Run-Id
End-If.
If WVS-Waiver-Open
Perform Judge-Waiver-Clearing
else
Move 0 to Waiver-Met-Slot
Perform Judge-Waiver-Rule
Varying Waiver-Rule-Slot From 1 By 1
Until Waiver-Rule-Slot > Waiver-Rule-Count
or Waiver-Met-Slot > 0
If Waiver-Met-Slot > 0
Perform Open-Fare-Waiver
End-If
End-If.
Perform Store-Waiver-State.
*> The airport's own rows, else the '***' default rows.
Find-Waiver-Rules.
Move 0 to Waiver-Rule-Count.
Move Current-Iata-Code to Waiver-Lookup-Code.
Perform Gather-Waiver-Rule
Varying Waiver-Crit-Idx From 1 By 1
Until Waiver-Crit-Idx > Waiver-Crit-Count.
If Waiver-Rule-Count = 0
Move '***' to Waiver-Lookup-Code
Perform Gather-Waiver-Rule
Varying Waiver-Crit-Idx From 1 By 1
Until Waiver-Crit-Idx > Waiver-Crit-Count
End-If.
Gather-Waiver-Rule.
If WCT-Iata-Code(Waiver-Crit-Idx) equal Waiver-Lookup-Code
and Waiver-Rule-Count < 3
Add 1 to Waiver-Rule-Count
Move Waiver-Crit-Idx to WRL-Crit-Idx(Waiver-Rule-Count)
End-If.
Count-Waiver-Rule-Run.
If Waiver-Rule-Slot > Waiver-Rule-Count
or WVS-Rule-Runs(Waiver-Rule-Slot) is not numeric
Move 0 to WVS-Rule-Runs(Waiver-Rule-Slot)
End-If.
If Waiver-Rule-Slot not greater Waiver-Rule-Count
Move WRL-Crit-Idx(Waiver-Rule-Slot) to Waiver-Crit-Idx
Move 0 to Waiver-Status-Tally
Inspect WCT-Status-Set(Waiver-Crit-Idx)
Tallying Waiver-Status-Tally For All Airport-Status-Code
If Waiver-Status-Tally > 0
and Alert-Delay-Numeric not less WCT-Min-Delay(Waiver-Crit-Idx)
If WVS-Rule-Runs(Waiver-Rule-Slot) < 999
Add 1 to WVS-Rule-Runs(Waiver-Rule-Slot)
End-If
else
Move 0 to WVS-Rule-Runs(Waiver-Rule-Slot)
End-If
End-If.
Judge-Waiver-Rule.
Move WRL-Crit-Idx(Waiver-Rule-Slot) to Waiver-Crit-Idx.
If WVS-Rule-Runs(Waiver-Rule-Slot)
not less WCT-Consec-Runs(Waiver-Crit-Idx)
Move Waiver-Rule-Slot to Waiver-Met-Slot
End-If.
Open-Fare-Waiver.
Move WRL-Crit-Idx(Waiver-Met-Slot) to Waiver-Crit-Idx.
Set WVS-Waiver-Open to true.
Move Waiver-Now-Stamp(1:8) to WVS-Start-Date.
Move Waiver-Now-Stamp(9:6) to WVS-Start-Time.
Move Spaces to WVS-Condition.
Move 1 to Waiver-String-Ptr.
String 'STATUS ' Delimited by Size
WCT-Status-Set(Waiver-Crit-Idx) Delimited by Space
' FOR ' WCT-Consec-Runs(Waiver-Crit-Idx) ' RUNS'
Delimited by Size
Into WVS-Condition
With Pointer Waiver-String-Ptr
End-String.
If WCT-Min-Delay(Waiver-Crit-Idx) > 0
String ' DELAY>=' WCT-Min-Delay(Waiver-Crit-Idx)
Delimited by Size
Into WVS-Condition
With Pointer Waiver-String-Ptr
End-String
End-If.
Move WCT-Clear-Hours(Waiver-Crit-Idx) to WVS-Clear-Hours.
Move Run-Identifier to WVS-Open-Run-Id.
Move Spaces to WVS-Green-Date.
Move Spaces to WVS-Green-Time.
Move Spaces to Waiver-Trigger-Record.
Set WVT-Open to true.
Perform Write-Waiver-Trigger.
Add 1 to Waiver-Open-Count.
Display "** Fare waiver OPENED for " Current-Iata-Code ": "
WVS-Condition " **".
*> A Green run starts (or continues) the clearing clock; anything
*> else stops it.  A Green that may be stale neither starts nor
*> stops it.
Judge-Waiver-Clearing.
If WVS-Clear-Hours is not numeric
Move 0 to WVS-Clear-Hours
End-If.
If Status-Code-Green
If not Possibly-Stale
If WVS-Green-Date equal Spaces
Move Waiver-Now-Stamp(1:8) to WVS-Green-Date
Move Waiver-Now-Stamp(9:6) to WVS-Green-Time
End-If
Perform Compute-Waiver-Green-Minutes
If Waiver-Green-Minutes not less WVS-Clear-Hours * 60
Perform Close-Fare-Waiver
End-If
End-If
else
Move Spaces to WVS-Green-Date
Move Spaces to WVS-Green-Time
End-If.
Compute-Waiver-Green-Minutes.
Move 0 to Waiver-Green-Minutes.
If WVS-Green-Date is numeric and WVS-Green-Time is numeric
Move WVS-Green-Date to Waiver-Green-Date-Num
Move Waiver-Now-Stamp(1:8) to Waiver-Now-Date-Num
Compute Waiver-Green-Mins =
Function Numval(WVS-Green-Time(1:2)) * 60
+ Function Numval(WVS-Green-Time(3:2))
Compute Waiver-Now-Mins =
Function Numval(Waiver-Now-Stamp(9:2)) * 60
+ Function Numval(Waiver-Now-Stamp(11:2))
Compute Waiver-Green-Minutes =
(Function Integer-Of-Date(Waiver-Now-Date-Num)
- Function Integer-Of-Date(Waiver-Green-Date-Num)) * 1440
+ Waiver-Now-Mins - Waiver-Green-Mins
End-If
.
*> The CLOSE carries the OPEN's start date and condition so revenue
*> management can pair the two; the airport then starts from zero.
Close-Fare-Waiver.
Move Spaces to Waiver-Trigger-Record.
Set WVT-Close to true.
Move Waiver-Now-Stamp(1:8) to WVT-Close-Date.
Move Waiver-Now-Stamp(9:6) to WVT-Close-Time.
Perform Write-Waiver-Trigger.
Add 1 to Waiver-Close-Count.
Display "** Fare waiver CLOSED for " Current-Iata-Code
" -- Green " WVS-Clear-Hours " hours **".
Set WVS-Watching to true.
Move Spaces to WVS-Start-Date.
Move Spaces to WVS-Start-Time.
Move Spaces to WVS-Condition.
Move Spaces to WVS-Open-Run-Id.
Move Spaces to WVS-Green-Date.
Move Spaces to WVS-Green-Time.
Move 0 to WVS-Clear-Hours.
Move 0 to WVS-Rule-Runs(1).
Move 0 to WVS-Rule-Runs(2).
Move 0 to WVS-Rule-Runs(3).
Write-Waiver-Trigger.
Move WVS-Iata-Code to WVT-Iata-Code.
Move WVS-Start-Date to WVT-Start-Date.
Move WVS-Start-Time to WVT-Start-Time.
Move WVS-Condition to WVT-Condition.
Move Airport-Status-Code to WVT-Status-Code.
Move Alert-Delay-Numeric to WVT-Delay-Minutes.
Move airport-name to WVT-Airport-Name.
Move Run-Identifier to WVT-Run-Id.
Write Waiver-Trigger-Record.
If not Waiver-Trigger-File-OK
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'WAIVTRIG' to MRQ-Insert(1)
Move 'WRITE' to MRQ-Insert(2)
Move Waiver-Trigger-File-Status to MRQ-Insert(4)
String 'waiver trigger for ' WVT-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-If.
*> Nothing in force and no run in progress: drop the record rather
*> than keep one per airport that ever qualified.
Store-Waiver-State.
If WVS-Watching and WVS-Rule-Runs(1) = 0
and WVS-Rule-Runs(2) = 0 and WVS-Rule-Runs(3) = 0
If Waiver-Record-Found
Delete Waiver-State-File
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'WAIVKSDS' to MRQ-Insert(1)
Move 'DELETE' to MRQ-Insert(2)
Move Waiver-State-File-Status to MRQ-Insert(4)
String 'waiver state for ' WVS-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Delete
End-If
else
If Waiver-Record-Found
Rewrite Waiver-State-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'WAIVKSDS' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Waiver-State-File-Status to MRQ-Insert(4)
String 'waiver state for ' WVS-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Rewrite
else
Write Waiver-State-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'WAIVKSDS' to MRQ-Insert(1)
Move 'WRITE' to MRQ-Insert(2)
Move Waiver-State-File-Status to MRQ-Insert(4)
String 'waiver state for ' WVS-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Write
End-If
End-If.
*> End-of-run sweep down the alert lifecycle file: a CRITICAL still
*> sitting open (nobody has acknowledged it) past its clock, or a
*> SEVERE past its longer one, is re-emitted to ALERTOUT and the
Move Function Current-Date(1:8) to AST-Escalate-Date.
Move Function Current-Date(9:6) to AST-Escalate-Time.
Move Escalated-Tier to AST-Escalated-Tier.
Move AST-Peak-Tier to Rank-Tier-Text.
Perform Rank-Alert-Tier.
Move Tier-Rank to Peak-Tier-Rank.
Move Escalated-Tier to Rank-Tier-Text.
Perform Rank-Alert-Tier.
If Tier-Rank > Peak-Tier-Rank
Move Escalated-Tier to AST-Peak-Tier
End-If.
Rewrite Alert-Status-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Alert-Status-File-Status to MRQ-Insert(4)
String 'escalation stamp for ' AST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
Not Invalid Key
If AST-Itsm-Requested and Itsm-Mode-On and not Replay-Mode
Move 'UPDATE' to Itsm-Action
Move Escalated-Tier to Itsm-Tier
Perform Queue-Itsm-Request
End-If
End-Rewrite.
Move Spaces to Message-Request
Move 'HWT0008E' to MRQ-Id
Move AST-Iata-Code to MRQ-Insert(1)
Move AST-Alert-Reason to MRQ-Insert(2)
Move Alert-Age-Minutes to MRQ-Insert(3)
Perform Issue-Console-Message.
*> The re-emitted page, built off the lifecycle record itself (the
*> run may never have touched this airport today) -- same feed, same
*> queue, escalated tier, original reason so routing still works.
Move Spaces to ALR-Alternate-3.
Move 0 to ALR-Delay-Minutes.
Move 'N' to ALR-Explained-Flag.
Move 0 to ALR-Runways-Open.
Move 0 to ALR-Runways-Normal.
Move Spaces to ALR-Runways-Out.
Move Spaces to ALR-Flight-Category.
Move Spaces to ALR-Advisory-Text.
If AST-Assigned-Desk not equal Spaces
Move AST-Assigned-Desk to ALR-Assigned-Desk
Perform Compute-Utc-Timestamp.
Move Utc-Timestamp to ALR-Utc-Timestamp.
Perform Emit-Alert-Record.
*> ITSM ticketing.  ITSMCFG names the endpoint; no ITSMCFG (or no
*> host or path on it) leaves ticketing off and ALRTSTAT untouched.
Load-Itsm-Config.
Open Input Itsm-Config-File.
If Itsm-Config-File-OK
Read Itsm-Config-File
At End
Continue
Not At End
If ITC-Host not equal Spaces and ITC-Path not equal Spaces
Set Itsm-Mode-On to true
If ITC-Scheme not equal Spaces
Move ITC-Scheme to Itsm-Scheme
End-If
Move ITC-Host to Itsm-Host
If ITC-Port is numeric and ITC-Port > 0
Move ITC-Port to Itsm-Port
End-If
Move ITC-Path to Itsm-Path
If ITC-Ticket-Field not equal Spaces
Move ITC-Ticket-Field to Itsm-Ticket-Field
End-If
If ITC-Min-Tier equal 'CRITICAL'
Move 'CRITICAL' to Itsm-Min-Tier
Move 3 to Itsm-Min-Rank
End-If
End-If
End-Read
Close Itsm-Config-File
End-If.
If Itsm-Mode-On
Display "** ITSM tickets for " Function Trim(Itsm-Min-Tier)
" and above via " Function Trim(Itsm-Host) " **"
If Itsm-Auth-Header equal Spaces
Display "** WARNING: no ITSM credential on SECRETS --"
" requests go unauthenticated **"
End-If
End-If.
*> A repeat that lifts the episode past its worst tier so far: an
*> episode already ticketed gets an UPDATE; one that has only now
*> reached the ticketing tier gets its OPEN.
Judge-Itsm-Tier-Rise.
Move Spaces to Itsm-Action.
If Itsm-Mode-On and not Replay-Mode
and AST-Alert-Reason not equal 'DRILL'
Move AST-Peak-Tier to Rank-Tier-Text
Perform Rank-Alert-Tier
Move Tier-Rank to Peak-Tier-Rank
Move ALR-Alert-Tier to Rank-Tier-Text
Perform Rank-Alert-Tier
If Tier-Rank > Peak-Tier-Rank
and Tier-Rank not less Itsm-Min-Rank
If AST-Itsm-Requested
Move 'UPDATE' to Itsm-Action
else
Set AST-Itsm-Requested to true
Move 'OPEN' to Itsm-Action
End-If
End-If
End-If.
*> One request onto the ITSMQUE outbox for the episode in
*> Alert-Status-Record.  Opened and closed per record, like QUARFILE,
*> so a cancelled run loses nothing already queued.
Queue-Itsm-Request.
Move Spaces to Itsm-Queue-Record.
Move Itsm-Action to ITQ-Action.
Move AST-Iata-Code to ITQ-Iata-Code.
Move AST-Alert-Reason to ITQ-Alert-Reason.
Move AST-Open-Date to ITQ-Open-Date.
Move AST-Open-Time to ITQ-Open-Time.
If Itsm-Tier not equal Spaces
Move Itsm-Tier to ITQ-Alert-Tier
else
Move AST-Alert-Tier to ITQ-Alert-Tier
End-If.
If AST-Assigned-Desk not equal Spaces
Move AST-Assigned-Desk to ITQ-Desk
else
Move 'PRIMARY' to ITQ-Desk
End-If.
Move AST-Itsm-Ticket to ITQ-Ticket.
Move Function Current-Date(1:8) to ITQ-Queued-Date.
Move Function Current-Date(9:6) to ITQ-Queued-Time.
Move 0 to ITQ-Attempts.
Move 0 to ITQ-Last-Http.
Move Run-Identifier to ITQ-Run-Id.
Evaluate true
When ITQ-Action-Open
String AST-Iata-Code ' ' Function Trim(AST-Airport-Name)
' -- ' Function Trim(AST-Alert-Reason) ' alert, '
Function Trim(ITQ-Alert-Tier) ': '
Function Trim(AST-Status-Type) ', average delay '
Function Trim(AST-Average-Delay)
Delimited by size into ITQ-Text
When ITQ-Action-Update
String 'Escalated to ' Function Trim(ITQ-Alert-Tier) ': '
Function Trim(AST-Status-Type) ', average delay '
Function Trim(AST-Average-Delay) ', seen '
AST-Occurrence-Count ' time(s), state ' AST-State
Delimited by size into ITQ-Text
When other
String 'Alert auto-closed ' AST-Close-Date ' ' AST-Close-Time
' -- airport reporting normally again'
Delimited by size into ITQ-Text
End-Evaluate.
*> The text rides inside a JSON string.
Inspect ITQ-Text Replacing All '"' By "'" All '\' By '/'.
Open Extend Itsm-Queue-File.
If Itsm-Queue-File-OK
Write Itsm-Queue-Record
Close Itsm-Queue-File
Add 1 to Itsm-Queued-Count
Display "** ITSM " Function Trim(ITQ-Action) " queued for "
AST-Iata-Code " " Function Trim(AST-Alert-Reason) " **"
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ITSMQUE' to MRQ-Insert(1)
Move 'ITSM outbox' to MRQ-Insert(2)
String 'ITSM ' Function Trim(ITQ-Action) ' for '
AST-Iata-Code ' ' Function Trim(AST-Alert-Reason)
' not queued'
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-If.
Move Spaces to Itsm-Action.
Move Spaces to Itsm-Tier.
*> End of run: send the outbox in the order queued and rewrite it
*> holding only what the ITSM has not taken.  More than the table
*> holds and nothing is sent -- the file is left exactly as it is.
Send-Itsm-Queue.
Move 0 to Itsm-Queue-Count.
Move 0 to Itsm-Sent-Count.
Move 0 to Itsm-Kept-Count.
Move 0 to Itsm-Dropped-Count.
Move 'N' to Itsm-Queue-EOF-Flag.
Move 'N' to Itsm-Overflow-Flag.
Open Input Itsm-Queue-File.
If Itsm-Queue-File-OK
Perform Load-One-Itsm-Request until Itsm-Queue-EOF
Close Itsm-Queue-File
End-If.
Evaluate true
When Itsm-Queue-Overflow
Display "** ITSMQUE holds more than 500 requests -- none "
"sent this run, outbox left as it is **"
Move Spaces to Message-Request
Move 'HWT0018W' to MRQ-Id
Perform Issue-Console-Message
When Itsm-Queue-Count = 0
Continue
When other
Move 'N' to Trace-Active-Flag
Perform Establish-Itsm-Connection
Perform Send-One-Itsm-Request
Varying Itsm-Idx From 1 By 1 Until Itsm-Idx > Itsm-Queue-Count
Perform Teardown-Itsm-Connection
Perform Rewrite-Itsm-Queue
Display "** ITSM requests sent " Itsm-Sent-Count
", still queued " Itsm-Kept-Count
", dropped " Itsm-Dropped-Count " **"
If Itsm-Kept-Count > 0
Move Spaces to Message-Request
Move 'HWT0017W' to MRQ-Id
Move Itsm-Kept-Count to MRQ-Insert(1)
Perform Issue-Console-Message
End-If
End-Evaluate.
Load-One-Itsm-Request.
Read Itsm-Queue-File
At End
Set Itsm-Queue-EOF to true
End-Read.
If not Itsm-Queue-File-OK and not Itsm-Queue-File-At-End
Set Itsm-Queue-EOF to true
End-If.
If not Itsm-Queue-EOF
If Itsm-Queue-Count >= 500
Set Itsm-Queue-Overflow to true
Set Itsm-Queue-EOF to true
else
Add 1 to Itsm-Queue-Count
Move Itsm-Queue-Record to IQT-Image(Itsm-Queue-Count)
Move 'K' to IQT-State(Itsm-Queue-Count)
End-If
End-If.
*> An OPEN is posted as it stands.  An UPDATE or RESOLVE needs the
*> ticket number -- from the request, or else from the episode's
*> ALRTSTAT record -- and waits while its episode's OPEN is still
*> owed; with no ticket and no OPEN owed there is nothing to update
*> and it is dropped.
Send-One-Itsm-Request.
Move IQT-Image(Itsm-Idx) to Itsm-Queue-Record.
Move 'N' to Itsm-Sent-Flag.
Move 0 to Itsm-Http-Code.
Move Spaces to Itsm-Uri-Ticket.
If not ITQ-Action-Open
Move ITQ-Ticket to Itsm-Uri-Ticket
If Itsm-Uri-Ticket equal Spaces
Perform Find-Episode-Ticket
End-If
End-If.
If not ITQ-Action-Open and Itsm-Uri-Ticket equal Spaces
Perform Check-Itsm-Open-Owed
If not Itsm-Open-Owed
Move 'D' to IQT-State(Itsm-Idx)
Display "** ITSM " Function Trim(ITQ-Action) " for "
ITQ-Iata-Code " " Function Trim(ITQ-Alert-Reason)
" dropped -- episode has no ticket **"
End-If
else
If Itsm-Conn-Established
Perform Issue-Itsm-Request
End-If
If Itsm-Request-Taken
Move 'S' to IQT-State(Itsm-Idx)
If ITQ-Action-Open
Perform Note-Itsm-Ticket
End-If
End-If
End-If.
If IQT-State(Itsm-Idx) equal 'K'
If ITQ-Attempts < 999
Add 1 to ITQ-Attempts
End-If
Move Itsm-Http-Code to ITQ-Last-Http
Move Itsm-Queue-Record to IQT-Image(Itsm-Idx)
End-If.
Find-Episode-Ticket.
Move ITQ-Iata-Code to AST-Iata-Code.
Move ITQ-Alert-Reason to AST-Alert-Reason.
Read Alert-Status-File
Invalid Key
Continue
Not Invalid Key
If AST-Open-Date equal ITQ-Open-Date
and AST-Open-Time equal ITQ-Open-Time
Move AST-Itsm-Ticket to Itsm-Uri-Ticket
End-If
End-Read.
Check-Itsm-Open-Owed.
Move 'N' to Itsm-Open-Owed-Flag.
Move ITQ-Key to Itsm-Episode-Key.
Move ITQ-Episode-Stamp to Itsm-Episode-Stamp.
Perform Judge-One-Owed-Open
Varying Itsm-Scan-Idx From 1 By 1
Until Itsm-Scan-Idx not less Itsm-Idx or Itsm-Open-Owed.
Move IQT-Image(Itsm-Idx) to Itsm-Queue-Record.
Judge-One-Owed-Open.
If IQT-State(Itsm-Scan-Idx) equal 'K'
Move IQT-Image(Itsm-Scan-Idx) to Itsm-Queue-Record
If ITQ-Action-Open and ITQ-Key equal Itsm-Episode-Key
and ITQ-Episode-Stamp equal Itsm-Episode-Stamp
Set Itsm-Open-Owed to true
End-If
End-If.
*> The ticket number the ITSM gave back goes on the episode's
*> ALRTSTAT record (still the same episode) and on every later
*> request for it in the outbox.
Note-Itsm-Ticket.
If itsm-ticket-number equal Spaces
Display "** ITSM took the OPEN for " ITQ-Iata-Code " "
Function Trim(ITQ-Alert-Reason)
" but returned no " Function Trim(Itsm-Ticket-Field) " **"
else
Display "** ITSM ticket " Function Trim(itsm-ticket-number)
" opened for " ITQ-Iata-Code " "
Function Trim(ITQ-Alert-Reason) " **"
Move ITQ-Iata-Code to AST-Iata-Code
Move ITQ-Alert-Reason to AST-Alert-Reason
Read Alert-Status-File
Invalid Key
Continue
Not Invalid Key
If AST-Open-Date equal ITQ-Open-Date
and AST-Open-Time equal ITQ-Open-Time
Move itsm-ticket-number to AST-Itsm-Ticket
Rewrite Alert-Status-Record
Invalid Key
Move Spaces to Message-Request
Move 'HWT0103E' to MRQ-Id
Move 'ALRTSTAT' to MRQ-Insert(1)
Move 'REWRITE' to MRQ-Insert(2)
Move Alert-Status-File-Status to MRQ-Insert(4)
String 'ITSM ticket for ' AST-Iata-Code
Delimited by size into MRQ-Insert(3)
End-String
Perform Issue-Message
End-Rewrite
End-If
End-Read
Move ITQ-Key to Itsm-Episode-Key
Move ITQ-Episode-Stamp to Itsm-Episode-Stamp
Perform Stamp-One-Later-Request
Varying Itsm-Scan-Idx From Itsm-Idx By 1
Until Itsm-Scan-Idx > Itsm-Queue-Count
Move IQT-Image(Itsm-Idx) to Itsm-Queue-Record
End-If.
Stamp-One-Later-Request.
If Itsm-Scan-Idx > Itsm-Idx
Move IQT-Image(Itsm-Scan-Idx) to Itsm-Queue-Record
If ITQ-Key equal Itsm-Episode-Key
and ITQ-Episode-Stamp equal Itsm-Episode-Stamp
and ITQ-Ticket equal Spaces
Move itsm-ticket-number to ITQ-Ticket
Move Itsm-Queue-Record to IQT-Image(Itsm-Scan-Idx)
End-If
End-If.
*> One request over the ITSM connection, the HTTP state of the
*> airport lookups saved around it as Fetch-Metar does.  Taken means
*> a 2xx answer.  A POST retried after a timeout can reach the ITSM
*> twice; the correlation_id lets it fold the duplicate.
Issue-Itsm-Request.
Perform Build-Itsm-Body.
Move http-resp-code to Saved-Http-Resp-Code.
Move http-hdr-count to Saved-Http-Hdr-Count.
Move http-reason-phrase to Saved-Http-Reason-Phrase.
Move json-response-flag to Itsm-Saved-Json-Flag.
Move Auth-Header-Value to Saved-Auth-Header.
Move Itsm-Auth-Header to Auth-Header-Value.
Move 0 to http-resp-code.
Move 0 to http-hdr-count.
Set json-response-false to true.
Move Itsm-Ticket-Field to itsm-ticket-key.
Move Spaces to itsm-ticket-number.
Set Use-Itsm-Conn to true.
Perform HTTP-Init-Request.
If HWTH-OK
Perform HTTP-Setup-Request
If HWTH-OK
Perform HTTP-Issue-Request
If HWTH-OK
Move http-resp-code to Itsm-Http-Code
If http-resp-code >= 200 and http-resp-code <= 299
Set Itsm-Request-Taken to true
else
Display "** ITSM refused " Function Trim(ITQ-Action)
" for " ITQ-Iata-Code ", HTTP " http-resp-code
" -- kept **"
End-If
End-If
End-If
Perform HTTP-Terminate-Request
End-If.
Move 'N' to Use-Itsm-Conn-Flag.
Move Saved-Auth-Header to Auth-Header-Value.
Move Saved-Http-Resp-Code to http-resp-code.
Move Saved-Http-Hdr-Count to http-hdr-count.
Move Saved-Http-Reason-Phrase to http-reason-phrase.
Move Itsm-Saved-Json-Flag to json-response-flag.
Move 0 to HWTH-Return-Code.
*> The table-API bodies: a new ticket carries the alert, the desk
*> as assignment group and the episode as correlation id; an update
*> a work note; a resolve the close note.
Build-Itsm-Body.
Move Spaces to Itsm-Body-Text.
Move 1 to Itsm-Body-Len.
If ITQ-Alert-Tier equal 'CRITICAL'
Move '1' to Itsm-Urgency
else
Move '2' to Itsm-Urgency
End-If.
Evaluate true
When ITQ-Action-Open
String '{"short_description":"' ITQ-Iata-Code ' '
Function Trim(ITQ-Alert-Reason) ' '
Function Trim(ITQ-Alert-Tier) ' alert",'
'"description":"' Function Trim(ITQ-Text) '",'
'"urgency":"' Itsm-Urgency '",'
'"assignment_group":"' Function Trim(ITQ-Desk) '",'
'"correlation_id":"' ITQ-Iata-Code '-'
Function Trim(ITQ-Alert-Reason) '-'
ITQ-Open-Date ITQ-Open-Time '"}'
Delimited by size
into Itsm-Body-Text with pointer Itsm-Body-Len
When ITQ-Action-Update
String '{"work_notes":"' Function Trim(ITQ-Text) '",'
'"urgency":"' Itsm-Urgency '"}'
Delimited by size
into Itsm-Body-Text with pointer Itsm-Body-Len
When other
String '{"state":"resolved",'
'"close_notes":"' Function Trim(ITQ-Text) '"}'
Delimited by size
into Itsm-Body-Text with pointer Itsm-Body-Len
End-Evaluate.
Subtract 1 from Itsm-Body-Len.
Rewrite-Itsm-Queue.
Open Output Itsm-Queue-File.
If Itsm-Queue-File-OK
Perform Write-One-Kept-Request
Varying Itsm-Idx From 1 By 1 Until Itsm-Idx > Itsm-Queue-Count
Close Itsm-Queue-File
else
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'ITSMQUE' to MRQ-Insert(1)
Move 'ITSM outbox' to MRQ-Insert(2)
Move 'requests already sent may be sent again' to MRQ-Insert(3)
Perform Issue-Message
End-If.
Write-One-Kept-Request.
Evaluate IQT-State(Itsm-Idx)
When 'S'
Add 1 to Itsm-Sent-Count
When 'D'
Add 1 to Itsm-Dropped-Count
When other
Add 1 to Itsm-Kept-Count
Move IQT-Image(Itsm-Idx) to Itsm-Queue-Record
If Itsm-Queue-File-OK
Write Itsm-Queue-Record
End-If
End-Evaluate.
*> Cross-check the primary's answer against the fallback provider
*> over the secondary connection that Attempt-Provider-Connect has
*> already been holding open -- one extra request per airport, no
Move Spaces to ALR-Alternate-2.
Move Spaces to ALR-Alternate-3.
Move 'N' to ALR-Explained-Flag.
Move 0 to ALR-Runways-Open.
Move 0 to ALR-Runways-Normal.
Move Spaces to ALR-Runways-Out.
Move Spaces to ALR-Flight-Category.
Move Spaces to ALR-Advisory-Text.
Perform Derive-Assigned-Desk.
Move Assigned-Desk to ALR-Assigned-Desk.
HOPT-Val-Len(Http-Option-Idx)
.
HTTP-Connect.
Move Function Current-Date(9:8) to Conn-Start-Stamp.
Move 1 to Connect-Retry-Count.
Perform Attempt-Connect.
Perform Attempt-Connect until HWTH-OK or Connect-Retry-Count > Max-Retry-Attempts.
Move 1 to Conn-Timing-Idx.
Perform Note-Connect-Timing.
If (HWTH-OK)
Display "** Connect succeeded (HWTHCONN)"
else
Add 1 to Connect-Retry-Count
.
HTTP-Issue-Request.
If Trace-Active
Perform Trace-Connection-Used
End-If.
Move Function Current-Date(9:8) to Req-Start-Stamp.
Move 1 to Request-Retry-Count.
Perform Attempt-Issue-Request.
Perform Attempt-Issue-Request until HWTH-OK or Request-Retry-Count > Max-Retry-Attempts.
Perform Compute-Response-Ms.
If Trace-Active
Perform Trace-Request-Timing
End-If.
If (HWTH-OK)
Display "** Request succeeded (HWTHRQST)"
else
Display "** Retrying HWTHRQST, attempt " Request-Retry-Count
Perform Retry-Delay
End-If
Evaluate true
When Use-Metar-Conn
Move Metar-Conn-Handle to Active-Conn-Handle
When Use-Itsm-Conn
Move Itsm-Conn-Handle to Active-Conn-Handle
When Use-Secondary-Conn
Move Secondary-Conn-Handle to Active-Conn-Handle
When other
Move Conn-Handle to Active-Conn-Handle
End-Evaluate
Call "HWTHRQST" using
HWTH-RETURN-CODE
Active-Conn-Handle
Move 0 to Http-Option-Count.
Set HWTH-OPT-REQUESTMETHOD to true.
Set HWTH-HTTP-REQUEST-GET to true.
*> ITSM: POST opens a ticket, PUT to the ticket updates it.
If Use-Itsm-Conn
If ITQ-Action-Open
Set HWTH-HTTP-REQUEST-POST to true
else
Set HWTH-HTTP-REQUEST-PUT to true
End-If
End-If.
Set option-val-addr to address of HWTH-REQUESTMETHOD.
Compute option-val-len =
function length (HWTH-REQUESTMETHOD).
Perform Queue-Http-Option.
Set HWTH-OPT-URI to true.
Move 1 to option-val-len.
Evaluate true
When Use-Metar-Conn
STRING Function Trim(Metar-Path) DELIMITED BY SIZE
Metar-Icao-Code DELIMITED BY SPACE
INTO
option-val-char WITH POINTER option-val-len
When Use-Itsm-Conn and Itsm-Uri-Ticket equal Spaces
STRING Function Trim(Itsm-Path) DELIMITED BY SIZE
INTO
option-val-char WITH POINTER option-val-len
When Use-Itsm-Conn
STRING Function Trim(Itsm-Path) DELIMITED BY SIZE
'/' DELIMITED BY SIZE
Function Trim(Itsm-Uri-Ticket) DELIMITED BY SIZE
INTO
option-val-char WITH POINTER option-val-len
When Icao-Mode
STRING Function Trim(Provider-Icao-Path) DELIMITED BY SIZE
Current-Icao-Code DELIMITED BY SIZE
INTO
option-val-char WITH POINTER option-val-len
When other
STRING Function Trim(Provider-Path) DELIMITED BY SIZE
Current-Iata-Code DELIMITED BY SIZE
INTO
option-val-char WITH POINTER option-val-len
End-Evaluate.
Set option-val-addr to address of option-val-char.
SUBTRACT 1 FROM option-val-len.
If Trace-Active
Perform Trace-Request-Uri
End-If.
Move "HWTH-OPT-URI for request" to Http-Option-Label.
Perform Queue-Http-Option.
Set HWTH-OPT-ENCODING to true.
Set hdr-redirect-ptr to address of Http-Redirect-Location.
Set hdr-lastmod-ptr to address of http-last-modified.
Set hdr-retryafter-ptr to address of http-retry-after.
Set hdr-iata-ptr to address of Current-Iata-Code.
If Trace-Active
Move 'Y' to hdr-trace-byte
else
Move 'N' to hdr-trace-byte
End-If.
Set HWTH-OPT-RESPONSEHDR-USERDATA to true.
Set option-val-addr to address of hdr-udata.
Compute option-val-len = function length(hdr-udata).
Move "HWTH-OPT-RESPONSEBODY-EXIT for request" to Http-Option-Label.
Perform Queue-Http-Option.
Set hdr-flags-ptr of body-udata to address of hdr-flags.
*> A METAR or ITSM reply goes to its own area and is never
*> captured -- CAPTOUT replays provider bodies only.
Evaluate true
When Use-Metar-Conn
Set resp-body-data-ptr to address of metar-body-data
Move 'N' to Capture-Mode-Byte
When Use-Itsm-Conn
Set resp-body-data-ptr to address of itsm-body-data
Move 'N' to Capture-Mode-Byte
When other
Set resp-body-data-ptr to address of resp-body-data
Move Capture-Mode-Flag to Capture-Mode-Byte
End-Evaluate.
Set raw-body-cap-ptr to address of raw-body-capture.
Move Jparser-Workarea-Size to Jparser-Workarea-Max of body-udata.
If Use-Secondary-Conn or Serving-Provider-Idx = 2
Move 'S' to Capture-Provider-Byte
else
Move 'P' to Capture-Provider-Byte
End-If.
Set cap-iata-ptr to address of Current-Iata-Code.
If Trace-Active
Move 'Y' to Trace-Mode-Byte
else
Move 'N' to Trace-Mode-Byte
End-If.
Set HWTH-OPT-RESPONSEBODY-USERDATA to true.
Set option-val-addr to address of body-udata.
Compute option-val-len = function length(body-udata).
Compute option-val-len = function length (Request-Timeout-Secs).
Move "HWTH-OPT-TIMEOUT for request" to Http-Option-Label.
Perform Queue-Http-Option.
*> The ITSM request carries a JSON body, translated to ASCII by the
*> enabler on the way out.
If Use-Itsm-Conn
Set HWTH-OPT-REQUESTBODY to true
Set option-val-addr to address of Itsm-Body-Text
Move Itsm-Body-Len to option-val-len
Move "HWTH-OPT-REQUESTBODY for request" to Http-Option-Label
Perform Queue-Http-Option
Set HWTH-OPT-TRANSLATE-REQBODY to true
Set HWTH-XLATE-REQBODY-E2A to true
Set option-val-addr to address of HWTH-XLATE-REQBODY
Compute option-val-len =
function length (HWTH-XLATE-REQBODY)
Move "HWTH-OPT-TRANSLATE-REQBODY for request"
to Http-Option-Label
Perform Queue-Http-Option
End-If.
Perform Apply-Http-Options.
Build-Slist.
Move 1 to option-val-len.
into option-val-char with pointer
option-val-len.
Subtract 1 from option-val-len.
If Trace-Active
Perform Trace-Slist-Header
End-If.
Set option-val-addr to address of option-val-char.
Set HWTH-SLST-NEW to true.
Call "HWTHSLST" using
Slist-Handle
option-val-addr
option-val-len
HWTH-DIAG-AREA.
If HWTH-OK
Move 1 to option-val-len
String "Accept-Language: en-US" delimited by size
into option-val-char with pointer
option-val-len
Subtract 1 from option-val-len
If Trace-Active
Perform Trace-Slist-Header
End-If
Set option-val-addr to address of option-val-char
Set HWTH-SLST-APPEND to true
Display "** Adding SLIST APPEND"
Call "HWTHSLST" using
HWTH-RETURN-CODE
rqst-handle
HWTH-SLST-function
Slist-Handle
option-val-addr
option-val-len
HWTH-DIAG-AREA
End-If
If HWTH-OK and Use-Itsm-Conn
Move 1 to option-val-len
String "Content-Type: application/json" delimited by size
into option-val-char with pointer
option-val-len
Subtract 1 from option-val-len
If Trace-Active
Perform Trace-Slist-Header
End-If
Set option-val-addr to address of option-val-char
Set HWTH-SLST-APPEND to true
Display "** Adding SLIST APPEND"
into option-val-char with pointer
option-val-len
Subtract 1 from option-val-len
If Trace-Active
Perform Trace-Slist-Auth
End-If
Set option-val-addr to address of option-val-char
Set HWTH-SLST-APPEND to true
Display "** Adding SLIST APPEND"
HWTH-DIAG-AREA
End-If
.
*> Wire trace.  A code the PARM's TRACE= list names gets a START
*> line, then every request made on its behalf -- the lookup,
*> redirects, throttle retries, METAR, compare and forecast calls
*> -- is written as built and timed, and an END line closes it.
Check-Trace-Code.
Move 'N' to Trace-Active-Flag.
Perform Search-Trace-Code
Varying Trace-Code-Idx From 1 By 1
Until Trace-Code-Idx > Trace-Code-Count or Trace-Active.
If Trace-Active
Move 'START' to Trace-Kind
String 'run ' Run-Identifier
' serving provider ' Serving-Provider-Idx
delimited by size into Trace-Text
Perform Write-Trace-Line
End-If.
Search-Trace-Code.
If Trace-Code(Trace-Code-Idx) equal Current-Iata-Code
Set Trace-Active to true
End-If.
Finish-Airport-Trace.
Move http-resp-code to Trace-Status.
Move 'END' to Trace-Kind.
If json-response-true
String 'HTTP status ' Trace-Status
', JSON body, status code ' Airport-Status-Code
delimited by size into Trace-Text
else
String 'HTTP status ' Trace-Status
', no JSON body, status code ' Airport-Status-Code
delimited by size into Trace-Text
End-If.
Perform Write-Trace-Line.
Move 'N' to Trace-Active-Flag.
Note-Connect-Timing.
Move Function Current-Date(9:8) to Conn-End-Stamp.
Compute Conn-Start-Cs =
(Conn-Start-Stamp / 1000000) * 360000
+ Function Mod(Conn-Start-Stamp / 10000, 100) * 6000
+ Function Mod(Conn-Start-Stamp / 100, 100) * 100
+ Function Mod(Conn-Start-Stamp, 100).
Compute Conn-End-Cs =
(Conn-End-Stamp / 1000000) * 360000
+ Function Mod(Conn-End-Stamp / 10000, 100) * 6000
+ Function Mod(Conn-End-Stamp / 100, 100) * 100
+ Function Mod(Conn-End-Stamp, 100).
If Conn-End-Cs Not Less Conn-Start-Cs
Compute CNT-Ms(Conn-Timing-Idx) = (Conn-End-Cs - Conn-Start-Cs) * 10
else
Compute CNT-Ms(Conn-Timing-Idx) =
(Conn-End-Cs + 8640000 - Conn-Start-Cs) * 10
End-If.
Move Conn-Start-Stamp to CNT-Made-At(Conn-Timing-Idx).
Compute CNT-Attempts(Conn-Timing-Idx) = Connect-Retry-Count - 1.
*> The connections are held open for the run, so the connect time
*> a traced request carries is that of the connection it went on.
Trace-Connection-Used.
Evaluate true
When Use-Metar-Conn
Move 3 to Conn-Timing-Idx
Move Metar-Host to Trace-Host
When Use-Secondary-Conn
Move 2 to Conn-Timing-Idx
Move Fallback-Host to Trace-Host
When other
Move 1 to Conn-Timing-Idx
Move Provider-Host to Trace-Host
End-Evaluate.
Move 'CONNECT' to Trace-Kind.
String Function Trim(Trace-Host)
' connected at ' CNT-Made-At(Conn-Timing-Idx)
' in ' CNT-Ms(Conn-Timing-Idx) ' ms, '
CNT-Attempts(Conn-Timing-Idx) ' attempt(s)'
delimited by size into Trace-Text.
Perform Write-Trace-Line.
Trace-Request-Timing.
Compute Trace-Attempts = Request-Retry-Count - 1.
Move HWTH-RETURN-CODE to Trace-Rc.
Move http-resp-code to Trace-Status.
Move 'TIMING' to Trace-Kind.
String 'request ' Response-Ms ' ms, ' Trace-Attempts
' attempt(s), HWTHRQST rc ' Trace-Rc
', HTTP status ' Trace-Status
delimited by size into Trace-Text.
Perform Write-Trace-Line.
Trace-Request-Uri.
Evaluate true
When Use-Metar-Conn
Move Metar-Host to Trace-Host
When Use-Secondary-Conn
Move Fallback-Host to Trace-Host
When other
Move Provider-Host to Trace-Host
End-Evaluate.
Move 'REQUEST' to Trace-Kind.
String 'GET ' Function Trim(Trace-Host) ' '
option-val-char(1:option-val-len)
delimited by size into Trace-Text.
Perform Write-Trace-Line.
Trace-Slist-Header.
Move 'SLIST' to Trace-Kind.
Move option-val-char(1:option-val-len) to Trace-Text.
Perform Write-Trace-Line.
*> The credential itself never goes to the trace -- only the auth
*> scheme word, when it is one, so a wrong scheme still shows.
Trace-Slist-Auth.
Move Spaces to Trace-Auth-Scheme.
Move Spaces to Trace-Auth-Rest.
Unstring Auth-Header-Value delimited by all space
into Trace-Auth-Scheme Trace-Auth-Rest.
Move 'SLIST' to Trace-Kind.
If Trace-Auth-Rest not equal Spaces
and (Function Upper-Case(Trace-Auth-Scheme) equal 'BEARER'
or Function Upper-Case(Trace-Auth-Scheme) equal 'BASIC'
or Function Upper-Case(Trace-Auth-Scheme) equal 'TOKEN'
or Function Upper-Case(Trace-Auth-Scheme) equal 'APIKEY')
String 'Authorization: ' Function Trim(Trace-Auth-Scheme)
' ********' delimited by size into Trace-Text
else
Move 'Authorization: ********' to Trace-Text
End-If.
Perform Write-Trace-Line.
*> Opened for extend per line, as the exits open it, so the lines
*> from all three land in the order they happened.
Write-Trace-Line.
Open Extend Trace-File.
If Trace-File-OK
Move Spaces to Trace-Record
Move Current-Iata-Code to TRC-Iata-Code
Move Function Current-Date(9:8) to TRC-Time
Move Trace-Kind to TRC-Kind
Move Trace-Text to TRC-Text
Write Trace-Record
Close Trace-File
End-If.
Move Spaces to Trace-Text.
Display-Airport-Data.
Display "***********************************".
Display "Airport data for " airport-iata.
HWTH-DIAG-AREA
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
Issue-Console-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line) Upon Console.
IDENTIFICATION DIVISION.
PROGRAM-ID. Set-Http-Option COMMON.
DATA DIVISION.
End Program HWTHXCB1.
IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHHDRX.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
Select Trace-File Assign To TRACEOUT
Organization Is Line Sequential
File Status Is Trace-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Trace-File.
COPY TRACEREC.
WORKING-STORAGE SECTION.
01 Trace-File-Status Pic X(2) Value Spaces.
88 Trace-File-OK Value '00'.
01 Content-Type Pic X(12) Value "CONTENT-TYPE".
01 Json-Content Pic X(16) Value "APPLICATION/JSON".
01 Location-Header Pic X(8) Value "LOCATION".
01 value-max-len    Pic 9(9) Binary Value 0.
01 name-ucase       Pic X(999) Value Spaces.
01 value-ucase      Pic X(999) Value Spaces.
01 Trace-Kind       Pic X(8) Value Spaces.
01 Trace-Text       Pic X(200) Value Spaces.
01 Trace-Status     Pic 9(3) Value 0.
01 Trace-Name-Len   Pic 9(9) Binary Value 0.
01 Trace-Value-Len  Pic 9(9) Binary Value 0.
01 Content-Type-Len Pic 9(9) Binary Value 0.
01 Json-Content-Len Pic 9(9) Binary Value 0.
01 Location-Header-Len Pic 9(9) Binary Value 0.
01 hdr-name-dsect  Pic X(999).
01 hdr-value-dsect Pic X(999).
01 reason-dsect    Pic X(128).
01 version-dsect   Pic X(32).
01 traced-iata-code Pic X(3).
*> The caller's block as HDRUDATA lays it out.
01 hdr-udata.
05 hdr-udata-eye   Pic X(8).
05 hdr-rspcode-ptr Pointer.
05 hdr-redirect-ptr Pointer.
05 hdr-lastmod-ptr Pointer.
05 hdr-retryafter-ptr Pointer.
05 hdr-trace-byte  Pic X.
05 hdr-iata-ptr    Pointer.
01 http-resp-code Pic 9(9) Binary.
88 Http-Resp-Is-Redirect Values 301, 302, 303, 307, 308.
01 http-hdr-count Pic 9(9) Binary.
Move Spaces to http-reason-phrase
Move reason-dsect(1:HWTH-STATUS-REASON-LEN) to http-reason-phrase
Move HWTH-STATUS-CODE to http-resp-code
If hdr-trace-byte equal 'Y'
Perform Trace-Status-Line
End-If
End-If
Compute http-hdr-count = http-hdr-count + 1.
*> Used to abort the transfer here for any non-200, non-redirect
Display "** Retry-After: " http-retry-after " second(s)"
End-If
End-If
If hdr-trace-byte equal 'Y'
Perform Trace-Header-Line
End-If
Display "** Response Header Exit Returns          **".
Display "*******************************************".
EXIT PROGRAM.
*> Wire trace for a code the mainline is tracing: the status line
*> once, then every header whole -- not cut to the display width.
Trace-Status-Line.
Set address of version-dsect to HWTH-STATUS-VERS-PTR.
Move HWTH-STATUS-CODE to Trace-Status.
Move 'STATUS' to Trace-Kind.
String version-dsect(1:function Min(32, HWTH-STATUS-VERS-LEN))
' ' Trace-Status ' '
reason-dsect(1:function Min(128, HWTH-STATUS-REASON-LEN))
delimited by size into Trace-Text.
Perform Write-Trace-Line.
Trace-Header-Line.
Compute Trace-Name-Len = function Min(999, hdr-name-len).
Compute Trace-Value-Len = function Min(999, hdr-value-len).
Move 'HEADER' to Trace-Kind.
String hdr-name-dsect(1:Trace-Name-Len) ': '
hdr-value-dsect(1:Trace-Value-Len)
delimited by size into Trace-Text.
Perform Write-Trace-Line.
Write-Trace-Line.
Set address of traced-iata-code to hdr-iata-ptr.
Open Extend Trace-File.
If Trace-File-OK
Move Spaces to Trace-Record
Move traced-iata-code to TRC-Iata-Code
Move Function Current-Date(9:8) to TRC-Time
Move Trace-Kind to TRC-Kind
Move Trace-Text to TRC-Text
Write Trace-Record
Close Trace-File
End-If.
Move Spaces to Trace-Text.
End Program HWTHHDRX.
IDENTIFICATION DIVISION.
PROGRAM-ID. HWTHBDYX.
Select Capture-File Assign To CAPTOUT
Organization Is Line Sequential
File Status Is Capture-File-Status.
Select Trace-File Assign To TRACEOUT
Organization Is Line Sequential
File Status Is Trace-File-Status.
Select Field-Map-File Assign To FLDMAP
Organization Is Line Sequential
File Status Is Field-Map-File-Status.
DATA DIVISION.
FILE SECTION.
FD  Diag-Log-File.
COPY DIAGLOGR.
FD  Capture-File.
COPY CAPTREC.
*> Global so find-value can trace its searches into the same open
*> dataset.
FD  Trace-File Is Global.
COPY TRACEREC.
FD  Field-Map-File.
COPY FLDMAP.
WORKING-STORAGE SECTION.
01 Diag-Log-File-Status Pic X(2) Value Spaces.
88 Diag-Log-File-OK Value '00'.
01 Capture-File-Status Pic X(2) Value Spaces.
88 Capture-File-OK Value '00'.
*> Wire trace (Trace-Mode-Byte 'Y' from the mainline): TRACEOUT is
*> held open for the one call, so the body, every find-value search
*> and the parse timing land together under the traced code.
01 Trace-File-Status Pic X(2) Global Value Spaces.
88 Trace-File-OK Value '00'.
01 Trace-Open-Flag Pic X Global Value 'N'.
88 Trace-Open Value 'Y'.
01 Trace-Iata-Code Pic X(3) Global Value Spaces.
01 Trace-Body-Len    Pic 9(9) Binary Value 0.
01 Trace-Body-Offset Pic 9(9) Binary Value 0.
01 Trace-Body-Total  Pic 9(9) Value 0.
01 Trace-Start-Stamp  Pic 9(8) Value 0.
01 Trace-Parsed-Stamp Pic 9(8) Value 0.
01 Trace-From-Stamp   Pic 9(8) Value 0.
01 Trace-To-Stamp     Pic 9(8) Value 0.
01 Trace-From-Cs      Pic 9(9) Value 0.
01 Trace-To-Cs        Pic 9(9) Value 0.
01 Trace-Elapsed-Ms   Pic 9(7) Value 0.
01 Trace-Parse-Ms     Pic 9(7) Value 0.
01 Trace-Extract-Ms   Pic 9(7) Value 0.
01 Trace-Rc           Pic 9(9) Value 0.
01 Field-Map-File-Status Pic X(2) Value Spaces.
88 Field-Map-File-OK     Value '00'.
88 Field-Map-File-At-End Value '10'.
01 Field-Map-EOF-Flag Pic X Value 'N'.
88 Field-Map-EOF Value 'Y'.
*> Provider field map (FLDMAP), loaded on the first call and kept
*> for the life of the run.  A role with FIELD lines is extracted
*> from the table below, path by path; one without keeps the
*> built-in keys further down.  FMT-Found is per reply,
*> FMT-Missing-Logged per run -- a mapped field the provider has
*> stopped sending is logged once, not once per airport.
01 Field-Map-Loaded-Flag Pic X Value 'N'.
88 Field-Map-Loaded Value 'Y'.
01 Field-Map-Table.
05 FMT-Entry Occurs 40 times.
10 FMT-Provider       Pic X(1).
10 FMT-Field-Id       Pic X(12).
10 FMT-Key-Path       Pic X(40).
10 FMT-Required       Pic X(1).
10 FMT-Unit-In        Pic X(3).
10 FMT-Unit-Out       Pic X(3).
10 FMT-Root-Name      Pic X(32).
10 FMT-Found          Pic X(1).
10 FMT-Missing-Logged Pic X(1).
01 Field-Map-Count Pic 9(3) Value 0.
01 Field-Map-Idx   Pic 9(3) Value 0.
01 Value-Map-Table.
05 FVT-Entry Occurs 100 times.
10 FVT-Provider   Pic X(1).
10 FVT-Field-Id   Pic X(12).
10 FVT-From-Value Pic X(30).
10 FVT-To-Value   Pic X(30).
01 Value-Map-Count Pic 9(3) Value 0.
01 Value-Map-Idx   Pic 9(3) Value 0.
01 Map-Role Pic X(1) Value Spaces.
01 Map-Role-Flag Pic X Value 'N'.
88 Map-Role-Mapped Value 'Y'.
01 Map-Parent-Flag Pic X Value 'N'.
88 Map-Parent-Found Value 'Y'.
01 Map-Field-Flag Pic X Value 'N'.
88 Map-Field-Found Value 'Y'.
01 Map-Path-Segments.
05 Map-Path-Seg Pic X(32) Occurs 4 times.
01 Map-Seg-Count Pic 9(1) Value 0.
01 Map-Seg-Idx   Pic 9(1) Value 0.
01 Map-Search-Key  Pic X(32) Value Spaces.
01 Map-Value-Text  Pic X(80) Value Spaces.
01 Map-Value-Upper Pic X(30) Value Spaces.
01 Map-Target-Len  Pic 9(3) Value 0.
01 Map-Names-Ptr   Pic 9(3) Value 0.
01 Map-Wind-Unit Pic X(3) Value Spaces.
88 Map-Wind-Knots Values 'KT ' 'KTS' 'KNO'.
88 Map-Wind-Mph   Value 'MPH'.
88 Map-Wind-Kmh   Values 'KMH' 'KPH' 'KM/'.
01 Map-Wind-Kts-Value Pic S9(5)V9(4) Value 0.
01 Map-Convert-Flag Pic X Value 'N'.
88 Map-Convertible Value 'Y'.
*> Schema-drift watch: the field names this exit knows how to
*> extract.  Every response object's actual names are inventoried
*> against this set -- a name the provider added (or renamed to) is
01 Temp-Key      Pic X(4) Value 'temp'.
01 Wind-Key      Pic X(4) Value 'wind'.
01 Condition-Key Pic X(9) Value 'condition'.
*> METAR reply names (aviation-weather JSON).
01 Rawob-Key     Pic X(5) Value 'rawOb'.
01 Icaoid-Key    Pic X(6) Value 'icaoId'.
01 Visib-Key     Pic X(5) Value 'visib'.
01 Gust-Key      Pic X(4) Value 'wgst'.
01 Clouds-Key    Pic X(6) Value 'clouds'.
01 Cover-Key     Pic X(5) Value 'cover'.
01 Base-Key      Pic X(4) Value 'base'.
*> ITSM reply: the record created or updated, wrapped in "result".
01 Result-Key    Pic X(6) Value 'result'.
COPY HWTJICOB.
LOCAL-STORAGE SECTION.
01 root-object          Pic 9(9) Binary Value 0.
01 search-result-ptr Pointer Value Null.
01 search-result-len Pic 9(9) Binary Value 0.
01 data-copy-len     Pic 9(9) Binary Value 0.
*> Field-map path walk: the object each dotted segment leads to.
01 map-object        Pic 9(9) Binary Value 0.
01 map-child-object  Pic 9(9) Binary Value 0.
01 map-search-ptr    Pointer Value Null.
01 map-search-len    Pic 9(9) Binary Value 0.
*> data-copy-len backed off from any UTF-8 continuation byte at the
*> cut point, so a name/state/country value that gets truncated to
*> fit its field never ends on half of a multi-byte character.
88 drift-found Value 'Y'.
01 Diag-Drift-Kind Pic X(30) Value Spaces.
01 Diag-Drift-Name Pic X(30) Value Spaces.
01 metar-object        Pic 9(9) Binary Value 0.
01 itsm-object         Pic 9(9) Binary Value 0.
01 root-entry-type     Pic 9(9) Binary Value 0.
01 metar-array-handle  Pic 9(9) Binary Value 0.
01 metar-array-index   Pic 9(9) Binary Value 0.
01 metar-index-addr    Pointer Value Null.
01 metar-index-len     Pic 9(9) Binary Value 0.
01 metar-start-handle  Pic 9(9) Binary Value 0.
01 metar-entry-handle  Pic 9(9) Binary Value 0.
01 cloud-array-handle  Pic 9(9) Binary Value 0.
01 cloud-object        Pic 9(9) Binary Value 0.
01 cloud-more-flag     Pic X Value 'Y'.
88 cloud-has-more    Value 'Y'.
LINKAGE SECTION.
01 http-response  Pic X(20).
01 exit-flags     Pic X(4).
01 resp-body-len  Pic 9(9) Binary.
01 body-udata-ptr Pointer.
01 body-udata-len Pic 9(9) Binary.
*> The caller's block as BDYUDATA lays it out.
01 body-udata.
05 resp-body-eye        Pic X(8).
05 hdr-flags-ptr        Pointer.
05 Capture-Mode-Byte    Pic X.
05 cap-iata-ptr         Pointer.
05 Capture-Provider-Byte Pic X.
05 Map-Missing-Count    Pic 9(3).
05 Map-Required-Missing Pic 9(3).
05 Map-Missing-Names    Pic X(80).
05 Trace-Mode-Byte      Pic X.
01 captured-iata-code Pic X(3).
01 trace-body-dsect Pic X(99999).
01 raw-body-capture Pic X(200).
01 hdr-flags.
05 json-response-flag    Pic 9.
*> response status wasn't 200, since HWTHHDRX now lets the body exit
*> see the payload either way instead of aborting the transfer.
10 Api-Error-Message    Pic X(80).
01 metar-body-data.
05 metar-body-data-eye Pic X(8).
05 metar-info.
10 metar-station      Pic X(4).
10 metar-raw-text     Pic X(200).
10 metar-visib-text   Pic X(10).
10 metar-gust-text    Pic X(10).
10 metar-cloud-count  Pic 9(2).
10 metar-cloud-layer Occurs 8 times.
15 metar-cloud-cover  Pic X(4).
15 metar-cloud-base   Pic X(6).
01 itsm-body-data.
05 itsm-body-data-eye Pic X(8).
05 itsm-info.
10 itsm-ticket-key    Pic X(20).
10 itsm-ticket-number Pic X(16).
01 string-dsect Pic X(256).
01 Raw-Temp-Text Pic X(30).
01 Raw-Wind-Text Pic X(30).
Set address of hdr-flags to hdr-flags-ptr.
Set address of raw-body-capture to raw-body-cap-ptr.
Move Jparser-Workarea-Max to workarea-max.
If not Field-Map-Loaded
Perform Load-Field-Map
End-If
Perform Select-Map-Role.
If Capture-Mode-Byte equal 'Y'
Perform Capture-Response-Body
End-If
If Trace-Mode-Byte equal 'Y'
Perform Open-Body-Trace
End-If
If json-response-true then
Display "**  Response body is in JSON format"
Display "**  Initializing JSON parser"
If HWTJ-OK then
Perform parse-json-body
End-If
If Trace-Open
Move Function Current-Date(9:8) to Trace-Parsed-Stamp
Move HWTJ-RETURN-CODE to Trace-Rc
End-If
*> The mainline points resp-body-data-ptr at the area the reply
*> belongs in; a METAR or ITSM request's area says so in its
*> eyecatcher.
If HWTJ-OK
Set address of resp-body-data to resp-body-data-ptr
Evaluate resp-body-data-eye
When "METAR"
Perform retrieve-metar-data
When "ITSM"
Perform retrieve-itsm-data
When other
If Map-Role-Mapped
Perform retrieve-mapped-airport-data
else
Perform retrieve-airport-data
End-If
Perform Inventory-Response-Fields
End-Evaluate
End-If
Perform free-jparser.
If Trace-Open
Perform Close-Body-Trace
End-If
Display "** Response Body Exit Returns            **".
Display "*******************************************".
EXIT PROGRAM.
HWTJ-DIAG-AREA
End-If
.
*> Wire trace: the raw body as the enabler handed it over, a
*> trace line's worth at a time (up to the capture limit), ahead of
*> the searches the parse makes of it.
Open-Body-Trace.
Set address of captured-iata-code to cap-iata-ptr.
Move captured-iata-code to Trace-Iata-Code.
Move 0 to Trace-Rc.
Open Extend Trace-File.
If Trace-File-OK
Set Trace-Open to true
Move resp-body-len to Trace-Body-Total
Move Spaces to Trace-Record
Move 'BODY' to TRC-Kind
String 'length ' Trace-Body-Total ' bytes'
delimited by size into TRC-Text
Perform Write-Body-Trace-Record
If resp-body-len > 99999
Move 99999 to Trace-Body-Len
else
Move resp-body-len to Trace-Body-Len
End-If
Set address of trace-body-dsect to resp-body-ptr
Perform Trace-One-Body-Chunk
Varying Trace-Body-Offset From 1 By 200
Until Trace-Body-Offset > Trace-Body-Len
End-If.
Move Function Current-Date(9:8) to Trace-Start-Stamp.
Move Trace-Start-Stamp to Trace-Parsed-Stamp.
Trace-One-Body-Chunk.
Move Spaces to Trace-Record.
Move 'BODY' to TRC-Kind.
Move trace-body-dsect(Trace-Body-Offset:
function Min(200, Trace-Body-Len - Trace-Body-Offset + 1))
to TRC-Text.
Perform Write-Body-Trace-Record.
Close-Body-Trace.
Move Trace-Start-Stamp to Trace-From-Stamp.
Move Trace-Parsed-Stamp to Trace-To-Stamp.
Perform Compute-Trace-Elapsed.
Move Trace-Elapsed-Ms to Trace-Parse-Ms.
Move Trace-Parsed-Stamp to Trace-From-Stamp.
Move Function Current-Date(9:8) to Trace-To-Stamp.
Perform Compute-Trace-Elapsed.
Move Trace-Elapsed-Ms to Trace-Extract-Ms.
Move Spaces to Trace-Record.
Move 'TIMING' to TRC-Kind.
String 'parse ' Trace-Parse-Ms ' ms (HWTJPARS rc ' Trace-Rc
'), field extraction ' Trace-Extract-Ms ' ms'
delimited by size into TRC-Text.
Perform Write-Body-Trace-Record.
Close Trace-File.
Move 'N' to Trace-Open-Flag.
Write-Body-Trace-Record.
Move Trace-Iata-Code to TRC-Iata-Code.
Move Function Current-Date(9:8) to TRC-Time.
Write Trace-Record.
Compute-Trace-Elapsed.
Compute Trace-From-Cs =
(Trace-From-Stamp / 1000000) * 360000
+ Function Mod(Trace-From-Stamp / 10000, 100) * 6000
+ Function Mod(Trace-From-Stamp / 100, 100) * 100
+ Function Mod(Trace-From-Stamp, 100).
Compute Trace-To-Cs =
(Trace-To-Stamp / 1000000) * 360000
+ Function Mod(Trace-To-Stamp / 10000, 100) * 6000
+ Function Mod(Trace-To-Stamp / 100, 100) * 100
+ Function Mod(Trace-To-Stamp, 100).
If Trace-To-Cs Not Less Trace-From-Cs
Compute Trace-Elapsed-Ms = (Trace-To-Cs - Trace-From-Cs) * 10
else
Compute Trace-Elapsed-Ms =
(Trace-To-Cs + 8640000 - Trace-From-Cs) * 10
End-If.
*> Record the complete (truncated at the record area, with the true
*> length kept) response body to CAPTOUT, so a later PARM=REPLAY run
*> can re-drive the whole processing path from real payloads.
Close Capture-File
End-If
.
*> Read FLDMAP once.  An absent or empty file leaves every role on
*> the built-in keys, exactly as before there was a map.
Load-Field-Map.
Set Field-Map-Loaded to true.
Move 0 to Field-Map-Count.
Move 0 to Value-Map-Count.
Open Input Field-Map-File.
If Field-Map-File-OK
Move 'N' to Field-Map-EOF-Flag
Perform Read-Field-Map-Line
Perform Load-One-Field-Map-Line until Field-Map-EOF
Close Field-Map-File
Display "** Field map: " Field-Map-Count " field line(s), "
Value-Map-Count " value line(s) **"
End-If
.
Read-Field-Map-Line.
Read Field-Map-File
At End
Set Field-Map-EOF to true
End-Read
If not Field-Map-File-OK and not Field-Map-File-At-End
Set Field-Map-EOF to true
End-If
.
Load-One-Field-Map-Line.
Evaluate true
When Field-Map-Record(1:1) equal '*'
Continue
When FMP-Field-Line and FMP-Key-Path not equal Spaces
If Field-Map-Count < 40
Add 1 to Field-Map-Count
Move FMP-Provider to FMT-Provider(Field-Map-Count)
Move FMP-Field-Id to FMT-Field-Id(Field-Map-Count)
Move FMP-Key-Path to FMT-Key-Path(Field-Map-Count)
Move FMP-Required to FMT-Required(Field-Map-Count)
Move Function Upper-Case(FMP-Unit-In)
to FMT-Unit-In(Field-Map-Count)
Move Function Upper-Case(FMP-Unit-Out)
to FMT-Unit-Out(Field-Map-Count)
Move Spaces to FMT-Root-Name(Field-Map-Count)
Unstring FMP-Key-Path delimited by '.'
into FMT-Root-Name(Field-Map-Count)
End-Unstring
Move 'N' to FMT-Found(Field-Map-Count)
Move 'N' to FMT-Missing-Logged(Field-Map-Count)
else
Display "** Field map: over 40 field lines, ignored: "
FMP-Provider " " FMP-Field-Id
End-If
When FMP-Value-Line
If Value-Map-Count < 100
Add 1 to Value-Map-Count
Move FMP-Provider to FVT-Provider(Value-Map-Count)
Move FMP-Field-Id to FVT-Field-Id(Value-Map-Count)
Move Function Upper-Case(FMP-From-Value)
to FVT-From-Value(Value-Map-Count)
Move FMP-To-Value to FVT-To-Value(Value-Map-Count)
else
Display "** Field map: over 100 value lines, ignored: "
FMP-Provider " " FMP-From-Value
End-If
When other
Continue
End-Evaluate.
Perform Read-Field-Map-Line.
*> The role is the provider that served this body (the capture
*> byte, or the captured record's own byte under REPLAY); it is
*> mapped when FLDMAP carries a FIELD line for it.
Select-Map-Role.
Move Capture-Provider-Byte to Map-Role.
If Map-Role equal Space
Move 'P' to Map-Role
End-If.
Move 'N' to Map-Role-Flag.
Perform Test-Map-Role-Entry
Varying Field-Map-Idx From 1 By 1
Until Field-Map-Idx > Field-Map-Count or Map-Role-Mapped.
Move 0 to Map-Missing-Count.
Move 0 to Map-Required-Missing.
Move Spaces to Map-Missing-Names.
Test-Map-Role-Entry.
If FMT-Provider(Field-Map-Idx) equal Map-Role
Set Map-Role-Mapped to true
End-If
.
*> Walk the names actually present in the response's root object and
*> compare them to the expected set, so an API change is flagged the
*> day it happens rather than when the numbers look wrong.
Perform Judge-One-Object-Entry
Varying object-entry-idx From 1 By 1
Until object-entry-idx > object-entry-count
*> A mapped role's missing fields were already reported against
*> its own map; the built-in names would all look missing.
If not Map-Role-Mapped
Perform Report-Missing-Fields
End-If
If drift-found
Set Drift-Already-Logged to true
End-If
HWTJ-DIAG-AREA.
If HWTJ-OK and entry-name-act-len > 0
Move 'N' to Expected-Match-Flag
*> Under a field map the names to expect at the root are the
*> first segments of the role's key paths.
If Map-Role-Mapped
Perform Match-Mapped-Root-Name
Varying Field-Map-Idx From 1 By 1
Until Field-Map-Idx > Field-Map-Count
or Expected-Match-Found
else
Move 1 to Expected-Idx
Perform Match-Expected-Field
until Expected-Idx > 16 or Expected-Match-Found
End-If
If Expected-Match-Found
If not Map-Role-Mapped
Move 'Y' to EXP-Seen-Flag(Expected-Idx)
End-If
else
Set drift-found to true
Display "** SCHEMA DRIFT: new field in response: "
Add 1 to Expected-Idx
End-If
.
Match-Mapped-Root-Name.
If FMT-Provider(Field-Map-Idx) equal Map-Role
and entry-name-buffer equal FMT-Root-Name(Field-Map-Idx)
Set Expected-Match-Found to true
End-If
.
Report-Missing-Fields.
Perform Judge-One-Missing-Field
Varying Expected-Idx From 1 By 1
Compute WX-Wind-Speed = Function Numval(Wind-Speed-Text)
End-If.
Move Function Upper-Case(Wind-Unit-Text) to WX-Wind-Unit.
*> The same airport-info and Weather-Info fields, found where the
*> role's FLDMAP lines say and translated as they say.  A field the
*> role has no line for is simply not sent by that provider.
retrieve-mapped-airport-data.
Set address of resp-body-data to resp-body-data-ptr.
If resp-body-data-eye not equal "AIRPORT" then
display "  Eyecatcher check failed for airport-info"
exit program
End-if
Initialize airport-info.
Display "  Extracting airport status information (field map "
Map-Role ")...".
Perform Extract-Mapped-Field
Varying Field-Map-Idx From 1 By 1
Until Field-Map-Idx > Field-Map-Count.
*> A provider error object is not a payload -- its missing airport
*> fields say nothing about the map.
If Api-Error-Message equal Spaces
Move 1 to Map-Names-Ptr
Perform Report-Mapped-Field-Missing
Varying Field-Map-Idx From 1 By 1
Until Field-Map-Idx > Field-Map-Count
End-If
.
Extract-Mapped-Field.
If FMT-Provider(Field-Map-Idx) equal Map-Role
Move 'N' to FMT-Found(Field-Map-Idx)
Move 'N' to Map-Field-Flag
Perform Resolve-Map-Parent
If Map-Parent-Found
Evaluate FMT-Field-Id(Field-Map-Idx)
When 'DELAY-FLAG'
Perform Map-Extract-Boolean
When 'RUNWAYS'
Perform Map-Extract-Runways
When other
Perform Map-Extract-Text
End-Evaluate
End-If
If Map-Field-Found
Move 'Y' to FMT-Found(Field-Map-Idx)
End-If
End-If
.
*> Split the dotted path, walk every segment but the last down
*> from the root object, and leave the last as the key to search.
Resolve-Map-Parent.
Move Spaces to Map-Path-Segments.
Move 0 to Map-Seg-Count.
Unstring FMT-Key-Path(Field-Map-Idx) delimited by '.'
into Map-Path-Seg(1) Map-Path-Seg(2)
Map-Path-Seg(3) Map-Path-Seg(4)
Tallying in Map-Seg-Count
End-Unstring.
Move root-object to map-object.
Move 'Y' to Map-Parent-Flag.
If Map-Seg-Count = 0
Move 'N' to Map-Parent-Flag
else
Perform Descend-Map-Path
Varying Map-Seg-Idx From 1 By 1
Until Map-Seg-Idx not < Map-Seg-Count
or not Map-Parent-Found
Move Map-Path-Seg(Map-Seg-Count) to Map-Search-Key
Perform Point-Map-Search-Key
End-If
.
Descend-Map-Path.
Move Map-Path-Seg(Map-Seg-Idx) to Map-Search-Key.
Perform Point-Map-Search-Key.
Move 0 to map-child-object.
Call "find-object" using
map-object
map-search-ptr
map-search-len
map-child-object.
If HWTJ-OK and map-child-object not equal 0
Move map-child-object to map-object
else
Move 'N' to Map-Parent-Flag
End-If
.
Point-Map-Search-Key.
Set map-search-ptr to address of Map-Search-Key.
Compute map-search-len =
function length(function trim(Map-Search-Key)).
*> A string value, or a number where the provider sends one (the
*> coordinates and readings often are).
Map-Extract-Text.
Evaluate FMT-Field-Id(Field-Map-Idx)
When 'NAME'
When 'COUNTRY'
Move 50 to Map-Target-Len
When 'IATA'
Move 6 to Map-Target-Len
When 'ERROR'
Move 80 to Map-Target-Len
When 'STATE'
When 'LONGITUDE'
When 'LATITUDE'
When 'STATUS-TYPE'
When 'REASON'
When 'AVG-DELAY'
When 'WX-CONDITION'
When 'WX-TEMP'
When 'WX-WIND'
Move 30 to Map-Target-Len
When other
Move 0 to Map-Target-Len
Display "** Field map: unknown field id "
FMT-Field-Id(Field-Map-Idx)
End-Evaluate.
If Map-Target-Len > 0
Set search-result-ptr to Null
Move 0 to search-result-len
Call "find-string" using
map-object
map-search-ptr
map-search-len
search-result-ptr
search-result-len
If not HWTJ-OK or search-result-ptr equal Null
Set search-result-ptr to Null
Call "find-number" using
map-object
map-search-ptr
map-search-len
search-result-ptr
search-result-len
End-If
If HWTJ-OK and search-result-ptr not equal Null
Set Map-Field-Found to true
Set address of string-dsect to search-result-ptr
Compute data-copy-len =
function min(search-result-len, Map-Target-Len)
Perform Compute-Utf8-Safe-Len
Move Spaces to Map-Value-Text
If Utf8-Safe-Len > 0
Move string-dsect(1:Utf8-Safe-Len) to Map-Value-Text
End-If
Perform Translate-Mapped-Value
Perform Store-Mapped-Value
End-If
End-If
.
Map-Extract-Boolean.
Move 9 to HWTJ-BOOLEANVALUE.
Call "find-boolean" using
map-object
map-search-ptr
map-search-len
search-result-ptr
search-result-len.
If HWTJ-OK and (HWTJ-BOOL-TRUE or HWTJ-BOOL-FALSE)
Set Map-Field-Found to true
If HWTJ-BOOL-TRUE
Set airport-delay-true to true
else
Set airport-delay-false to true
End-If
End-If
.
Map-Extract-Runways.
Move 0 to runway-array-handle.
Call "find-array" using
map-object
map-search-ptr
map-search-len
runway-array-handle.
If HWTJ-OK and runway-array-handle not equal 0
Set Map-Field-Found to true
Perform Iterate-Runway-Array
End-If
.
*> VALUE lines for this role and field: the provider's word for a
*> thing, in upper case, becomes ours.
Translate-Mapped-Value.
Move Function Upper-Case(Map-Value-Text(1:30)) to Map-Value-Upper.
Perform Match-Value-Map-Entry
Varying Value-Map-Idx From 1 By 1
Until Value-Map-Idx > Value-Map-Count.
Match-Value-Map-Entry.
If FVT-Provider(Value-Map-Idx) equal Map-Role
and FVT-Field-Id(Value-Map-Idx) equal FMT-Field-Id(Field-Map-Idx)
and FVT-From-Value(Value-Map-Idx) equal Map-Value-Upper
Move FVT-To-Value(Value-Map-Idx) to Map-Value-Text
End-If
.
Store-Mapped-Value.
Evaluate FMT-Field-Id(Field-Map-Idx)
When 'NAME'
Move Map-Value-Text to airport-name
When 'IATA'
Move Map-Value-Text to airport-iata
When 'STATE'
Move Map-Value-Text to airport-state
When 'COUNTRY'
Move Map-Value-Text to airport-country
When 'LONGITUDE'
Move Map-Value-Text to airport-long
When 'LATITUDE'
Move Map-Value-Text to airport-lat
When 'STATUS-TYPE'
Move Map-Value-Text to airport-status-type
When 'REASON'
Move Map-Value-Text to airport-status-reason
When 'ERROR'
Move Map-Value-Text to Api-Error-Message
When 'AVG-DELAY'
Move Map-Value-Text to airport-average-delay
When 'WX-CONDITION'
Move Map-Value-Text to WX-Condition
When 'WX-TEMP'
Move Map-Value-Text to Raw-Temp-Text
Perform Parse-Weather-Temp
Perform Convert-Mapped-Temp
When 'WX-WIND'
Move Map-Value-Text to Raw-Wind-Text
Perform Parse-Weather-Wind
Perform Convert-Mapped-Wind
End-Evaluate
.
*> A bare number takes the map's arriving unit; a unit-out that
*> differs converts, rounded to the whole degree.
Convert-Mapped-Temp.
Move Function Upper-Case(WX-Temp-Unit) to WX-Temp-Unit.
If WX-Temp-Unit equal Space
Move FMT-Unit-In(Field-Map-Idx)(1:1) to WX-Temp-Unit
End-If.
Evaluate true
When FMT-Unit-Out(Field-Map-Idx)(1:1) equal 'C'
and WX-Temp-Unit equal 'F'
Compute WX-Temp-Value rounded =
(WX-Temp-Value - 32) * 5 / 9
Move 'C' to WX-Temp-Unit
When FMT-Unit-Out(Field-Map-Idx)(1:1) equal 'F'
and WX-Temp-Unit equal 'C'
Compute WX-Temp-Value rounded =
WX-Temp-Value * 9 / 5 + 32
Move 'F' to WX-Temp-Unit
When other
Continue
End-Evaluate
.
*> Wind goes through knots: whatever arrives (KT, MPH or KMH) is
*> taken to knots, then out to the map's unit-out.
Convert-Mapped-Wind.
If WX-Wind-Unit equal Spaces
Move FMT-Unit-In(Field-Map-Idx) to WX-Wind-Unit
End-If.
If FMT-Unit-Out(Field-Map-Idx) not equal Spaces
Move 'Y' to Map-Convert-Flag
Move WX-Wind-Unit to Map-Wind-Unit
Evaluate true
When Map-Wind-Knots
Move WX-Wind-Speed to Map-Wind-Kts-Value
When Map-Wind-Mph
Compute Map-Wind-Kts-Value = WX-Wind-Speed * 0.868976
When Map-Wind-Kmh
Compute Map-Wind-Kts-Value = WX-Wind-Speed * 0.539957
When other
Move 'N' to Map-Convert-Flag
End-Evaluate
If Map-Convertible
Move FMT-Unit-Out(Field-Map-Idx) to Map-Wind-Unit
Evaluate true
When Map-Wind-Knots
Compute WX-Wind-Speed rounded = Map-Wind-Kts-Value
Move 'KT' to WX-Wind-Unit
When Map-Wind-Mph
Compute WX-Wind-Speed rounded =
Map-Wind-Kts-Value * 1.150779
Move 'MPH' to WX-Wind-Unit
When Map-Wind-Kmh
Compute WX-Wind-Speed rounded =
Map-Wind-Kts-Value * 1.852
Move 'KMH' to WX-Wind-Unit
When other
Continue
End-Evaluate
End-If
End-If
.
*> Every mapped field this reply lacked goes back to the caller
*> through the user data (the certification harness scores it);
*> the first time in a run a field goes missing it is also shown
*> and logged to DIAGLOG alongside the schema-drift records.  An
*> absent ERROR line is the normal case and never counts.
Report-Mapped-Field-Missing.
If FMT-Provider(Field-Map-Idx) equal Map-Role
and FMT-Found(Field-Map-Idx) not equal 'Y'
and FMT-Field-Id(Field-Map-Idx) not equal 'ERROR'
Add 1 to Map-Missing-Count
If FMT-Required(Field-Map-Idx) equal 'Y'
Add 1 to Map-Required-Missing
End-If
String FMT-Field-Id(Field-Map-Idx) delimited by space
' ' delimited by size
into Map-Missing-Names
with pointer Map-Names-Ptr
On Overflow
Continue
End-String
If FMT-Missing-Logged(Field-Map-Idx) not equal 'Y'
Move 'Y' to FMT-Missing-Logged(Field-Map-Idx)
Display "** FIELD MAP: mapped field not in payload: "
FMT-Field-Id(Field-Map-Idx) " ("
Function Trim(FMT-Key-Path(Field-Map-Idx)) ")"
Move 'MAPPED FIELD NOT IN PAYLOAD' to Diag-Drift-Kind
Move FMT-Key-Path(Field-Map-Idx) to Diag-Drift-Name
Perform Write-Drift-Log-Record
End-If
End-If
.
*> A METAR reply is one observation object, or an array of them
*> when the endpoint answers for a list of stations -- either way
*> the fields come off the first observation.  Visibility may be a
*> string ("10+") or a number, so both are tried; the numbers come
*> back as their text for the mainline to judge.
retrieve-metar-data.
Set address of metar-body-data to resp-body-data-ptr.
Initialize metar-info.
Display "  Extracting METAR observation...".
Move root-object to metar-object.
Call "HWTJGJST" using
HWTJ-RETURN-CODE
HWTJ-PARSERHANDLE
root-object
root-entry-type
HWTJ-DIAG-AREA.
If HWTJ-OK
Move root-entry-type to HWTJ-JTYPE
If HWTJ-ARRAY-TYPE
Move root-object to metar-array-handle
Move 1 to metar-array-index
Perform Find-Metar-Array-Entry
If HWTJ-OK
Move metar-entry-handle to metar-object
End-If
End-If
End-If.
Set search-string-ptr to address of search-string.
*> Each probe starts from a Null result: find-value leaves the
*> pointer alone when the key is there with another type (a number
*> asked for as a string) or is JSON null, as a clear gust or an
*> unreported visibility is.
Move Rawob-Key to search-string.
Compute search-string-len = function length(Rawob-Key).
Set search-result-ptr to Null.
Move 0 to search-result-len.
Call "find-string" using
metar-object
search-string-ptr
search-string-len
search-result-ptr
search-result-len.
If HWTJ-OK and search-result-ptr not equal Null
Set address of string-dsect to search-result-ptr
Compute data-copy-len =
function min(search-result-len,
function length(metar-raw-text))
Move string-dsect(1:data-copy-len) to metar-raw-text
End-If.
Move Icaoid-Key to search-string.
Compute search-string-len = function length(Icaoid-Key).
Set search-result-ptr to Null.
Move 0 to search-result-len.
Call "find-string" using
metar-object
search-string-ptr
search-string-len
search-result-ptr
search-result-len.
If HWTJ-OK and search-result-ptr not equal Null
Set address of string-dsect to search-result-ptr
Compute data-copy-len =
function min(search-result-len,
function length(metar-station))
Move string-dsect(1:data-copy-len) to metar-station
End-If.
Move Visib-Key to search-string.
Compute search-string-len = function length(Visib-Key).
Set search-result-ptr to Null.
Move 0 to search-result-len.
Call "find-string" using
metar-object
search-string-ptr
search-string-len
search-result-ptr
search-result-len.
If not HWTJ-OK or search-result-ptr equal Null
Set search-result-ptr to Null
Call "find-number" using
metar-object
search-string-ptr
search-string-len
search-result-ptr
search-result-len
End-If.
If HWTJ-OK and search-result-ptr not equal Null
Set address of string-dsect to search-result-ptr
Compute data-copy-len =
function min(search-result-len,
function length(metar-visib-text))
Move string-dsect(1:data-copy-len) to metar-visib-text
End-If.
Move Gust-Key to search-string.
Compute search-string-len = function length(Gust-Key).
Set search-result-ptr to Null.
Move 0 to search-result-len.
Call "find-number" using
metar-object
search-string-ptr
search-string-len
search-result-ptr
search-result-len.
If HWTJ-OK and search-result-ptr not equal Null
Set address of string-dsect to search-result-ptr
Compute data-copy-len =
function min(search-result-len,
function length(metar-gust-text))
Move string-dsect(1:data-copy-len) to metar-gust-text
End-If.
Move 0 to metar-cloud-count.
Move Clouds-Key to search-string.
Compute search-string-len = function length(Clouds-Key).
Call "find-array" using
metar-object
search-string-ptr
search-string-len
cloud-array-handle.
If HWTJ-OK
Perform Iterate-Cloud-Array
End-If.
Iterate-Cloud-Array.
Move 'Y' to cloud-more-flag.
Perform Extract-One-Cloud-Layer
Varying metar-array-index from 1 by 1
Until not cloud-has-more
or metar-array-index > 8
.
Extract-One-Cloud-Layer.
Move cloud-array-handle to metar-array-handle.
Perform Find-Metar-Array-Entry.
If HWTJ-OK
Move metar-entry-handle to cloud-object
Add 1 to metar-cloud-count
Move Cover-Key to search-string
Compute search-string-len = function length(Cover-Key)
Set search-result-ptr to Null
Move 0 to search-result-len
Call "find-string" using
cloud-object
search-string-ptr
search-string-len
search-result-ptr
search-result-len
If HWTJ-OK and search-result-ptr not equal Null
Set address of string-dsect to search-result-ptr
Compute data-copy-len =
function min(search-result-len,
function length(metar-cloud-cover(metar-cloud-count)))
Move string-dsect(1:data-copy-len)
to metar-cloud-cover(metar-cloud-count)
End-If
Move Base-Key to search-string
Compute search-string-len = function length(Base-Key)
Set search-result-ptr to Null
Move 0 to search-result-len
Call "find-number" using
cloud-object
search-string-ptr
search-string-len
search-result-ptr
search-result-len
If HWTJ-OK and search-result-ptr not equal Null
Set address of string-dsect to search-result-ptr
Compute data-copy-len =
function min(search-result-len,
function length(metar-cloud-base(metar-cloud-count)))
Move string-dsect(1:data-copy-len)
to metar-cloud-base(metar-cloud-count)
End-If
else
Move 'N' to cloud-more-flag
End-If
.
*> An ITSM reply: the ticket number, under the configured name,
*> from the "result" object when there is one, else from the root.
retrieve-itsm-data.
Set address of itsm-body-data to resp-body-data-ptr.
Move Spaces to itsm-ticket-number.
Move root-object to itsm-object.
Set search-string-ptr to address of search-string.
Move Result-Key to search-string.
Compute search-string-len = function length(Result-Key).
Call "find-object" using
root-object
search-string-ptr
search-string-len
itsm-object.
If not HWTJ-OK
Move root-object to itsm-object
End-If.
Set search-string-ptr to address of itsm-ticket-key.
Compute search-string-len =
function length(function trim(itsm-ticket-key)).
Call "find-string" using
itsm-object
search-string-ptr
search-string-len
search-result-ptr
search-result-len.
If HWTJ-OK
Set address of string-dsect to search-result-ptr
Compute data-copy-len =
function min(search-result-len,
function length(itsm-ticket-number))
Move string-dsect(1:data-copy-len) to itsm-ticket-number
End-If.
Set search-string-ptr to address of search-string.
*> Entry metar-array-index of the array metar-array-handle, the same
*> array search the runway list walks with.
Find-Metar-Array-Entry.
Set metar-index-addr to address of metar-array-index.
Move 4 to metar-index-len.
Set HWTJ-SEARCHTYPE-ARRAY to true.
Call "HWTJSRCH" using
HWTJ-RETURN-CODE
HWTJ-PARSERHANDLE
HWTJ-SEARCHTYPE
metar-index-addr
metar-index-len
metar-array-handle
metar-start-handle
metar-entry-handle
HWTJ-DIAG-AREA.
free-jparser.
Set HWTJ-NOFORCE to true.
If (NOT HWTJ-PARSERHANDLE-INUSE)
value-length.
End Program find-array.
IDENTIFICATION DIVISION.
PROGRAM-ID. find-number COMMON.
DATA DIVISION.
LINKAGE SECTION.
01 object-handle       Pic 9(9).
01 search-string-addr  Pointer.
01 search-string-len   Pic 9(9).
01 value-addr          Pointer.
01 value-len           Pic 9(9) Binary.
PROCEDURE DIVISION using object-handle,
search-string-addr,
search-string-len,
value-addr,
value-len.
Begin.
Set HWTJ-NUMBER-TYPE to true.
Call "find-value" using
object-handle
search-string-addr
search-string-len
HWTJ-JTYPE
value-addr
value-len.
End Program find-number.
IDENTIFICATION DIVISION.
PROGRAM-ID. find-value common.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 num-value              Pic 9(9) Binary Value 0.
01 num-value-ptr          Pointer Value Null.
01 num-value-length       Pic 9(9) Binary Value 0.
*> What the search came to, for the wire trace: 'S' HWTJSRCH found
*> nothing, 'T' an entry of another type, 'F' found.
01 Find-Outcome Pic X Value Spaces.
01 Find-Type-Names.
05 Filler Pic X(8) Value 'object'.
05 Filler Pic X(8) Value 'array'.
05 Filler Pic X(8) Value 'string'.
05 Filler Pic X(8) Value 'number'.
05 Filler Pic X(8) Value 'boolean'.
05 Filler Pic X(8) Value 'null'.
01 Find-Type-Table Redefines Find-Type-Names.
05 Find-Type-Name Pic X(8) Occurs 6 times.
01 Find-Type-Text  Pic X(8) Value Spaces.
01 Find-Actual-Text Pic X(8) Value Spaces.
01 Find-Rc         Pic 9(9) Value 0.
01 Find-Value-Len  Pic 9(9) Binary Value 0.
LINKAGE SECTION.
01 object-to-search    Pic 9(9) Binary.
01 search-string-addr  Pointer.
01 value-len           Pic 9(9) Binary.
01 result-handle Pic 9(9) Binary.
01 string-dsect Pic X(256).
01 found-value-dsect Pic X(256).
PROCEDURE DIVISION using object-to-search,
search-string-addr,
search-string-len,
value-addr,
value-len.
Begin.
Move 'S' to Find-Outcome.
Set HWTJ-SEARCHTYPE-OBJECT to true.
Call "HWTJSRCH" using
HWTJ-RETURN-CODE
entry-value-handle
HWTJ-DIAG-AREA.
If HWTJ-OK
Move 'T' to Find-Outcome
Call "HWTJGJST" using
HWTJ-RETURN-CODE
HWTJ-PARSERHANDLE
HWTJ-DIAG-AREA
If (HWTJ-OK AND
(actual-entry-type is equal to expected-entry-type))
Move 'F' to Find-Outcome
Move actual-entry-type to HWTJ-JTYPE
EVALUATE true
When HWTJ-OBJECT-TYPE *> copy result to output parm
HWTJ-RETURN-CODE
HWTJ-DIAG-AREA
End-If *> HWTJSRCH = HWTJ-OK
If Trace-Open
Perform Trace-Find-Result
End-If
EXIT PROGRAM.
*> One FIND line per search: the key, the type asked for, and what
*> came back -- the value itself for a string or number.
Trace-Find-Result.
Move Spaces to Find-Type-Text.
If expected-entry-type > 0 and expected-entry-type < 7
Move Find-Type-Name(expected-entry-type) to Find-Type-Text
End-If.
Set address of string-dsect to search-string-addr.
Move HWTJ-RETURN-CODE to Find-Rc.
Move Spaces to Trace-Record.
Move 'FIND' to TRC-Kind.
Evaluate Find-Outcome
When 'S'
String '"' string-dsect(1:function Min(256, search-string-len))
'" ' Function Trim(Find-Type-Text)
' -> not found, HWTJSRCH rc ' Find-Rc
delimited by size into TRC-Text
When 'T'
Move Spaces to Find-Actual-Text
If actual-entry-type > 0 and actual-entry-type < 7
Move Find-Type-Name(actual-entry-type) to Find-Actual-Text
End-If
String '"' string-dsect(1:function Min(256, search-string-len))
'" ' Function Trim(Find-Type-Text)
' -> found as ' Function Trim(Find-Actual-Text)
', rc ' Find-Rc
delimited by size into TRC-Text
When other
Evaluate true
When HWTJ-STRING-TYPE or HWTJ-NUMBER-TYPE
If HWTJ-OK and value-len > 0
Compute Find-Value-Len = function Min(256, value-len)
Set address of found-value-dsect to value-addr
String '"' string-dsect(1:function Min(256, search-string-len))
'" ' Function Trim(Find-Type-Text) ' -> '
found-value-dsect(1:Find-Value-Len)
delimited by size into TRC-Text
else
String '"' string-dsect(1:function Min(256, search-string-len))
'" ' Function Trim(Find-Type-Text)
' -> empty, rc ' Find-Rc
delimited by size into TRC-Text
End-If
When HWTJ-BOOLEAN-TYPE
If HWTJ-BOOL-TRUE
String '"' string-dsect(1:function Min(256, search-string-len))
'" ' Function Trim(Find-Type-Text) ' -> true'
delimited by size into TRC-Text
else
String '"' string-dsect(1:function Min(256, search-string-len))
'" ' Function Trim(Find-Type-Text) ' -> false'
delimited by size into TRC-Text
End-If
When other
String '"' string-dsect(1:function Min(256, search-string-len))
'" ' Function Trim(Find-Type-Text) ' -> found'
delimited by size into TRC-Text
End-Evaluate
End-Evaluate.
Move Trace-Iata-Code to TRC-Iata-Code.
Move Function Current-Date(9:8) to TRC-Time.
Write Trace-Record.
End Program find-value.
End Program HWTHBDYX.
IDENTIFICATION DIVISION.
