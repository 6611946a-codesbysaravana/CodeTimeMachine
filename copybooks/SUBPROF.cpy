*> SUBPROF - Alert subscriber profile entry (SUBSCRIB control file).
*> Each desk that wants its own cut of ALERTOUT (crew, cargo, the
*> regional operations teams) is one subscriber: a PROFILE line names
*> the extract slot it is written to (DD SUBXnn in the HWTHXCB1 job)
*> and the lowest alert tier it wants, and any number of filter lines
*> under the same subscriber id say which alerts are theirs:
*>   IATA    an airport code
*>   GROUP   a watch-list group tag (AIRLIST) or a METROGRP group id
*>   REGION  an AM-Region-Code off AIRMSTR
*>   REASON  an alert reason (THRESHOLD, CLOSURE, ...)
*> IATA/GROUP/REGION lines are alternatives -- any one matching puts
*> the alert in; with none, every airport matches.  REASON lines work
*> the same way; with none, every reason except DRILL matches (a
*> drill only reaches a subscriber that names it).  A blank minimum
*> tier takes every tier; an alert carrying no tier ranks as WARNING.
01 Subscriber-Profile-Record.
05 SBP-Subscriber-Id Pic X(8).
05 Filler            Pic X(1).
05 SBP-Entry-Type    Pic X(7).
88 SBP-Entry-Profile Value 'PROFILE'.
88 SBP-Entry-Iata    Value 'IATA'.
88 SBP-Entry-Group   Value 'GROUP'.
88 SBP-Entry-Region  Value 'REGION'.
88 SBP-Entry-Reason  Value 'REASON'.
05 Filler            Pic X(1).
*> Filter lines: the code, tag, region or reason.  Blank on PROFILE.
05 SBP-Entry-Value   Pic X(10).
05 Filler            Pic X(1).
*> PROFILE lines only.
05 SBP-Extract-Slot  Pic X(2).
05 Filler            Pic X(1).
05 SBP-Min-Tier      Pic X(8).
05 Filler            Pic X(1).
05 SBP-Description   Pic X(30).
