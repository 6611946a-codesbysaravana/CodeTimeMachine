*> FLDMAP - Provider field-mapping control line (FLDMAP), read once
*> per run by the HWTHBDYX body exit.  A provider role with FIELD
*> lines has its airport-info and Weather-Info values found where
*> the lines say instead of under the built-in key names, so a
*> provider that names or nests things its own way is a control
*> file change, not a release.  A role with no FIELD lines (and
*> every role when FLDMAP is absent) keeps the built-in keys.
*> A '*' in column 1 is a comment.  Roles are the CAPTOUT provider
*> byte: P (primary, and the candidate under CERTIFY), S (secondary
*> or fallback).
*>   FIELD  FMP-Field-Id is one of NAME, IATA, STATE, COUNTRY,
*>          LONGITUDE, LATITUDE, DELAY-FLAG, STATUS-TYPE, REASON,
*>          ERROR, AVG-DELAY, WX-CONDITION, WX-TEMP, WX-WIND or
*>          RUNWAYS; FMP-Key-Path is the JSON key, with any parent
*>          objects ahead of it separated by dots (status.avgDelay,
*>          four levels at most).  FMP-Required Y has a reply that
*>          lacks the field counted against the provider.  For
*>          WX-TEMP (C/F) and WX-WIND (KT/MPH/KMH), FMP-Unit-In is
*>          the unit a bare number arrives in and FMP-Unit-Out the
*>          unit to convert to; blank leaves the value as sent.
*>   VALUE  FMP-From-Value arriving in FMP-Field-Id (compared in
*>          upper case) is replaced by FMP-To-Value -- a provider's
*>          status vocabulary onto GREEN/YELLOW/RED/CLOSED, say.
01 Field-Map-Record.
05 FMP-Provider     Pic X(1).
88 FMP-Role-Primary   Value 'P'.
88 FMP-Role-Secondary Value 'S'.
05 Filler           Pic X(1).
05 FMP-Line-Type    Pic X(5).
88 FMP-Field-Line     Value 'FIELD'.
88 FMP-Value-Line     Value 'VALUE'.
05 Filler           Pic X(1).
05 FMP-Field-Id     Pic X(12).
05 Filler           Pic X(1).
05 FMP-Detail       Pic X(61).
05 FMP-Field-Detail Redefines FMP-Detail.
10 FMP-Key-Path     Pic X(40).
10 Filler           Pic X(1).
10 FMP-Required     Pic X(1).
10 Filler           Pic X(1).
10 FMP-Unit-In      Pic X(3).
10 Filler           Pic X(1).
10 FMP-Unit-Out     Pic X(3).
10 Filler           Pic X(11).
05 FMP-Value-Detail Redefines FMP-Detail.
10 FMP-From-Value   Pic X(30).
10 Filler           Pic X(1).
10 FMP-To-Value     Pic X(30).
