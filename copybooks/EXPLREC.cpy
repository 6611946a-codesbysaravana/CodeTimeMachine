*> EXPLREC - Alert decision explain record (EXPLAIN), one per
*> airport HWTHXCB1 works in a run, alert or no alert, so "why
*> didn't DEN page at 65 minutes" is answered from the record (and
*> the HWTHEXPL inquiry over it) instead of from the code.
*>   EXP-Evaluated       Y the reply was judged; N no usable reply
*>                       (EXP-Http-Status says why); Q the reply was
*>                       quarantined by FLDRULES; H the code was on
*>                       hold and never fetched.
*>   EXP-Threshold-Source THRSHLST  the airport's own tiers applied
*>                       GLOBAL    the APCONFIG alert threshold
*>                       BASELINE  only the airport's own-average
*>                                 test raised an alert
*>                       STATUS    a closure -- no minutes involved
*>   EXP-Threshold-Minutes the limit that decided: the tier crossed,
*>                       or the lowest tier's when none was.
*>   EXP-Baseline-Limit  own average x BASELINE factor, when the
*>                       airport had the history to judge it.
*>   EXP-Alert-Tier      the highest tier computed for the code this
*>                       run (after the high-weight lift) -- set even
*>                       when the alert was then suppressed.
*>   EXP-Suppressed-By   ADVISORY  an active advisory explains it
*>                       OPSHOURS  closed outside published hours
*>                       FLOOD     held back for the flood digest
*>                       HOLD      HOLDLIST hold, code not fetched
*>   EXP-Notified / EXP-Mq-Put  Y when a NOTIFOUT text / an MQ put
*>                       went out for the code.
01 Explain-Record.
05 EXP-Run-Id            Pic X(14).
05 EXP-Run-Date          Pic X(8).
05 EXP-Run-Time          Pic X(6).
05 EXP-Iata-Code         Pic X(3).
05 EXP-Evaluated         Pic X(1).
05 EXP-Http-Status       Pic 9(3).
05 EXP-Status-Code       Pic X(1).
05 EXP-Delay-Minutes     Pic 9(5).
05 EXP-Threshold-Source  Pic X(8).
05 EXP-Threshold-Minutes Pic 9(5).
05 EXP-Warning-Minutes   Pic 9(5).
05 EXP-Severe-Minutes    Pic 9(5).
05 EXP-Critical-Minutes  Pic 9(5).
05 EXP-Baseline-Limit    Pic 9(5).
05 EXP-Alert-Tier        Pic X(8).
05 EXP-Alert-Reason      Pic X(10).
05 EXP-Alert-Count       Pic 9(3).
05 EXP-Suppressed        Pic X(1).
05 EXP-Suppressed-By     Pic X(8).
05 EXP-Suppress-Text     Pic X(40).
05 EXP-Notified          Pic X(1).
05 EXP-Mq-Put            Pic X(1).
