*> RCDXREF - IATA recode cross-reference (RECODXRF), one record per
*> recode HWTHRCOD has applied: the old code, the code it became and
*> the date the new code took effect.  The master, AIRHIST and the
*> control files are re-keyed outright, but the append-only trails
*> (AUDITLOG and its archive generations) keep the old code for
*> ever, so the reporting programs read this file and report
*> anything stamped with the old code before the effective date
*> under the new one -- a twelve-month report shows one airport.
*> A record stamped with the old code on or after the effective date
*> is left alone: IATA does re-issue codes.  Chains (A became B,
*> later B became C) are followed through.
01 Recode-Xref-Record.
05 RCX-Old-Code       Pic X(3).
05 Filler             Pic X(1).
05 RCX-New-Code       Pic X(3).
05 Filler             Pic X(1).
05 RCX-Effective-Date Pic X(8).
05 Filler             Pic X(1).
*> When HWTHRCOD applied it.
05 RCX-Recode-Date    Pic X(8).
05 Filler             Pic X(1).
05 RCX-Recode-Time    Pic X(6).
