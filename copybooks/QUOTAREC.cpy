*> QUOTAREC - Provider request quota and usage (QUOTKSDS KSDS), one
*> record per provider role, keyed by the role.  The contract
*> figures are copied in from the QUOTACTL deck (QUOTCREC) by every
*> HWTHXCB1 run; the usage counts are added to by every request the
*> batch makes (one per PROVSTAT attempt, so the counts agree with
*> what HWTHINVR bills) and by every APLK online lookup, so both
*> sides spend -- and see -- the one allowance.  A record's counts
*> belong to the day and month stamped on it: the first request of
*> a new day (or month) starts its count again from zero, so
*> nothing has to reset the file.  The same cluster is defined to
*> the CICS region for update.
*>   QUO-Warn-Pct       zero = 80.
*>   QUO-Online-Used    the part of QUO-Daily-Used the online
*>                      lookups spent.
01 Provider-Quota-Record.
05 QUO-Provider-Role Pic X(8).
05 QUO-Daily-Quota   Pic 9(7).
05 QUO-Monthly-Quota Pic 9(9).
05 QUO-Warn-Pct      Pic 9(3).
05 QUO-Usage-Date    Pic X(8).
05 QUO-Daily-Used    Pic 9(7).
05 QUO-Online-Used   Pic 9(7).
05 QUO-Usage-Month   Pic X(6).
05 QUO-Monthly-Used  Pic 9(9).
*> Who last counted a request against the record, and when.
05 QUO-Last-Run-Id   Pic X(14).
05 QUO-Last-Date     Pic X(8).
05 QUO-Last-Time     Pic X(6).
