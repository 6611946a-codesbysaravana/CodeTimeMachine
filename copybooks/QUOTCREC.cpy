*> QUOTCREC - Provider request quota contract line (QUOTACTL deck),
*> one per provider role the paid tier bills -- the same roles
*> PROVSTAT and the INVOICE figures carry.  A '*' in column 1 is a
*> comment.  HWTHXCB1 copies each line's figures onto the role's
*> QUOTKSDS record (QUOTAREC) at the start of every run, so a
*> renegotiated allowance takes effect on the next run and reaches
*> the online lookup through the same record.
*>   QTC-Daily-Quota    requests allowed per calendar day; zero =
*>                      no daily allowance in the contract.
*>   QTC-Monthly-Quota  requests allowed per calendar month; zero =
*>                      no monthly allowance in the contract.
*>   QTC-Warn-Pct       share of either allowance, used, past which
*>                      the run works priority-1 and storm-list
*>                      airports only; zero = 80.
01 Quota-Control-Record.
05 QTC-Provider-Role Pic X(8).
05 Filler            Pic X(1).
05 QTC-Daily-Quota   Pic 9(7).
05 Filler            Pic X(1).
05 QTC-Monthly-Quota Pic 9(9).
05 Filler            Pic X(1).
05 QTC-Warn-Pct      Pic 9(3).
