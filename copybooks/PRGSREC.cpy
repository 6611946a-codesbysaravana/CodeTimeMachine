*> priorities or add a partition while there's still time.
05 PRG-Projected-End Pic X(6).
05 PRG-Overrun-Flag  Pic X(1).
*> The desk bulletin (BULKSDS) while one is up, severity C/W/I and
*> text; spaces when none.
05 PRG-Bulletin-Severity Pic X(1).
05 PRG-Bulletin-Text     Pic X(60).
*> The serving provider's request quota (QUOTKSDS) as of this
*> update: its role, level (N within, W past the warning share --
*> priority-1 and storm-list airports only -- X used up, space no
*> contract on file) and the requests left today and this month,
*> all nines where the contract sets no allowance.
05 PRG-Quota-Role        Pic X(8).
05 PRG-Quota-Level       Pic X(1).
05 PRG-Quota-Daily-Left  Pic 9(7).
05 PRG-Quota-Month-Left  Pic 9(9).
