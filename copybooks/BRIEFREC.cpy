05 BRF-Airports-Delayed  Pic 9(5).
05 BRF-Airports-Closed   Pic 9(5).
05 BRF-Airports-Failed   Pic 9(5).
*> Our scheduled departures in the next BRF-Risk-Hours hours at the
*> airports this run found impaired, off the FLTRISK total record
*> HWTHFRSK wrote for the run (zeros when it hasn't run yet).
05 BRF-Risk-Hours        Pic 9(2).
05 BRF-Departures-At-Risk Pic 9(7).
*> The desk bulletin posted on ABUL, while one is up -- severity
*> C/W/I and text; spaces when none.
05 BRF-Bulletin-Severity Pic X(1).
05 BRF-Bulletin-Text     Pic X(60).
*> The primary provider's request quota (QUOTKSDS) as the extract
*> ran: level N within, W past the warning share, X used up, space
*> no contract on file; requests left today and this month, all
*> nines where the contract sets no allowance.
05 BRF-Quota-Level       Pic X(1).
05 BRF-Quota-Daily-Left  Pic 9(7).
05 BRF-Quota-Month-Left  Pic 9(9).
