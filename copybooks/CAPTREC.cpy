*> after the body so records captured before these fields existed
*> still line up; on those the tail reads as spaces (librarian
*> treats them as undated legacy captures).
*> Provider 'T' marks a synthetic body built by the scenario
*> builder (HWTHSCNB) -- never a payload the provider sent.
05 CAP-Run-Date  Pic X(8).
05 CAP-Provider  Pic X(1).
