05 PND-Submit-Time Pic X(6).
05 PND-Approver    Pic X(8).
05 PND-Decide-Date Pic X(8).
05 PND-Card-Image  Pic X(228).
