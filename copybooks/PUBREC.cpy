*> PUBREC - Publish status of one HWTHXCB1 run (PUBSTAT KSDS), keyed
*> on the run identifier.  HWTHXREC sets it when it balances the
*> run; the shift lead overrides it with HWTHPUBR.  The DB2 loader
*> and the dispatch and map feed handoffs consume a run only while
*> it stands clean or released -- a run with no record here has not
*> been balanced and is not consumed either.
01 Publish-Status-Record.
05 PUB-Run-Id          Pic X(14).
05 PUB-Status          Pic X(1).
88 PUB-Clean           Value 'C'.
88 PUB-Exceptions      Value 'E'.
88 PUB-Released        Value 'R'.
88 PUB-Blocked         Value 'B'.
88 PUB-Publishable     Values 'C' 'R'.
*> What the last balance found, kept as it was when a release or a
*> block overrides the status: C clean, E exceptions, space when the
*> run was released or blocked before it was ever balanced.
05 PUB-Recon-Status    Pic X(1).
05 PUB-Exception-Count Pic 9(5).
05 PUB-Recon-Stamp     Pic X(14).
*> The shift lead's last release or block: who, when and why.
*> Spaces until there has been one.
05 PUB-Set-By          Pic X(8).
05 PUB-Set-Stamp       Pic X(14).
05 PUB-Reason          Pic X(60).
