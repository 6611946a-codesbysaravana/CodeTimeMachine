*> CAPYHREC - Capacity history (CAPYHIST), one line per dataset per
*> HWTHCAPY run, appended weekly; the growth trend is worked out
*> from these, so the file is never rewritten.
*>   CYH-Records      records in the dataset (LISTCAT REC-TOTAL for
*>                    a KSDS, counted for SEQ).
*>   CYH-Used         what is projected: kilobytes used for a KSDS,
*>                    records for SEQ.
*>   CYH-Capacity     the ceiling CYH-Used was measured against, in
*>                    the same unit.
*>   CYH-Splits-CI/CA cumulative since the cluster was defined or
*>                    last reorganised (LISTCAT's counts); zero for
*>                    SEQ.  The report shows the week's increase.
01 Capacity-History-Record.
05 CYH-Run-Date    Pic X(8).
05 Filler          Pic X(1).
05 CYH-Dataset-Id  Pic X(8).
05 Filler          Pic X(1).
05 CYH-Kind        Pic X(4).
05 Filler          Pic X(1).
05 CYH-Records     Pic 9(11).
05 Filler          Pic X(1).
05 CYH-Used        Pic 9(11).
05 Filler          Pic X(1).
05 CYH-Capacity    Pic 9(11).
05 Filler          Pic X(1).
05 CYH-Splits-CI   Pic 9(9).
05 Filler          Pic X(1).
05 CYH-Splits-CA   Pic 9(9).
