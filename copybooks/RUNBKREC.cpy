*> RUNBKREC - Alert runbook entry (RUNBOOK KSDS), one per alert
*> reason and tier: the ops-manual procedure that alert calls for,
*> a short checklist, and who to call -- so the desk is handed the
*> procedure with the alert instead of hunting for it.  The ops
*> desk keeps the RUNBKLST deck in this layout, in reason/tier
*> order as REPRO to a KSDS needs, and the HWTHRUNB job's LOAD step
*> copies it to the cluster; the same cluster is defined to the
*> CICS region for APAL.  Read by HWTHXCB1 (NOTIFOUT text and the
*> MQ alert message), HWTHCALC (APAL, the picked alert) and
*> HWTHOPSR (open alerts in the ops report).
*>   RBK-Alert-Tier   WARNING, SEVERE or CRITICAL; ANY is the
*>                    reason's entry for a tier with none of its own.
*>   RBK-Step         up to four checklist steps, in order; unused
*>                    steps blank.
*>   RBK-Call-Who     who to call, name and number as the desk
*>                    would dial it.
*> HWTHRUNB's CHECK step lists every reason/tier HWTHXCB1 can raise
*> that no entry covers.
01 Runbook-Record.
05 RBK-Key.
10 RBK-Alert-Reason Pic X(10).
10 RBK-Alert-Tier   Pic X(8).
05 RBK-Procedure-Id Pic X(12).
05 RBK-Title        Pic X(40).
05 RBK-Step         Pic X(36) Occurs 4 times.
05 RBK-Call-Who     Pic X(40).
