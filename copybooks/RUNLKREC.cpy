*> RUNLKREC - Run-ownership lock record (RUNLOCK KSDS).  HWTHXCB1
*> takes the lock before it opens anything and gives it back at the
*> end, so a second run released against the same dataset set while
*> the first is still going ends at once (RC=24) instead of both
*> writing CHKPOINT, AIRMSTR and AUDITLOG.  As with CLAIMQ, the keyed
*> WRITE is the test-and-set:
*>   kind E  one record, key run id blank -- the whole-run lock a
*>           serial run takes; a duplicate key means someone has it
*>   kind P  one record per partition job (CLAIMQ or LIST=m/n),
*>           keyed by its own run id -- partitions of one run hold
*>           the lock together, and a serial run refuses while any
*>           is present (and they refuse while an E record is)
*> A cancelled run leaves its record behind; PARM=UNLOCK=<run id>
*> removes it, and only it.
01 Run-Lock-Record.
05 RLK-Key.
10 RLK-Lock-Name   Pic X(8).
10 RLK-Holder-Kind Pic X.
88 RLK-Exclusive Value 'E'.
88 RLK-Partition Value 'P'.
10 RLK-Key-Run-Id  Pic X(16).
05 RLK-Owner-Run-Id Pic X(14).
05 RLK-Lock-Date    Pic X(8).
05 RLK-Lock-Time    Pic X(6).
05 RLK-Run-Parm     Pic X(20).
