*> AUTVREC - Authorization violation record, one per attempt a
*> monitor transaction refused: who, from which terminal, which
*> transaction and program, the role it needed and what was being
*> tried.  HWTHCAUZ writes it to the AVIO transient-data destination,
*> folded into AUTHVIOL by operations the way AJRN reaches AIRJRNL;
*> HWTHAUZR prints it for the quarterly access review.
01 Auth-Violation-Record.
05 AVL-Date        Pic X(8).
05 AVL-Time        Pic X(6).
05 AVL-Userid      Pic X(8).
05 AVL-Termid      Pic X(4).
05 AVL-Transid     Pic X(4).
05 AVL-Program     Pic X(8).
05 AVL-Role        Pic X(1).
05 AVL-Reason      Pic X(8).
88 AVL-Reason-No-Entry Value 'NOENTRY'.
88 AVL-Reason-No-Role  Value 'NOROLE'.
88 AVL-Reason-No-File  Value 'NOFILE'.
05 AVL-Action-Text Pic X(30).
