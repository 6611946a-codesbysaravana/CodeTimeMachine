*> AUTHCOMM - Commarea for the HWTHCAUZ authorization check, LINKed
*> by every monitor transaction: on entry for the View role, and
*> again before an acknowledge, master change or watch-list change
*> for that role.  The caller fills the transaction, program, role
*> and a short action text; HWTHCAUZ answers allowed or refused, the
*> operator's user ID, and the "not authorized" line to show.  Every
*> refusal is logged by HWTHCAUZ itself (AUTVREC).
01 Auth-Check-Area.
05 AUC-Transid     Pic X(4).
05 AUC-Program     Pic X(8).
05 AUC-Role        Pic X(1).
88 AUC-Role-View   Value 'V'.
88 AUC-Role-Ack    Value 'A'.
88 AUC-Role-Master Value 'M'.
88 AUC-Role-Watch  Value 'W'.
05 AUC-Action-Text Pic X(30).
05 AUC-Result      Pic X(1).
88 AUC-Allowed     Value 'Y'.
88 AUC-Refused     Value 'N'.
05 AUC-Userid      Pic X(8).
05 AUC-Message     Pic X(78).
