*> submitter and the approving second person.
05 JRN-User      Pic X(8).
05 JRN-Approver  Pic X(8).
*> Chained seal over the record and the previous record's seal
*> (see SEALREC), set as the record is written.
05 JRN-Seal      Pic X(20).
