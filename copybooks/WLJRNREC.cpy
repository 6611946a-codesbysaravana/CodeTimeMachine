05 WLJ-New-Priority Pic X(1).
05 WLJ-New-Group    Pic X(8).
05 WLJ-User         Pic X(8).
*> Chained seal over the record and the previous record's seal
*> (see SEALREC), set as the record is written.
05 WLJ-Seal         Pic X(20).
