*> CAPYCREC - Capacity watch control line (CAPYCTL deck), one per
*> dataset HWTHCAPY measures each week.  A '*' in column 1 is a
*> comment.
*>   CYC-Dataset-Id  the dataset's last qualifier -- AIRHIST,
*>                   AUDKSDS, ALRTSTAT, CAPTOUT -- matched against
*>                   the cluster names in the LISTCAT listing.
*>   CYC-Kind        KSDS -- measured off LISTCAT ALL: records,
*>                           kilobytes used (HI-U-RBA) against the
*>                           kilobytes allocated (HI-A-RBA), and the
*>                           CI/CA splits of the data component.
*>                   SEQ  -- the capture library: records counted
*>                           off the CAPTOUT DD, against the record
*>                           capacity keyed here.
*>   CYC-Capacity    the ceiling to project against -- kilobytes
*>                   for a KSDS (zero = HI-A-RBA, the space the
*>                   cluster holds now; key the most it may extend
*>                   to when secondary space is defined), records
*>                   for SEQ (required: a sequential dataset's
*>                   allocation can't be read from the catalog).
01 Capacity-Control-Record.
05 CYC-Dataset-Id  Pic X(8).
05 Filler          Pic X(1).
05 CYC-Kind        Pic X(4).
88 CYC-Kind-Ksds   Value 'KSDS'.
88 CYC-Kind-Seq    Value 'SEQ'.
05 Filler          Pic X(1).
05 CYC-Capacity    Pic 9(11).
05 Filler          Pic X(1).
05 CYC-Description Pic X(30).
