05 BND-File-Tag     Pic X(8).
05 BND-Record-Count Pic 9(9).
05 BND-Checksum     Pic 9(9).
05 BND-Data         Pic X(1100).
