*> WAIVSTAT - Fare-waiver state record (WAIVKSDS KSDS), keyed on IATA
*> code, carried across HWTHXCB1 runs.  Holds the run of successive
*> qualifying runs against each of the airport's criteria rows
*> (WAIVCRIT) and, while a waiver is in force, when and why it
*> opened and since when the airport has been Green.  Because the
*> waiver in force lives here, a rerun finds it and never opens a
*> second one.  A record with no waiver and no run in progress is
*> deleted.
01 Waiver-State-Record.
05 WVS-Iata-Code       Pic X(3).
05 WVS-State           Pic X(1).
88 WVS-Waiver-Open     Value 'O'.
88 WVS-Watching        Value 'W'.
05 WVS-Rule-Runs       Pic 9(3) Occurs 3 times.
05 WVS-Start-Date      Pic X(8).
05 WVS-Start-Time      Pic X(6).
05 WVS-Condition       Pic X(40).
05 WVS-Clear-Hours     Pic 9(3).
05 WVS-Open-Run-Id     Pic X(14).
*> Spaces while the airport is anything but Green.
05 WVS-Green-Date      Pic X(8).
05 WVS-Green-Time      Pic X(6).
05 WVS-Last-Run-Id     Pic X(14).
