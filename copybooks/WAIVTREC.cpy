*> WAIVTREC - Fare-waiver trigger record (WAIVTRIG file), appended by
*> HWTHXCB1 for revenue management: OPEN when an airport meets its
*> WAIVCRIT criteria, CLOSE -- carrying the same start date and
*> condition -- once it has been Green for the clearing period.
01 Waiver-Trigger-Record.
05 WVT-Action        Pic X(5).
88 WVT-Open          Value 'OPEN '.
88 WVT-Close         Value 'CLOSE'.
05 Filler            Pic X(1).
05 WVT-Iata-Code     Pic X(3).
05 Filler            Pic X(1).
05 WVT-Start-Date    Pic X(8).
05 Filler            Pic X(1).
05 WVT-Start-Time    Pic X(6).
05 Filler            Pic X(1).
*> Spaces on an OPEN.
05 WVT-Close-Date    Pic X(8).
05 Filler            Pic X(1).
05 WVT-Close-Time    Pic X(6).
05 Filler            Pic X(1).
05 WVT-Condition     Pic X(40).
05 Filler            Pic X(1).
05 WVT-Status-Code   Pic X(1).
05 Filler            Pic X(1).
05 WVT-Delay-Minutes Pic 9(5).
05 Filler            Pic X(1).
05 WVT-Airport-Name  Pic X(50).
05 Filler            Pic X(1).
05 WVT-Run-Id        Pic X(14).
