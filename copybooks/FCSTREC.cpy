*> FCSTREC - Next-day outlook record from the provider's forecast
*> endpoint, one per airport per run when forecast mode is on.
*> Read back by HWTHFCST for the evening staffing report of airports
*> expected Red/Yellow/Closed tomorrow, and by HWTHDICE for the
*> evening de-icing list.
01 Forecast-Record.
05 FCS-Run-Id        Pic X(14).
05 FCS-Run-Date      Pic X(8).
88 FCS-Status-Unknown Value 'U'.
05 FCS-Delay-Minutes Pic 9(5).
05 FCS-Weather-Cond  Pic X(30).
*> Forecast temperature and its unit (C or F) as the outlook gave
*> them; spaces on records written before they were kept, and a
*> blank unit when the provider sent no temperature.
05 FCS-Temp-Value    Pic S9(3).
05 FCS-Temp-Unit     Pic X(1).
