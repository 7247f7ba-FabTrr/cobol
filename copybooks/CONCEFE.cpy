*> Cash reconciliation history record - the per-terminal result of
*> the daily close cash reconciliation, one line per business date
*> and terminal: expected drawer value (snapshot plus reloads minus
*> notes dispensed), real value counted in CAJDRW, and the
*> difference (positive = overage, notes left in the machine). Kept
*> so a later ATM claim can be checked against the overage of that
*> machine on the day of the disputed withdrawal.
01  CEF-REGISTRO.
    05 CEF-CLAVE.
       10 CEF-FECHA          PIC X(8).
       10 CEF-TERMINAL       PIC X(4).
    05 CEF-ESPERADO          PIC S9(7)V99.
    05 CEF-REAL              PIC 9(7)V99.
    05 CEF-DIFERENCIA        PIC S9(7)V99.
