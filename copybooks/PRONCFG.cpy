*> Cash demand forecast parameters. History window in calendar days
*> (the weekday profile is averaged over it), carrier lead time in
*> banking days from the business date to delivery, safety margin in
*> days (a terminal is ordered for when a denomination is projected
*> to run out by delivery plus this margin), days of demand an order
*> must cover after delivery, and the bundle size notes are ordered in.
01  PRN-PARAMETROS.
    05 PRN-DIAS-HISTORIA     PIC 9(3).
    05 PRN-DIAS-ENTREGA      PIC 9(2).
    05 PRN-DIAS-MARGEN       PIC 9(2).
    05 PRN-DIAS-COBERTURA    PIC 9(2).
    05 PRN-FAJO              PIC 9(3).
