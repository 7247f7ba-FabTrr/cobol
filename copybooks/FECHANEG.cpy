*> Business-date control record - the banking day currently open.
*> Every program that writes TRANLOG.DAT stamps this date on its
*> entries; the daily close processes exactly one business date and
*> rolls this file forward to the next banking day (weekends and the
*> holidays in the banking calendar are skipped) as its last step,
*> so post-midnight and weekend ATM activity lands in the correct
*> day. The close also marks whether the open date is the last
*> banking day of its month, the night the month-end run belongs to
*> (blank on a record written before the mark existed).
01  FNG-REGISTRO.
    05 FNG-FECHA             PIC X(8).
    05 FNG-ULTIMO-HABIL      PIC X.
       88 FNG-FIN-DE-MES VALUE "S".
