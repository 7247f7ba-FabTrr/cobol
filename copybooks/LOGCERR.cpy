*> Closed-day log copy - every TRANLOG entry the daily close archives,
*> keyed by business date plus the entry's position among that date's
*> entries (1, 2, ...) in log order. Entries of a date that reach the
*> log after its close are archived by the next close and continue
*> the numbering, so for each date this file plus whatever is still
*> in TRANLOG.DAT is the date's complete log, in order. The customer
*> notification extract uses it to examine entries that were logged
*> after its run and archived before the next one.
01  LGC-REGISTRO.
    05 LGC-CLAVE.
       10 LGC-FECHA-NEGOCIO  PIC X(8).
       10 LGC-ORDINAL        PIC 9(7).
    05 LGC-LOG               PIC X(101).
