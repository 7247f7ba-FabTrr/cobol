*> Notification control record - one per business date, keyed by
*> date. NCT-EXAMINADOS is how many log entries of that date the
*> extract has already looked at, counting the date's entries in the
*> closed-day copy (LOGCERR) first and then those still in TRANLOG:
*> a later run skips them and only examines what was logged since,
*> even if the close archived it in between, so no entry is notified
*> twice or missed.
*> Every qualifying event ends in exactly one of the three outcome
*> counters (sent, no consent, no contact), which is the control
*> total printed by the extract.
01  NCT-REGISTRO.
    05 NCT-FECHA-NEGOCIO     PIC X(8).
    05 NCT-EXAMINADOS        PIC 9(7).
    05 NCT-EVENTOS           PIC 9(7).
    05 NCT-ENVIADOS          PIC 9(7).
    05 NCT-SIN-CONSENT       PIC 9(7).
    05 NCT-SIN-CONTACTO      PIC 9(7).
    05 NCT-ULTIMA-CORRIDA    PIC X(14).
