*> General-ledger posting day record - one per business date the
*> ledger program has seen: A extract applied to the balances, D
*> extract withheld by the close because of descuadres (the day's
*> movements never reached the ledger and every proof after it
*> carries that difference until accounting posts it by hand), N
*> banking day whose extract never reached the ledger program (the
*> close ran again before the ledger did and GLEXTR.DAT now belongs
*> to a later date; same consequence as D), with the lines and
*> totals applied and when it was done.
01  MGD-REGISTRO.
    05 MGD-FECHA             PIC X(8).
    05 MGD-ESTADO            PIC X.
       88 MGD-APLICADO      VALUE "A".
       88 MGD-OMITIDO       VALUE "D".
       88 MGD-NO-APLICADO   VALUE "N".
    05 MGD-PARTIDAS          PIC 9(5).
    05 MGD-TOTAL-DEBE        PIC 9(11)V99.
    05 MGD-TOTAL-HABER       PIC 9(11)V99.
    05 MGD-PROCESADO         PIC X(14).
