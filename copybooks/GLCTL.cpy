*> General-ledger extract control record - written by the daily close
*> next to GLEXTR.DAT, one record per night. It tells the ledger
*> program which business date the extract belongs to and whether it
*> was produced (G) or withheld because the cash/account
*> reconciliation found descuadres (D), with the number of lines and
*> the debe/haber totals the close wrote, and whether that date was
*> the last banking day of its month. An empty GLEXTR.DAT can mean a
*> day without movements or a withheld extract; only this record
*> tells the two apart.
01  GLC-REGISTRO.
    05 GLC-FECHA             PIC X(8).
    05 GLC-ESTADO            PIC X.
       88 GLC-GENERADO      VALUE "G".
       88 GLC-OMITIDO       VALUE "D".
    05 GLC-FIN-DE-MES        PIC X.
       88 GLC-CIERRE-DE-MES VALUE "S".
    05 GLC-PARTIDAS          PIC 9(5).
    05 GLC-TOTAL-DEBE        PIC 9(11)V99.
    05 GLC-TOTAL-HABER       PIC 9(11)V99.
    05 GLC-DESCUADRES        PIC 9(5).
