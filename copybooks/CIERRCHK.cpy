*> Daily close control record - the business date being processed and
*> the last step that finished completely (99 = close finished for
*> that date). Lets an aborted close resume where it stopped and
*> keeps a finished close from running twice the same day. Before the
*> archive step the close also records, for each business date in the
*> log, the last LOGCERR.DAT ordinal already on file (CHK-BASE-LISTA
*> "S" once set), so a resumed archive step rewrites the same keys
*> instead of numbering the entries a second time.
01  CHK-REGISTRO.
    05 CHK-FECHA             PIC X(8).
    05 CHK-PASO              PIC 9(2).
    05 CHK-BASE-LISTA        PIC X.
    05 CHK-TOTAL-CERRADO     PIC 9(2).
    05 CHK-CERRADO OCCURS 10 TIMES.
       10 CHK-LC-FECHA       PIC X(8).
       10 CHK-LC-ORDINAL     PIC 9(7).
