*> Customer notification record - one fixed line per message for
*> the SMS/e-mail gateway. NTF-ID is the business date plus the
*> ordinal of the originating TRANLOG entry within that date (same
*> width as the LOGCERR ordinal and the NOTIFCTL count), so the
*> same event always produces the same id and the gateway can drop a
*> repeat. NTF-CANAL: S = SMS only, E = e-mail only, A = both.
01  NTF-REGISTRO.
    05 NTF-ID.
       10 NTF-FECHA-NEGOCIO  PIC X(8).
       10 NTF-ORDINAL        PIC 9(7).
    05 NTF-FECHA-HORA        PIC X(14).
    05 NTF-EVENTO            PIC X(10).
    05 NTF-TARJETA           PIC 9(10).
    05 NTF-CUENTA            PIC 9(10).
    05 NTF-MONTO             PIC 9(5)V99.
    05 NTF-CANAL             PIC X.
    05 NTF-MOVIL             PIC X(15).
    05 NTF-EMAIL             PIC X(50).
    05 NTF-TEXTO             PIC X(120).
