*> Nightly job-stream run log - one record per business date and job,
*> keyed by date + job code, holding the latest attempt (start, end,
*> exit code, outcome) and how many attempts were made. The record
*> with job code "CADENA" is the header of the whole stream for that
*> date: its outcome tells whether the stream is still pending, and
*> it keeps the month-end mark the stream started with.
*> Outcomes: E running (or the driver died while it ran), O finished
*> OK, F failed, S skipped because a prerequisite is not OK, N not
*> applicable that date. A header can also be X: closed with jobs
*> left unfinished that can no longer run, because the business date
*> already moved on or because the operator closed it.
01  CRR-REGISTRO.
    05 CRR-CLAVE.
       10 CRR-FECHA-NEGOCIO  PIC X(8).
       10 CRR-TRABAJO        PIC X(8).
    05 CRR-ESTADO            PIC X.
       88 CRR-EN-CURSO      VALUE "E".
       88 CRR-TERMINADO-OK  VALUE "O".
       88 CRR-FALLIDO       VALUE "F".
       88 CRR-OMITIDO       VALUE "S".
       88 CRR-NO-CORRESPONDE VALUE "N".
       88 CRR-CERRADO       VALUE "X".
       88 CRR-SATISFECHO    VALUE "O" "N".
    05 CRR-INTENTOS          PIC 9(2).
    05 CRR-INICIO            PIC X(14).
    05 CRR-FIN               PIC X(14).
    05 CRR-CODIGO-SALIDA     PIC 9(3).
    05 CRR-FIN-DE-MES        PIC X.
    05 CRR-DETALLE           PIC X(40).
