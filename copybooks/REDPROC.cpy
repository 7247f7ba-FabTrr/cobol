*> Network issuer control record - one per network item already
*> processed, keyed by network id plus the network's reference, with
*> the outcome (P posted to the account, R returned as a reject) and
*> the business date. An item found here is never posted or returned
*> again, so the same file (or a network resend) can be run twice.
01  RPR-REGISTRO.
    05 RPR-CLAVE.
       10 RPR-RED            PIC X(4).
       10 RPR-REFERENCIA     PIC X(12).
    05 RPR-RESULTADO         PIC X.
       88 RPR-POSTEADO      VALUE "P".
       88 RPR-RECHAZADO     VALUE "R".
    05 RPR-FECHA-NEGOCIO     PIC X(8).
    05 RPR-PROCESADO         PIC X(14).
