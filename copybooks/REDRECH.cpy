*> Network issuer reject record - an item of the network issuer file
*> that could not be posted, returned to the network with the
*> original fields, a reject code and its text, and the business
*> date it was processed. Codes: 01 card not found, 02 card closed,
*> 03 account not linked to the card, 04 account not found or
*> closed, 05 insufficient funds, 06 record with non-numeric fields.
01  RRJ-REGISTRO.
    05 RRJ-RED               PIC X(4).
    05 RRJ-REFERENCIA        PIC X(12).
    05 RRJ-FECHA-HORA        PIC X(14).
    05 RRJ-TARJETA           PIC 9(10).
    05 RRJ-CUENTA            PIC 9(10).
    05 RRJ-CAJERO            PIC X(8).
    05 RRJ-MONTO             PIC 9(5)V99.
    05 RRJ-COMISION          PIC 9(3)V99.
    05 RRJ-CODIGO            PIC X(2).
    05 RRJ-MOTIVO            PIC X(25).
    05 RRJ-FECHA-NEGOCIO     PIC X(8).
