*> Network issuer file record - one line per cash withdrawal one of
*> our cardholders made at another network's ATM, as sent by that
*> network: the network id, its trace reference (unique within the
*> network), when the cash was dispensed, our card and the account
*> the cardholder chose, the foreign ATM id, the cash dispensed and
*> the network's fee, which is passed on to the cardholder.
01  RDE-REGISTRO.
    05 RDE-RED               PIC X(4).
    05 RDE-REFERENCIA        PIC X(12).
    05 RDE-FECHA-HORA        PIC X(14).
    05 RDE-TARJETA           PIC 9(10).
    05 RDE-CUENTA            PIC 9(10).
    05 RDE-CAJERO            PIC X(8).
    05 RDE-MONTO             PIC 9(5)V99.
    05 RDE-COMISION          PIC 9(3)V99.
