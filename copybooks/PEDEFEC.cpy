*> Cash order record for the cash-in-transit carrier - one fixed
*> line per terminal to be loaded: the business date the order was
*> raised, the terminal, the banking day the carrier must deliver and
*> the note count per denomination, with the total value as a check.
01  PEF-REGISTRO.
    05 PEF-FECHA-PEDIDO      PIC X(8).
    05 PEF-TERMINAL          PIC X(4).
    05 PEF-FECHA-ENTREGA     PIC X(8).
    05 PEF-BILLETES-100      PIC 9(5).
    05 PEF-BILLETES-050      PIC 9(5).
    05 PEF-BILLETES-020      PIC 9(5).
    05 PEF-IMPORTE           PIC 9(7)V99.
