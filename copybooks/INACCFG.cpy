*> Dormancy parameters. An open account with no customer-initiated
*> movement (withdrawal, deposit, transfer) in the last
*> IAC-MESES-INACTIVIDAD months is set dormant by the monthly batch.
*> Interest and maintenance-fee postings are not activity.
01  IAC-PARAMETROS.
    05 IAC-MESES-INACTIVIDAD PIC 9(3).
