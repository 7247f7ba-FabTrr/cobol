*> Notification parameters. A withdrawal above the threshold (in
*> currency, two decimal places) is reported to the customer.
01  NCF-PARAMETROS.
    05 NCF-UMBRAL-RETIRO     PIC 9(5)V99.
