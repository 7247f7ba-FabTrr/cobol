*> Monthly product results - one record per month and product code,
*> keyed by month (AAAAMM) plus product, written by the product
*> profitability report for the month just closed so that the next
*> month can be compared against the account and balance figures,
*> which the master only holds as of today. PMS-MEDIDA (n) is line n
*> of the report: 1-4 active, dormant, blocked and closed accounts at
*> month end; 5 total and 6 average balance; 7 interest paid;
*> 8 maintenance fees; 9-10 overdraft fees (count, amount); 11 net
*> result (8 + 10 - 7); 12-20 approved ATM and other-network
*> operations (count, amount per type); 21-25 declined withdrawals
*> by reason.
01  PMS-REGISTRO.
    05 PMS-CLAVE.
       10 PMS-MES            PIC X(6).
       10 PMS-PRODUCTO       PIC X(3).
    05 PMS-GENERADO          PIC X(14).
    05 PMS-MEDIDA            PIC S9(11)V99 OCCURS 25 TIMES.
