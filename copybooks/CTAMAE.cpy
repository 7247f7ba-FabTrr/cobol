*> Account master record - keyed by account number. The product
*> code points into the catalog (PRODCAT) that drives the account's
*> limits, overdraft terms, rate and maintenance fee. An account with
*> no customer movement for the configured period is set dormant
*> ("I") by the dormancy batch: the ATM still allows balance inquiry
*> and deposits but refuses withdrawals and transfers until a branch
*> operator reactivates it. A dormant account still earns the monthly
*> interest but is not charged the maintenance fee.
01  CTA-REGISTRO.
    05 CTA-NUMERO           PIC 9(10).
    05 CTA-PIN              PIC 9(4).
       88 CTA-ACTIVA    VALUE "A".
       88 CTA-BLOQUEADA VALUE "B".
       88 CTA-CERRADA   VALUE "C".
       88 CTA-INACTIVA  VALUE "I".
    05 CTA-PRODUCTO         PIC X(3).
