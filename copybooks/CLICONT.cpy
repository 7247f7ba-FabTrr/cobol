*> Customer contact record - kept alongside CLIMAE with the same
*> card-number key: mobile number, e-mail address and the customer's
*> consent to receive notifications. Maintained from the branch
*> (MANTENIMIENTO-CUENTAS); the nightly notification extract sends
*> nothing to a card without consent.
01  CCT-REGISTRO.
    05 CCT-TARJETA           PIC 9(10).
    05 CCT-MOVIL             PIC X(15).
    05 CCT-EMAIL             PIC X(50).
    05 CCT-CONSENTIMIENTO    PIC X.
       88 CCT-ACEPTA    VALUE "S".
       88 CCT-NO-ACEPTA VALUE "N".
    05 CCT-FECHA-ACTUALIZA   PIC X(8).
    05 CCT-OPERADOR          PIC X(8).
