0200-SELECCIONAR-CUENTA.
    *> La tarjeta cubre varias cuentas del mismo cliente: la sesion
    *> completa opera sobre la cuenta elegida aqui. Las cuentas
    *> cerradas o bloqueadas se muestran pero no se pueden elegir;
    *> las inactivas se eligen solo para consulta y deposito.
    MOVE "N" TO WS-CUENTA-LISTA
    PERFORM UNTIL CUENTA-LISTA
        DISPLAY "Seleccione la cuenta con la que desea operar:"
                        WHEN CTA-BLOQUEADA
                            DISPLAY WS-IDX-CTA ". Cuenta " WS-CUENTA-EDIT
                                "  (bloqueada)"
                        WHEN CTA-INACTIVA
                            MOVE CTA-SALDO TO WS-SALDO-EDIT
                            DISPLAY WS-IDX-CTA ". Cuenta " WS-CUENTA-EDIT
                                "  Saldo: " WS-SALDO-EDIT "  (inactiva)"
                        WHEN OTHER
                            MOVE CTA-SALDO TO WS-SALDO-EDIT
                            DISPLAY WS-IDX-CTA ". Cuenta " WS-CUENTA-EDIT
                            DISPLAY "Cuenta cerrada. Acuda a su sucursal"
                        WHEN CTA-BLOQUEADA
                            DISPLAY "Cuenta bloqueada. Acuda a su sucursal"
                        WHEN CTA-INACTIVA
                            DISPLAY "Cuenta inactiva: solo consulta y depósito"
                            DISPLAY "Para retirar o transferir acuda a su sucursal"
                            SET CUENTA-LISTA TO TRUE
                        WHEN OTHER
                            SET CUENTA-LISTA TO TRUE
                    END-EVALUATE
        WHEN OPERACION-CONSULTA
            CONTINUE

        *> Una cuenta inactiva no saca fondos hasta que la sucursal la
        *> reactive: el intento queda rechazado en el log.
        WHEN CTA-INACTIVA
             AND (OPERACION-RETIRO OR OPERACION-TRANSFERENCIA)
            PERFORM 2200-RECHAZAR-INACTIVA

        WHEN OPERACION-RETIRO
            MOVE "N" TO WS-RETIRO-VALIDO
            PERFORM UNTIL RETIRO-VALIDO
            END-IF
    END-READ.

2200-RECHAZAR-INACTIVA.
    DISPLAY "Cuenta inactiva. Acuda a su sucursal para reactivarla"
    MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-FECHA-HORA
    MOVE CTA-NUMERO TO LOG-NUMERO-CUENTA
    IF OPERACION-RETIRO
        MOVE "RETIRO" TO LOG-TIPO-TRANS
    ELSE
        MOVE "TRANSF-ENV" TO LOG-TIPO-TRANS
    END-IF
    MOVE 0 TO LOG-MONTO-SOLICITADO
    MOVE WS-SALDO-INICIAL TO LOG-SALDO-ANTES
    MOVE WS-SALDO-INICIAL TO LOG-SALDO-DESPUES
    MOVE "RECHAZADO" TO LOG-ESTADO
    MOVE "CUENTA INACTIVA" TO LOG-MOTIVO
    MOVE WS-TERMINAL-ID TO LOG-TERMINAL
    MOVE WS-FECHA-NEGOCIO TO LOG-FECHA-NEGOCIO
    WRITE LOG-REGISTRO
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo registrar la transacción en el log, status: "
            WS-LOG-STATUS
        PERFORM 9510-EVENTO-ERR-LOG
    END-IF.

3000-BUSCAR-EFECTIVO.
    *> Disponibilidad de efectivo para WS-MONTO-DISPENSAR. Se prueban
    *> combinaciones de billetes de 100 y 50 de mayor a menor cantidad
