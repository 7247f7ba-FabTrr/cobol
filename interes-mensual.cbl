
01  WS-FNG-STATUS   PIC XX.
01  WS-FECHA-NEGOCIO PIC X(8).
01  WS-FNG-ULTIMO-HABIL PIC X VALUE SPACE.

PROCEDURE DIVISION.
0000-PRINCIPAL.
                DISPLAY "Aviso: FECHANEG.DAT sin registro; fecha calendario"
            NOT AT END
                MOVE FNG-FECHA TO WS-FECHA-NEGOCIO
                MOVE FNG-ULTIMO-HABIL TO WS-FNG-ULTIMO-HABIL
        END-READ
        CLOSE FECHA-NEGOCIO
    ELSE
        DISPLAY "Aviso: sin FECHANEG.DAT; se usa la fecha calendario"
    END-IF

    *> El proceso corre la noche del ultimo dia habil del mes, antes
    *> del cierre, para que los abonos pertenezcan a ese dia. El
    *> cierre deja marcada la fecha abierta cuando lo es; una fecha
    *> sin marca (registro anterior a la marca, o sin FECHANEG.DAT)
    *> queda a criterio del operador.
    IF WS-FNG-ULTIMO-HABIL = "N"
        DISPLAY "La fecha de negocio " WS-FECHA-NEGOCIO
            " no es el último día hábil del mes; el proceso mensual no corre"
        STOP RUN
    END-IF
    IF WS-FNG-ULTIMO-HABIL NOT = "S"
        DISPLAY "Aviso: fecha de negocio sin marca de fin de mes; se procesa igual"
    END-IF

    OPEN INPUT PARAMETROS-INTERES
    IF WS-CFG-STATUS NOT = "00"
        DISPLAY "Error abriendo INTCFG.DAT, status: " WS-CFG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ PARAMETROS-INTERES
        AT END
            DISPLAY "INTCFG.DAT sin registro de parametros"
            CLOSE PARAMETROS-INTERES
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE INT-TASA-MENSUAL TO WS-TASA-MENSUAL
    OPEN I-O CTA-MAESTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Error abriendo CTAMAE.DAT, status: " WS-CTA-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN EXTEND LOG-TRANSACCIONES
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT, status: " WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF


    *> El interes se abona solo sobre saldo positivo: una cuenta
    *> sobregirada no gana interes. El cargo de mantenimiento aplica
    *> a toda cuenta abierta, aunque deje el saldo en negativo, salvo
    *> a la inactiva: su saldo sigue ganando interes pero no se le
    *> cobra mantenimiento hasta que la sucursal la reactive.
    IF CTA-SALDO > 0
        COMPUTE WS-INTERES ROUNDED = CTA-SALDO * WS-TASA-CUENTA
        *> El abono se recorta para que el saldo nunca rebase el
        END-IF
    END-IF

    IF WS-CARGO-CUENTA > 0 AND NOT CTA-INACTIVA
        MOVE CTA-SALDO TO WS-SALDO-ANTES
        SUBTRACT WS-CARGO-CUENTA FROM CTA-SALDO
        ADD WS-CARGO-CUENTA TO WS-TOTAL-CARGOS
