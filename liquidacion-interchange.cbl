    OPEN INPUT LOG-TRANSACCIONES
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT, status: " WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT EXTRACTO-INTERCHANGE
    IF WS-ITC-STATUS NOT = "00"
        DISPLAY "Error abriendo INTERCMB.DAT, status: " WS-ITC-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

        IF WS-ITC-STATUS NOT = "00"
            DISPLAY "Error escribiendo INTERCMB.DAT, status: "
                WS-ITC-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

