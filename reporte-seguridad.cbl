    OPEN OUTPUT REPORTE-SEGURIDAD-SAL
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo SEGURID.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

        OPEN OUTPUT CASOS-FRAUDE
        IF WS-CAS-STATUS NOT = "00"
            DISPLAY "Error creando CASOSFRD.DAT, status: " WS-CAS-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE CASOS-FRAUDE
    END-IF
    IF WS-CAS-STATUS NOT = "00"
        DISPLAY "Error abriendo CASOSFRD.DAT, status: " WS-CAS-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

