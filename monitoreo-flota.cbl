    END-IF
    IF WS-EVT-STATUS NOT = "00"
        DISPLAY "Error abriendo EVENTOS.DAT, status: " WS-EVT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REPORTE-FLOTA
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo FLOTA.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

