        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.

    SELECT CALENDARIO ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FER-FECHA
        FILE STATUS IS WS-FER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ORDENES-PERM.
FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

FD  CALENDARIO.
    COPY "CALFERI.cpy".

WORKING-STORAGE SECTION.
01  WS-ORD-STATUS PIC XX.
01  WS-CTA-STATUS PIC XX.
01  WS-LOG-STATUS PIC XX.
01  WS-RPT-STATUS PIC XX.
01  WS-FER-STATUS PIC XX.

01  WS-FECHA-PROCESO PIC X(8).

    05 WS-FC-AAAA PIC 9(4).
    05 WS-FC-MM   PIC 9(2).
    05 WS-FC-DD   PIC 9(2).
01  WS-FECHA-CALC-NUM REDEFINES WS-FECHA-CALC PIC 9(8).
01  WS-DIAS-MES     PIC 9(2).
01  WS-DIAS-SUMAR   PIC 9(2).
01  WS-DIA-CONTADOR PIC 9(2).

*> Una orden que vence en sabado, domingo o feriado se ejecuta el
*> dia habil siguiente, pero su proxima fecha se sigue calculando
*> desde la fecha programada original.
01  WS-DIA-SEMANA PIC 9.
01  WS-DIA-HABIL PIC X VALUE "S".
    88 DIA-HABIL VALUE "S".
01  WS-FECHA-PROGRAMADA PIC X(8).

01  WS-ORDEN-EDIT  PIC Z(5)9.
01  WS-CUENTA-EDIT PIC Z(9)9.
01  WS-MONTO-EDIT  PIC Z(4)9.99.
    END-IF
    MOVE WS-FECHA-NEGOCIO TO WS-FECHA-PROCESO

    *> El cierre solo abre dias habiles; si aun asi la fecha de negocio
    *> cae en un dia no habil (feriado cargado despues de abierta la
    *> fecha, o primera corrida con fecha calendario) no se ejecuta
    *> nada: lo vencido queda para el dia habil siguiente.
    PERFORM 0100-VERIFICAR-DIA-HABIL
    IF NOT DIA-HABIL
        DISPLAY "La fecha de negocio " WS-FECHA-PROCESO
            " no es día hábil; las órdenes vencidas pasan al día hábil siguiente"
        STOP RUN
    END-IF

    OPEN I-O ORDENES-PERM
    *> Una instalacion sin ordenes dadas de alta todavia no tiene
    *> ORDPERM.DAT: no hay nada que ejecutar y no es un error.
    END-IF
    IF WS-ORD-STATUS NOT = "00"
        DISPLAY "Error abriendo ORDPERM.DAT, status: " WS-ORD-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

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

    OPEN OUTPUT REPORTE-ORDENES
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo ORDENES.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "Ejecución de órdenes finalizada. Ver ORDENES.RPT"
    STOP RUN.

0100-VERIFICAR-DIA-HABIL.
    *> El dia serial 1 (1 de enero de 1601) fue lunes: resto 6 es
    *> sabado y resto 0 domingo.
    SET DIA-HABIL TO TRUE
    MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC-NUM), 7)
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
        MOVE "N" TO WS-DIA-HABIL
    ELSE
        OPEN INPUT CALENDARIO
        EVALUATE WS-FER-STATUS
            WHEN "00"
                MOVE WS-FECHA-PROCESO TO FER-FECHA
                READ CALENDARIO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "N" TO WS-DIA-HABIL
                END-READ
                CLOSE CALENDARIO
            WHEN "35"
                DISPLAY "Aviso: sin FERIADOS.DAT; solo se controlan sábados y domingos"
            WHEN OTHER
                DISPLAY "Error abriendo FERIADOS.DAT, status: " WS-FER-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.

1000-EJECUTAR-ORDEN.
    MOVE ORD-NUMERO TO WS-ORDEN-NUMERO
    MOVE ORD-CTA-ORIGEN TO WS-CTA-ORIGEN
    *> desde la fecha de corrida, para que una orden atrasada varios
    *> dias no se desplace de su dia habitual. Si tras avanzar sigue
    *> vencida (ordenes muy atrasadas) se avanza de nuevo, pero solo
    *> se ejecuta una vez por corrida. Lo mismo vale para la orden
    *> que vencio en un dia no habil y se ejecuto hoy.
    MOVE ORD-PROXIMA-FECHA TO WS-FECHA-PROGRAMADA
    MOVE ORD-PROXIMA-FECHA TO WS-FECHA-CALC
    PERFORM UNTIL WS-FECHA-CALC > WS-FECHA-PROCESO
        PERFORM 2010-AVANZAR-FRECUENCIA
    MOVE WS-ORDEN-NUMERO TO WS-ORDEN-EDIT
    MOVE WS-MONTO-ORDEN TO WS-MONTO-EDIT
    MOVE SPACES TO REPORTE-LINEA
    IF WS-FECHA-PROGRAMADA < WS-FECHA-PROCESO
        STRING "Orden " WS-ORDEN-EDIT
               "  EJECUTADA   Monto: " WS-MONTO-EDIT
               "  Proxima: " ORD-PROXIMA-FECHA
               "  Programada: " WS-FECHA-PROGRAMADA
            DELIMITED BY SIZE INTO REPORTE-LINEA
    ELSE
        STRING "Orden " WS-ORDEN-EDIT
               "  EJECUTADA   Monto: " WS-MONTO-EDIT
               "  Proxima: " ORD-PROXIMA-FECHA
            DELIMITED BY SIZE INTO REPORTE-LINEA
    END-IF
    WRITE REPORTE-LINEA.

2010-AVANZAR-FRECUENCIA.
