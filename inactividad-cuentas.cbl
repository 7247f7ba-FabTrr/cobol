IDENTIFICATION DIVISION.
PROGRAM-ID. INACTIVIDAD-CUENTAS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CTA-MAESTRO ASSIGN TO "CTAMAE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTA-NUMERO
        FILE STATUS IS WS-CTA-STATUS.

    SELECT HISTORIAL-INDEXADO ASSIGN TO "HISTIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIX-CLAVE
        FILE STATUS IS WS-HIS-STATUS.

    SELECT LOG-TRANSACCIONES ASSIGN TO "TRANLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT PARAMETROS-INACTIVIDAD ASSIGN TO "INACCFG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IAC-STATUS.

    SELECT FECHA-NEGOCIO ASSIGN TO "FECHANEG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.

    SELECT REPORTE-INACTIVAS ASSIGN TO "INACTIVAS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTA-MAESTRO.
    COPY "CTAMAE.cpy".

FD  HISTORIAL-INDEXADO.
    COPY "HISTIDX.cpy".

FD  LOG-TRANSACCIONES.
    COPY "LOGTRAN.cpy".

FD  PARAMETROS-INACTIVIDAD.
    COPY "INACCFG.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

FD  REPORTE-INACTIVAS.
01  REPORTE-LINEA PIC X(140).

WORKING-STORAGE SECTION.
01  WS-CTA-STATUS PIC XX.
01  WS-HIS-STATUS PIC XX.
01  WS-LOG-STATUS PIC XX.
01  WS-IAC-STATUS PIC XX.
01  WS-FNG-STATUS PIC XX.
01  WS-RPT-STATUS PIC XX.

01  WS-FIN-CTAS PIC X VALUE "N".
    88 FIN-CTAS VALUE "S".
01  WS-FIN-HIS PIC X VALUE "N".
    88 FIN-HIS VALUE "S".
01  WS-FIN-LOG PIC X VALUE "N".
    88 FIN-LOG VALUE "S".

*> Actividad que todavia esta en TRANLOG.DAT y no en el historial:
*> lo registrado despues del ultimo cierre (altas, reactivaciones y
*> movimientos de la fecha nueva). Se carga antes de abrir el log
*> para agregar las marcas de inactivacion.
01  WS-TABLA-LOG.
    05 WS-TOTAL-LOG PIC 9(5) VALUE 0.
    05 WS-CTA-LOG OCCURS 500 TIMES INDEXED BY WS-LIDX.
        10 WS-CL-CUENTA PIC 9(10).
        10 WS-CL-FECHA  PIC X(8).
01  WS-LPOS PIC 9(5) VALUE 0.
*> Con la tabla llena, una cuenta que no figura en ella pudo tener
*> actividad en el log: no se inactiva en esta corrida.
01  WS-TABLA-LOG-LLENA PIC X VALUE "N".
    88 TABLA-LOG-LLENA VALUE "S".

*> El movimiento archivado se relee con el juego de campos del log.
COPY "LOGTRAN.cpy" REPLACING LEADING ==LOG-== BY ==MOV-==.

01  WS-FECHA-NEGOCIO PIC X(8).

*> Sin INACCFG.DAT se toma un año sin movimientos.
01  WS-MESES-INACTIVIDAD PIC 9(3) VALUE 12.

*> La fecha de corte es la fecha de negocio menos los meses
*> configurados; un dia 29-31 que no existe en el mes de corte no
*> molesta, porque solo se compara como texto AAAAMMDD.
01  WS-FECHA-CORTE.
    05 WS-CORTE-AAAA PIC 9(4).
    05 WS-CORTE-MM   PIC 99.
    05 WS-CORTE-DD   PIC 99.
01  WS-MESES-TOTAL   PIC 9(6).

01  WS-ULTIMA-ACTIVIDAD PIC X(8).
01  WS-ES-ACTIVIDAD     PIC X VALUE "N".
    88 ES-ACTIVIDAD VALUE "S".
01  WS-SITUACION        PIC X(10).

01  WS-NUEVAS-INACTIVAS   PIC 9(5) VALUE 0.
01  WS-PREVIAS-INACTIVAS  PIC 9(5) VALUE 0.
01  WS-SIN-VERIFICAR      PIC 9(5) VALUE 0.
01  WS-CUENTAS-REVISADAS  PIC 9(5) VALUE 0.
01  WS-SALDO-NUEVAS       PIC S9(8)V99 VALUE 0.
01  WS-SALDO-PREVIAS      PIC S9(8)V99 VALUE 0.

01  WS-CUENTA-EDIT PIC Z(9)9.
01  WS-SALDO-EDIT  PIC -ZZZZ9.99.
01  WS-TOTAL-EDIT  PIC -Z(7)9.99.
01  WS-CONT-EDIT   PIC ZZZZ9.
01  WS-MESES-EDIT  PIC ZZ9.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Proceso mensual de cuentas inactivas"

    *> La fecha de negocio la fija el cierre diario; si el archivo
    *> aun no existe se opera con la fecha calendario.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-NEGOCIO
    OPEN INPUT FECHA-NEGOCIO
    IF WS-FNG-STATUS = "00"
        READ FECHA-NEGOCIO
            AT END
                DISPLAY "Aviso: FECHANEG.DAT sin registro; fecha calendario"
            NOT AT END
                MOVE FNG-FECHA TO WS-FECHA-NEGOCIO
        END-READ
        CLOSE FECHA-NEGOCIO
    ELSE
        DISPLAY "Aviso: sin FECHANEG.DAT; se usa la fecha calendario"
    END-IF

    OPEN INPUT PARAMETROS-INACTIVIDAD
    IF WS-IAC-STATUS = "00"
        READ PARAMETROS-INACTIVIDAD
            AT END
                DISPLAY "Aviso: INACCFG.DAT sin registro; plazo por omisión"
            NOT AT END
                IF IAC-MESES-INACTIVIDAD IS NUMERIC
                   AND IAC-MESES-INACTIVIDAD > 0
                    MOVE IAC-MESES-INACTIVIDAD TO WS-MESES-INACTIVIDAD
                ELSE
                    DISPLAY "Aviso: plazo inválido en INACCFG.DAT; plazo por omisión"
                END-IF
        END-READ
        CLOSE PARAMETROS-INACTIVIDAD
    ELSE
        DISPLAY "Aviso: sin INACCFG.DAT; plazo de inactividad por omisión"
    END-IF

    PERFORM 0100-CALCULAR-CORTE
    MOVE WS-MESES-INACTIVIDAD TO WS-MESES-EDIT
    DISPLAY "Meses sin movimiento para inactivar: " WS-MESES-EDIT
    DISPLAY "Sin movimientos de cliente desde el " WS-FECHA-CORTE
        " la cuenta pasa a inactiva"

    *> El proceso corre despues del cierre, con el log del dia ya
    *> archivado en HISTIDX.DAT; lo que quedo en TRANLOG.DAT (lo
    *> posterior al cierre) se toma aparte, antes de abrir el log
    *> para agregarle las inactivaciones.
    PERFORM 0200-CARGAR-LOG-PENDIENTE

    OPEN INPUT HISTORIAL-INDEXADO
    IF WS-HIS-STATUS NOT = "00"
        DISPLAY "Error abriendo HISTIDX.DAT, status: " WS-HIS-STATUS
        DISPLAY "Si aún no migró el historial, corra la conversión"
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

    OPEN OUTPUT REPORTE-INACTIVAS
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo INACTIVAS.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "REPORTE DE CUENTAS INACTIVAS" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "Fecha de negocio: " WS-FECHA-NEGOCIO
           "   Plazo: " WS-MESES-EDIT " meses"
           "   Sin movimientos desde: " WS-FECHA-CORTE
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "Cuenta      Prod Saldo       Ultimo mov.  Situacion"
        TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE 0 TO CTA-NUMERO
    START CTA-MAESTRO KEY IS NOT LESS THAN CTA-NUMERO
        INVALID KEY
            DISPLAY "Aviso: no se pudo posicionar CTAMAE.DAT, status: "
                WS-CTA-STATUS
            SET FIN-CTAS TO TRUE
    END-START

    *> Las cuentas cerradas no interesan y las bloqueadas ya estan
    *> restringidas por otro motivo: el bloqueo manda sobre la
    *> inactividad. Las ya inactivas se listan para que el reporte
    *> muestre todo el saldo inmovilizado.
    PERFORM UNTIL FIN-CTAS
        READ CTA-MAESTRO NEXT RECORD
            AT END SET FIN-CTAS TO TRUE
            NOT AT END
                IF CTA-ACTIVA OR CTA-INACTIVA
                    PERFORM 1000-REVISAR-CUENTA
                END-IF
        END-READ
    END-PERFORM

    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-CUENTAS-REVISADAS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Cuentas revisadas:             " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-NUEVAS-INACTIVAS TO WS-CONT-EDIT
    MOVE WS-SALDO-NUEVAS TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Inactivadas en este proceso:   " WS-CONT-EDIT
           "   Saldo: " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-PREVIAS-INACTIVAS TO WS-CONT-EDIT
    MOVE WS-SALDO-PREVIAS TO WS-TOTAL-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Inactivas de meses anteriores: " WS-CONT-EDIT
           "   Saldo: " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    IF WS-SIN-VERIFICAR > 0
        MOVE WS-SIN-VERIFICAR TO WS-CONT-EDIT
        MOVE SPACES TO REPORTE-LINEA
        STRING "Sin verificar (sin movimientos o tabla del log llena), no inactivadas: "
               WS-CONT-EDIT
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-IF

    CLOSE CTA-MAESTRO HISTORIAL-INDEXADO LOG-TRANSACCIONES
        REPORTE-INACTIVAS

    MOVE WS-NUEVAS-INACTIVAS TO WS-CONT-EDIT
    DISPLAY "Cuentas inactivadas: " WS-CONT-EDIT
    DISPLAY "Proceso finalizado. Ver INACTIVAS.RPT"
    STOP RUN.

0100-CALCULAR-CORTE.
    MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CORTE
    COMPUTE WS-MESES-TOTAL = WS-CORTE-AAAA * 12 + WS-CORTE-MM - 1
        - WS-MESES-INACTIVIDAD
    DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-CORTE-AAAA
        REMAINDER WS-CORTE-MM
    ADD 1 TO WS-CORTE-MM.

0200-CARGAR-LOG-PENDIENTE.
    *> Se guarda, por cuenta, la fecha de la ultima actividad del
    *> cliente que figura en el log, con las mismas reglas que el
    *> historial (1200).
    OPEN INPUT LOG-TRANSACCIONES
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT, status: " WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL FIN-LOG
        READ LOG-TRANSACCIONES
            AT END SET FIN-LOG TO TRUE
            NOT AT END
                MOVE LOG-REGISTRO TO MOV-REGISTRO
                PERFORM 1200-CLASIFICAR-MOVIMIENTO
                IF ES-ACTIVIDAD AND MOV-NUMERO-CUENTA NOT = 0
                    PERFORM 0210-ANOTAR-ACTIVIDAD-LOG
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOG-TRANSACCIONES
    IF TABLA-LOG-LLENA
        DISPLAY "Aviso: tabla del log llena (500 cuentas); las cuentas "
            "fuera de ella no se inactivan en esta corrida"
    END-IF.

0210-ANOTAR-ACTIVIDAD-LOG.
    PERFORM 0220-UBICAR-CUENTA-LOG
    IF WS-LPOS = 0
        IF WS-TOTAL-LOG >= 500
            SET TABLA-LOG-LLENA TO TRUE
        ELSE
            ADD 1 TO WS-TOTAL-LOG
            MOVE MOV-NUMERO-CUENTA TO WS-CL-CUENTA (WS-TOTAL-LOG)
            MOVE MOV-FECHA-HORA(1:8) TO WS-CL-FECHA (WS-TOTAL-LOG)
        END-IF
    ELSE
        IF MOV-FECHA-HORA(1:8) > WS-CL-FECHA (WS-LPOS)
            MOVE MOV-FECHA-HORA(1:8) TO WS-CL-FECHA (WS-LPOS)
        END-IF
    END-IF.

0220-UBICAR-CUENTA-LOG.
    MOVE 0 TO WS-LPOS
    PERFORM VARYING WS-LIDX FROM 1 BY 1
            UNTIL WS-LIDX > WS-TOTAL-LOG
        IF WS-CL-CUENTA (WS-LIDX) = MOV-NUMERO-CUENTA
            SET WS-LPOS TO WS-LIDX
        END-IF
    END-PERFORM.

1000-REVISAR-CUENTA.
    ADD 1 TO WS-CUENTAS-REVISADAS
    PERFORM 1100-BUSCAR-ULTIMA-ACTIVIDAD

    IF CTA-INACTIVA
        MOVE "INACTIVA" TO WS-SITUACION
        ADD 1 TO WS-PREVIAS-INACTIVAS
        ADD CTA-SALDO TO WS-SALDO-PREVIAS
        PERFORM 3000-IMPRIMIR-CUENTA
    ELSE
        IF WS-ULTIMA-ACTIVIDAD < WS-FECHA-CORTE
            *> Sin ningun movimiento en el historial ni en el log (una
            *> cuenta cargada por la conversion no tiene alta) no hay
            *> desde cuando contar el plazo: se informa sin inactivar.
            IF (TABLA-LOG-LLENA AND WS-LPOS = 0)
               OR WS-ULTIMA-ACTIVIDAD = SPACES
                MOVE "SIN VERIF." TO WS-SITUACION
                ADD 1 TO WS-SIN-VERIFICAR
                PERFORM 3000-IMPRIMIR-CUENTA
            ELSE
                PERFORM 2000-INACTIVAR-CUENTA
            END-IF
        END-IF
    END-IF.

1100-BUSCAR-ULTIMA-ACTIVIDAD.
    *> Se recorre todo el historial de la cuenta y se guarda la fecha
    *> del ultimo movimiento iniciado por el cliente. El alta y la
    *> reactivacion en sucursal tambien ponen el reloj en cero: una
    *> cuenta recien abierta o recien reactivada no se inactiva antes
    *> de cumplir el plazo.
    MOVE SPACES TO WS-ULTIMA-ACTIVIDAD
    MOVE "N" TO WS-FIN-HIS
    MOVE CTA-NUMERO TO HIX-CUENTA
    MOVE LOW-VALUES TO HIX-FECHA-HORA
    MOVE 0 TO HIX-SECUENCIA
    START HISTORIAL-INDEXADO KEY IS NOT LESS THAN HIX-CLAVE
        INVALID KEY
            SET FIN-HIS TO TRUE
    END-START

    PERFORM UNTIL FIN-HIS
        READ HISTORIAL-INDEXADO NEXT RECORD
            AT END SET FIN-HIS TO TRUE
            NOT AT END
                IF HIX-CUENTA NOT = CTA-NUMERO
                    SET FIN-HIS TO TRUE
                ELSE
                    MOVE HIX-LOG TO MOV-REGISTRO
                    PERFORM 1200-CLASIFICAR-MOVIMIENTO
                    IF ES-ACTIVIDAD
                       AND HIX-FECHA-HORA(1:8) > WS-ULTIMA-ACTIVIDAD
                        MOVE HIX-FECHA-HORA(1:8) TO WS-ULTIMA-ACTIVIDAD
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    *> Lo que aun esta en el log es posterior a todo el historial.
    MOVE CTA-NUMERO TO MOV-NUMERO-CUENTA
    PERFORM 0220-UBICAR-CUENTA-LOG
    IF WS-LPOS > 0
       AND WS-CL-FECHA (WS-LPOS) > WS-ULTIMA-ACTIVIDAD
        MOVE WS-CL-FECHA (WS-LPOS) TO WS-ULTIMA-ACTIVIDAD
    END-IF.

1200-CLASIFICAR-MOVIMIENTO.
    *> Cuenta como actividad todo movimiento aprobado que el cliente
    *> origino: retiros (tambien en cajeros de otras redes),
    *> depositos, transferencias enviadas (incluidas sus ordenes
    *> permanentes) y recibidas. Los intereses, el cargo
    *> de mantenimiento, los ajustes y demas asientos de la sucursal
    *> no cuentan.
    MOVE "N" TO WS-ES-ACTIVIDAD
    IF MOV-ESTADO = "APROBADO"
        EVALUATE MOV-TIPO-TRANS
            WHEN "RETIRO"
            WHEN "RETIRO-RED"
            WHEN "DEP-SOBRE"
            WHEN "DEPOSITO"
            WHEN "TRANSF-ENV"
            WHEN "TRANSF-REC"
            WHEN "ALTA-CTA"
            WHEN "REACTIVA"
                SET ES-ACTIVIDAD TO TRUE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

2000-INACTIVAR-CUENTA.
    MOVE "I" TO CTA-ESTADO
    REWRITE CTA-REGISTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo inactivar la cuenta " CTA-NUMERO
            " status: " WS-CTA-STATUS
    ELSE
        MOVE "NUEVA" TO WS-SITUACION
        ADD 1 TO WS-NUEVAS-INACTIVAS
        ADD CTA-SALDO TO WS-SALDO-NUEVAS
        PERFORM 3000-IMPRIMIR-CUENTA

        MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-FECHA-HORA
        MOVE CTA-NUMERO TO LOG-NUMERO-CUENTA
        MOVE "INACTIVA" TO LOG-TIPO-TRANS
        MOVE 0 TO LOG-MONTO-SOLICITADO
        MOVE CTA-SALDO TO LOG-SALDO-ANTES
        MOVE CTA-SALDO TO LOG-SALDO-DESPUES
        MOVE "APROBADO" TO LOG-ESTADO
        MOVE SPACES TO LOG-MOTIVO
        STRING "SIN MOVIMIENTO " WS-MESES-EDIT " MESES"
            DELIMITED BY SIZE INTO LOG-MOTIVO
        MOVE "SUC " TO LOG-TERMINAL
        MOVE WS-FECHA-NEGOCIO TO LOG-FECHA-NEGOCIO
        WRITE LOG-REGISTRO
        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "Aviso: no se pudo registrar la transacción en el log, status: "
                WS-LOG-STATUS
        END-IF
    END-IF.

3000-IMPRIMIR-CUENTA.
    MOVE CTA-NUMERO TO WS-CUENTA-EDIT
    MOVE CTA-SALDO TO WS-SALDO-EDIT
    IF WS-ULTIMA-ACTIVIDAD = SPACES
        MOVE "SIN MOV." TO WS-ULTIMA-ACTIVIDAD
    END-IF
    MOVE SPACES TO REPORTE-LINEA
    STRING WS-CUENTA-EDIT "  " CTA-PRODUCTO "  " WS-SALDO-EDIT
           "   " WS-ULTIMA-ACTIVIDAD "     " WS-SITUACION
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.
