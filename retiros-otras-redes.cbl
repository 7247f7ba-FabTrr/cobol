IDENTIFICATION DIVISION.
PROGRAM-ID. RETIROS-OTRAS-REDES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVO-RED ASSIGN TO "REDEMIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RDE-STATUS.

    SELECT RECHAZOS-RED ASSIGN TO "REDRECH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RRJ-STATUS.

    SELECT CONTROL-RED ASSIGN TO "REDPROC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RPR-CLAVE
        FILE STATUS IS WS-RPR-STATUS.

    SELECT CLI-MAESTRO ASSIGN TO "CLIMAE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLI-TARJETA
        FILE STATUS IS WS-CLI-STATUS.

    SELECT CTA-MAESTRO ASSIGN TO "CTAMAE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTA-NUMERO
        FILE STATUS IS WS-CTA-STATUS.

    SELECT PROD-CATALOGO ASSIGN TO "PRODCAT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRD-CODIGO
        FILE STATUS IS WS-PRD-STATUS.

    SELECT LOG-TRANSACCIONES ASSIGN TO "TRANLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT FECHA-NEGOCIO ASSIGN TO "FECHANEG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.

    SELECT REPORTE-REDES ASSIGN TO "REDEMIS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ARCHIVO-RED.
    COPY "REDEMIS.cpy".

FD  RECHAZOS-RED.
    COPY "REDRECH.cpy".

FD  CONTROL-RED.
    COPY "REDPROC.cpy".

FD  CLI-MAESTRO.
    COPY "CLIMAE.cpy".

FD  CTA-MAESTRO.
    COPY "CTAMAE.cpy".

FD  PROD-CATALOGO.
    COPY "PRODCAT.cpy".

FD  LOG-TRANSACCIONES.
    COPY "LOGTRAN.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

FD  REPORTE-REDES.
01  REPORTE-LINEA PIC X(140).

WORKING-STORAGE SECTION.
01  WS-RDE-STATUS PIC XX.
01  WS-RRJ-STATUS PIC XX.
01  WS-RPR-STATUS PIC XX.
01  WS-CLI-STATUS PIC XX.
01  WS-CTA-STATUS PIC XX.
01  WS-PRD-STATUS PIC XX.
01  WS-LOG-STATUS PIC XX.
01  WS-FNG-STATUS PIC XX.
01  WS-RPT-STATUS PIC XX.

01  WS-FECHA-NEGOCIO PIC X(8).

01  WS-FIN-ARCHIVO PIC X VALUE "N".
    88 FIN-ARCHIVO VALUE "S".
01  WS-HAY-CATALOGO PIC X VALUE "N".
    88 HAY-CATALOGO VALUE "S".
01  WS-CUENTA-VINCULADA PIC X VALUE "N".
    88 CUENTA-VINCULADA VALUE "S".

*> Resultado de la validacion de cada partida de la red: blanco si
*> se puede debitar, o el codigo y texto de rechazo del archivo de
*> devolucion.
01  WS-CODIGO-RECHAZO PIC X(2).
01  WS-MOTIVO-RECHAZO PIC X(25).

01  WS-IDX-CTA      PIC 9(2).
01  WS-TOTAL-DEBITO PIC 9(6)V99.
01  WS-SALDO-ANTES  PIC S9(5)V99.
01  WS-LIMITE-DIARIO PIC 9(5)V99.

*> La red no pregunta por el limite diario del cliente: la partida
*> se debita igual porque el efectivo ya se entrego, pero suma al
*> retirado del dia y se informa si lo supera.
01  WS-LIMITE-OMISION PIC 9(5)V99 VALUE 1000.00.

01  WS-LEIDAS        PIC 9(5) VALUE 0.
01  WS-YA-PROCESADAS PIC 9(5) VALUE 0.
01  WS-POSTEADAS     PIC 9(5) VALUE 0.
01  WS-RECHAZADAS    PIC 9(5) VALUE 0.
01  WS-SOBRE-LIMITE  PIC 9(5) VALUE 0.

*> Totales por red del archivo procesado.
01  WS-TABLA-REDES.
    05 WS-TOTAL-REDES PIC 9(3) VALUE 0.
    05 WS-RED OCCURS 20 TIMES INDEXED BY WS-RIDX.
        10 WS-RD-ID          PIC X(4).
        10 WS-RD-POSTEADAS   PIC 9(5).
        10 WS-RD-MONTO       PIC 9(9)V99.
        10 WS-RD-COMISION    PIC 9(7)V99.
        10 WS-RD-RECHAZADAS  PIC 9(5).
        10 WS-RD-MONTO-RECH  PIC 9(9)V99.

01  WS-RPOS PIC 9(3) VALUE 0.

01  WS-MONTO-EDIT  PIC Z(4)9.99.
01  WS-TOTAL-EDIT   PIC Z(8)9.99.
01  WS-TOTAL-EDIT-2 PIC Z(8)9.99.
01  WS-TCOM-EDIT    PIC Z(6)9.99.
01  WS-CONT-EDIT    PIC ZZZZ9.
01  WS-CONT-EDIT-2  PIC ZZZZ9.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Retiros de clientes propios en cajeros de otras redes"

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

    *> Un dia sin archivo de la red no es un error: no hubo retiros
    *> en otras redes o todavia no llego.
    OPEN INPUT ARCHIVO-RED
    IF WS-RDE-STATUS = "35"
        DISPLAY "Sin REDEMIS.DAT; no hay retiros de otras redes para procesar"
        STOP RUN
    END-IF
    IF WS-RDE-STATUS NOT = "00"
        DISPLAY "Error abriendo REDEMIS.DAT, status: " WS-RDE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CONTROL-RED
    IF WS-RPR-STATUS = "35"
        OPEN OUTPUT CONTROL-RED
        CLOSE CONTROL-RED
        OPEN I-O CONTROL-RED
    END-IF
    IF WS-RPR-STATUS NOT = "00"
        DISPLAY "Error abriendo REDPROC.DAT, status: " WS-RPR-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT CLI-MAESTRO
    IF WS-CLI-STATUS NOT = "00"
        DISPLAY "Error abriendo CLIMAE.DAT, status: " WS-CLI-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CTA-MAESTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Error abriendo CTAMAE.DAT, status: " WS-CTA-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT PROD-CATALOGO
    IF WS-PRD-STATUS = "00"
        SET HAY-CATALOGO TO TRUE
    ELSE
        DISPLAY "Aviso: sin catalogo de productos; limite diario por omisión"
    END-IF

    OPEN EXTEND LOG-TRANSACCIONES
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT, status: " WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    *> Los rechazos se acumulan hasta que se devuelven a la red; cada
    *> partida entra una sola vez porque el control la marca.
    OPEN EXTEND RECHAZOS-RED
    IF WS-RRJ-STATUS = "35"
        OPEN OUTPUT RECHAZOS-RED
    END-IF
    IF WS-RRJ-STATUS NOT = "00"
        DISPLAY "Error abriendo REDRECH.DAT, status: " WS-RRJ-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REPORTE-REDES
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo REDEMIS.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO REPORTE-LINEA
    STRING "RETIROS EN CAJEROS DE OTRAS REDES - FECHA DE NEGOCIO "
           WS-FECHA-NEGOCIO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    PERFORM UNTIL FIN-ARCHIVO
        READ ARCHIVO-RED
            AT END SET FIN-ARCHIVO TO TRUE
            NOT AT END PERFORM 1000-PROCESAR-PARTIDA
        END-READ
    END-PERFORM

    PERFORM 5000-RESUMEN

    IF HAY-CATALOGO
        CLOSE PROD-CATALOGO
    END-IF
    CLOSE ARCHIVO-RED CONTROL-RED CLI-MAESTRO CTA-MAESTRO
          LOG-TRANSACCIONES RECHAZOS-RED REPORTE-REDES

    MOVE WS-POSTEADAS TO WS-CONT-EDIT
    DISPLAY "Partidas debitadas: " WS-CONT-EDIT
    MOVE WS-RECHAZADAS TO WS-CONT-EDIT
    DISPLAY "Partidas rechazadas: " WS-CONT-EDIT
    DISPLAY "Proceso finalizado. Ver REDEMIS.RPT y REDRECH.DAT"
    STOP RUN.

1000-PROCESAR-PARTIDA.
    ADD 1 TO WS-LEIDAS

    *> Una partida ya vista (corrida repetida o reenvio de la red) no
    *> se vuelve a debitar ni a devolver.
    MOVE RDE-RED TO RPR-RED
    MOVE RDE-REFERENCIA TO RPR-REFERENCIA
    READ CONTROL-RED
        INVALID KEY
            PERFORM 1900-UBICAR-RED
            PERFORM 1100-VALIDAR-PARTIDA
            IF WS-CODIGO-RECHAZO = SPACES
                PERFORM 2000-DEBITAR-CUENTA
                SET RPR-POSTEADO TO TRUE
            ELSE
                PERFORM 3000-RECHAZAR-PARTIDA
                SET RPR-RECHAZADO TO TRUE
            END-IF
            PERFORM 4000-MARCAR-PROCESADA
        NOT INVALID KEY
            ADD 1 TO WS-YA-PROCESADAS
    END-READ.

1100-VALIDAR-PARTIDA.
    MOVE SPACES TO WS-CODIGO-RECHAZO
    MOVE SPACES TO WS-MOTIVO-RECHAZO

    IF RDE-TARJETA IS NOT NUMERIC
       OR RDE-CUENTA IS NOT NUMERIC
       OR RDE-MONTO IS NOT NUMERIC
       OR RDE-COMISION IS NOT NUMERIC
        MOVE "06" TO WS-CODIGO-RECHAZO
        MOVE "REGISTRO INVALIDO" TO WS-MOTIVO-RECHAZO
    END-IF

    IF WS-CODIGO-RECHAZO = SPACES
        MOVE RDE-TARJETA TO CLI-TARJETA
        READ CLI-MAESTRO
            INVALID KEY
                MOVE "01" TO WS-CODIGO-RECHAZO
                MOVE "TARJETA INEXISTENTE" TO WS-MOTIVO-RECHAZO
            NOT INVALID KEY
                IF CLI-CERRADA
                    MOVE "02" TO WS-CODIGO-RECHAZO
                    MOVE "TARJETA CERRADA" TO WS-MOTIVO-RECHAZO
                END-IF
        END-READ
    END-IF

    IF WS-CODIGO-RECHAZO = SPACES
        MOVE "N" TO WS-CUENTA-VINCULADA
        PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                UNTIL WS-IDX-CTA > CLI-TOTAL-CUENTAS
            IF CLI-CUENTA (WS-IDX-CTA) = RDE-CUENTA
                SET CUENTA-VINCULADA TO TRUE
            END-IF
        END-PERFORM
        IF NOT CUENTA-VINCULADA
            MOVE "03" TO WS-CODIGO-RECHAZO
            MOVE "CUENTA NO VINCULADA" TO WS-MOTIVO-RECHAZO
        END-IF
    END-IF

    *> El debito de otra red no usa el sobregiro del producto: sin
    *> saldo para el efectivo mas la comision, la partida se devuelve.
    IF WS-CODIGO-RECHAZO = SPACES
        MOVE RDE-CUENTA TO CTA-NUMERO
        READ CTA-MAESTRO
            INVALID KEY
                MOVE "04" TO WS-CODIGO-RECHAZO
                MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO-RECHAZO
            NOT INVALID KEY
                COMPUTE WS-TOTAL-DEBITO = RDE-MONTO + RDE-COMISION
                EVALUATE TRUE
                    WHEN CTA-CERRADA
                        MOVE "04" TO WS-CODIGO-RECHAZO
                        MOVE "CUENTA CERRADA" TO WS-MOTIVO-RECHAZO
                    WHEN WS-TOTAL-DEBITO > CTA-SALDO
                        MOVE "05" TO WS-CODIGO-RECHAZO
                        MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO-RECHAZO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-IF.

2000-DEBITAR-CUENTA.
    *> La cuenta bloqueada o inactiva se debita igual: la red ya
    *> entrego el efectivo con la autorizacion de su lado.
    MOVE CTA-SALDO TO WS-SALDO-ANTES
    SUBTRACT WS-TOTAL-DEBITO FROM CTA-SALDO

    PERFORM 2100-LIMITE-DEL-PRODUCTO
    IF CTA-RETIRADO-DIA + RDE-MONTO > 99999.99
        MOVE 99999.99 TO CTA-RETIRADO-DIA
    ELSE
        ADD RDE-MONTO TO CTA-RETIRADO-DIA
    END-IF
    IF CTA-RETIRADO-DIA > WS-LIMITE-DIARIO
        ADD 1 TO WS-SOBRE-LIMITE
    END-IF

    REWRITE CTA-REGISTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Error actualizando CTAMAE.DAT cuenta " CTA-NUMERO
            ", status: " WS-CTA-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    *> El motivo lleva la red y el cajero ajeno en posiciones fijas
    *> (RED xxxx ATM xxxxxxxx) para el estado de cuenta; la comision
    *> es la diferencia entre el movimiento de saldo y el monto.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-FECHA-HORA
    MOVE CTA-NUMERO TO LOG-NUMERO-CUENTA
    MOVE "RETIRO-RED" TO LOG-TIPO-TRANS
    MOVE RDE-MONTO TO LOG-MONTO-SOLICITADO
    MOVE WS-SALDO-ANTES TO LOG-SALDO-ANTES
    MOVE CTA-SALDO TO LOG-SALDO-DESPUES
    MOVE "APROBADO" TO LOG-ESTADO
    MOVE SPACES TO LOG-MOTIVO
    STRING "RED " RDE-RED " ATM " RDE-CAJERO
        DELIMITED BY SIZE INTO LOG-MOTIVO
    MOVE "RED " TO LOG-TERMINAL
    MOVE WS-FECHA-NEGOCIO TO LOG-FECHA-NEGOCIO
    WRITE LOG-REGISTRO
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo registrar la transacción en el log, status: "
            WS-LOG-STATUS
    END-IF

    ADD 1 TO WS-POSTEADAS
    ADD 1 TO WS-RD-POSTEADAS (WS-RPOS)
    ADD RDE-MONTO TO WS-RD-MONTO (WS-RPOS)
    ADD RDE-COMISION TO WS-RD-COMISION (WS-RPOS).

2100-LIMITE-DEL-PRODUCTO.
    MOVE WS-LIMITE-OMISION TO WS-LIMITE-DIARIO
    IF HAY-CATALOGO AND CTA-PRODUCTO NOT = SPACES
        MOVE CTA-PRODUCTO TO PRD-CODIGO
        READ PROD-CATALOGO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE PRD-LIMITE-DIARIO TO WS-LIMITE-DIARIO
        END-READ
    END-IF.

3000-RECHAZAR-PARTIDA.
    MOVE RDE-RED TO RRJ-RED
    MOVE RDE-REFERENCIA TO RRJ-REFERENCIA
    MOVE RDE-FECHA-HORA TO RRJ-FECHA-HORA
    MOVE RDE-TARJETA TO RRJ-TARJETA
    MOVE RDE-CUENTA TO RRJ-CUENTA
    MOVE RDE-CAJERO TO RRJ-CAJERO
    MOVE RDE-MONTO TO RRJ-MONTO
    MOVE RDE-COMISION TO RRJ-COMISION
    MOVE WS-CODIGO-RECHAZO TO RRJ-CODIGO
    MOVE WS-MOTIVO-RECHAZO TO RRJ-MOTIVO
    MOVE WS-FECHA-NEGOCIO TO RRJ-FECHA-NEGOCIO
    WRITE RRJ-REGISTRO
    IF WS-RRJ-STATUS NOT = "00"
        DISPLAY "Error escribiendo REDRECH.DAT, status: " WS-RRJ-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    ADD 1 TO WS-RECHAZADAS
    ADD 1 TO WS-RD-RECHAZADAS (WS-RPOS)
    IF RDE-MONTO IS NUMERIC
        ADD RDE-MONTO TO WS-RD-MONTO-RECH (WS-RPOS)
        MOVE RDE-MONTO TO WS-MONTO-EDIT
    ELSE
        MOVE 0 TO WS-MONTO-EDIT
    END-IF

    MOVE SPACES TO REPORTE-LINEA
    STRING "Rechazo " WS-CODIGO-RECHAZO "  red " RDE-RED
           "  ref " RDE-REFERENCIA "  tarjeta " RDE-TARJETA
           "  cuenta " RDE-CUENTA "  monto " WS-MONTO-EDIT
           "  " WS-MOTIVO-RECHAZO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

4000-MARCAR-PROCESADA.
    *> La marca se graba despues del debito o del rechazo, igual que
    *> los demas procesos que mueven saldos: solo una caida justo
    *> entre ambos pasos deja la partida sin marca.
    MOVE RDE-RED TO RPR-RED
    MOVE RDE-REFERENCIA TO RPR-REFERENCIA
    MOVE WS-FECHA-NEGOCIO TO RPR-FECHA-NEGOCIO
    MOVE FUNCTION CURRENT-DATE(1:14) TO RPR-PROCESADO
    WRITE RPR-REGISTRO
    IF WS-RPR-STATUS NOT = "00"
        DISPLAY "Error grabando REDPROC.DAT, status: " WS-RPR-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1900-UBICAR-RED.
    MOVE 0 TO WS-RPOS
    PERFORM VARYING WS-RIDX FROM 1 BY 1
            UNTIL WS-RIDX > WS-TOTAL-REDES
        IF WS-RD-ID (WS-RIDX) = RDE-RED
            SET WS-RPOS TO WS-RIDX
        END-IF
    END-PERFORM

    IF WS-RPOS = 0
        IF WS-TOTAL-REDES >= 20
            DISPLAY "Aviso: tabla de redes llena (20), se agrupa bajo la primera"
            MOVE 1 TO WS-RPOS
        ELSE
            ADD 1 TO WS-TOTAL-REDES
            MOVE WS-TOTAL-REDES TO WS-RPOS
            MOVE RDE-RED TO WS-RD-ID (WS-RPOS)
            MOVE 0 TO WS-RD-POSTEADAS (WS-RPOS)
            MOVE 0 TO WS-RD-MONTO (WS-RPOS)
            MOVE 0 TO WS-RD-COMISION (WS-RPOS)
            MOVE 0 TO WS-RD-RECHAZADAS (WS-RPOS)
            MOVE 0 TO WS-RD-MONTO-RECH (WS-RPOS)
        END-IF
    END-IF.

5000-RESUMEN.
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "RED    DEBITADAS   EFECTIVO DEBITADO   COMISIONES   RECHAZADAS   MONTO RECHAZADO"
        TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    PERFORM VARYING WS-RIDX FROM 1 BY 1
            UNTIL WS-RIDX > WS-TOTAL-REDES
        MOVE WS-RD-POSTEADAS (WS-RIDX) TO WS-CONT-EDIT
        MOVE WS-RD-MONTO (WS-RIDX) TO WS-TOTAL-EDIT
        MOVE WS-RD-COMISION (WS-RIDX) TO WS-TCOM-EDIT
        MOVE WS-RD-RECHAZADAS (WS-RIDX) TO WS-CONT-EDIT-2
        MOVE WS-RD-MONTO-RECH (WS-RIDX) TO WS-TOTAL-EDIT-2
        MOVE SPACES TO REPORTE-LINEA
        STRING WS-RD-ID (WS-RIDX) "       " WS-CONT-EDIT
               "        " WS-TOTAL-EDIT "   " WS-TCOM-EDIT
               "        " WS-CONT-EDIT-2 "      " WS-TOTAL-EDIT-2
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-PERFORM

    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-LEIDAS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Partidas leidas:                     " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-YA-PROCESADAS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Ya procesadas en corridas anteriores: " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-POSTEADAS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Debitadas en CTAMAE.DAT:             " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-RECHAZADAS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Devueltas a la red (REDRECH.DAT):    " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-SOBRE-LIMITE TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Debitos que superaron el limite diario:" WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.
