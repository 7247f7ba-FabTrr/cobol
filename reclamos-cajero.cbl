IDENTIFICATION DIVISION.
PROGRAM-ID. RECLAMOS-CAJERO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECLAMOS ASSIGN TO "RECLAMOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCL-CLAVE
        FILE STATUS IS WS-RCL-STATUS.

    SELECT HISTORIAL-INDEXADO ASSIGN TO "HISTIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIX-CLAVE
        FILE STATUS IS WS-HIS-STATUS.

    SELECT CONCILIACION-EFECTIVO ASSIGN TO "CONCEFE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CEF-CLAVE
        FILE STATUS IS WS-CEF-STATUS.

    SELECT CTA-MAESTRO ASSIGN TO "CTAMAE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTA-NUMERO
        FILE STATUS IS WS-CTA-STATUS.

    SELECT LOG-TRANSACCIONES ASSIGN TO "TRANLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT OPERADORES ASSIGN TO "OPERMAE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPE-ID
        FILE STATUS IS WS-OPE-STATUS.

    SELECT FECHA-NEGOCIO ASSIGN TO "FECHANEG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RECLAMOS.
    COPY "RECLAMO.cpy".

FD  HISTORIAL-INDEXADO.
    COPY "HISTIDX.cpy".

FD  CONCILIACION-EFECTIVO.
    COPY "CONCEFE.cpy".

FD  CTA-MAESTRO.
    COPY "CTAMAE.cpy".

FD  LOG-TRANSACCIONES.
    COPY "LOGTRAN.cpy".

FD  OPERADORES.
    COPY "OPERMAE.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

WORKING-STORAGE SECTION.
01  WS-RCL-STATUS PIC XX.
01  WS-HIS-STATUS PIC XX.
01  WS-CEF-STATUS PIC XX.
01  WS-CTA-STATUS PIC XX.
01  WS-LOG-STATUS PIC XX.
01  WS-OPE-STATUS PIC XX.

01  WS-OPERADOR-ID     PIC X(8).
01  WS-CLAVE-INGRESADA PIC X(8).
01  WS-OPERADOR-ROL    PIC X.
01  WS-SESION-OK       PIC X VALUE "N".
    88 SESION-OK VALUE "S".
01  WS-INTENTOS-SESION PIC 9 VALUE 0.

01  WS-OPCION PIC 9 VALUE 0.
    88 OPCION-ABRIR      VALUE 1.
    88 OPCION-PROVISORIO VALUE 2.
    88 OPCION-RESOLVER   VALUE 3.
    88 OPCION-LISTAR     VALUE 4.
    88 OPCION-SALIR      VALUE 5.

01  WS-ACCION PIC X.
    88 ACCION-ACEPTAR  VALUE "A" "a".
    88 ACCION-DENEGAR  VALUE "D" "d".

*> El movimiento archivado se relee con el juego de campos del log.
COPY "LOGTRAN.cpy" REPLACING LEADING ==LOG-== BY ==MOV-==.

*> Copia del reclamo en curso mientras se recorre el archivo de
*> reclamos para el cruce con la conciliacion.
COPY "RECLAMO.cpy" REPLACING LEADING ==RCL-== BY ==GRD-==.

01  WS-HAY-CONCILIACION PIC X VALUE "N".
    88 HAY-CONCILIACION VALUE "S".
01  WS-FIN-HIS PIC X VALUE "N".
    88 FIN-HIS VALUE "S".
01  WS-FIN-RECLAMOS PIC X VALUE "N".
    88 FIN-RECLAMOS VALUE "S".
01  WS-RECLAMO-ELEGIDO PIC X VALUE "N".
    88 RECLAMO-ELEGIDO VALUE "S".
01  WS-MOVIMIENTO-OK PIC X VALUE "N".
    88 MOVIMIENTO-OK VALUE "S".

01  WS-CTA-SOLICITADA   PIC 9(10).
01  WS-FECHA-SOLICITADA PIC X(8).
01  WS-ELECCION         PIC 99.

*> Retiros aprobados de la cuenta en la fecha pedida, entre los que
*> el operador elige el que el cliente reclama.
01  WS-TABLA-RETIROS.
    05 WS-TOTAL-RETIROS PIC 99 VALUE 0.
    05 WS-RETIRO OCCURS 20 TIMES INDEXED BY WS-RIDX.
        10 WS-TR-FECHA-HORA    PIC X(14).
        10 WS-TR-SECUENCIA     PIC 9(2).
        10 WS-TR-MONTO         PIC 9(5)V99.
        10 WS-TR-TERMINAL      PIC X(4).
        10 WS-TR-FECHA-NEGOCIO PIC X(8).

*> Reclamos de una cuenta, para elegir sobre cual operar.
01  WS-TABLA-RECLAMOS.
    05 WS-TOTAL-RECLAMOS PIC 99 VALUE 0.
    05 WS-RECLAMO OCCURS 20 TIMES INDEXED BY WS-CIDX.
        10 WS-TC-FECHA-HORA PIC X(14).
        10 WS-TC-SECUENCIA  PIC 9(2).

*> Datos del asiento que se graba en el log para cada movimiento
*> del reclamo.
01  WS-MONTO-MOV   PIC 9(5)V99.
01  WS-TIPO-MOV    PIC X(10).
01  WS-MOTIVO-MOV  PIC X(25).
01  WS-SALDO-ANTES PIC S9(5)V99.

01  WS-OTROS-RECLAMOS  PIC 9(3) VALUE 0.
01  WS-OTROS-MONTO     PIC 9(7)V99 VALUE 0.
01  WS-TOTAL-RECLAMADO PIC 9(7)V99 VALUE 0.
01  WS-PENDIENTES      PIC 9(5) VALUE 0.

01  WS-ESTADO-TEXTO PIC X(12).
01  WS-CUENTA-EDIT  PIC Z(9)9.
01  WS-MONTO-EDIT   PIC Z(4)9.99.
01  WS-SALDO-EDIT   PIC -ZZZZ9.99.
01  WS-DIF-EDIT     PIC -Z(6)9.99.
01  WS-TOTAL-EDIT   PIC Z(6)9.99.
01  WS-NRO-EDIT     PIC Z9.
01  WS-CONT-EDIT    PIC ZZZZ9.

01  WS-FNG-STATUS   PIC XX.
01  WS-FECHA-NEGOCIO PIC X(8).

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Reclamos de cajero automático - uso exclusivo de sucursal"

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

    *> El rastro de auditoria vale lo que valga la identificacion:
    *> la sesion se valida contra el maestro de operadores.
    OPEN INPUT OPERADORES
    IF WS-OPE-STATUS NOT = "00"
        DISPLAY "Error abriendo OPERMAE.DAT, status: " WS-OPE-STATUS
        DISPLAY "Dé de alta los operadores con el programa de operadores"
        STOP RUN
    END-IF
    PERFORM 7000-INICIAR-SESION
    CLOSE OPERADORES
    IF NOT SESION-OK
        DISPLAY "Demasiados intentos fallidos"
        STOP RUN
    END-IF

    OPEN I-O RECLAMOS
    IF WS-RCL-STATUS = "35"
        OPEN OUTPUT RECLAMOS
        IF WS-RCL-STATUS NOT = "00"
            DISPLAY "Error creando RECLAMOS.DAT, status: " WS-RCL-STATUS
            STOP RUN
        END-IF
        CLOSE RECLAMOS
        OPEN I-O RECLAMOS
    END-IF
    IF WS-RCL-STATUS NOT = "00"
        DISPLAY "Error abriendo RECLAMOS.DAT, status: " WS-RCL-STATUS
        STOP RUN
    END-IF

    OPEN INPUT HISTORIAL-INDEXADO
    IF WS-HIS-STATUS NOT = "00"
        DISPLAY "Error abriendo HISTIDX.DAT, status: " WS-HIS-STATUS
        STOP RUN
    END-IF

    *> Sin conciliaciones guardadas todavia (ningun cierre corrio con
    *> instantanea del cajon) los reclamos se atienden igual, sin el
    *> cruce contra el sobrante de la terminal.
    OPEN INPUT CONCILIACION-EFECTIVO
    IF WS-CEF-STATUS = "00"
        SET HAY-CONCILIACION TO TRUE
    ELSE
        DISPLAY "Aviso: sin CONCEFE.DAT, status: " WS-CEF-STATUS
            "; reclamos sin cruce de conciliación"
    END-IF

    OPEN I-O CTA-MAESTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Error abriendo CTAMAE.DAT, status: " WS-CTA-STATUS
        STOP RUN
    END-IF

    OPEN EXTEND LOG-TRANSACCIONES
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT, status: " WS-LOG-STATUS
        STOP RUN
    END-IF

    PERFORM UNTIL OPCION-SALIR
        DISPLAY "Seleccione una opción:"
        DISPLAY "1. Abrir reclamo"
        DISPLAY "2. Otorgar abono provisorio"
        DISPLAY "3. Resolver reclamo (supervisor)"
        DISPLAY "4. Listar reclamos pendientes"
        DISPLAY "5. Salir"
        ACCEPT WS-OPCION

        EVALUATE TRUE
            WHEN OPCION-ABRIR
                PERFORM 1000-ABRIR-RECLAMO
            WHEN OPCION-PROVISORIO
                PERFORM 2000-ABONO-PROVISORIO
            WHEN OPCION-RESOLVER
                PERFORM 3000-RESOLVER-RECLAMO
            WHEN OPCION-LISTAR
                PERFORM 8000-LISTAR-PENDIENTES
            WHEN OPCION-SALIR
                CONTINUE
            WHEN OTHER
                DISPLAY "Opción inválida"
        END-EVALUATE
    END-PERFORM

    CLOSE RECLAMOS HISTORIAL-INDEXADO CTA-MAESTRO LOG-TRANSACCIONES
    IF HAY-CONCILIACION
        CLOSE CONCILIACION-EFECTIVO
    END-IF
    STOP RUN.

1000-ABRIR-RECLAMO.
    DISPLAY "Ingrese el número de cuenta"
    ACCEPT WS-CTA-SOLICITADA
    DISPLAY "Ingrese la fecha del retiro (AAAAMMDD)"
    ACCEPT WS-FECHA-SOLICITADA
    IF WS-FECHA-SOLICITADA IS NOT NUMERIC
        DISPLAY "Fecha inválida. Use el formato AAAAMMDD"
    ELSE
        PERFORM 1100-BUSCAR-RETIROS
        IF WS-TOTAL-RETIROS = 0
            DISPLAY "Sin retiros aprobados de esa cuenta en esa fecha"
            DISPLAY "Los retiros del día en curso se reclaman después del cierre"
        ELSE
            DISPLAY "Ingrese el número de retiro reclamado (0 = ninguno)"
            ACCEPT WS-ELECCION
            IF WS-ELECCION > 0 AND WS-ELECCION NOT > WS-TOTAL-RETIROS
                PERFORM 1200-REGISTRAR-RECLAMO
            ELSE
                DISPLAY "No se abrió ningún reclamo"
            END-IF
        END-IF
    END-IF.

1100-BUSCAR-RETIROS.
    *> El historial esta indexado por cuenta y fecha-hora: se arranca
    *> en el primer movimiento del dia pedido y se deja de leer al
    *> salir de la cuenta o del dia. Solo cuentan los retiros
    *> aprobados en cajeros propios, que son los que sacan billetes
    *> de un cajon nuestro.
    MOVE 0 TO WS-TOTAL-RETIROS
    MOVE "N" TO WS-FIN-HIS
    MOVE WS-CTA-SOLICITADA TO HIX-CUENTA
    MOVE WS-FECHA-SOLICITADA TO HIX-FECHA-HORA
    MOVE "000000" TO HIX-FECHA-HORA(9:6)
    MOVE 0 TO HIX-SECUENCIA
    START HISTORIAL-INDEXADO KEY IS NOT LESS THAN HIX-CLAVE
        INVALID KEY
            SET FIN-HIS TO TRUE
    END-START

    PERFORM UNTIL FIN-HIS
        READ HISTORIAL-INDEXADO NEXT RECORD
            AT END SET FIN-HIS TO TRUE
            NOT AT END
                IF HIX-CUENTA NOT = WS-CTA-SOLICITADA
                   OR HIX-FECHA-HORA(1:8) NOT = WS-FECHA-SOLICITADA
                    SET FIN-HIS TO TRUE
                ELSE
                    MOVE HIX-LOG TO MOV-REGISTRO
                    IF MOV-TIPO-TRANS = "RETIRO"
                       AND MOV-ESTADO = "APROBADO"
                       AND MOV-TERMINAL NOT = "SUC "
                        PERFORM 1110-AGREGAR-RETIRO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

1110-AGREGAR-RETIRO.
    IF WS-TOTAL-RETIROS >= 20
        DISPLAY "Aviso: más de 20 retiros en el día; se muestran los primeros 20"
        SET FIN-HIS TO TRUE
    ELSE
        ADD 1 TO WS-TOTAL-RETIROS
        MOVE HIX-FECHA-HORA TO WS-TR-FECHA-HORA (WS-TOTAL-RETIROS)
        MOVE HIX-SECUENCIA TO WS-TR-SECUENCIA (WS-TOTAL-RETIROS)
        MOVE MOV-MONTO-SOLICITADO TO WS-TR-MONTO (WS-TOTAL-RETIROS)
        MOVE MOV-TERMINAL TO WS-TR-TERMINAL (WS-TOTAL-RETIROS)
        MOVE MOV-FECHA-NEGOCIO TO WS-TR-FECHA-NEGOCIO (WS-TOTAL-RETIROS)
        MOVE WS-TOTAL-RETIROS TO WS-NRO-EDIT
        MOVE MOV-MONTO-SOLICITADO TO WS-MONTO-EDIT
        DISPLAY WS-NRO-EDIT ". " HIX-FECHA-HORA(9:2) ":" HIX-FECHA-HORA(11:2)
            "  Terminal: " MOV-TERMINAL
            "  Monto: " WS-MONTO-EDIT
            "  Día de negocio: " MOV-FECHA-NEGOCIO
    END-IF.

1200-REGISTRAR-RECLAMO.
    SET WS-RIDX TO WS-ELECCION
    MOVE WS-CTA-SOLICITADA TO RCL-CUENTA
    MOVE WS-TR-FECHA-HORA (WS-RIDX) TO RCL-FECHA-HORA
    MOVE WS-TR-SECUENCIA (WS-RIDX) TO RCL-SECUENCIA
    READ RECLAMOS
        INVALID KEY
            MOVE WS-CTA-SOLICITADA TO RCL-CUENTA
            MOVE WS-TR-FECHA-HORA (WS-RIDX) TO RCL-FECHA-HORA
            MOVE WS-TR-SECUENCIA (WS-RIDX) TO RCL-SECUENCIA
            MOVE WS-TR-TERMINAL (WS-RIDX) TO RCL-TERMINAL
            MOVE WS-TR-FECHA-NEGOCIO (WS-RIDX) TO RCL-FECHA-NEGOCIO
            MOVE WS-TR-MONTO (WS-RIDX) TO RCL-MONTO
            MOVE 0 TO RCL-MONTO-PROVISORIO
            MOVE 0 TO RCL-SOBRANTE
            MOVE "A" TO RCL-ESTADO
            MOVE WS-FECHA-NEGOCIO TO RCL-FECHA-ALTA
            MOVE WS-OPERADOR-ID TO RCL-OPERADOR-ALTA
            MOVE SPACES TO RCL-FECHA-RESOLUCION
            MOVE SPACES TO RCL-OPERADOR-RESOL
            PERFORM 5000-CRUZAR-CONCILIACION
            WRITE RCL-REGISTRO
            IF WS-RCL-STATUS NOT = "00"
                DISPLAY "Error grabando el reclamo, status: " WS-RCL-STATUS
            ELSE
                DISPLAY "Reclamo abierto"
            END-IF
        NOT INVALID KEY
            PERFORM 9100-TEXTO-ESTADO
            DISPLAY "Ese retiro ya tiene un reclamo, estado: " WS-ESTADO-TEXTO
    END-READ.

2000-ABONO-PROVISORIO.
    PERFORM 4000-SELECCIONAR-RECLAMO
    IF RECLAMO-ELEGIDO
        IF NOT RCL-ABIERTO
            DISPLAY "Solo un reclamo abierto admite abono provisorio"
        ELSE
            MOVE RCL-MONTO TO WS-MONTO-MOV
            MOVE "RECLAMO-PR" TO WS-TIPO-MOV
            MOVE SPACES TO WS-MOTIVO-MOV
            STRING "RECL PROV OP " WS-OPERADOR-ID
                DELIMITED BY SIZE INTO WS-MOTIVO-MOV
            PERFORM 6000-ABONAR-CUENTA
            IF MOVIMIENTO-OK
                MOVE RCL-MONTO TO RCL-MONTO-PROVISORIO
                MOVE "P" TO RCL-ESTADO
                PERFORM 4200-REGRABAR-RECLAMO
            END-IF
        END-IF
    END-IF.

3000-RESOLVER-RECLAMO.
    *> La resolucion mueve o deja firme dinero del cliente: queda en
    *> manos de un supervisor, igual que las aprobaciones de la
    *> doble firma.
    IF WS-OPERADOR-ROL NOT = "S"
        DISPLAY "Solo un supervisor puede resolver reclamos"
    ELSE
        PERFORM 4000-SELECCIONAR-RECLAMO
        IF RECLAMO-ELEGIDO
            IF NOT RCL-ABIERTO AND NOT RCL-PROVISORIO
                DISPLAY "El reclamo ya está resuelto"
            ELSE
                PERFORM 5000-CRUZAR-CONCILIACION
                DISPLAY "A=Aceptar  D=Denegar  otra tecla=Volver"
                ACCEPT WS-ACCION
                EVALUATE TRUE
                    WHEN ACCION-ACEPTAR
                        PERFORM 3100-ACEPTAR-RECLAMO
                    WHEN ACCION-DENEGAR
                        PERFORM 3200-DENEGAR-RECLAMO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-IF
    END-IF.

3100-ACEPTAR-RECLAMO.
    *> Con abono provisorio el dinero ya esta en la cuenta: solo se
    *> deja constancia de que queda firme. Sin el, se abona ahora el
    *> credito definitivo.
    MOVE SPACES TO WS-MOTIVO-MOV
    STRING "RECL ACEPT OP " WS-OPERADOR-ID
        DELIMITED BY SIZE INTO WS-MOTIVO-MOV
    IF RCL-PROVISORIO
        MOVE RCL-MONTO-PROVISORIO TO WS-MONTO-MOV
        MOVE "RECLAMO-CF" TO WS-TIPO-MOV
        PERFORM 6200-REGISTRAR-CONSTANCIA
    ELSE
        MOVE RCL-MONTO TO WS-MONTO-MOV
        MOVE "RECLAMO-AC" TO WS-TIPO-MOV
        PERFORM 6000-ABONAR-CUENTA
    END-IF
    IF MOVIMIENTO-OK
        MOVE "C" TO RCL-ESTADO
        MOVE WS-FECHA-NEGOCIO TO RCL-FECHA-RESOLUCION
        MOVE WS-OPERADOR-ID TO RCL-OPERADOR-RESOL
        PERFORM 4200-REGRABAR-RECLAMO
    END-IF.

3200-DENEGAR-RECLAMO.
    *> Un reclamo denegado con abono provisorio se revierte aunque
    *> deje la cuenta en negativo: el dinero nunca fue del cliente.
    MOVE SPACES TO WS-MOTIVO-MOV
    STRING "RECL DENEG OP " WS-OPERADOR-ID
        DELIMITED BY SIZE INTO WS-MOTIVO-MOV
    IF RCL-PROVISORIO
        MOVE RCL-MONTO-PROVISORIO TO WS-MONTO-MOV
        MOVE "RECLAMO-RV" TO WS-TIPO-MOV
        PERFORM 6100-DEBITAR-CUENTA
    ELSE
        MOVE RCL-MONTO TO WS-MONTO-MOV
        MOVE "RECLAMO-DN" TO WS-TIPO-MOV
        PERFORM 6200-REGISTRAR-CONSTANCIA
    END-IF
    IF MOVIMIENTO-OK
        MOVE "D" TO RCL-ESTADO
        MOVE WS-FECHA-NEGOCIO TO RCL-FECHA-RESOLUCION
        MOVE WS-OPERADOR-ID TO RCL-OPERADOR-RESOL
        PERFORM 4200-REGRABAR-RECLAMO
    END-IF.

4000-SELECCIONAR-RECLAMO.
    MOVE "N" TO WS-RECLAMO-ELEGIDO
    MOVE 0 TO WS-TOTAL-RECLAMOS
    MOVE "N" TO WS-FIN-RECLAMOS
    DISPLAY "Ingrese el número de cuenta"
    ACCEPT WS-CTA-SOLICITADA

    MOVE WS-CTA-SOLICITADA TO RCL-CUENTA
    MOVE LOW-VALUES TO RCL-FECHA-HORA
    MOVE 0 TO RCL-SECUENCIA
    START RECLAMOS KEY IS NOT LESS THAN RCL-CLAVE
        INVALID KEY
            SET FIN-RECLAMOS TO TRUE
    END-START

    PERFORM UNTIL FIN-RECLAMOS
        READ RECLAMOS NEXT RECORD
            AT END SET FIN-RECLAMOS TO TRUE
            NOT AT END
                IF RCL-CUENTA NOT = WS-CTA-SOLICITADA
                   OR WS-TOTAL-RECLAMOS >= 20
                    SET FIN-RECLAMOS TO TRUE
                ELSE
                    PERFORM 4100-MOSTRAR-RECLAMO
                END-IF
        END-READ
    END-PERFORM

    IF WS-TOTAL-RECLAMOS = 0
        DISPLAY "La cuenta no tiene reclamos"
    ELSE
        DISPLAY "Ingrese el número de reclamo (0 = ninguno)"
        ACCEPT WS-ELECCION
        IF WS-ELECCION > 0 AND WS-ELECCION NOT > WS-TOTAL-RECLAMOS
            SET WS-CIDX TO WS-ELECCION
            MOVE WS-CTA-SOLICITADA TO RCL-CUENTA
            MOVE WS-TC-FECHA-HORA (WS-CIDX) TO RCL-FECHA-HORA
            MOVE WS-TC-SECUENCIA (WS-CIDX) TO RCL-SECUENCIA
            READ RECLAMOS
                INVALID KEY
                    DISPLAY "Error releyendo el reclamo, status: " WS-RCL-STATUS
                NOT INVALID KEY
                    SET RECLAMO-ELEGIDO TO TRUE
            END-READ
        END-IF
    END-IF.

4100-MOSTRAR-RECLAMO.
    ADD 1 TO WS-TOTAL-RECLAMOS
    MOVE RCL-FECHA-HORA TO WS-TC-FECHA-HORA (WS-TOTAL-RECLAMOS)
    MOVE RCL-SECUENCIA TO WS-TC-SECUENCIA (WS-TOTAL-RECLAMOS)
    PERFORM 9100-TEXTO-ESTADO
    MOVE WS-TOTAL-RECLAMOS TO WS-NRO-EDIT
    MOVE RCL-MONTO TO WS-MONTO-EDIT
    DISPLAY WS-NRO-EDIT ". Retiro " RCL-FECHA-HORA(1:8)
        " " RCL-FECHA-HORA(9:2) ":" RCL-FECHA-HORA(11:2)
        "  Terminal: " RCL-TERMINAL
        "  Monto: " WS-MONTO-EDIT
        "  Estado: " WS-ESTADO-TEXTO.

4200-REGRABAR-RECLAMO.
    REWRITE RCL-REGISTRO
    IF WS-RCL-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo actualizar el reclamo, status: "
            WS-RCL-STATUS
    ELSE
        PERFORM 9100-TEXTO-ESTADO
        DISPLAY "Reclamo actualizado, estado: " WS-ESTADO-TEXTO
    END-IF.

5000-CRUZAR-CONCILIACION.
    *> Si el cajero no entrego el efectivo, los billetes siguen en el
    *> cajon y la conciliacion de esa terminal para ese dia de
    *> negocio tuvo que dar sobrante. Se muestra ese sobrante junto
    *> con lo ya reclamado (no denegado) en la misma terminal y dia,
    *> para que el operador vea si alcanza a cubrir este reclamo.
    MOVE RCL-REGISTRO TO GRD-REGISTRO
    MOVE 0 TO GRD-SOBRANTE

    IF NOT HAY-CONCILIACION
        DISPLAY "Sin conciliaciones de efectivo guardadas; no hay cruce"
    ELSE
        MOVE GRD-FECHA-NEGOCIO TO CEF-FECHA
        MOVE GRD-TERMINAL TO CEF-TERMINAL
        READ CONCILIACION-EFECTIVO
            INVALID KEY
                DISPLAY "Sin conciliación de la terminal " GRD-TERMINAL
                    " para el día " GRD-FECHA-NEGOCIO
            NOT INVALID KEY
                MOVE CEF-DIFERENCIA TO GRD-SOBRANTE
                MOVE CEF-DIFERENCIA TO WS-DIF-EDIT
                DISPLAY "Conciliación terminal " GRD-TERMINAL
                    " día " GRD-FECHA-NEGOCIO
                    "  Diferencia del cajón: " WS-DIF-EDIT
        END-READ
    END-IF

    MOVE 0 TO WS-OTROS-RECLAMOS
    MOVE 0 TO WS-OTROS-MONTO
    MOVE "N" TO WS-FIN-RECLAMOS
    MOVE LOW-VALUES TO RCL-CLAVE
    START RECLAMOS KEY IS NOT LESS THAN RCL-CLAVE
        INVALID KEY
            SET FIN-RECLAMOS TO TRUE
    END-START
    PERFORM UNTIL FIN-RECLAMOS
        READ RECLAMOS NEXT RECORD
            AT END SET FIN-RECLAMOS TO TRUE
            NOT AT END
                IF RCL-TERMINAL = GRD-TERMINAL
                   AND RCL-FECHA-NEGOCIO = GRD-FECHA-NEGOCIO
                   AND RCL-CLAVE NOT = GRD-CLAVE
                   AND NOT RCL-DENEGADO
                    ADD 1 TO WS-OTROS-RECLAMOS
                    ADD RCL-MONTO TO WS-OTROS-MONTO
                END-IF
        END-READ
    END-PERFORM

    MOVE GRD-REGISTRO TO RCL-REGISTRO

    MOVE WS-OTROS-RECLAMOS TO WS-CONT-EDIT
    MOVE WS-OTROS-MONTO TO WS-TOTAL-EDIT
    DISPLAY "Otros reclamos en la misma terminal y día: " WS-CONT-EDIT
        "  por " WS-TOTAL-EDIT

    COMPUTE WS-TOTAL-RECLAMADO = WS-OTROS-MONTO + RCL-MONTO
    IF RCL-SOBRANTE NOT < WS-TOTAL-RECLAMADO
        DISPLAY "El sobrante de la terminal cubre lo reclamado"
    ELSE
        DISPLAY "** El sobrante de la terminal NO cubre lo reclamado **"
    END-IF.

6000-ABONAR-CUENTA.
    MOVE "N" TO WS-MOVIMIENTO-OK
    MOVE RCL-CUENTA TO CTA-NUMERO
    READ CTA-MAESTRO
        INVALID KEY
            DISPLAY "Cuenta no encontrada en CTAMAE.DAT"
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN CTA-CERRADA
                    DISPLAY "La cuenta está cerrada; no se puede abonar"
                WHEN CTA-SALDO + WS-MONTO-MOV > 99999.99
                    DISPLAY "El abono excedería el saldo máximo"
                WHEN OTHER
                    MOVE CTA-SALDO TO WS-SALDO-ANTES
                    ADD WS-MONTO-MOV TO CTA-SALDO
                    REWRITE CTA-REGISTRO
                    IF WS-CTA-STATUS NOT = "00"
                        DISPLAY "Aviso: no se pudo actualizar el saldo, status: "
                            WS-CTA-STATUS
                    ELSE
                        SET MOVIMIENTO-OK TO TRUE
                        MOVE CTA-SALDO TO WS-SALDO-EDIT
                        DISPLAY "Abono registrado. Nuevo saldo: " WS-SALDO-EDIT
                        PERFORM 6900-ESCRIBIR-LOG
                    END-IF
            END-EVALUATE
    END-READ.

6100-DEBITAR-CUENTA.
    MOVE "N" TO WS-MOVIMIENTO-OK
    MOVE RCL-CUENTA TO CTA-NUMERO
    READ CTA-MAESTRO
        INVALID KEY
            DISPLAY "Cuenta no encontrada en CTAMAE.DAT"
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN CTA-CERRADA
                    DISPLAY "La cuenta está cerrada; la reversión queda pendiente"
                WHEN CTA-SALDO - WS-MONTO-MOV < -99999.99
                    DISPLAY "La reversión excedería el saldo mínimo del registro"
                WHEN OTHER
                    MOVE CTA-SALDO TO WS-SALDO-ANTES
                    SUBTRACT WS-MONTO-MOV FROM CTA-SALDO
                    REWRITE CTA-REGISTRO
                    IF WS-CTA-STATUS NOT = "00"
                        DISPLAY "Aviso: no se pudo actualizar el saldo, status: "
                            WS-CTA-STATUS
                    ELSE
                        SET MOVIMIENTO-OK TO TRUE
                        MOVE CTA-SALDO TO WS-SALDO-EDIT
                        DISPLAY "Abono provisorio revertido. Nuevo saldo: "
                            WS-SALDO-EDIT
                        PERFORM 6900-ESCRIBIR-LOG
                    END-IF
            END-EVALUATE
    END-READ.

6200-REGISTRAR-CONSTANCIA.
    *> Resolucion sin movimiento de saldo: el asiento lleva el saldo
    *> vigente en ambos campos, como los demas asientos
    *> administrativos.
    MOVE "N" TO WS-MOVIMIENTO-OK
    MOVE RCL-CUENTA TO CTA-NUMERO
    READ CTA-MAESTRO
        INVALID KEY
            MOVE 0 TO CTA-SALDO
        NOT INVALID KEY
            CONTINUE
    END-READ
    MOVE CTA-SALDO TO WS-SALDO-ANTES
    SET MOVIMIENTO-OK TO TRUE
    PERFORM 6900-ESCRIBIR-LOG.

6900-ESCRIBIR-LOG.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-FECHA-HORA
    MOVE RCL-CUENTA TO LOG-NUMERO-CUENTA
    MOVE WS-TIPO-MOV TO LOG-TIPO-TRANS
    MOVE WS-MONTO-MOV TO LOG-MONTO-SOLICITADO
    MOVE WS-SALDO-ANTES TO LOG-SALDO-ANTES
    MOVE CTA-SALDO TO LOG-SALDO-DESPUES
    MOVE "APROBADO" TO LOG-ESTADO
    MOVE WS-MOTIVO-MOV TO LOG-MOTIVO
    MOVE "SUC " TO LOG-TERMINAL
    MOVE WS-FECHA-NEGOCIO TO LOG-FECHA-NEGOCIO
    WRITE LOG-REGISTRO
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo registrar la transacción en el log, status: "
            WS-LOG-STATUS
    END-IF.

7000-INICIAR-SESION.
    MOVE "N" TO WS-SESION-OK
    MOVE 0 TO WS-INTENTOS-SESION
    PERFORM UNTIL SESION-OK OR WS-INTENTOS-SESION >= 3
        DISPLAY "Ingrese su identificación de operador"
        ACCEPT WS-OPERADOR-ID
        DISPLAY "Ingrese su contraseña"
        ACCEPT WS-CLAVE-INGRESADA
        MOVE WS-OPERADOR-ID TO OPE-ID
        READ OPERADORES
            INVALID KEY
                ADD 1 TO WS-INTENTOS-SESION
                DISPLAY "Operador o contraseña incorrectos"
            NOT INVALID KEY
                IF NOT OPE-ACTIVO
                    ADD 1 TO WS-INTENTOS-SESION
                    DISPLAY "Operador inactivo"
                ELSE
                    IF WS-CLAVE-INGRESADA = OPE-PASSWORD
                        SET SESION-OK TO TRUE
                        MOVE OPE-ROL TO WS-OPERADOR-ROL
                    ELSE
                        ADD 1 TO WS-INTENTOS-SESION
                        DISPLAY "Operador o contraseña incorrectos"
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

8000-LISTAR-PENDIENTES.
    MOVE 0 TO WS-PENDIENTES
    MOVE "N" TO WS-FIN-RECLAMOS
    MOVE LOW-VALUES TO RCL-CLAVE
    START RECLAMOS KEY IS NOT LESS THAN RCL-CLAVE
        INVALID KEY
            SET FIN-RECLAMOS TO TRUE
    END-START

    PERFORM UNTIL FIN-RECLAMOS
        READ RECLAMOS NEXT RECORD
            AT END SET FIN-RECLAMOS TO TRUE
            NOT AT END
                IF RCL-ABIERTO OR RCL-PROVISORIO
                    ADD 1 TO WS-PENDIENTES
                    PERFORM 9100-TEXTO-ESTADO
                    MOVE RCL-CUENTA TO WS-CUENTA-EDIT
                    MOVE RCL-MONTO TO WS-MONTO-EDIT
                    DISPLAY "Cuenta " WS-CUENTA-EDIT
                        "  Retiro: " RCL-FECHA-HORA(1:8)
                        "  Terminal: " RCL-TERMINAL
                        "  Monto: " WS-MONTO-EDIT
                        "  Abierto: " RCL-FECHA-ALTA
                        "  Estado: " WS-ESTADO-TEXTO
                END-IF
        END-READ
    END-PERFORM

    IF WS-PENDIENTES = 0
        DISPLAY "No hay reclamos pendientes"
    ELSE
        MOVE WS-PENDIENTES TO WS-CONT-EDIT
        DISPLAY "Reclamos pendientes: " WS-CONT-EDIT
    END-IF.

9100-TEXTO-ESTADO.
    EVALUATE TRUE
        WHEN RCL-ABIERTO
            MOVE "ABIERTO" TO WS-ESTADO-TEXTO
        WHEN RCL-PROVISORIO
            MOVE "PROVISORIO" TO WS-ESTADO-TEXTO
        WHEN RCL-ACEPTADO
            MOVE "ACEPTADO" TO WS-ESTADO-TEXTO
        WHEN RCL-DENEGADO
            MOVE "DENEGADO" TO WS-ESTADO-TEXTO
        WHEN OTHER
            MOVE "DESCONOCIDO" TO WS-ESTADO-TEXTO
    END-EVALUATE.
