IDENTIFICATION DIVISION.
PROGRAM-ID. NOTIFICACIONES-CLIENTE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOG-TRANSACCIONES ASSIGN TO "TRANLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT CLI-MAESTRO ASSIGN TO "CLIMAE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLI-TARJETA
        FILE STATUS IS WS-CLI-STATUS.

    SELECT CLI-CONTACTO ASSIGN TO "CLICONT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CCT-TARJETA
        FILE STATUS IS WS-CCT-STATUS.

    SELECT PARAMETROS-NOTIF ASSIGN TO "NOTIFCFG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NCF-STATUS.

    SELECT CONTROL-NOTIF ASSIGN TO "NOTIFCTL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NCT-FECHA-NEGOCIO
        FILE STATUS IS WS-NCT-STATUS.

    SELECT LOG-CERRADO ASSIGN TO "LOGCERR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LGC-CLAVE
        FILE STATUS IS WS-LGC-STATUS.

    SELECT NOTIFICACIONES ASSIGN TO "NOTIF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NTF-STATUS.

    SELECT REPORTE-NOTIF ASSIGN TO "NOTIF.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LOG-TRANSACCIONES.
    COPY "LOGTRAN.cpy".

FD  CLI-MAESTRO.
    COPY "CLIMAE.cpy".

FD  CLI-CONTACTO.
    COPY "CLICONT.cpy".

FD  PARAMETROS-NOTIF.
    COPY "NOTIFCFG.cpy".

FD  CONTROL-NOTIF.
    COPY "NOTIFCTL.cpy".

FD  LOG-CERRADO.
    COPY "LOGCERR.cpy".

FD  NOTIFICACIONES.
    COPY "NOTIFIC.cpy".

FD  REPORTE-NOTIF.
01  REPORTE-LINEA PIC X(140).

WORKING-STORAGE SECTION.
01  WS-LOG-STATUS PIC XX.
01  WS-CLI-STATUS PIC XX.
01  WS-CCT-STATUS PIC XX.
01  WS-NCF-STATUS PIC XX.
01  WS-NCT-STATUS PIC XX.
01  WS-NTF-STATUS PIC XX.
01  WS-LGC-STATUS PIC XX.
01  WS-RPT-STATUS PIC XX.

01  WS-FIN-LOG PIC X VALUE "N".
    88 FIN-LOG VALUE "S".
01  WS-FIN-CLI PIC X VALUE "N".
    88 FIN-CLI VALUE "S".
01  WS-HAY-CONTACTOS PIC X VALUE "N".
    88 HAY-CONTACTOS VALUE "S".
01  WS-TABLA-LLENA PIC X VALUE "N".
    88 TABLA-LLENA VALUE "S".
01  WS-HAY-LOG-CERRADO PIC X VALUE "N".
    88 HAY-LOG-CERRADO VALUE "S".
01  WS-FIN-CERRADO PIC X VALUE "N".
    88 FIN-CERRADO VALUE "S".
01  WS-FIN-FECHA-CERRADA PIC X VALUE "N".
    88 FIN-FECHA-CERRADA VALUE "S".
01  WS-FECHA-CERRADA PIC X(8).
01  WS-PREVIOS-CERRADA PIC 9(7).

*> Sin NOTIFCFG.DAT se avisa todo retiro mayor a 500.00.
01  WS-UMBRAL-RETIRO PIC 9(5)V99 VALUE 500.00.

*> Una posicion por fecha de negocio presente en el log (el dia que
*> se cierra y, pasada la medianoche, el siguiente) o con entradas
*> sin examinar en el log ya cerrado: cuantas entradas de esa fecha
*> ya se examinaron en corridas anteriores, hasta que entrada se
*> leyo en esta (contando primero las de LOGCERR.DAT y despues las
*> que siguen en TRANLOG.DAT), cuantas se tomaron del log cerrado y
*> el resultado de esta corrida.
01  WS-TABLA-FECHAS.
    05 WS-TOTAL-FECHAS PIC 9(2) VALUE 0.
    05 WS-FECHA-CTL OCCURS 10 TIMES INDEXED BY WS-FIDX.
        10 WS-FD-FECHA        PIC X(8).
        10 WS-FD-EXISTE       PIC X.
        10 WS-FD-PREVIOS      PIC 9(7).
        10 WS-FD-LEIDOS       PIC 9(7).
        10 WS-FD-ARCH-CONTADO PIC X.
        10 WS-FD-ARCHIVADOS   PIC 9(7).
        10 WS-FD-RECUPERADOS  PIC 9(7).
        10 WS-FD-EVENTOS      PIC 9(7).
        10 WS-FD-ENVIADOS     PIC 9(7).
        10 WS-FD-SIN-CONSENT  PIC 9(7).
        10 WS-FD-SIN-CONTACTO PIC 9(7).
01  WS-FECHA-BUSCADA PIC X(8).
01  WS-FPOS          PIC 9(2) VALUE 0.

*> Eventos de esta corrida que califican, en el orden del log. La
*> tarjeta se resuelve despues, con una sola pasada por CLIMAE.
01  WS-TABLA-EVENTOS.
    05 WS-TOTAL-EVENTOS PIC 9(3) VALUE 0.
    05 WS-EVENTO OCCURS 500 TIMES INDEXED BY WS-EIDX.
        10 WS-EV-FPOS        PIC 9(2).
        10 WS-EV-ORDINAL     PIC 9(7).
        10 WS-EV-FECHA-HORA  PIC X(14).
        10 WS-EV-CODIGO      PIC X(10).
        10 WS-EV-CUENTA      PIC 9(10).
        10 WS-EV-MONTO       PIC 9(5)V99.
        10 WS-EV-TERMINAL    PIC X(4).
        10 WS-EV-MOTIVO      PIC X(25).
        10 WS-EV-TARJETA     PIC 9(10).
        10 WS-EV-TARJ-BLOQ   PIC X.

01  WS-CODIGO-EVENTO PIC X(10).
01  WS-IDX-CTA       PIC 9(2).

01  WS-CUENTA-TXT    PIC 9(10).
01  WS-MONTO-EDIT    PIC ZZZZ9.99.
01  WS-CONT-EDIT     PIC ZZZZZZ9.
01  WS-CONT-EDIT-2   PIC ZZZZZZ9.
01  WS-CONT-EDIT-3   PIC ZZZZZZ9.
01  WS-CONT-EDIT-4   PIC ZZZZZZ9.
01  WS-CONT-EDIT-5   PIC ZZZZZZ9.

01  WS-TOTAL-ENVIADOS PIC 9(7) VALUE 0.
01  WS-TOTAL-OMITIDOS PIC 9(7) VALUE 0.
01  WS-SUMA-CONTROL   PIC 9(7).

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Extracto de notificaciones a clientes"

    OPEN INPUT PARAMETROS-NOTIF
    IF WS-NCF-STATUS = "00"
        READ PARAMETROS-NOTIF
            AT END
                DISPLAY "Aviso: NOTIFCFG.DAT sin registro; umbral por omisión"
            NOT AT END
                MOVE NCF-UMBRAL-RETIRO TO WS-UMBRAL-RETIRO
        END-READ
        CLOSE PARAMETROS-NOTIF
    ELSE
        DISPLAY "Aviso: sin NOTIFCFG.DAT; umbral de retiro por omisión"
    END-IF
    MOVE WS-UMBRAL-RETIRO TO WS-MONTO-EDIT
    DISPLAY "Retiros notificados desde: " WS-MONTO-EDIT

    OPEN I-O CONTROL-NOTIF
    *> La primera corrida crea el archivo de control vacio.
    IF WS-NCT-STATUS = "35"
        OPEN OUTPUT CONTROL-NOTIF
        IF WS-NCT-STATUS NOT = "00"
            DISPLAY "Error creando NOTIFCTL.DAT, status: " WS-NCT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE CONTROL-NOTIF
        OPEN I-O CONTROL-NOTIF
    END-IF
    IF WS-NCT-STATUS NOT = "00"
        DISPLAY "Error abriendo NOTIFCTL.DAT, status: " WS-NCT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    *> El extracto corre antes del cierre, mientras el log del dia
    *> todavia esta en TRANLOG.DAT. Lo que se registro despues de la
    *> corrida anterior y el cierre ya archivo se toma de la copia
    *> del log cerrado, antes de seguir con TRANLOG.DAT.
    OPEN INPUT LOG-TRANSACCIONES
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT, status: " WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT LOG-CERRADO
    EVALUATE WS-LGC-STATUS
        WHEN "00"
            SET HAY-LOG-CERRADO TO TRUE
        WHEN "35"
            DISPLAY "Aviso: sin LOGCERR.DAT; solo se examina TRANLOG.DAT"
        WHEN OTHER
            DISPLAY "Error abriendo LOGCERR.DAT, status: " WS-LGC-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF HAY-LOG-CERRADO
        PERFORM 0500-REVISAR-LOG-CERRADO
    END-IF

    PERFORM UNTIL FIN-LOG OR TABLA-LLENA
        READ LOG-TRANSACCIONES
            AT END SET FIN-LOG TO TRUE
            NOT AT END
                PERFORM 1000-EXAMINAR-ENTRADA
        END-READ
    END-PERFORM
    CLOSE LOG-TRANSACCIONES
    IF HAY-LOG-CERRADO
        CLOSE LOG-CERRADO
    END-IF

    IF TABLA-LLENA
        DISPLAY "Aviso: más de 500 eventos en la corrida; el resto queda para la próxima"
    END-IF

    IF WS-TOTAL-EVENTOS > 0
        PERFORM 2000-RESOLVER-TARJETAS
    END-IF

    OPEN INPUT CLI-CONTACTO
    EVALUATE WS-CCT-STATUS
        WHEN "00"
            SET HAY-CONTACTOS TO TRUE
        WHEN "35"
            DISPLAY "Aviso: sin CLICONT.DAT; ningún cliente tiene datos de contacto"
        WHEN OTHER
            DISPLAY "Error abriendo CLICONT.DAT, status: " WS-CCT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

    OPEN EXTEND NOTIFICACIONES
    *> El proveedor retira el archivo al procesarlo: si no esta se
    *> crea; si quedo uno sin retirar, los mensajes nuevos se agregan.
    IF WS-NTF-STATUS = "35"
        OPEN OUTPUT NOTIFICACIONES
    END-IF
    IF WS-NTF-STATUS NOT = "00"
        DISPLAY "Error abriendo NOTIF.DAT, status: " WS-NTF-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING WS-EIDX FROM 1 BY 1
            UNTIL WS-EIDX > WS-TOTAL-EVENTOS
        PERFORM 3000-EMITIR-NOTIFICACION
    END-PERFORM

    CLOSE NOTIFICACIONES
    IF HAY-CONTACTOS
        CLOSE CLI-CONTACTO
    END-IF

    *> El control se graba despues de los mensajes: si la corrida
    *> muere en el medio, la siguiente vuelve a emitir los mismos
    *> eventos con el mismo NTF-ID y el proveedor descarta el repetido.
    PERFORM 4000-GRABAR-CONTROL
    CLOSE CONTROL-NOTIF

    PERFORM 5000-ESCRIBIR-REPORTE

    MOVE WS-TOTAL-ENVIADOS TO WS-CONT-EDIT
    DISPLAY "Notificaciones emitidas: " WS-CONT-EDIT
    DISPLAY "Extracto generado. Ver NOTIF.DAT y NOTIF.RPT"
    STOP RUN.

0500-REVISAR-LOG-CERRADO.
    *> Se recorre fecha por fecha: si la entrada siguiente a la
    *> ultima examinada esta en la copia, la fecha tiene entradas que
    *> el cierre archivo sin que el extracto las viera.
    MOVE LOW-VALUES TO LGC-CLAVE
    START LOG-CERRADO KEY IS NOT LESS THAN LGC-CLAVE
        INVALID KEY
            SET FIN-CERRADO TO TRUE
    END-START
    PERFORM UNTIL FIN-CERRADO OR TABLA-LLENA
        READ LOG-CERRADO NEXT RECORD
            AT END SET FIN-CERRADO TO TRUE
            NOT AT END
                PERFORM 0510-REVISAR-FECHA-CERRADA
        END-READ
    END-PERFORM.

0510-REVISAR-FECHA-CERRADA.
    MOVE LGC-FECHA-NEGOCIO TO WS-FECHA-CERRADA
    MOVE WS-FECHA-CERRADA TO NCT-FECHA-NEGOCIO
    READ CONTROL-NOTIF
        INVALID KEY
            MOVE 0 TO WS-PREVIOS-CERRADA
        NOT INVALID KEY
            MOVE NCT-EXAMINADOS TO WS-PREVIOS-CERRADA
    END-READ

    MOVE WS-FECHA-CERRADA TO LGC-FECHA-NEGOCIO
    COMPUTE LGC-ORDINAL = WS-PREVIOS-CERRADA + 1
    READ LOG-CERRADO
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE WS-FECHA-CERRADA TO WS-FECHA-BUSCADA
            PERFORM 1900-UBICAR-FECHA
            IF WS-FPOS > 0
                MOVE "N" TO WS-FIN-FECHA-CERRADA
                PERFORM 0520-EXAMINAR-CERRADA
                PERFORM UNTIL FIN-FECHA-CERRADA OR TABLA-LLENA
                    READ LOG-CERRADO NEXT RECORD
                        AT END SET FIN-FECHA-CERRADA TO TRUE
                        NOT AT END
                            IF LGC-FECHA-NEGOCIO NOT = WS-FECHA-CERRADA
                                SET FIN-FECHA-CERRADA TO TRUE
                            ELSE
                                PERFORM 0520-EXAMINAR-CERRADA
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
    END-READ

    *> Sigue en la primera entrada de la fecha siguiente.
    MOVE WS-FECHA-CERRADA TO LGC-FECHA-NEGOCIO
    MOVE 9999999 TO LGC-ORDINAL
    START LOG-CERRADO KEY IS GREATER THAN LGC-CLAVE
        INVALID KEY
            SET FIN-CERRADO TO TRUE
    END-START.

0520-EXAMINAR-CERRADA.
    MOVE LGC-LOG TO LOG-REGISTRO
    MOVE LGC-ORDINAL TO WS-FD-LEIDOS (WS-FPOS)
    PERFORM 1100-CLASIFICAR-ENTRADA
    IF WS-CODIGO-EVENTO NOT = SPACES
        IF WS-TOTAL-EVENTOS >= 500
            SUBTRACT 1 FROM WS-FD-LEIDOS (WS-FPOS)
            SET TABLA-LLENA TO TRUE
        ELSE
            PERFORM 1200-AGREGAR-EVENTO
        END-IF
    END-IF
    IF NOT TABLA-LLENA
        ADD 1 TO WS-FD-RECUPERADOS (WS-FPOS)
    END-IF.

1000-EXAMINAR-ENTRADA.
    *> Las entradas sin fecha de negocio son anteriores a la marca y
    *> ya no pueden quedar en el log del dia. Las de TRANLOG.DAT van
    *> numeradas a continuacion de las que la fecha ya tiene en el
    *> log cerrado (entradas de una fecha ya cerrada que llegaron
    *> despues de su cierre).
    IF LOG-FECHA-NEGOCIO NOT = SPACES
        MOVE LOG-FECHA-NEGOCIO TO WS-FECHA-BUSCADA
        PERFORM 1900-UBICAR-FECHA
        IF WS-FPOS > 0
            IF WS-FD-ARCH-CONTADO (WS-FPOS) NOT = "S"
                PERFORM 1950-CONTAR-ARCHIVADAS
            END-IF
            IF WS-FD-LEIDOS (WS-FPOS) < WS-FD-ARCHIVADOS (WS-FPOS)
                MOVE WS-FD-ARCHIVADOS (WS-FPOS) TO WS-FD-LEIDOS (WS-FPOS)
            END-IF
            ADD 1 TO WS-FD-LEIDOS (WS-FPOS)
            IF WS-FD-LEIDOS (WS-FPOS) > WS-FD-PREVIOS (WS-FPOS)
                PERFORM 1100-CLASIFICAR-ENTRADA
                IF WS-CODIGO-EVENTO NOT = SPACES
                    IF WS-TOTAL-EVENTOS >= 500
                        *> La entrada no se examina en esta corrida:
                        *> se devuelve para que la proxima la tome.
                        SUBTRACT 1 FROM WS-FD-LEIDOS (WS-FPOS)
                        SET TABLA-LLENA TO TRUE
                    ELSE
                        PERFORM 1200-AGREGAR-EVENTO
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

1100-CLASIFICAR-ENTRADA.
    MOVE SPACES TO WS-CODIGO-EVENTO
    EVALUATE LOG-TIPO-TRANS
        *> El retiro en un cajero de otra red avisa con el mismo
        *> umbral que el de nuestros cajeros.
        WHEN "RETIRO"
        WHEN "RETIRO-RED"
            IF LOG-ESTADO = "APROBADO"
               AND LOG-MONTO-SOLICITADO > WS-UMBRAL-RETIRO
                MOVE "RETIRO-ALT" TO WS-CODIGO-EVENTO
            END-IF
        WHEN "BLOQUEO"
            IF LOG-MOTIVO = "INTENTOS PIN AGOTADOS"
                MOVE "BLOQ-PIN" TO WS-CODIGO-EVENTO
            END-IF
            IF LOG-MOTIVO(1:15) = "FRAUDE CONF OP "
                MOVE "FRAUDE" TO WS-CODIGO-EVENTO
            END-IF
        *> La orden permanente fallida es la transferencia rechazada
        *> que asienta el proceso de ordenes con terminal de sucursal.
        WHEN "TRANSF-ENV"
            IF LOG-ESTADO = "RECHAZADO" AND LOG-TERMINAL = "SUC "
                MOVE "ORDEN-FALL" TO WS-CODIGO-EVENTO
            END-IF
        WHEN "DEP-RECHAZ"
            MOVE "SOBRE-RECH" TO WS-CODIGO-EVENTO
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

1200-AGREGAR-EVENTO.
    ADD 1 TO WS-TOTAL-EVENTOS
    SET WS-EIDX TO WS-TOTAL-EVENTOS
    MOVE WS-FPOS TO WS-EV-FPOS (WS-EIDX)
    MOVE WS-FD-LEIDOS (WS-FPOS) TO WS-EV-ORDINAL (WS-EIDX)
    MOVE LOG-FECHA-HORA TO WS-EV-FECHA-HORA (WS-EIDX)
    MOVE WS-CODIGO-EVENTO TO WS-EV-CODIGO (WS-EIDX)
    MOVE LOG-NUMERO-CUENTA TO WS-EV-CUENTA (WS-EIDX)
    MOVE LOG-MONTO-SOLICITADO TO WS-EV-MONTO (WS-EIDX)
    MOVE LOG-TERMINAL TO WS-EV-TERMINAL (WS-EIDX)
    MOVE LOG-MOTIVO TO WS-EV-MOTIVO (WS-EIDX)
    MOVE 0 TO WS-EV-TARJETA (WS-EIDX)
    MOVE "N" TO WS-EV-TARJ-BLOQ (WS-EIDX)
    ADD 1 TO WS-FD-EVENTOS (WS-FPOS).

1900-UBICAR-FECHA.
    MOVE 0 TO WS-FPOS
    PERFORM VARYING WS-FIDX FROM 1 BY 1
            UNTIL WS-FIDX > WS-TOTAL-FECHAS
        IF WS-FD-FECHA (WS-FIDX) = WS-FECHA-BUSCADA
            SET WS-FPOS TO WS-FIDX
        END-IF
    END-PERFORM

    IF WS-FPOS = 0
        IF WS-TOTAL-FECHAS >= 10
            DISPLAY "Aviso: tabla de fechas llena (10), se omite la fecha "
                WS-FECHA-BUSCADA
        ELSE
            ADD 1 TO WS-TOTAL-FECHAS
            MOVE WS-TOTAL-FECHAS TO WS-FPOS
            MOVE WS-FECHA-BUSCADA TO WS-FD-FECHA (WS-FPOS)
            MOVE 0 TO WS-FD-LEIDOS (WS-FPOS)
            MOVE "N" TO WS-FD-ARCH-CONTADO (WS-FPOS)
            MOVE 0 TO WS-FD-ARCHIVADOS (WS-FPOS)
            MOVE 0 TO WS-FD-RECUPERADOS (WS-FPOS)
            MOVE 0 TO WS-FD-EVENTOS (WS-FPOS)
            MOVE 0 TO WS-FD-ENVIADOS (WS-FPOS)
            MOVE 0 TO WS-FD-SIN-CONSENT (WS-FPOS)
            MOVE 0 TO WS-FD-SIN-CONTACTO (WS-FPOS)
            MOVE WS-FECHA-BUSCADA TO NCT-FECHA-NEGOCIO
            READ CONTROL-NOTIF
                INVALID KEY
                    MOVE "N" TO WS-FD-EXISTE (WS-FPOS)
                    MOVE 0 TO WS-FD-PREVIOS (WS-FPOS)
                NOT INVALID KEY
                    MOVE "S" TO WS-FD-EXISTE (WS-FPOS)
                    MOVE NCT-EXAMINADOS TO WS-FD-PREVIOS (WS-FPOS)
            END-READ
        END-IF
    END-IF.

1950-CONTAR-ARCHIVADAS.
    MOVE "S" TO WS-FD-ARCH-CONTADO (WS-FPOS)
    MOVE 0 TO WS-FD-ARCHIVADOS (WS-FPOS)
    IF HAY-LOG-CERRADO
        MOVE "N" TO WS-FIN-FECHA-CERRADA
        MOVE WS-FD-FECHA (WS-FPOS) TO LGC-FECHA-NEGOCIO
        MOVE 0 TO LGC-ORDINAL
        START LOG-CERRADO KEY IS NOT LESS THAN LGC-CLAVE
            INVALID KEY
                SET FIN-FECHA-CERRADA TO TRUE
        END-START
        PERFORM UNTIL FIN-FECHA-CERRADA
            READ LOG-CERRADO NEXT RECORD
                AT END SET FIN-FECHA-CERRADA TO TRUE
                NOT AT END
                    IF LGC-FECHA-NEGOCIO NOT = WS-FD-FECHA (WS-FPOS)
                        SET FIN-FECHA-CERRADA TO TRUE
                    ELSE
                        MOVE LGC-ORDINAL TO WS-FD-ARCHIVADOS (WS-FPOS)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

2000-RESOLVER-TARJETAS.
    *> Los eventos vienen por cuenta y el contacto es por tarjeta:
    *> una pasada por CLIMAE asigna a cada evento la primera tarjeta
    *> que tiene vinculada la cuenta. Para el bloqueo por PIN se
    *> prefiere la tarjeta que quedo bloqueada.
    OPEN INPUT CLI-MAESTRO
    IF WS-CLI-STATUS NOT = "00"
        DISPLAY "Error abriendo CLIMAE.DAT, status: " WS-CLI-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL FIN-CLI
        READ CLI-MAESTRO NEXT RECORD
            AT END SET FIN-CLI TO TRUE
            NOT AT END
                IF NOT CLI-CERRADA
                    PERFORM 2100-ASIGNAR-TARJETA
                END-IF
        END-READ
    END-PERFORM
    CLOSE CLI-MAESTRO.

2100-ASIGNAR-TARJETA.
    PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
            UNTIL WS-IDX-CTA > CLI-TOTAL-CUENTAS
        PERFORM VARYING WS-EIDX FROM 1 BY 1
                UNTIL WS-EIDX > WS-TOTAL-EVENTOS
            IF WS-EV-CUENTA (WS-EIDX) = CLI-CUENTA (WS-IDX-CTA)
               AND WS-EV-CUENTA (WS-EIDX) NOT = 0
                IF WS-EV-TARJETA (WS-EIDX) = 0
                   OR (WS-EV-CODIGO (WS-EIDX) = "BLOQ-PIN"
                       AND WS-EV-TARJ-BLOQ (WS-EIDX) = "N"
                       AND CLI-BLOQUEADA)
                    MOVE CLI-TARJETA TO WS-EV-TARJETA (WS-EIDX)
                    IF CLI-BLOQUEADA
                        MOVE "S" TO WS-EV-TARJ-BLOQ (WS-EIDX)
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

3000-EMITIR-NOTIFICACION.
    MOVE WS-EV-FPOS (WS-EIDX) TO WS-FPOS

    IF WS-EV-TARJETA (WS-EIDX) = 0 OR NOT HAY-CONTACTOS
        ADD 1 TO WS-FD-SIN-CONTACTO (WS-FPOS)
        ADD 1 TO WS-TOTAL-OMITIDOS
    ELSE
        MOVE WS-EV-TARJETA (WS-EIDX) TO CCT-TARJETA
        READ CLI-CONTACTO
            INVALID KEY
                ADD 1 TO WS-FD-SIN-CONTACTO (WS-FPOS)
                ADD 1 TO WS-TOTAL-OMITIDOS
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN NOT CCT-ACEPTA
                        ADD 1 TO WS-FD-SIN-CONSENT (WS-FPOS)
                        ADD 1 TO WS-TOTAL-OMITIDOS
                    WHEN CCT-MOVIL = SPACES AND CCT-EMAIL = SPACES
                        ADD 1 TO WS-FD-SIN-CONTACTO (WS-FPOS)
                        ADD 1 TO WS-TOTAL-OMITIDOS
                    WHEN OTHER
                        PERFORM 3100-GRABAR-MENSAJE
                END-EVALUATE
        END-READ
    END-IF.

3100-GRABAR-MENSAJE.
    MOVE WS-FD-FECHA (WS-FPOS) TO NTF-FECHA-NEGOCIO
    MOVE WS-EV-ORDINAL (WS-EIDX) TO NTF-ORDINAL
    MOVE WS-EV-FECHA-HORA (WS-EIDX) TO NTF-FECHA-HORA
    MOVE WS-EV-CODIGO (WS-EIDX) TO NTF-EVENTO
    MOVE WS-EV-TARJETA (WS-EIDX) TO NTF-TARJETA
    MOVE WS-EV-CUENTA (WS-EIDX) TO NTF-CUENTA
    MOVE WS-EV-MONTO (WS-EIDX) TO NTF-MONTO
    MOVE CCT-MOVIL TO NTF-MOVIL
    MOVE CCT-EMAIL TO NTF-EMAIL
    EVALUATE TRUE
        WHEN CCT-MOVIL NOT = SPACES AND CCT-EMAIL NOT = SPACES
            MOVE "A" TO NTF-CANAL
        WHEN CCT-MOVIL NOT = SPACES
            MOVE "S" TO NTF-CANAL
        WHEN OTHER
            MOVE "E" TO NTF-CANAL
    END-EVALUATE

    *> El texto va sin acentos: no todos los operadores de SMS los
    *> transmiten. La cuenta se muestra solo por sus ultimos digitos.
    MOVE WS-EV-CUENTA (WS-EIDX) TO WS-CUENTA-TXT
    MOVE WS-EV-MONTO (WS-EIDX) TO WS-MONTO-EDIT
    MOVE SPACES TO NTF-TEXTO
    EVALUATE WS-EV-CODIGO (WS-EIDX)
        WHEN "RETIRO-ALT"
            IF WS-EV-TERMINAL (WS-EIDX) = "RED "
                STRING "Retiro de " WS-MONTO-EDIT
                       " en un cajero de la red "
                       WS-EV-MOTIVO (WS-EIDX)(5:4)
                       " de su cuenta terminada en " WS-CUENTA-TXT(7:4)
                       ". Si no lo reconoce, llame al banco"
                    DELIMITED BY SIZE INTO NTF-TEXTO
            ELSE
                STRING "Retiro de " WS-MONTO-EDIT " en el cajero "
                       WS-EV-TERMINAL (WS-EIDX)
                       " de su cuenta terminada en " WS-CUENTA-TXT(7:4)
                       ". Si no lo reconoce, llame al banco"
                    DELIMITED BY SIZE INTO NTF-TEXTO
            END-IF
        WHEN "BLOQ-PIN"
            STRING "Su tarjeta fue bloqueada por agotar los intentos"
                   " de PIN. Acuda a su sucursal"
                DELIMITED BY SIZE INTO NTF-TEXTO
        WHEN "ORDEN-FALL"
            STRING "No se pudo ejecutar su orden permanente de "
                   WS-MONTO-EDIT " de la cuenta terminada en "
                   WS-CUENTA-TXT(7:4) ": "
                   WS-EV-MOTIVO (WS-EIDX)
                DELIMITED BY SIZE INTO NTF-TEXTO
        WHEN "SOBRE-RECH"
            STRING "El deposito en sobre de " WS-MONTO-EDIT
                   " en la cuenta terminada en " WS-CUENTA-TXT(7:4)
                   " fue rechazado. Consulte en su sucursal"
                DELIMITED BY SIZE INTO NTF-TEXTO
        WHEN "FRAUDE"
            STRING "Su cuenta terminada en " WS-CUENTA-TXT(7:4)
                   " fue bloqueada por fraude confirmado."
                   " Comuniquese con su sucursal"
                DELIMITED BY SIZE INTO NTF-TEXTO
    END-EVALUATE

    WRITE NTF-REGISTRO
    IF WS-NTF-STATUS NOT = "00"
        DISPLAY "Error escribiendo NOTIF.DAT, status: " WS-NTF-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-FD-ENVIADOS (WS-FPOS)
    ADD 1 TO WS-TOTAL-ENVIADOS.

4000-GRABAR-CONTROL.
    PERFORM VARYING WS-FIDX FROM 1 BY 1
            UNTIL WS-FIDX > WS-TOTAL-FECHAS
        MOVE WS-FD-FECHA (WS-FIDX) TO NCT-FECHA-NEGOCIO
        IF WS-FD-EXISTE (WS-FIDX) = "S"
            READ CONTROL-NOTIF
                INVALID KEY
                    DISPLAY "Aviso: control de la fecha "
                        WS-FD-FECHA (WS-FIDX) " desaparecido"
            END-READ
        ELSE
            MOVE 0 TO NCT-EVENTOS NCT-ENVIADOS NCT-SIN-CONSENT
                NCT-SIN-CONTACTO
        END-IF
        *> Una corrida cortada por la tabla de eventos llena puede
        *> no haber llegado a lo ya examinado de alguna fecha.
        IF WS-FD-LEIDOS (WS-FIDX) > WS-FD-PREVIOS (WS-FIDX)
            MOVE WS-FD-LEIDOS (WS-FIDX) TO NCT-EXAMINADOS
        ELSE
            MOVE WS-FD-PREVIOS (WS-FIDX) TO NCT-EXAMINADOS
        END-IF
        ADD WS-FD-EVENTOS (WS-FIDX) TO NCT-EVENTOS
        ADD WS-FD-ENVIADOS (WS-FIDX) TO NCT-ENVIADOS
        ADD WS-FD-SIN-CONSENT (WS-FIDX) TO NCT-SIN-CONSENT
        ADD WS-FD-SIN-CONTACTO (WS-FIDX) TO NCT-SIN-CONTACTO
        MOVE FUNCTION CURRENT-DATE(1:14) TO NCT-ULTIMA-CORRIDA
        IF WS-FD-EXISTE (WS-FIDX) = "S"
            REWRITE NCT-REGISTRO
        ELSE
            WRITE NCT-REGISTRO
        END-IF
        IF WS-NCT-STATUS NOT = "00"
            DISPLAY "Error grabando NOTIFCTL.DAT, status: " WS-NCT-STATUS
            MOVE 8 TO RETURN-CODE
        END-IF
    END-PERFORM.

5000-ESCRIBIR-REPORTE.
    OPEN OUTPUT REPORTE-NOTIF
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo NOTIF.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "NOTIFICACIONES A CLIENTES - TOTALES DE CONTROL" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-UMBRAL-RETIRO TO WS-MONTO-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Umbral de retiro: " WS-MONTO-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    OPEN INPUT CONTROL-NOTIF

    *> Por fecha de negocio: lo de esta corrida y el acumulado de la
    *> fecha. En ambos debe cumplirse eventos = emitidos + sin
    *> consentimiento + sin contacto.
    PERFORM VARYING WS-FIDX FROM 1 BY 1
            UNTIL WS-FIDX > WS-TOTAL-FECHAS
        MOVE WS-FD-LEIDOS (WS-FIDX) TO WS-CONT-EDIT
        MOVE WS-FD-PREVIOS (WS-FIDX) TO WS-CONT-EDIT-2
        MOVE SPACES TO REPORTE-LINEA
        STRING "Fecha " WS-FD-FECHA (WS-FIDX)
               "  Entradas del log examinadas: " WS-CONT-EDIT
               "  (ya examinadas antes: " WS-CONT-EDIT-2 ")"
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
        IF WS-FD-RECUPERADOS (WS-FIDX) > 0
            MOVE WS-FD-RECUPERADOS (WS-FIDX) TO WS-CONT-EDIT
            MOVE SPACES TO REPORTE-LINEA
            STRING "   Entradas archivadas por el cierre sin haberse examinado: "
                   WS-CONT-EDIT " (tomadas de LOGCERR.DAT)"
                DELIMITED BY SIZE INTO REPORTE-LINEA
            WRITE REPORTE-LINEA
        END-IF

        MOVE WS-FD-EVENTOS (WS-FIDX) TO WS-CONT-EDIT
        MOVE WS-FD-ENVIADOS (WS-FIDX) TO WS-CONT-EDIT-2
        MOVE WS-FD-SIN-CONSENT (WS-FIDX) TO WS-CONT-EDIT-3
        MOVE WS-FD-SIN-CONTACTO (WS-FIDX) TO WS-CONT-EDIT-4
        COMPUTE WS-SUMA-CONTROL = WS-FD-ENVIADOS (WS-FIDX)
            + WS-FD-SIN-CONSENT (WS-FIDX) + WS-FD-SIN-CONTACTO (WS-FIDX)
        MOVE SPACES TO REPORTE-LINEA
        IF WS-SUMA-CONTROL = WS-FD-EVENTOS (WS-FIDX)
            STRING "   Esta corrida: eventos " WS-CONT-EDIT
                   "  emitidos " WS-CONT-EDIT-2
                   "  sin consentimiento " WS-CONT-EDIT-3
                   "  sin contacto " WS-CONT-EDIT-4
                   "  CUADRA"
                DELIMITED BY SIZE INTO REPORTE-LINEA
        ELSE
            STRING "   Esta corrida: eventos " WS-CONT-EDIT
                   "  emitidos " WS-CONT-EDIT-2
                   "  sin consentimiento " WS-CONT-EDIT-3
                   "  sin contacto " WS-CONT-EDIT-4
                   "  ** NO CUADRA **"
                DELIMITED BY SIZE INTO REPORTE-LINEA
        END-IF
        WRITE REPORTE-LINEA

        MOVE WS-FD-FECHA (WS-FIDX) TO NCT-FECHA-NEGOCIO
        READ CONTROL-NOTIF
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE NCT-EVENTOS TO WS-CONT-EDIT
                MOVE NCT-ENVIADOS TO WS-CONT-EDIT-2
                MOVE NCT-SIN-CONSENT TO WS-CONT-EDIT-3
                MOVE NCT-SIN-CONTACTO TO WS-CONT-EDIT-4
                MOVE SPACES TO REPORTE-LINEA
                STRING "   Acumulado:    eventos " WS-CONT-EDIT
                       "  emitidos " WS-CONT-EDIT-2
                       "  sin consentimiento " WS-CONT-EDIT-3
                       "  sin contacto " WS-CONT-EDIT-4
                    DELIMITED BY SIZE INTO REPORTE-LINEA
                WRITE REPORTE-LINEA
        END-READ
    END-PERFORM
    CLOSE CONTROL-NOTIF

    IF WS-TOTAL-FECHAS = 0
        MOVE "Sin entradas nuevas en el log" TO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-IF

    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-TOTAL-EVENTOS TO WS-CONT-EDIT
    MOVE WS-TOTAL-ENVIADOS TO WS-CONT-EDIT-2
    MOVE WS-TOTAL-OMITIDOS TO WS-CONT-EDIT-3
    MOVE SPACES TO REPORTE-LINEA
    STRING "Total de la corrida: eventos " WS-CONT-EDIT
           "  emitidos " WS-CONT-EDIT-2
           "  omitidos " WS-CONT-EDIT-3
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    CLOSE REPORTE-NOTIF.
