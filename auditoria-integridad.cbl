IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITORIA-INTEGRIDAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CTA-MAESTRO ASSIGN TO "CTAMAE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTA-NUMERO
        FILE STATUS IS WS-CTA-STATUS.

    SELECT CLI-MAESTRO ASSIGN TO "CLIMAE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLI-TARJETA
        FILE STATUS IS WS-CLI-STATUS.

    SELECT PROD-CATALOGO ASSIGN TO "PRODCAT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRD-CODIGO
        FILE STATUS IS WS-PRD-STATUS.

    SELECT ORDENES-PERM ASSIGN TO "ORDPERM.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ORD-NUMERO
        FILE STATUS IS WS-ORD-STATUS.

    SELECT DEP-PENDIENTES ASSIGN TO "DEPPEND.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PEN-CLAVE
        FILE STATUS IS WS-PEN-STATUS.

    SELECT AJU-PENDIENTES ASSIGN TO "AJUPEND.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AJU-CLAVE
        FILE STATUS IS WS-AJU-STATUS.

    SELECT CASOS-FRAUDE ASSIGN TO "CASOSFRD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAS-CUENTA
        FILE STATUS IS WS-CAS-STATUS.

    SELECT FECHA-NEGOCIO ASSIGN TO "FECHANEG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.

    SELECT REPORTE-AUDITORIA ASSIGN TO "AUDITORIA.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTA-MAESTRO.
    COPY "CTAMAE.cpy".

FD  CLI-MAESTRO.
    COPY "CLIMAE.cpy".

FD  PROD-CATALOGO.
    COPY "PRODCAT.cpy".

FD  ORDENES-PERM.
    COPY "ORDPERM.cpy".

FD  DEP-PENDIENTES.
    COPY "DEPPEND.cpy".

FD  AJU-PENDIENTES.
    COPY "AJUPEND.cpy".

FD  CASOS-FRAUDE.
    COPY "CASOFRD.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

FD  REPORTE-AUDITORIA.
01  REPORTE-LINEA PIC X(140).

WORKING-STORAGE SECTION.
01  WS-CTA-STATUS PIC XX.
01  WS-CLI-STATUS PIC XX.
01  WS-PRD-STATUS PIC XX.
01  WS-ORD-STATUS PIC XX.
01  WS-PEN-STATUS PIC XX.
01  WS-AJU-STATUS PIC XX.
01  WS-CAS-STATUS PIC XX.
01  WS-FNG-STATUS PIC XX.
01  WS-RPT-STATUS PIC XX.

01  WS-FECHA-NEGOCIO PIC X(8).

01  WS-FIN-ARCHIVO PIC X VALUE "N".
    88 FIN-ARCHIVO VALUE "S".
01  WS-HAY-CATALOGO PIC X VALUE "N".
    88 HAY-CATALOGO VALUE "S".

*> Las reglas, ordenadas por severidad: ALTA afecta dinero o
*> movimientos del cliente, MEDIA deja datos que otro proceso lee mal,
*> BAJA es residuo que solo ensucia las colas de trabajo.
01  WS-REGLAS-VALORES.
    05 FILLER PIC X(2)  VALUE "01".
    05 FILLER PIC X(5)  VALUE "ALTA".
    05 FILLER PIC X(60) VALUE
        "Tarjeta vigente vinculada a una cuenta inexistente".
    05 FILLER PIC X(2)  VALUE "02".
    05 FILLER PIC X(5)  VALUE "ALTA".
    05 FILLER PIC X(60) VALUE
        "Orden permanente activa sobre cuenta cerrada o inexistente".
    05 FILLER PIC X(2)  VALUE "03".
    05 FILLER PIC X(5)  VALUE "ALTA".
    05 FILLER PIC X(60) VALUE
        "Sobre retenido pendiente en cuenta cerrada o inexistente".
    05 FILLER PIC X(2)  VALUE "04".
    05 FILLER PIC X(5)  VALUE "MEDIA".
    05 FILLER PIC X(60) VALUE
        "Tarjeta vigente vinculada a una cuenta cerrada".
    05 FILLER PIC X(2)  VALUE "05".
    05 FILLER PIC X(5)  VALUE "MEDIA".
    05 FILLER PIC X(60) VALUE
        "Cuenta con producto inexistente en el catalogo".
    05 FILLER PIC X(2)  VALUE "06".
    05 FILLER PIC X(5)  VALUE "MEDIA".
    05 FILLER PIC X(60) VALUE
        "Ajuste de saldo pendiente en cuenta cerrada o inexistente".
    05 FILLER PIC X(2)  VALUE "07".
    05 FILLER PIC X(5)  VALUE "BAJA".
    05 FILLER PIC X(60) VALUE
        "Caso de fraude sin revisar en cuenta cerrada o inexistente".
01  WS-REGLAS REDEFINES WS-REGLAS-VALORES.
    05 WS-REGLA OCCURS 7 TIMES INDEXED BY WS-RIDX.
        10 WS-RG-CODIGO      PIC X(2).
        10 WS-RG-SEVERIDAD   PIC X(5).
        10 WS-RG-DESCRIPCION PIC X(60).
01  WS-TOTAL-REGLAS PIC 9 VALUE 7.

01  WS-CONTADORES.
    05 WS-RG-EXCEPCIONES PIC 9(5) OCCURS 7 TIMES.
01  WS-REGLA-ACTUAL PIC 9.

01  WS-TOTAL-ALTA  PIC 9(5) VALUE 0.
01  WS-TOTAL-MEDIA PIC 9(5) VALUE 0.
01  WS-TOTAL-BAJA  PIC 9(5) VALUE 0.

*> Situacion de la cuenta buscada: A vigente (activa, bloqueada o
*> inactiva), C cerrada, X inexistente.
01  WS-CUENTA-BUSCADA PIC 9(10).
01  WS-CTA-SITUACION  PIC X.
    88 CTA-VIGENTE     VALUE "A".
    88 CTA-ES-CERRADA  VALUE "C".
    88 CTA-INEXISTENTE VALUE "X".
01  WS-SITUACION-TEXTO PIC X(11).

01  WS-IDX-CTA     PIC 9(2).
01  WS-MONTO-EDIT  PIC ZZZZ9.99.
01  WS-CONT-EDIT   PIC ZZZZ9.
01  WS-POS-EDIT    PIC 9.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Auditoría de integridad entre archivos maestros"

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

    OPEN INPUT CTA-MAESTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Error abriendo CTAMAE.DAT, status: " WS-CTA-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REPORTE-AUDITORIA
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo AUDITORIA.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "AUDITORIA DE INTEGRIDAD ENTRE ARCHIVOS MAESTROS" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "Fecha de negocio: " WS-FECHA-NEGOCIO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE ZEROS TO WS-CONTADORES

    PERFORM 1000-REGLA-TARJETA-INEXISTENTE
    PERFORM 2000-REGLA-ORDENES
    PERFORM 3000-REGLA-SOBRES
    PERFORM 4000-REGLA-TARJETA-CERRADA
    PERFORM 5000-REGLA-PRODUCTOS
    PERFORM 6000-REGLA-AJUSTES
    PERFORM 6500-REGLA-CASOS

    PERFORM 8000-RESUMEN

    CLOSE CTA-MAESTRO REPORTE-AUDITORIA

    COMPUTE WS-CONT-EDIT = WS-TOTAL-ALTA + WS-TOTAL-MEDIA + WS-TOTAL-BAJA
    DISPLAY "Excepciones encontradas: " WS-CONT-EDIT
    DISPLAY "Auditoría finalizada. Ver AUDITORIA.RPT"
    STOP RUN.

1000-REGLA-TARJETA-INEXISTENTE.
    MOVE 1 TO WS-REGLA-ACTUAL
    PERFORM 8100-ENCABEZADO-REGLA
    PERFORM 1100-ABRIR-TARJETAS
    PERFORM UNTIL FIN-ARCHIVO
        READ CLI-MAESTRO NEXT RECORD
            AT END SET FIN-ARCHIVO TO TRUE
            NOT AT END
                IF NOT CLI-CERRADA
                    PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                            UNTIL WS-IDX-CTA > CLI-TOTAL-CUENTAS
                        MOVE CLI-CUENTA (WS-IDX-CTA) TO WS-CUENTA-BUSCADA
                        PERFORM 7000-BUSCAR-CUENTA
                        IF CTA-INEXISTENTE
                            PERFORM 1200-LINEA-TARJETA
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE CLI-MAESTRO
    PERFORM 8200-PIE-REGLA.

1100-ABRIR-TARJETAS.
    MOVE "N" TO WS-FIN-ARCHIVO
    OPEN INPUT CLI-MAESTRO
    IF WS-CLI-STATUS NOT = "00"
        DISPLAY "Error abriendo CLIMAE.DAT, status: " WS-CLI-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1200-LINEA-TARJETA.
    ADD 1 TO WS-RG-EXCEPCIONES (WS-REGLA-ACTUAL)
    MOVE WS-IDX-CTA TO WS-POS-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Tarjeta " CLI-TARJETA "  estado " CLI-ESTADO
           "  posición " WS-POS-EDIT "  cuenta " WS-CUENTA-BUSCADA
           "  " WS-SITUACION-TEXTO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

2000-REGLA-ORDENES.
    MOVE 2 TO WS-REGLA-ACTUAL
    PERFORM 8100-ENCABEZADO-REGLA
    MOVE "N" TO WS-FIN-ARCHIVO
    OPEN INPUT ORDENES-PERM
    EVALUATE WS-ORD-STATUS
        WHEN "00"
            PERFORM UNTIL FIN-ARCHIVO
                READ ORDENES-PERM NEXT RECORD
                    AT END SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        IF ORD-ACTIVA
                            PERFORM 2100-REVISAR-ORDEN
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ORDENES-PERM
        WHEN "35"
            MOVE "   Sin ORDPERM.DAT; no hay órdenes que revisar" TO REPORTE-LINEA
            WRITE REPORTE-LINEA
        WHEN OTHER
            DISPLAY "Error abriendo ORDPERM.DAT, status: " WS-ORD-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM 8200-PIE-REGLA.

2100-REVISAR-ORDEN.
    *> Origen o destino: una orden contra una cuenta cerrada falla
    *> todas las noches hasta que alguien la cancela.
    MOVE ORD-CTA-ORIGEN TO WS-CUENTA-BUSCADA
    PERFORM 7000-BUSCAR-CUENTA
    IF NOT CTA-VIGENTE
        PERFORM 2200-LINEA-ORDEN
    END-IF
    MOVE ORD-CTA-DESTINO TO WS-CUENTA-BUSCADA
    PERFORM 7000-BUSCAR-CUENTA
    IF NOT CTA-VIGENTE
        PERFORM 2200-LINEA-ORDEN
    END-IF.

2200-LINEA-ORDEN.
    ADD 1 TO WS-RG-EXCEPCIONES (WS-REGLA-ACTUAL)
    MOVE ORD-MONTO TO WS-MONTO-EDIT
    MOVE SPACES TO REPORTE-LINEA
    IF WS-CUENTA-BUSCADA = ORD-CTA-ORIGEN
        STRING "   Orden " ORD-NUMERO "  monto " WS-MONTO-EDIT
               "  próxima " ORD-PROXIMA-FECHA
               "  cuenta origen " WS-CUENTA-BUSCADA
               "  " WS-SITUACION-TEXTO
            DELIMITED BY SIZE INTO REPORTE-LINEA
    ELSE
        STRING "   Orden " ORD-NUMERO "  monto " WS-MONTO-EDIT
               "  próxima " ORD-PROXIMA-FECHA
               "  cuenta destino " WS-CUENTA-BUSCADA
               "  " WS-SITUACION-TEXTO
            DELIMITED BY SIZE INTO REPORTE-LINEA
    END-IF
    WRITE REPORTE-LINEA.

3000-REGLA-SOBRES.
    MOVE 3 TO WS-REGLA-ACTUAL
    PERFORM 8100-ENCABEZADO-REGLA
    MOVE "N" TO WS-FIN-ARCHIVO
    OPEN INPUT DEP-PENDIENTES
    EVALUATE WS-PEN-STATUS
        WHEN "00"
            PERFORM UNTIL FIN-ARCHIVO
                READ DEP-PENDIENTES NEXT RECORD
                    AT END SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        IF PEN-PENDIENTE
                            MOVE PEN-CUENTA TO WS-CUENTA-BUSCADA
                            PERFORM 7000-BUSCAR-CUENTA
                            IF NOT CTA-VIGENTE
                                PERFORM 3100-LINEA-SOBRE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEP-PENDIENTES
        WHEN "35"
            MOVE "   Sin DEPPEND.DAT; no hay sobres pendientes" TO REPORTE-LINEA
            WRITE REPORTE-LINEA
        WHEN OTHER
            DISPLAY "Error abriendo DEPPEND.DAT, status: " WS-PEN-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM 8200-PIE-REGLA.

3100-LINEA-SOBRE.
    ADD 1 TO WS-RG-EXCEPCIONES (WS-REGLA-ACTUAL)
    MOVE PEN-MONTO TO WS-MONTO-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Sobre del " PEN-FECHA-HORA "  terminal " PEN-TERMINAL
           "  monto " WS-MONTO-EDIT "  cuenta " WS-CUENTA-BUSCADA
           "  " WS-SITUACION-TEXTO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

4000-REGLA-TARJETA-CERRADA.
    MOVE 4 TO WS-REGLA-ACTUAL
    PERFORM 8100-ENCABEZADO-REGLA
    PERFORM 1100-ABRIR-TARJETAS
    PERFORM UNTIL FIN-ARCHIVO
        READ CLI-MAESTRO NEXT RECORD
            AT END SET FIN-ARCHIVO TO TRUE
            NOT AT END
                IF NOT CLI-CERRADA
                    PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                            UNTIL WS-IDX-CTA > CLI-TOTAL-CUENTAS
                        MOVE CLI-CUENTA (WS-IDX-CTA) TO WS-CUENTA-BUSCADA
                        PERFORM 7000-BUSCAR-CUENTA
                        IF CTA-ES-CERRADA
                            PERFORM 1200-LINEA-TARJETA
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE CLI-MAESTRO
    PERFORM 8200-PIE-REGLA.

5000-REGLA-PRODUCTOS.
    *> Una cuenta sin producto opera a proposito con los terminos por
    *> omision; la excepcion es el codigo que no esta en el catalogo,
    *> que cae a esos mismos terminos sin que nadie lo note.
    MOVE 5 TO WS-REGLA-ACTUAL
    PERFORM 8100-ENCABEZADO-REGLA
    OPEN INPUT PROD-CATALOGO
    EVALUATE WS-PRD-STATUS
        WHEN "00"
            SET HAY-CATALOGO TO TRUE
        WHEN "35"
            MOVE "   Sin PRODCAT.DAT; todo código de producto queda sin catálogo"
                TO REPORTE-LINEA
            WRITE REPORTE-LINEA
        WHEN OTHER
            DISPLAY "Error abriendo PRODCAT.DAT, status: " WS-PRD-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

    MOVE "N" TO WS-FIN-ARCHIVO
    MOVE 0 TO CTA-NUMERO
    START CTA-MAESTRO KEY IS NOT LESS THAN CTA-NUMERO
        INVALID KEY
            SET FIN-ARCHIVO TO TRUE
    END-START
    PERFORM UNTIL FIN-ARCHIVO
        READ CTA-MAESTRO NEXT RECORD
            AT END SET FIN-ARCHIVO TO TRUE
            NOT AT END
                IF NOT CTA-CERRADA AND CTA-PRODUCTO NOT = SPACES
                    PERFORM 5100-REVISAR-PRODUCTO
                END-IF
        END-READ
    END-PERFORM

    IF HAY-CATALOGO
        CLOSE PROD-CATALOGO
    END-IF
    PERFORM 8200-PIE-REGLA.

5100-REVISAR-PRODUCTO.
    IF HAY-CATALOGO
        MOVE CTA-PRODUCTO TO PRD-CODIGO
        READ PROD-CATALOGO
            INVALID KEY
                PERFORM 5200-LINEA-PRODUCTO
        END-READ
    ELSE
        PERFORM 5200-LINEA-PRODUCTO
    END-IF.

5200-LINEA-PRODUCTO.
    ADD 1 TO WS-RG-EXCEPCIONES (WS-REGLA-ACTUAL)
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Cuenta " CTA-NUMERO "  estado " CTA-ESTADO
           "  producto " CTA-PRODUCTO
           "  (opera con los términos por omisión)"
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

6000-REGLA-AJUSTES.
    MOVE 6 TO WS-REGLA-ACTUAL
    PERFORM 8100-ENCABEZADO-REGLA
    MOVE "N" TO WS-FIN-ARCHIVO
    OPEN INPUT AJU-PENDIENTES
    EVALUATE WS-AJU-STATUS
        WHEN "00"
            PERFORM UNTIL FIN-ARCHIVO
                READ AJU-PENDIENTES NEXT RECORD
                    AT END SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        IF AJU-PENDIENTE AND AJU-SALDO
                            MOVE AJU-CUENTA TO WS-CUENTA-BUSCADA
                            PERFORM 7000-BUSCAR-CUENTA
                            IF NOT CTA-VIGENTE
                                PERFORM 6100-LINEA-AJUSTE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AJU-PENDIENTES
        WHEN "35"
            MOVE "   Sin AJUPEND.DAT; no hay ajustes pendientes" TO REPORTE-LINEA
            WRITE REPORTE-LINEA
        WHEN OTHER
            DISPLAY "Error abriendo AJUPEND.DAT, status: " WS-AJU-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM 8200-PIE-REGLA.

6100-LINEA-AJUSTE.
    ADD 1 TO WS-RG-EXCEPCIONES (WS-REGLA-ACTUAL)
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Ajuste del " AJU-FECHA-HORA "  operador " AJU-OPERADOR
           "  cuenta " WS-CUENTA-BUSCADA "  " WS-SITUACION-TEXTO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

6500-REGLA-CASOS.
    MOVE 7 TO WS-REGLA-ACTUAL
    PERFORM 8100-ENCABEZADO-REGLA
    MOVE "N" TO WS-FIN-ARCHIVO
    OPEN INPUT CASOS-FRAUDE
    EVALUATE WS-CAS-STATUS
        WHEN "00"
            PERFORM UNTIL FIN-ARCHIVO
                READ CASOS-FRAUDE NEXT RECORD
                    AT END SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        IF CAS-NUEVO
                            MOVE CAS-CUENTA TO WS-CUENTA-BUSCADA
                            PERFORM 7000-BUSCAR-CUENTA
                            IF NOT CTA-VIGENTE
                                PERFORM 6600-LINEA-CASO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CASOS-FRAUDE
        WHEN "35"
            MOVE "   Sin CASOSFRD.DAT; no hay casos abiertos" TO REPORTE-LINEA
            WRITE REPORTE-LINEA
        WHEN OTHER
            DISPLAY "Error abriendo CASOSFRD.DAT, status: " WS-CAS-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM 8200-PIE-REGLA.

6600-LINEA-CASO.
    ADD 1 TO WS-RG-EXCEPCIONES (WS-REGLA-ACTUAL)
    MOVE CAS-PUNTOS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Caso de la cuenta " WS-CUENTA-BUSCADA
           "  levantado " CAS-FECHA-ALTA "  puntos " WS-CONT-EDIT
           "  " WS-SITUACION-TEXTO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

7000-BUSCAR-CUENTA.
    MOVE WS-CUENTA-BUSCADA TO CTA-NUMERO
    READ CTA-MAESTRO
        INVALID KEY
            SET CTA-INEXISTENTE TO TRUE
            MOVE "INEXISTENTE" TO WS-SITUACION-TEXTO
        NOT INVALID KEY
            IF CTA-CERRADA
                SET CTA-ES-CERRADA TO TRUE
                MOVE "CERRADA" TO WS-SITUACION-TEXTO
            ELSE
                SET CTA-VIGENTE TO TRUE
                MOVE "VIGENTE" TO WS-SITUACION-TEXTO
            END-IF
    END-READ.

8000-RESUMEN.
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "RESUMEN POR REGLA" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "REGLA  SEVERIDAD  EXCEPCIONES  DESCRIPCION" TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    PERFORM VARYING WS-RIDX FROM 1 BY 1 UNTIL WS-RIDX > WS-TOTAL-REGLAS
        MOVE WS-RG-EXCEPCIONES (WS-RIDX) TO WS-CONT-EDIT
        MOVE SPACES TO REPORTE-LINEA
        STRING "  " WS-RG-CODIGO (WS-RIDX) "   "
               WS-RG-SEVERIDAD (WS-RIDX) "      "
               WS-CONT-EDIT "      " WS-RG-DESCRIPCION (WS-RIDX)
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
        EVALUATE WS-RG-SEVERIDAD (WS-RIDX)
            WHEN "ALTA"
                ADD WS-RG-EXCEPCIONES (WS-RIDX) TO WS-TOTAL-ALTA
            WHEN "MEDIA"
                ADD WS-RG-EXCEPCIONES (WS-RIDX) TO WS-TOTAL-MEDIA
            WHEN OTHER
                ADD WS-RG-EXCEPCIONES (WS-RIDX) TO WS-TOTAL-BAJA
        END-EVALUATE
    END-PERFORM

    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-TOTAL-ALTA TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Severidad ALTA:  " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-TOTAL-MEDIA TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Severidad MEDIA: " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-TOTAL-BAJA TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Severidad BAJA:  " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

8100-ENCABEZADO-REGLA.
    SET WS-RIDX TO WS-REGLA-ACTUAL
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "REGLA " WS-RG-CODIGO (WS-RIDX)
           "  SEVERIDAD " WS-RG-SEVERIDAD (WS-RIDX)
           "  " WS-RG-DESCRIPCION (WS-RIDX)
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

8200-PIE-REGLA.
    MOVE WS-RG-EXCEPCIONES (WS-REGLA-ACTUAL) TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Excepciones de la regla: " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.
