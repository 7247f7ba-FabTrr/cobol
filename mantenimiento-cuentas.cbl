        RECORD KEY IS PRD-CODIGO
        FILE STATUS IS WS-PRD-STATUS.

    SELECT CLI-CONTACTO ASSIGN TO "CLICONT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CCT-TARJETA
        FILE STATUS IS WS-CCT-STATUS.

    SELECT FECHA-NEGOCIO ASSIGN TO "FECHANEG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.
FD  PROD-CATALOGO.
    COPY "PRODCAT.cpy".

FD  CLI-CONTACTO.
    COPY "CLICONT.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

01  WS-OPE-STATUS PIC XX.
01  WS-AJU-STATUS PIC XX.
01  WS-PRD-STATUS PIC XX.
01  WS-CCT-STATUS PIC XX.

01  WS-OPERADOR-ID     PIC X(8).
01  WS-CLAVE-INGRESADA PIC X(8).
    88 OPCION-CIERRE    VALUE 3.
    88 OPCION-TARJETAS  VALUE 4.
    88 OPCION-PRODUCTOS VALUE 5.
    88 OPCION-REACTIVAR VALUE 6.
    88 OPCION-SALIR     VALUE 7.

01  WS-OPCION-PROD PIC 9 VALUE 0.
    88 OPCION-PROD-ALTA   VALUE 1.
    88 OPCION-TARJ-ALTA     VALUE 1.
    88 OPCION-TARJ-VINCULAR VALUE 2.
    88 OPCION-TARJ-PIN      VALUE 3.
    88 OPCION-TARJ-CONTACTO VALUE 4.
    88 OPCION-TARJ-VOLVER   VALUE 5.

01  WS-TARJETA-TRABAJO PIC 9(10).
01  WS-IDX-CTA         PIC 9(2).
01  WS-YA-VINCULADA    PIC X VALUE "N".
    88 YA-VINCULADA VALUE "S".

01  WS-CONTACTO-NUEVO  PIC X VALUE "N".
    88 CONTACTO-NUEVO VALUE "S".
01  WS-MOVIL-ENTRADA   PIC X(15).
01  WS-EMAIL-ENTRADA   PIC X(50).
01  WS-ARROBAS         PIC 9(2).
01  WS-CONSENT-ENTRADA PIC X.
01  WS-CONSENT-VALIDO  PIC X VALUE "N".
    88 CONSENT-VALIDO VALUE "S".

01  WS-SUBOPCION PIC 9 VALUE 0.
    88 SUBOPCION-SALDO    VALUE 1.
    88 SUBOPCION-PRODUCTO VALUE 2.
        STOP RUN
    END-IF

    OPEN I-O CLI-CONTACTO
    *> Los datos de contacto para avisos al cliente: el primero que
    *> se carga crea el archivo.
    IF WS-CCT-STATUS = "35"
        OPEN OUTPUT CLI-CONTACTO
        IF WS-CCT-STATUS NOT = "00"
            DISPLAY "Error creando CLICONT.DAT, status: " WS-CCT-STATUS
            STOP RUN
        END-IF
        CLOSE CLI-CONTACTO
        OPEN I-O CLI-CONTACTO
    END-IF
    IF WS-CCT-STATUS NOT = "00"
        DISPLAY "Error abriendo CLICONT.DAT, status: " WS-CCT-STATUS
        STOP RUN
    END-IF

    PERFORM UNTIL OPCION-SALIR
        DISPLAY "Seleccione una opción:"
        DISPLAY "1. Alta de cuenta"
        DISPLAY "3. Cierre de cuenta"
        DISPLAY "4. Tarjetas de cliente"
        DISPLAY "5. Productos"
        DISPLAY "6. Reactivación de cuenta inactiva"
        DISPLAY "7. Salir"
        ACCEPT WS-OPCION

        EVALUATE TRUE
                PERFORM 4000-MENU-TARJETAS
            WHEN OPCION-PRODUCTOS
                PERFORM 5000-MENU-PRODUCTOS
            WHEN OPCION-REACTIVAR
                PERFORM 6000-REACTIVAR-CUENTA
            WHEN OPCION-SALIR
                CONTINUE
            WHEN OTHER
    END-PERFORM

    CLOSE CTA-MAESTRO LOG-TRANSACCIONES CLI-MAESTRO AJU-PENDIENTES
        PROD-CATALOGO CLI-CONTACTO
    STOP RUN.

1000-ALTA-CUENTA.
    DISPLAY "1. Alta de tarjeta"
    DISPLAY "2. Vincular cuenta a tarjeta"
    DISPLAY "3. Restablecer PIN de tarjeta"
    DISPLAY "4. Datos de contacto para avisos"
    DISPLAY "5. Volver"
    ACCEPT WS-OPCION-TARJ

    EVALUATE TRUE
            PERFORM 4200-VINCULAR-CUENTA
        WHEN OPCION-TARJ-PIN
            PERFORM 4300-RESTABLECER-PIN
        WHEN OPCION-TARJ-CONTACTO
            PERFORM 4400-DATOS-CONTACTO
        WHEN OPCION-TARJ-VOLVER
            CONTINUE
        WHEN OTHER
    END-PERFORM
    MOVE WS-TERMINO-CENTAVOS TO PRD-CARGO-MENSUAL.

6000-REACTIVAR-CUENTA.
    *> La cuenta que el proceso mensual dejo inactiva vuelve a operar
    *> en el cajero solo desde aqui, con el cliente presente en la
    *> sucursal; el asiento REACTIVA con el operador deja el rastro y
    *> reinicia el plazo de inactividad.
    DISPLAY "Ingrese el número de cuenta a reactivar"
    ACCEPT WS-CTA-TRABAJO

    MOVE WS-CTA-TRABAJO TO CTA-NUMERO
    READ CTA-MAESTRO
        INVALID KEY
            DISPLAY "Cuenta no encontrada"
        NOT INVALID KEY
            IF NOT CTA-INACTIVA
                DISPLAY "La cuenta no está inactiva"
            ELSE
                MOVE CTA-SALDO TO WS-SALDO-EDIT
                DISPLAY "Saldo actual: " WS-SALDO-EDIT
                DISPLAY "¿Confirma la reactivación de la cuenta? (S/N)"
                ACCEPT WS-CONFIRMACION
                IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                    MOVE "A" TO CTA-ESTADO
                    REWRITE CTA-REGISTRO
                    IF WS-CTA-STATUS NOT = "00"
                        DISPLAY "Error actualizando la cuenta, status: "
                            WS-CTA-STATUS
                    ELSE
                        DISPLAY "Cuenta reactivada"
                        MOVE CTA-SALDO TO WS-SALDO-ANTES
                        MOVE CTA-SALDO TO WS-SALDO-NUEVO
                        MOVE 0 TO LOG-MONTO-SOLICITADO
                        MOVE "REACTIVA" TO LOG-TIPO-TRANS
                        PERFORM 9000-REGISTRAR-EVENTO
                    END-IF
                ELSE
                    DISPLAY "Reactivación cancelada"
                END-IF
            END-IF
    END-READ.

7000-INICIAR-SESION.
    MOVE "N" TO WS-SESION-OK
    MOVE 0 TO WS-INTENTOS-SESION
            END-IF
    END-READ.

4400-DATOS-CONTACTO.
    *> Movil, correo y consentimiento para los avisos al cliente; van
    *> por tarjeta en CLICONT.DAT, al lado del maestro de tarjetas.
    *> Sin consentimiento el extracto nocturno no le envia nada.
    DISPLAY "Ingrese el número de tarjeta"
    ACCEPT WS-TARJETA-TRABAJO

    MOVE WS-TARJETA-TRABAJO TO CLI-TARJETA
    READ CLI-MAESTRO
        INVALID KEY
            DISPLAY "Tarjeta no encontrada"
        NOT INVALID KEY
            IF CLI-CERRADA
                DISPLAY "La tarjeta está dada de baja"
            ELSE
                PERFORM 4410-CAPTURAR-CONTACTO
            END-IF
    END-READ.

4410-CAPTURAR-CONTACTO.
    MOVE "N" TO WS-CONTACTO-NUEVO
    MOVE WS-TARJETA-TRABAJO TO CCT-TARJETA
    READ CLI-CONTACTO
        INVALID KEY
            SET CONTACTO-NUEVO TO TRUE
            MOVE SPACES TO CCT-MOVIL CCT-EMAIL
            SET CCT-NO-ACEPTA TO TRUE
        NOT INVALID KEY
            DISPLAY "Móvil actual: " CCT-MOVIL
            DISPLAY "Correo actual: " CCT-EMAIL
            DISPLAY "Consentimiento actual: " CCT-CONSENTIMIENTO
    END-READ

    *> En blanco se conserva el dato vigente; "-" lo borra.
    DISPLAY "Móvil (vacío = sin cambio, - = borrar)"
    MOVE SPACES TO WS-MOVIL-ENTRADA
    ACCEPT WS-MOVIL-ENTRADA
    EVALUATE WS-MOVIL-ENTRADA
        WHEN SPACES
            CONTINUE
        WHEN "-"
            MOVE SPACES TO CCT-MOVIL
        WHEN OTHER
            MOVE WS-MOVIL-ENTRADA TO CCT-MOVIL
    END-EVALUATE

    MOVE 0 TO WS-ARROBAS
    PERFORM UNTIL WS-ARROBAS = 1
        DISPLAY "Correo (vacío = sin cambio, - = borrar)"
        MOVE SPACES TO WS-EMAIL-ENTRADA
        ACCEPT WS-EMAIL-ENTRADA
        EVALUATE WS-EMAIL-ENTRADA
            WHEN SPACES
                MOVE 1 TO WS-ARROBAS
            WHEN "-"
                MOVE SPACES TO CCT-EMAIL
                MOVE 1 TO WS-ARROBAS
            WHEN OTHER
                MOVE 0 TO WS-ARROBAS
                INSPECT WS-EMAIL-ENTRADA TALLYING WS-ARROBAS FOR ALL "@"
                IF WS-ARROBAS = 1
                    MOVE WS-EMAIL-ENTRADA TO CCT-EMAIL
                ELSE
                    DISPLAY "Correo inválido"
                    MOVE 0 TO WS-ARROBAS
                END-IF
        END-EVALUATE
    END-PERFORM

    MOVE "N" TO WS-CONSENT-VALIDO
    PERFORM UNTIL CONSENT-VALIDO
        DISPLAY "¿El cliente acepta recibir avisos? (S/N)"
        ACCEPT WS-CONSENT-ENTRADA
        IF WS-CONSENT-ENTRADA = "S" OR WS-CONSENT-ENTRADA = "N"
            MOVE WS-CONSENT-ENTRADA TO CCT-CONSENTIMIENTO
            SET CONSENT-VALIDO TO TRUE
        ELSE
            DISPLAY "Responda S o N"
        END-IF
    END-PERFORM

    IF CCT-ACEPTA AND CCT-MOVIL = SPACES AND CCT-EMAIL = SPACES
        DISPLAY "Aviso: el cliente acepta avisos pero no tiene móvil ni correo"
    END-IF

    MOVE WS-FECHA-NEGOCIO TO CCT-FECHA-ACTUALIZA
    MOVE WS-OPERADOR-ID TO CCT-OPERADOR
    IF CONTACTO-NUEVO
        WRITE CCT-REGISTRO
    ELSE
        REWRITE CCT-REGISTRO
    END-IF
    IF WS-CCT-STATUS NOT = "00"
        DISPLAY "Error grabando los datos de contacto, status: "
            WS-CCT-STATUS
    ELSE
        DISPLAY "Datos de contacto actualizados"
        *> Igual que el cambio de PIN: el asiento va contra la primera
        *> cuenta vinculada, o cuenta 0 si la tarjeta no tiene.
        MOVE 0 TO WS-CTA-TRABAJO
        MOVE 0 TO WS-SALDO-ANTES
        MOVE 0 TO WS-SALDO-NUEVO
        IF CLI-TOTAL-CUENTAS > 0
            MOVE CLI-CUENTA (1) TO CTA-NUMERO
            READ CTA-MAESTRO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CTA-NUMERO TO WS-CTA-TRABAJO
                    MOVE CTA-SALDO TO WS-SALDO-ANTES
                    MOVE CTA-SALDO TO WS-SALDO-NUEVO
            END-READ
        END-IF
        MOVE 0 TO LOG-MONTO-SOLICITADO
        MOVE "CONTACTO" TO LOG-TIPO-TRANS
        PERFORM 9000-REGISTRAR-EVENTO
    END-IF.

8000-PEDIR-PIN.
    MOVE "N" TO WS-PIN-VALIDO
    PERFORM UNTIL PIN-VALIDO
