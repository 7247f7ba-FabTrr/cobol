IDENTIFICATION DIVISION.
PROGRAM-ID. RENTABILIDAD-PRODUCTOS.

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

    SELECT PROD-CATALOGO ASSIGN TO "PRODCAT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRD-CODIGO
        FILE STATUS IS WS-PRD-STATUS.

    SELECT RESULTADOS-PRODUCTO ASSIGN TO "PRODMES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PMS-CLAVE
        FILE STATUS IS WS-PMS-STATUS.

    SELECT FECHA-NEGOCIO ASSIGN TO "FECHANEG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.

    SELECT REPORTE-PRODUCTOS ASSIGN TO "PRODUCTOS.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTA-MAESTRO.
    COPY "CTAMAE.cpy".

FD  HISTORIAL-INDEXADO.
    COPY "HISTIDX.cpy".

FD  PROD-CATALOGO.
    COPY "PRODCAT.cpy".

FD  RESULTADOS-PRODUCTO.
    COPY "PRODMES.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

FD  REPORTE-PRODUCTOS.
01  REPORTE-LINEA PIC X(140).

WORKING-STORAGE SECTION.
01  WS-CTA-STATUS PIC XX.
01  WS-HIS-STATUS PIC XX.
01  WS-PRD-STATUS PIC XX.
01  WS-PMS-STATUS PIC XX.
01  WS-FNG-STATUS PIC XX.
01  WS-RPT-STATUS PIC XX.

01  WS-FIN-CTAS PIC X VALUE "N".
    88 FIN-CTAS VALUE "S".
01  WS-FIN-HIS PIC X VALUE "N".
    88 FIN-HIS VALUE "S".
01  WS-FIN-CATALOGO PIC X VALUE "N".
    88 FIN-CATALOGO VALUE "S".
01  WS-HAY-CATALOGO PIC X VALUE "N".
    88 HAY-CATALOGO VALUE "S".

*> El movimiento archivado se relee con el juego de campos del log.
COPY "LOGTRAN.cpy" REPLACING LEADING ==LOG-== BY ==MOV-==.

01  WS-FECHA-NEGOCIO PIC X(8).

*> Sin parametro se informa el mes anterior al de la fecha de
*> negocio, que es el que acaba de cerrar cuando el proceso corre
*> despues del cierre de fin de mes; con AAAAMM se informa ese mes.
01  WS-PARAMETRO PIC X(20) VALUE SPACES.

01  WS-MES-CALC.
    05 WS-MC-AAAA PIC 9(4).
    05 WS-MC-MM   PIC 9(2).
01  WS-MESES-TOTAL PIC 9(6).

01  WS-MES-CERRADO  PIC X(6).
01  WS-MES-INFORME  PIC X(6).
01  WS-MES-ANTERIOR PIC X(6).
01  WS-MES-DESDE    PIC X(6).
01  WS-MES-HASTA    PIC X(6).
01  WS-MES-MOV      PIC X(6).

*> Las cuentas y saldos solo existen como estan hoy en CTAMAE.DAT:
*> valen como cierre del mes informado cuando es el mes que acaba de
*> cerrar (y entonces se guardan para la comparacion del mes
*> siguiente); para el mes en curso son cifras a la fecha, y para un
*> mes anterior se toman de lo guardado en PRODMES.DAT.
01  WS-ORIGEN-FOTO PIC X VALUE SPACE.
    88 FOTO-VIGENTE  VALUE "V".
    88 FOTO-PARCIAL  VALUE "P".
    88 FOTO-HISTORICA VALUE "H".

*> Renglones del reporte por producto, en el orden de PMS-MEDIDA.
*> C = cantidad, M = importe.
01  WS-MEDIDAS-VALORES.
    05 FILLER PIC X(36) VALUE "  Cuentas activas".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Cuentas inactivas".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Cuentas bloqueadas".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Cuentas cerradas".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Saldo total".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Saldo promedio por cuenta abierta".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Intereses pagados".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Cargos de mantenimiento".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Sobregiros cobrados (cantidad)".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Cargos por sobregiro".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Resultado neto (cargos-intereses)".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Retiros en cajero (cantidad)".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Retiros en cajero (monto)".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Depositos en sobre (cantidad)".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Depositos en sobre (monto)".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Transferencias (cantidad)".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Transferencias (monto)".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Cambios de PIN".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Retiros en otras redes (cantidad)".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Retiros en otras redes (monto)".
    05 FILLER PIC X     VALUE "M".
    05 FILLER PIC X(36) VALUE "  Saldo insuficiente".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Limite diario excedido".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Efectivo no disponible".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Cuenta inactiva".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X(36) VALUE "  Otros motivos".
    05 FILLER PIC X     VALUE "C".
01  WS-MEDIDAS REDEFINES WS-MEDIDAS-VALORES.
    05 WS-MEDIDA-DEF OCCURS 25 TIMES.
        10 WS-MD-NOMBRE PIC X(36).
        10 WS-MD-TIPO   PIC X.
            88 MD-CANTIDAD VALUE "C".
01  WS-TOTAL-MEDIDAS PIC 9(2) VALUE 25.

*> Productos del catalogo mas los codigos que aparezcan en cuentas
*> sin registro en el catalogo. Periodo 1 = mes informado, 2 = mes
*> anterior; WS-PR-FOTO indica si hay cuentas y saldos del periodo.
01  WS-TABLA-PRODUCTOS.
    05 WS-TOTAL-PRODUCTOS PIC 9(2) VALUE 0.
    05 WS-PRODUCTO OCCURS 20 TIMES.
        10 WS-PR-CODIGO             PIC X(3).
        10 WS-PR-EN-CATALOGO        PIC X.
        10 WS-PR-LIMITE-DIARIO      PIC 9(5)V99.
        10 WS-PR-LIMITE-SOBREGIRO   PIC 9(5)V99.
        10 WS-PR-CARGO-SOBREGIRO    PIC 9(3)V99.
        10 WS-PR-TASA-MENSUAL       PIC 9V9999.
        10 WS-PR-CARGO-MENSUAL      PIC 9(3)V99.
        10 WS-PR-PERIODO OCCURS 2 TIMES.
            15 WS-PR-FOTO   PIC X.
            15 WS-PR-MEDIDA PIC S9(11)V99 OCCURS 25 TIMES.
01  WS-MAX-PRODUCTOS PIC 9(2) VALUE 20.
01  WS-PRODUCTO-BUSCADO PIC X(3).
01  WS-P   PIC 9(2).
01  WS-I   PIC 9(2).
01  WS-PER PIC 9.
01  WS-M   PIC 9(2).

01  WS-CUENTAS-LEIDAS  PIC 9(7) VALUE 0.
01  WS-CUENTAS-OMITIDAS PIC 9(7) VALUE 0.
01  WS-MOVIMIENTOS     PIC 9(9) VALUE 0.
01  WS-ABIERTAS        PIC S9(11)V99.
01  WS-VALOR           PIC S9(11)V99.
01  WS-VALOR-ANTERIOR  PIC S9(11)V99.
01  WS-VALOR-EDITAR    PIC S9(11)V99.
01  WS-DIFERENCIA      PIC S9(11)V99.
01  WS-PORCENTAJE      PIC S9(5)V9.
01  WS-GRABADOS        PIC 9(3) VALUE 0.

01  WS-ETIQUETA      PIC X(36).
01  WS-NOMBRE-PROD   PIC X(12).
01  WS-COLUMNA       PIC X(16).
01  WS-COL-ACTUAL    PIC X(16).
01  WS-COL-ANTERIOR  PIC X(16).
01  WS-COL-VARIACION PIC X(16).
01  WS-COL-PORC      PIC X(9).
01  WS-NO-DISPONIBLE PIC X(16) VALUE "             n/d".

01  WS-CANT-EDIT    PIC -Z(14)9.
01  WS-IMPORTE-EDIT PIC -Z(11)9.99.
01  WS-PORC-EDIT    PIC -Z(4)9.9.
01  WS-TASA-EDIT    PIC 9.9999.
01  WS-CARGO-EDIT   PIC ZZ9.99.
01  WS-CARGO-EDIT-2 PIC ZZ9.99.
01  WS-LIMITE-EDIT  PIC ZZZZ9.99.
01  WS-LIMITE-EDIT-2 PIC ZZZZ9.99.
01  WS-CONT-EDIT    PIC Z(6)9.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Rentabilidad y cartera por producto"

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

    PERFORM 1000-DETERMINAR-MESES
    PERFORM 1100-ABRIR-ARCHIVOS
    PERFORM 1200-CARGAR-CATALOGO
    PERFORM 2000-RECORRER-CUENTAS
    PERFORM 3000-COMPLETAR-MEDIDAS
    PERFORM 4000-REPORTE

    CLOSE CTA-MAESTRO HISTORIAL-INDEXADO RESULTADOS-PRODUCTO
        REPORTE-PRODUCTOS
    IF HAY-CATALOGO
        CLOSE PROD-CATALOGO
    END-IF

    MOVE WS-CUENTAS-LEIDAS TO WS-CONT-EDIT
    DISPLAY "Cuentas leídas:        " WS-CONT-EDIT
    MOVE WS-MOVIMIENTOS TO WS-CONT-EDIT
    DISPLAY "Movimientos del período: " WS-CONT-EDIT
    IF FOTO-VIGENTE
        MOVE WS-GRABADOS TO WS-CONT-EDIT
        DISPLAY "Productos guardados en PRODMES.DAT: " WS-CONT-EDIT
    END-IF
    DISPLAY "Proceso finalizado. Ver PRODUCTOS.RPT"
    STOP RUN.

1000-DETERMINAR-MESES.
    MOVE WS-FECHA-NEGOCIO(1:6) TO WS-MES-CALC
    PERFORM 1010-RETROCEDER-MES
    MOVE WS-MES-CALC TO WS-MES-CERRADO

    ACCEPT WS-PARAMETRO FROM COMMAND-LINE
    IF WS-PARAMETRO = SPACES
        MOVE WS-MES-CERRADO TO WS-MES-INFORME
    ELSE
        IF WS-PARAMETRO(1:6) IS NUMERIC
           AND WS-PARAMETRO(7:14) = SPACES
           AND WS-PARAMETRO(5:2) >= "01"
           AND WS-PARAMETRO(5:2) <= "12"
            MOVE WS-PARAMETRO(1:6) TO WS-MES-INFORME
        ELSE
            DISPLAY "Parámetro inválido: " WS-PARAMETRO
            DISPLAY "Indique el mes a informar como AAAAMM"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN WS-MES-INFORME = WS-MES-CERRADO
            SET FOTO-VIGENTE TO TRUE
        WHEN WS-MES-INFORME > WS-MES-CERRADO
            SET FOTO-PARCIAL TO TRUE
            DISPLAY "Aviso: el mes " WS-MES-INFORME
                " no está cerrado; cifras parciales a la fecha"
        WHEN OTHER
            SET FOTO-HISTORICA TO TRUE
            DISPLAY "Aviso: cuentas y saldos del mes " WS-MES-INFORME
                " tomados de PRODMES.DAT"
    END-EVALUATE

    MOVE WS-MES-INFORME TO WS-MES-CALC
    PERFORM 1010-RETROCEDER-MES
    MOVE WS-MES-CALC TO WS-MES-ANTERIOR
    *> Un movimiento pertenece al mes de su fecha de negocio, que
    *> puede caer unos dias despues de su fecha-hora (fin de semana o
    *> feriado al cambiar de mes) o antes (madrugada del dia 1): la
    *> lectura arranca a fines del mes previo al anterior y sigue
    *> hasta terminar el mes siguiente al informado.
    PERFORM 1010-RETROCEDER-MES
    MOVE WS-MES-CALC TO WS-MES-DESDE
    MOVE WS-MES-INFORME TO WS-MES-CALC
    PERFORM 1020-AVANZAR-MES
    MOVE WS-MES-CALC TO WS-MES-HASTA

    DISPLAY "Mes informado: " WS-MES-INFORME
        "  Mes de comparación: " WS-MES-ANTERIOR.

1010-RETROCEDER-MES.
    COMPUTE WS-MESES-TOTAL = WS-MC-AAAA * 12 + WS-MC-MM - 2
    DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-MC-AAAA
        REMAINDER WS-MC-MM
    ADD 1 TO WS-MC-MM.

1020-AVANZAR-MES.
    COMPUTE WS-MESES-TOTAL = WS-MC-AAAA * 12 + WS-MC-MM
    DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-MC-AAAA
        REMAINDER WS-MC-MM
    ADD 1 TO WS-MC-MM.

1100-ABRIR-ARCHIVOS.
    OPEN INPUT CTA-MAESTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Error abriendo CTAMAE.DAT, status: " WS-CTA-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT HISTORIAL-INDEXADO
    IF WS-HIS-STATUS NOT = "00"
        DISPLAY "Error abriendo HISTIDX.DAT, status: " WS-HIS-STATUS
        DISPLAY "Si aún no migró el historial, corra la conversión"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O RESULTADOS-PRODUCTO
    IF WS-PMS-STATUS = "35"
        OPEN OUTPUT RESULTADOS-PRODUCTO
        CLOSE RESULTADOS-PRODUCTO
        OPEN I-O RESULTADOS-PRODUCTO
    END-IF
    IF WS-PMS-STATUS NOT = "00"
        DISPLAY "Error abriendo PRODMES.DAT, status: " WS-PMS-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT PROD-CATALOGO
    IF WS-PRD-STATUS = "00"
        SET HAY-CATALOGO TO TRUE
    ELSE
        DISPLAY "Aviso: sin catálogo de productos, status: " WS-PRD-STATUS
        DISPLAY "Se informan solo los códigos de producto de las cuentas"
    END-IF

    OPEN OUTPUT REPORTE-PRODUCTOS
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo PRODUCTOS.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1200-CARGAR-CATALOGO.
    *> Todo producto del catalogo aparece en el reporte, tenga o no
    *> cuentas, junto con las condiciones vigentes que el comite
    *> evalua.
    IF HAY-CATALOGO
        MOVE LOW-VALUES TO PRD-CODIGO
        START PROD-CATALOGO KEY IS NOT LESS THAN PRD-CODIGO
            INVALID KEY
                SET FIN-CATALOGO TO TRUE
        END-START
        PERFORM UNTIL FIN-CATALOGO
            READ PROD-CATALOGO NEXT RECORD
                AT END SET FIN-CATALOGO TO TRUE
                NOT AT END
                    MOVE PRD-CODIGO TO WS-PRODUCTO-BUSCADO
                    PERFORM 1300-UBICAR-PRODUCTO
                    IF WS-P > 0
                        MOVE "S" TO WS-PR-EN-CATALOGO (WS-P)
                        MOVE PRD-LIMITE-DIARIO TO WS-PR-LIMITE-DIARIO (WS-P)
                        MOVE PRD-LIMITE-SOBREGIRO
                            TO WS-PR-LIMITE-SOBREGIRO (WS-P)
                        MOVE PRD-CARGO-SOBREGIRO
                            TO WS-PR-CARGO-SOBREGIRO (WS-P)
                        MOVE PRD-TASA-MENSUAL TO WS-PR-TASA-MENSUAL (WS-P)
                        MOVE PRD-CARGO-MENSUAL TO WS-PR-CARGO-MENSUAL (WS-P)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

1300-UBICAR-PRODUCTO.
    MOVE 0 TO WS-P
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-TOTAL-PRODUCTOS OR WS-P > 0
        IF WS-PR-CODIGO (WS-I) = WS-PRODUCTO-BUSCADO
            MOVE WS-I TO WS-P
        END-IF
    END-PERFORM
    IF WS-P = 0
        IF WS-TOTAL-PRODUCTOS < WS-MAX-PRODUCTOS
            ADD 1 TO WS-TOTAL-PRODUCTOS
            MOVE WS-TOTAL-PRODUCTOS TO WS-P
            INITIALIZE WS-PRODUCTO (WS-P)
            MOVE WS-PRODUCTO-BUSCADO TO WS-PR-CODIGO (WS-P)
            MOVE "N" TO WS-PR-EN-CATALOGO (WS-P)
            MOVE "N" TO WS-PR-FOTO (WS-P, 1)
            MOVE "N" TO WS-PR-FOTO (WS-P, 2)
        ELSE
            DISPLAY "Aviso: más de 20 códigos de producto; "
                WS-PRODUCTO-BUSCADO " no se informa"
        END-IF
    END-IF.

2000-RECORRER-CUENTAS.
    MOVE 0 TO CTA-NUMERO
    START CTA-MAESTRO KEY IS NOT LESS THAN CTA-NUMERO
        INVALID KEY
            DISPLAY "Aviso: no se pudo posicionar CTAMAE.DAT, status: "
                WS-CTA-STATUS
            SET FIN-CTAS TO TRUE
    END-START

    PERFORM UNTIL FIN-CTAS
        READ CTA-MAESTRO NEXT RECORD
            AT END SET FIN-CTAS TO TRUE
            NOT AT END
                PERFORM 2100-PROCESAR-CUENTA
        END-READ
    END-PERFORM.

2100-PROCESAR-CUENTA.
    MOVE CTA-PRODUCTO TO WS-PRODUCTO-BUSCADO
    PERFORM 1300-UBICAR-PRODUCTO
    IF WS-P = 0
        ADD 1 TO WS-CUENTAS-OMITIDAS
    ELSE
        ADD 1 TO WS-CUENTAS-LEIDAS
        IF NOT FOTO-HISTORICA
            EVALUATE TRUE
                WHEN CTA-ACTIVA
                    ADD 1 TO WS-PR-MEDIDA (WS-P, 1, 1)
                WHEN CTA-INACTIVA
                    ADD 1 TO WS-PR-MEDIDA (WS-P, 1, 2)
                WHEN CTA-BLOQUEADA
                    ADD 1 TO WS-PR-MEDIDA (WS-P, 1, 3)
                WHEN CTA-CERRADA
                    ADD 1 TO WS-PR-MEDIDA (WS-P, 1, 4)
            END-EVALUATE
            ADD CTA-SALDO TO WS-PR-MEDIDA (WS-P, 1, 5)
        END-IF
        PERFORM 2200-LEER-MOVIMIENTOS
    END-IF.

2200-LEER-MOVIMIENTOS.
    *> El historial esta indexado por cuenta y fecha-hora: se arranca
    *> en el primer movimiento de la ventana y se deja de leer al
    *> salir de la cuenta o de la ventana.
    MOVE "N" TO WS-FIN-HIS
    MOVE CTA-NUMERO TO HIX-CUENTA
    MOVE WS-MES-DESDE TO HIX-FECHA-HORA
    MOVE "25000000" TO HIX-FECHA-HORA(7:8)
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
                   OR HIX-FECHA-HORA(1:6) > WS-MES-HASTA
                    SET FIN-HIS TO TRUE
                ELSE
                    MOVE HIX-LOG TO MOV-REGISTRO
                    PERFORM 2300-CLASIFICAR-MOVIMIENTO
                END-IF
        END-READ
    END-PERFORM.

2300-CLASIFICAR-MOVIMIENTO.
    *> Los movimientos archivados antes de que el log llevara fecha
    *> de negocio se asignan por su fecha-hora.
    IF MOV-FECHA-NEGOCIO = SPACES
        MOVE MOV-FECHA-HORA(1:6) TO WS-MES-MOV
    ELSE
        MOVE MOV-FECHA-NEGOCIO(1:6) TO WS-MES-MOV
    END-IF
    MOVE 0 TO WS-PER
    IF WS-MES-MOV = WS-MES-INFORME
        MOVE 1 TO WS-PER
    END-IF
    IF WS-MES-MOV = WS-MES-ANTERIOR
        MOVE 2 TO WS-PER
    END-IF

    IF WS-PER > 0
        ADD 1 TO WS-MOVIMIENTOS
        IF MOV-ESTADO = "APROBADO"
            PERFORM 2400-ACUMULAR-APROBADO
        END-IF
        IF MOV-ESTADO = "RECHAZADO" AND MOV-TIPO-TRANS = "RETIRO"
            PERFORM 2500-ACUMULAR-RECHAZO
        END-IF
    END-IF.

2400-ACUMULAR-APROBADO.
    *> Las transferencias y cambios de PIN de sucursal (ordenes
    *> permanentes, operador) no son volumen de cajero.
    EVALUATE MOV-TIPO-TRANS
        WHEN "INTERES"
            ADD MOV-MONTO-SOLICITADO TO WS-PR-MEDIDA (WS-P, WS-PER, 7)
        WHEN "CARGO-MANT"
            ADD MOV-MONTO-SOLICITADO TO WS-PR-MEDIDA (WS-P, WS-PER, 8)
        WHEN "RETIRO"
            ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 12)
            ADD MOV-MONTO-SOLICITADO TO WS-PR-MEDIDA (WS-P, WS-PER, 13)
            *> Igual que en el cierre: el monto del log es el efectivo
            *> entregado y el cargo es el resto del movimiento de saldo.
            IF MOV-MOTIVO = "SOBREGIRO APLICADO"
                ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 9)
                COMPUTE WS-PR-MEDIDA (WS-P, WS-PER, 10) =
                    WS-PR-MEDIDA (WS-P, WS-PER, 10)
                    + (MOV-SALDO-ANTES
                       - MOV-SALDO-DESPUES
                       - MOV-MONTO-SOLICITADO)
            END-IF
        WHEN "DEP-SOBRE"
            ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 14)
            ADD MOV-MONTO-SOLICITADO TO WS-PR-MEDIDA (WS-P, WS-PER, 15)
        WHEN "TRANSF-ENV"
            IF MOV-TERMINAL NOT = "SUC "
                ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 16)
                ADD MOV-MONTO-SOLICITADO
                    TO WS-PR-MEDIDA (WS-P, WS-PER, 17)
            END-IF
        WHEN "CAMBIO-PIN"
            IF MOV-TERMINAL NOT = "SUC "
                ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 18)
            END-IF
        WHEN "RETIRO-RED"
            ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 19)
            ADD MOV-MONTO-SOLICITADO TO WS-PR-MEDIDA (WS-P, WS-PER, 20)
    END-EVALUATE.

2500-ACUMULAR-RECHAZO.
    EVALUATE MOV-MOTIVO
        WHEN "SALDO INSUFICIENTE"
            ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 21)
        WHEN "LIMITE DIARIO EXCEDIDO"
            ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 22)
        WHEN "EFECTIVO NO DISPONIBLE"
            ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 23)
        WHEN "CUENTA INACTIVA"
            ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 24)
        WHEN OTHER
            ADD 1 TO WS-PR-MEDIDA (WS-P, WS-PER, 25)
    END-EVALUATE.

3000-COMPLETAR-MEDIDAS.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-TOTAL-PRODUCTOS
        PERFORM 3100-COMPLETAR-PRODUCTO
    END-PERFORM.

3100-COMPLETAR-PRODUCTO.
    IF FOTO-HISTORICA
        MOVE 1 TO WS-PER
        MOVE WS-MES-INFORME TO PMS-MES
        PERFORM 3200-LEER-FOTO
    ELSE
        MOVE "S" TO WS-PR-FOTO (WS-P, 1)
        COMPUTE WS-ABIERTAS = WS-PR-MEDIDA (WS-P, 1, 1)
                            + WS-PR-MEDIDA (WS-P, 1, 2)
                            + WS-PR-MEDIDA (WS-P, 1, 3)
        IF WS-ABIERTAS > 0
            COMPUTE WS-PR-MEDIDA (WS-P, 1, 6) ROUNDED =
                WS-PR-MEDIDA (WS-P, 1, 5) / WS-ABIERTAS
        END-IF
    END-IF

    MOVE 2 TO WS-PER
    MOVE WS-MES-ANTERIOR TO PMS-MES
    PERFORM 3200-LEER-FOTO

    *> Intereses, cargos y operaciones salen siempre del historial,
    *> para los dos meses; el resultado neto es lo cobrado al cliente
    *> por mantenimiento y sobregiro menos el interes pagado.
    PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 2
        COMPUTE WS-PR-MEDIDA (WS-P, WS-PER, 11) =
            WS-PR-MEDIDA (WS-P, WS-PER, 8)
            + WS-PR-MEDIDA (WS-P, WS-PER, 10)
            - WS-PR-MEDIDA (WS-P, WS-PER, 7)
    END-PERFORM

    IF FOTO-VIGENTE
        PERFORM 3300-GRABAR-RESULTADO
    END-IF.

3200-LEER-FOTO.
    *> Cuentas y saldos guardados al cierre del mes en PMS-MES.
    MOVE WS-PR-CODIGO (WS-P) TO PMS-PRODUCTO
    READ RESULTADOS-PRODUCTO
        INVALID KEY
            MOVE "N" TO WS-PR-FOTO (WS-P, WS-PER)
        NOT INVALID KEY
            MOVE "S" TO WS-PR-FOTO (WS-P, WS-PER)
            PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                MOVE PMS-MEDIDA (WS-M) TO WS-PR-MEDIDA (WS-P, WS-PER, WS-M)
            END-PERFORM
    END-READ.

3300-GRABAR-RESULTADO.
    *> Una nueva corrida del mismo mes reemplaza lo guardado.
    MOVE WS-MES-INFORME TO PMS-MES
    MOVE WS-PR-CODIGO (WS-P) TO PMS-PRODUCTO
    MOVE FUNCTION CURRENT-DATE(1:14) TO PMS-GENERADO
    PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-TOTAL-MEDIDAS
        MOVE WS-PR-MEDIDA (WS-P, 1, WS-M) TO PMS-MEDIDA (WS-M)
    END-PERFORM
    WRITE PMS-REGISTRO
    IF WS-PMS-STATUS = "22"
        REWRITE PMS-REGISTRO
    END-IF
    IF WS-PMS-STATUS = "00"
        ADD 1 TO WS-GRABADOS
    ELSE
        DISPLAY "Aviso: no se pudo guardar el producto " PMS-PRODUCTO
            " del mes " PMS-MES " en PRODMES.DAT, status: " WS-PMS-STATUS
    END-IF.

4000-REPORTE.
    MOVE "RENTABILIDAD Y CARTERA POR PRODUCTO" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "Mes informado: " WS-MES-INFORME
           "   Mes de comparacion: " WS-MES-ANTERIOR
           "   Fecha de negocio: " WS-FECHA-NEGOCIO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    EVALUATE TRUE
        WHEN FOTO-VIGENTE
            MOVE "Cuentas y saldos al cierre del mes"
                TO REPORTE-LINEA
        WHEN FOTO-PARCIAL
            MOVE "Mes en curso: cuentas, saldos y movimientos a la fecha (cifras parciales)"
                TO REPORTE-LINEA
        WHEN OTHER
            MOVE "Cuentas y saldos guardados al cierre de ese mes (n/d: no se guardaron)"
                TO REPORTE-LINEA
    END-EVALUATE
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE "RESUMEN" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "Producto      Cuentas abiertas       Saldo total    Resultado neto  Resultado previo"
        TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-TOTAL-PRODUCTOS
        PERFORM 4100-RESUMEN-PRODUCTO
    END-PERFORM

    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-TOTAL-PRODUCTOS
        PERFORM 4200-DETALLE-PRODUCTO
    END-PERFORM

    IF WS-CUENTAS-OMITIDAS > 0
        MOVE SPACES TO REPORTE-LINEA
        WRITE REPORTE-LINEA
        MOVE WS-CUENTAS-OMITIDAS TO WS-CONT-EDIT
        MOVE SPACES TO REPORTE-LINEA
        STRING "Cuentas no informadas (exceso de codigos de producto): "
               WS-CONT-EDIT
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-IF.

4100-RESUMEN-PRODUCTO.
    PERFORM 4900-NOMBRE-PRODUCTO
    IF WS-PR-FOTO (WS-P, 1) = "S"
        COMPUTE WS-VALOR = WS-PR-MEDIDA (WS-P, 1, 1)
                         + WS-PR-MEDIDA (WS-P, 1, 2)
                         + WS-PR-MEDIDA (WS-P, 1, 3)
        MOVE WS-VALOR TO WS-CANT-EDIT
        MOVE WS-CANT-EDIT TO WS-COL-ACTUAL
        MOVE WS-PR-MEDIDA (WS-P, 1, 5) TO WS-IMPORTE-EDIT
        MOVE WS-IMPORTE-EDIT TO WS-COL-ANTERIOR
    ELSE
        MOVE WS-NO-DISPONIBLE TO WS-COL-ACTUAL
        MOVE WS-NO-DISPONIBLE TO WS-COL-ANTERIOR
    END-IF
    MOVE WS-PR-MEDIDA (WS-P, 1, 11) TO WS-IMPORTE-EDIT
    MOVE WS-IMPORTE-EDIT TO WS-COL-VARIACION
    MOVE WS-PR-MEDIDA (WS-P, 2, 11) TO WS-IMPORTE-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING WS-NOMBRE-PROD
           "  " WS-COL-ACTUAL
           "  " WS-COL-ANTERIOR
           "  " WS-COL-VARIACION
           "  " WS-IMPORTE-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

4200-DETALLE-PRODUCTO.
    PERFORM 4900-NOMBRE-PRODUCTO
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "PRODUCTO " WS-NOMBRE-PROD
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    *> Las condiciones vigentes del catalogo, al lado de lo que
    *> produjeron, para que el comite evalue si conviene cambiarlas.
    IF WS-PR-EN-CATALOGO (WS-P) = "S"
        MOVE WS-PR-TASA-MENSUAL (WS-P) TO WS-TASA-EDIT
        MOVE WS-PR-CARGO-MENSUAL (WS-P) TO WS-CARGO-EDIT
        MOVE WS-PR-CARGO-SOBREGIRO (WS-P) TO WS-CARGO-EDIT-2
        MOVE WS-PR-LIMITE-SOBREGIRO (WS-P) TO WS-LIMITE-EDIT
        MOVE WS-PR-LIMITE-DIARIO (WS-P) TO WS-LIMITE-EDIT-2
        MOVE SPACES TO REPORTE-LINEA
        STRING "Condiciones: tasa mensual " WS-TASA-EDIT
               "  cargo mensual " WS-CARGO-EDIT
               "  cargo sobregiro " WS-CARGO-EDIT-2
               "  limite sobregiro " WS-LIMITE-EDIT
               "  limite diario " WS-LIMITE-EDIT-2
            DELIMITED BY SIZE INTO REPORTE-LINEA
    ELSE
        MOVE "Condiciones: producto sin registro en el catalogo; se aplican los parametros por omision"
            TO REPORTE-LINEA
    END-IF
    WRITE REPORTE-LINEA

    MOVE "Concepto" TO WS-ETIQUETA
    MOVE SPACES TO REPORTE-LINEA
    STRING WS-ETIQUETA
           "        Mes " WS-MES-INFORME
           "        Mes " WS-MES-ANTERIOR
           "         Variacion"
           "      Var %"
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-TOTAL-MEDIDAS
        EVALUATE WS-M
            WHEN 1
                MOVE "Cartera al cierre del mes" TO REPORTE-LINEA
                WRITE REPORTE-LINEA
            WHEN 7
                MOVE "Ingresos y costos" TO REPORTE-LINEA
                WRITE REPORTE-LINEA
            WHEN 12
                MOVE "Operaciones aprobadas en cajeros y otras redes"
                    TO REPORTE-LINEA
                WRITE REPORTE-LINEA
            WHEN 21
                MOVE "Retiros rechazados en cajero por motivo"
                    TO REPORTE-LINEA
                WRITE REPORTE-LINEA
        END-EVALUATE
        PERFORM 4300-LINEA-MEDIDA
    END-PERFORM.

4300-LINEA-MEDIDA.
    *> Las cuentas y saldos (renglones 1 a 6) pueden faltar para un
    *> mes que no se guardo; el resto sale del historial.
    MOVE WS-PR-MEDIDA (WS-P, 1, WS-M) TO WS-VALOR
    MOVE WS-PR-MEDIDA (WS-P, 2, WS-M) TO WS-VALOR-ANTERIOR
    MOVE SPACES TO WS-COL-VARIACION
    MOVE SPACES TO WS-COL-PORC

    IF WS-M <= 6 AND WS-PR-FOTO (WS-P, 1) NOT = "S"
        MOVE WS-NO-DISPONIBLE TO WS-COL-ACTUAL
    ELSE
        MOVE WS-VALOR TO WS-VALOR-EDITAR
        PERFORM 4400-EDITAR-VALOR
        MOVE WS-COLUMNA TO WS-COL-ACTUAL
    END-IF

    IF WS-M <= 6 AND WS-PR-FOTO (WS-P, 2) NOT = "S"
        MOVE WS-NO-DISPONIBLE TO WS-COL-ANTERIOR
    ELSE
        MOVE WS-VALOR-ANTERIOR TO WS-VALOR-EDITAR
        PERFORM 4400-EDITAR-VALOR
        MOVE WS-COLUMNA TO WS-COL-ANTERIOR
    END-IF

    IF WS-COL-ACTUAL NOT = WS-NO-DISPONIBLE
       AND WS-COL-ANTERIOR NOT = WS-NO-DISPONIBLE
        COMPUTE WS-DIFERENCIA = WS-VALOR - WS-VALOR-ANTERIOR
        IF WS-VALOR-ANTERIOR NOT = 0
            COMPUTE WS-PORCENTAJE ROUNDED =
                WS-DIFERENCIA * 100 / WS-VALOR-ANTERIOR
                ON SIZE ERROR
                    MOVE "    *****" TO WS-COL-PORC
                NOT ON SIZE ERROR
                    MOVE WS-PORCENTAJE TO WS-PORC-EDIT
                    MOVE SPACES TO WS-COL-PORC
                    STRING WS-PORC-EDIT "%"
                        DELIMITED BY SIZE INTO WS-COL-PORC
            END-COMPUTE
        END-IF
        MOVE WS-DIFERENCIA TO WS-VALOR-EDITAR
        PERFORM 4400-EDITAR-VALOR
        MOVE WS-COLUMNA TO WS-COL-VARIACION
    END-IF

    MOVE WS-MD-NOMBRE (WS-M) TO WS-ETIQUETA
    MOVE SPACES TO REPORTE-LINEA
    STRING WS-ETIQUETA
           "  " WS-COL-ACTUAL
           "  " WS-COL-ANTERIOR
           "  " WS-COL-VARIACION
           "  " WS-COL-PORC
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

4400-EDITAR-VALOR.
    IF MD-CANTIDAD (WS-M)
        MOVE WS-VALOR-EDITAR TO WS-CANT-EDIT
        MOVE WS-CANT-EDIT TO WS-COLUMNA
    ELSE
        MOVE WS-VALOR-EDITAR TO WS-IMPORTE-EDIT
        MOVE WS-IMPORTE-EDIT TO WS-COLUMNA
    END-IF.

4900-NOMBRE-PRODUCTO.
    IF WS-PR-CODIGO (WS-P) = SPACES
        MOVE "(sin codigo)" TO WS-NOMBRE-PROD
    ELSE
        MOVE WS-PR-CODIGO (WS-P) TO WS-NOMBRE-PROD
    END-IF.
