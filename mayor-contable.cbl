IDENTIFICATION DIVISION.
PROGRAM-ID. MAYOR-CONTABLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-EXTRACTO ASSIGN TO "GLCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLC-STATUS.

    SELECT EXTRACTO-CONTABLE ASSIGN TO "GLEXTR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXT-STATUS.

    SELECT SALDOS-MAYOR ASSIGN TO "MAYORGL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MGL-CUENTA
        FILE STATUS IS WS-MGL-STATUS.

    SELECT DIAS-MAYOR ASSIGN TO "MAYORDIA.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MGD-FECHA
        FILE STATUS IS WS-MGD-STATUS.

    SELECT CALENDARIO ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FER-FECHA
        FILE STATUS IS WS-FER-STATUS.

    SELECT CTA-MAESTRO ASSIGN TO "CTAMAE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTA-NUMERO
        FILE STATUS IS WS-CTA-STATUS.

    SELECT CAJ-CAJON ASSIGN TO "CAJDRW.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAJ-CLAVE
        FILE STATUS IS WS-CAJ-STATUS.

    SELECT DEP-PENDIENTES ASSIGN TO "DEPPEND.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PEN-CLAVE
        FILE STATUS IS WS-PEN-STATUS.

    SELECT LOG-TRANSACCIONES ASSIGN TO "TRANLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.

    SELECT REPORTE-PRUEBA ASSIGN TO "MAYOR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT REPORTE-BALANCE ASSIGN TO "BALCOMP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-EXTRACTO.
    COPY "GLCTL.cpy".

FD  EXTRACTO-CONTABLE.
    COPY "GLEXTR.cpy".

FD  SALDOS-MAYOR.
    COPY "MAYORGL.cpy".

FD  DIAS-MAYOR.
    COPY "MAYORDIA.cpy".

FD  CALENDARIO.
    COPY "CALFERI.cpy".

FD  CTA-MAESTRO.
    COPY "CTAMAE.cpy".

FD  CAJ-CAJON.
    COPY "CAJDRW.cpy".

FD  DEP-PENDIENTES.
    COPY "DEPPEND.cpy".

FD  LOG-TRANSACCIONES.
    COPY "LOGTRAN.cpy".

FD  REPORTE-PRUEBA.
01  REPORTE-LINEA PIC X(140).

FD  REPORTE-BALANCE.
01  BALANCE-LINEA PIC X(140).

WORKING-STORAGE SECTION.
01  WS-GLC-STATUS PIC XX.
01  WS-EXT-STATUS PIC XX.
01  WS-MGL-STATUS PIC XX.
01  WS-MGD-STATUS PIC XX.
01  WS-FER-STATUS PIC XX.
01  WS-CTA-STATUS PIC XX.
01  WS-CAJ-STATUS PIC XX.
01  WS-PEN-STATUS PIC XX.
01  WS-LOG-STATUS PIC XX.
01  WS-RPT-STATUS PIC XX.
01  WS-BAL-STATUS PIC XX.

01  WS-FECHA-MAYOR PIC X(8).
01  WS-MES-MAYOR   PIC X(6).
01  WS-FIN-ARCHIVO PIC X VALUE "N".
    88 FIN-ARCHIVO VALUE "S".
01  WS-MAYOR-NUEVO PIC X VALUE "N".
    88 MAYOR-NUEVO VALUE "S".
01  WS-DIA-NUEVO PIC X VALUE "N".
    88 DIA-NUEVO VALUE "S".
01  WS-CUENTA-NUEVA PIC X VALUE "N".
    88 CUENTA-NUEVA VALUE "S".

*> Situacion del dia en el mayor: aplicado en esta corrida, ya
*> aplicado en una corrida anterior, o retenido por el cierre.
01  WS-SITUACION-DIA PIC X VALUE SPACE.
    88 DIA-APLICADO-AHORA VALUE "A".
    88 DIA-YA-APLICADO    VALUE "Y".
    88 DIA-OMITIDO        VALUE "D".

*> Cuentas contables conocidas, solo para rotular los reportes; una
*> cuenta que aparezca en el extracto y no este aqui se informa sin
*> nombre.
01  WS-NOMBRES-VALORES.
    05 FILLER PIC X(8)  VALUE "10100000".
    05 FILLER PIC X(30) VALUE "EFECTIVO EN CAJEROS".
    05 FILLER PIC X(8)  VALUE "10200000".
    05 FILLER PIC X(30) VALUE "BOVEDA".
    05 FILLER PIC X(8)  VALUE "10300000".
    05 FILLER PIC X(30) VALUE "POR COBRAR A REDES".
    05 FILLER PIC X(8)  VALUE "19100000".
    05 FILLER PIC X(30) VALUE "PUENTE RECLAMOS DE CAJERO".
    05 FILLER PIC X(8)  VALUE "20500000".
    05 FILLER PIC X(30) VALUE "POR PAGAR A OTRAS REDES".
    05 FILLER PIC X(8)  VALUE "21000000".
    05 FILLER PIC X(30) VALUE "DEPOSITOS DE CLIENTES".
    05 FILLER PIC X(8)  VALUE "39000000".
    05 FILLER PIC X(30) VALUE "SALDOS DE APERTURA DEL MAYOR".
    05 FILLER PIC X(8)  VALUE "41000000".
    05 FILLER PIC X(30) VALUE "COMISIONES POR SOBREGIRO".
    05 FILLER PIC X(8)  VALUE "42000000".
    05 FILLER PIC X(30) VALUE "CARGOS DE MANTENIMIENTO".
    05 FILLER PIC X(8)  VALUE "43000000".
    05 FILLER PIC X(30) VALUE "COMISIONES DE ADQUIRENCIA".
    05 FILLER PIC X(8)  VALUE "51000000".
    05 FILLER PIC X(30) VALUE "INTERESES PAGADOS".
01  WS-NOMBRES REDEFINES WS-NOMBRES-VALORES.
    05 WS-NOMBRE-CUENTA OCCURS 11 TIMES INDEXED BY WS-NIDX.
        10 WS-NC-CUENTA PIC X(8).
        10 WS-NC-NOMBRE PIC X(30).
01  WS-TOTAL-NOMBRES PIC 9(2) VALUE 11.
01  WS-NOMBRE-BUSCADO PIC X(30).

*> Extracto del dia resumido por cuenta contable antes de tocar el
*> mayor: cada cuenta se actualiza una sola vez por fecha.
01  WS-TABLA-DIA.
    05 WS-TOTAL-CTAS-DIA PIC 9(2) VALUE 0.
    05 WS-CTA-DIA OCCURS 50 TIMES INDEXED BY WS-CIDX.
        10 WS-CD-CUENTA PIC X(8).
        10 WS-CD-DEBE   PIC 9(11)V99.
        10 WS-CD-HABER  PIC 9(11)V99.
01  WS-POSICION PIC 9(2) VALUE 0.

01  WS-EXT-LEIDAS   PIC 9(5) VALUE 0.
01  WS-EXT-DEBE     PIC 9(11)V99 VALUE 0.
01  WS-EXT-HABER    PIC 9(11)V99 VALUE 0.
01  WS-CTAS-APLICADAS PIC 9(2) VALUE 0.

*> Auxiliares del dia.
01  WS-SUMA-SALDOS     PIC S9(11)V99 VALUE 0.
01  WS-CANT-CUENTAS    PIC 9(7) VALUE 0.
01  WS-VALOR-BILLETES  PIC 9(11)V99 VALUE 0.
01  WS-SOBRES-VERIF    PIC 9(11)V99 VALUE 0.
01  WS-CANT-VERIF      PIC 9(7) VALUE 0.
01  WS-SOBRES-RETEN    PIC 9(11)V99 VALUE 0.
01  WS-CANT-RETEN      PIC 9(7) VALUE 0.
01  WS-SOBRE-ANTIGUO   PIC X(14) VALUE SPACES.
01  WS-POST-SALDOS     PIC S9(11)V99 VALUE 0.
01  WS-POST-EFECTIVO   PIC S9(11)V99 VALUE 0.
01  WS-POST-ENTRADAS   PIC 9(7) VALUE 0.

*> Prueba: saldo del mayor en su sentido natural (acreedor para
*> depositos, deudor para efectivo) contra el auxiliar ajustado.
01  WS-MAYOR-DEPOSITOS PIC S9(11)V99 VALUE 0.
01  WS-MAYOR-EFECTIVO  PIC S9(11)V99 VALUE 0.
01  WS-AUX-DEPOSITOS   PIC S9(11)V99 VALUE 0.
01  WS-AUX-EFECTIVO    PIC S9(11)V99 VALUE 0.
01  WS-DIF-DEPOSITOS   PIC S9(11)V99 VALUE 0.
01  WS-DIF-EFECTIVO    PIC S9(11)V99 VALUE 0.
01  WS-APERTURA        PIC S9(11)V99 VALUE 0.
01  WS-APERTURA-DEP    PIC S9(11)V99 VALUE 0.
01  WS-APERTURA-EFE    PIC S9(11)V99 VALUE 0.
01  WS-DIAS-OMITIDOS   PIC 9(5) VALUE 0.
01  WS-DIAS-NO-APLICADOS PIC 9(5) VALUE 0.

*> Dias habiles cuyo extracto no llego al mayor: GLCTL.DAT y
*> GLEXTR.DAT solo guardan el ultimo cierre.
01  WS-HAY-CALENDARIO PIC X VALUE "N".
    88 HAY-CALENDARIO VALUE "S".
01  WS-DIA-HABIL PIC X VALUE "N".
    88 DIA-HABIL VALUE "S".
01  WS-ULTIMO-DIA     PIC X(8).
01  WS-FECHA-NUM      PIC 9(8).
01  WS-FECHA-TEXTO REDEFINES WS-FECHA-NUM PIC X(8).
01  WS-SERIAL-DIA     PIC 9(7).
01  WS-SERIAL-HASTA   PIC 9(7).
01  WS-DIA-SEMANA     PIC 9.
01  WS-FALTANTES-AHORA PIC 9(5) VALUE 0.

*> Balance de comprobacion.
01  WS-BC-INICIO      PIC S9(11)V99.
01  WS-BC-DEBE        PIC 9(11)V99.
01  WS-BC-HABER       PIC 9(11)V99.
01  WS-BC-DEUDOR      PIC 9(11)V99.
01  WS-BC-ACREEDOR    PIC 9(11)V99.
01  WS-BC-TOT-DEBE     PIC 9(13)V99 VALUE 0.
01  WS-BC-TOT-HABER    PIC 9(13)V99 VALUE 0.
01  WS-BC-TOT-DEUDOR   PIC 9(13)V99 VALUE 0.
01  WS-BC-TOT-ACREEDOR PIC 9(13)V99 VALUE 0.
01  WS-BC-CUENTAS      PIC 9(3) VALUE 0.

01  WS-IMPORTE-EDIT   PIC -Z(11)9.99.
01  WS-IMPORTE-EDIT-2 PIC -Z(11)9.99.
01  WS-MOV-EDIT-1    PIC Z(12)9.99.
01  WS-MOV-EDIT-2    PIC Z(12)9.99.
01  WS-MOV-EDIT-3    PIC Z(12)9.99.
01  WS-MOV-EDIT-4    PIC Z(12)9.99.
01  WS-CONT-EDIT     PIC Z(6)9.
01  WS-RESULTADO     PIC X(16).
01  WS-BLANCOS       PIC X(54) VALUE SPACES.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Mayor general: aplicación del extracto y prueba contra auxiliares"

    PERFORM 1000-LEER-CONTROL
    PERFORM 1100-ABRIR-MAYOR

    IF GLC-GENERADO
        PERFORM 2000-LEER-EXTRACTO
    END-IF

    PERFORM 3000-CALCULAR-AUXILIARES

    IF MAYOR-NUEVO
        PERFORM 1200-APERTURA
    END-IF

    PERFORM 4000-APLICAR-DIA
    PERFORM 5000-REPORTE-PRUEBA

    IF GLC-CIERRE-DE-MES
        PERFORM 6000-BALANCE-COMPROBACION
    END-IF

    CLOSE SALDOS-MAYOR DIAS-MAYOR

    MOVE WS-DIF-DEPOSITOS TO WS-IMPORTE-EDIT
    MOVE WS-DIF-EFECTIVO TO WS-IMPORTE-EDIT-2
    DISPLAY "Diferencia 21000000: " WS-IMPORTE-EDIT
        "  10100000: " WS-IMPORTE-EDIT-2
    DISPLAY "Prueba del mayor finalizada. Ver MAYOR.RPT"
    STOP RUN.

1000-LEER-CONTROL.
    *> El control lo deja el cierre junto con el extracto; sin el no
    *> se sabe de que fecha es GLEXTR.DAT ni si vino vacio porque se
    *> retuvo por descuadres.
    OPEN INPUT CONTROL-EXTRACTO
    IF WS-GLC-STATUS NOT = "00"
        DISPLAY "Error abriendo GLCTL.DAT, status: " WS-GLC-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ CONTROL-EXTRACTO
        AT END
            DISPLAY "Error: GLCTL.DAT sin registro de control"
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE CONTROL-EXTRACTO
    MOVE GLC-FECHA TO WS-FECHA-MAYOR
    MOVE GLC-FECHA(1:6) TO WS-MES-MAYOR
    DISPLAY "Fecha del extracto: " WS-FECHA-MAYOR.

1100-ABRIR-MAYOR.
    OPEN I-O SALDOS-MAYOR
    IF WS-MGL-STATUS = "35"
        OPEN OUTPUT SALDOS-MAYOR
        CLOSE SALDOS-MAYOR
        OPEN I-O SALDOS-MAYOR
    END-IF
    IF WS-MGL-STATUS NOT = "00"
        DISPLAY "Error abriendo MAYORGL.DAT, status: " WS-MGL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    *> Un mayor sin ninguna cuenta todavia no tiene saldos de
    *> apertura: se toman de los auxiliares en esta corrida.
    READ SALDOS-MAYOR NEXT RECORD
        AT END SET MAYOR-NUEVO TO TRUE
    END-READ

    OPEN I-O DIAS-MAYOR
    IF WS-MGD-STATUS = "35"
        OPEN OUTPUT DIAS-MAYOR
        CLOSE DIAS-MAYOR
        OPEN I-O DIAS-MAYOR
    END-IF
    IF WS-MGD-STATUS NOT = "00"
        DISPLAY "Error abriendo MAYORDIA.DAT, status: " WS-MGD-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1200-APERTURA.
    *> Primera corrida: el mayor arranca con los saldos que muestran
    *> los auxiliares, descontado el efecto del extracto del dia que
    *> se aplica a continuacion, de modo que despues de aplicarlo la
    *> prueba parte de cero. La contrapartida va a la cuenta de
    *> apertura para que el balance de comprobacion cuadre.
    COMPUTE WS-APERTURA-DEP = WS-SUMA-SALDOS - WS-POST-SALDOS
    COMPUTE WS-APERTURA-EFE = WS-VALOR-BILLETES + WS-SOBRES-VERIF
                              - WS-POST-EFECTIVO
    IF GLC-GENERADO
        PERFORM VARYING WS-CIDX FROM 1 BY 1
                UNTIL WS-CIDX > WS-TOTAL-CTAS-DIA
            EVALUATE WS-CD-CUENTA (WS-CIDX)
                WHEN "21000000"
                    COMPUTE WS-APERTURA-DEP = WS-APERTURA-DEP
                        - (WS-CD-HABER (WS-CIDX) - WS-CD-DEBE (WS-CIDX))
                WHEN "10100000"
                    COMPUTE WS-APERTURA-EFE = WS-APERTURA-EFE
                        - (WS-CD-DEBE (WS-CIDX) - WS-CD-HABER (WS-CIDX))
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-PERFORM
    END-IF

    MOVE "21000000" TO MGL-CUENTA
    COMPUTE WS-APERTURA = WS-APERTURA-DEP * -1
    PERFORM 1210-GRABAR-APERTURA
    MOVE "10100000" TO MGL-CUENTA
    MOVE WS-APERTURA-EFE TO WS-APERTURA
    PERFORM 1210-GRABAR-APERTURA
    MOVE "39000000" TO MGL-CUENTA
    COMPUTE WS-APERTURA = WS-APERTURA-DEP - WS-APERTURA-EFE
    PERFORM 1210-GRABAR-APERTURA
    DISPLAY "Mayor nuevo: saldos de apertura tomados de los auxiliares".

1210-GRABAR-APERTURA.
    MOVE WS-APERTURA TO MGL-SALDO
    MOVE WS-MES-MAYOR TO MGL-MES
    MOVE WS-APERTURA TO MGL-SALDO-INICIO-MES
    MOVE 0 TO MGL-DEBE-MES
    MOVE 0 TO MGL-HABER-MES
    MOVE SPACES TO MGL-ULTIMA-FECHA
    WRITE MGL-REGISTRO
    IF WS-MGL-STATUS NOT = "00"
        DISPLAY "Error grabando apertura en MAYORGL.DAT, status: "
            WS-MGL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-LEER-EXTRACTO.
    *> El extracto se valida completo contra el control antes de
    *> tocar un solo saldo: misma fecha, misma cantidad de partidas,
    *> mismos totales y debe igual a haber.
    OPEN INPUT EXTRACTO-CONTABLE
    IF WS-EXT-STATUS NOT = "00"
        DISPLAY "Error abriendo GLEXTR.DAT, status: " WS-EXT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-FIN-ARCHIVO
    PERFORM UNTIL FIN-ARCHIVO
        READ EXTRACTO-CONTABLE
            AT END SET FIN-ARCHIVO TO TRUE
            NOT AT END PERFORM 2100-ACUMULAR-PARTIDA
        END-READ
    END-PERFORM
    CLOSE EXTRACTO-CONTABLE

    IF WS-EXT-LEIDAS NOT = GLC-PARTIDAS
       OR WS-EXT-DEBE NOT = GLC-TOTAL-DEBE
       OR WS-EXT-HABER NOT = GLC-TOTAL-HABER
        DISPLAY "Error: GLEXTR.DAT no coincide con GLCTL.DAT ("
            WS-EXT-LEIDAS " partidas, control " GLC-PARTIDAS ")"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-EXT-DEBE NOT = WS-EXT-HABER
        DISPLAY "Error: GLEXTR.DAT descuadrado, debe "
            WS-EXT-DEBE " haber " WS-EXT-HABER
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2100-ACUMULAR-PARTIDA.
    IF EXT-FECHA NOT = WS-FECHA-MAYOR
        DISPLAY "Error: partida de GLEXTR.DAT con fecha " EXT-FECHA
            " y el control es del " WS-FECHA-MAYOR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-EXT-LEIDAS

    MOVE 0 TO WS-POSICION
    PERFORM VARYING WS-CIDX FROM 1 BY 1
            UNTIL WS-CIDX > WS-TOTAL-CTAS-DIA
        IF WS-CD-CUENTA (WS-CIDX) = EXT-CUENTA-CONTABLE
            SET WS-POSICION TO WS-CIDX
        END-IF
    END-PERFORM
    IF WS-POSICION = 0
        IF WS-TOTAL-CTAS-DIA >= 50
            DISPLAY "Error: demasiadas cuentas contables en GLEXTR.DAT"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-TOTAL-CTAS-DIA
        MOVE WS-TOTAL-CTAS-DIA TO WS-POSICION
        MOVE EXT-CUENTA-CONTABLE TO WS-CD-CUENTA (WS-POSICION)
        MOVE 0 TO WS-CD-DEBE (WS-POSICION)
        MOVE 0 TO WS-CD-HABER (WS-POSICION)
    END-IF

    EVALUATE EXT-DEBE-HABER
        WHEN "D"
            ADD EXT-MONTO TO WS-CD-DEBE (WS-POSICION)
            ADD EXT-MONTO TO WS-EXT-DEBE
        WHEN "H"
            ADD EXT-MONTO TO WS-CD-HABER (WS-POSICION)
            ADD EXT-MONTO TO WS-EXT-HABER
        WHEN OTHER
            DISPLAY "Error: indicador debe/haber invalido en GLEXTR.DAT: "
                EXT-DEBE-HABER
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

3000-CALCULAR-AUXILIARES.
    PERFORM 3100-SUMAR-CUENTAS
    PERFORM 3200-SUMAR-CAJONES
    PERFORM 3300-SUMAR-SOBRES
    PERFORM 3400-MOVIMIENTOS-POSTERIORES.

3100-SUMAR-CUENTAS.
    OPEN INPUT CTA-MAESTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Error abriendo CTAMAE.DAT, status: " WS-CTA-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-FIN-ARCHIVO
    PERFORM UNTIL FIN-ARCHIVO
        READ CTA-MAESTRO NEXT RECORD
            AT END SET FIN-ARCHIVO TO TRUE
            NOT AT END
                ADD CTA-SALDO TO WS-SUMA-SALDOS
                ADD 1 TO WS-CANT-CUENTAS
        END-READ
    END-PERFORM
    CLOSE CTA-MAESTRO.

3200-SUMAR-CAJONES.
    MOVE "N" TO WS-FIN-ARCHIVO
    OPEN INPUT CAJ-CAJON
    EVALUATE WS-CAJ-STATUS
        WHEN "00"
            PERFORM UNTIL FIN-ARCHIVO
                READ CAJ-CAJON NEXT RECORD
                    AT END SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        COMPUTE WS-VALOR-BILLETES = WS-VALOR-BILLETES
                            + CAJ-CANTIDAD * CAJ-DENOMINACION
                END-READ
            END-PERFORM
            CLOSE CAJ-CAJON
        WHEN "35"
            DISPLAY "Aviso: sin CAJDRW.DAT; se toma el efectivo en cajones como cero"
        WHEN OTHER
            DISPLAY "Error abriendo CAJDRW.DAT, status: " WS-CAJ-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

3300-SUMAR-SOBRES.
    *> Un sobre verificado ya se asento al debe de 10100000 y su
    *> efectivo sigue en el buzon del cajero; uno retenido todavia no
    *> esta en el mayor ni en el saldo del cliente.
    MOVE "N" TO WS-FIN-ARCHIVO
    OPEN INPUT DEP-PENDIENTES
    EVALUATE WS-PEN-STATUS
        WHEN "00"
            PERFORM UNTIL FIN-ARCHIVO
                READ DEP-PENDIENTES NEXT RECORD
                    AT END SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN PEN-LIBERADO
                                ADD PEN-MONTO TO WS-SOBRES-VERIF
                                ADD 1 TO WS-CANT-VERIF
                            WHEN PEN-PENDIENTE
                                ADD PEN-MONTO TO WS-SOBRES-RETEN
                                ADD 1 TO WS-CANT-RETEN
                                IF WS-SOBRE-ANTIGUO = SPACES
                                   OR PEN-FECHA-HORA < WS-SOBRE-ANTIGUO
                                    MOVE PEN-FECHA-HORA TO WS-SOBRE-ANTIGUO
                                END-IF
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE DEP-PENDIENTES
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Error abriendo DEPPEND.DAT, status: " WS-PEN-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

3400-MOVIMIENTOS-POSTERIORES.
    *> Lo que el cierre dejo en el log pertenece a la fecha de negocio
    *> siguiente: ya movio saldos y cajones pero no esta en el mayor.
    *> Se resta de los auxiliares con el mismo criterio de cuentas
    *> con que el cierre arma el extracto.
    MOVE "N" TO WS-FIN-ARCHIVO
    OPEN INPUT LOG-TRANSACCIONES
    EVALUATE WS-LOG-STATUS
        WHEN "00"
            PERFORM UNTIL FIN-ARCHIVO
                READ LOG-TRANSACCIONES
                    AT END SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                        IF LOG-FECHA-NEGOCIO > WS-FECHA-MAYOR
                           AND LOG-ESTADO NOT = "RECHAZADO"
                            PERFORM 3410-ACUMULAR-POSTERIOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOG-TRANSACCIONES
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Error abriendo TRANLOG.DAT, status: " WS-LOG-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

3410-ACUMULAR-POSTERIOR.
    ADD 1 TO WS-POST-ENTRADAS
    IF LOG-NUMERO-CUENTA NOT = 0
       AND LOG-TIPO-TRANS NOT = "RETIRO-EXT"
        COMPUTE WS-POST-SALDOS = WS-POST-SALDOS
            + LOG-SALDO-DESPUES - LOG-SALDO-ANTES
    END-IF
    EVALUATE LOG-TIPO-TRANS
        WHEN "DEPOSITO"
        WHEN "REPOSICION"
            ADD LOG-MONTO-SOLICITADO TO WS-POST-EFECTIVO
        WHEN "RETIRO"
        WHEN "RETIRO-CAJ"
        WHEN "RETIRO-EXT"
            SUBTRACT LOG-MONTO-SOLICITADO FROM WS-POST-EFECTIVO
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

4000-APLICAR-DIA.
    *> Cada fecha se aplica una sola vez: si ya figura en el registro
    *> de dias, la corrida solo rehace la prueba.
    MOVE WS-FECHA-MAYOR TO MGD-FECHA
    READ DIAS-MAYOR
        INVALID KEY
            SET DIA-NUEVO TO TRUE
            IF GLC-OMITIDO
                SET DIA-OMITIDO TO TRUE
            ELSE
                SET DIA-APLICADO-AHORA TO TRUE
            END-IF
        NOT INVALID KEY
            IF MGD-OMITIDO
                SET DIA-OMITIDO TO TRUE
            ELSE
                SET DIA-YA-APLICADO TO TRUE
            END-IF
            DISPLAY "La fecha " WS-FECHA-MAYOR " ya estaba registrada en el mayor"
    END-READ

    IF DIA-APLICADO-AHORA
        PERFORM VARYING WS-CIDX FROM 1 BY 1
                UNTIL WS-CIDX > WS-TOTAL-CTAS-DIA
            PERFORM 4100-APLICAR-CUENTA
        END-PERFORM
    END-IF

    IF DIA-NUEVO
        PERFORM 4200-REGISTRAR-FALTANTES
        MOVE WS-FECHA-MAYOR TO MGD-FECHA
        IF DIA-OMITIDO
            SET MGD-OMITIDO TO TRUE
            MOVE 0 TO MGD-PARTIDAS
            MOVE 0 TO MGD-TOTAL-DEBE
            MOVE 0 TO MGD-TOTAL-HABER
            DISPLAY "Extracto del " WS-FECHA-MAYOR
                " retenido por descuadres; no se aplica"
        ELSE
            SET MGD-APLICADO TO TRUE
            MOVE WS-EXT-LEIDAS TO MGD-PARTIDAS
            MOVE WS-EXT-DEBE TO MGD-TOTAL-DEBE
            MOVE WS-EXT-HABER TO MGD-TOTAL-HABER
        END-IF
        MOVE FUNCTION CURRENT-DATE(1:14) TO MGD-PROCESADO
        WRITE MGD-REGISTRO
        IF WS-MGD-STATUS NOT = "00"
            DISPLAY "Error grabando MAYORDIA.DAT, status: " WS-MGD-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

4100-APLICAR-CUENTA.
    *> La fecha de la ultima aplicacion en cada cuenta protege contra
    *> una corrida que murio a mitad de camino: al repetirla, las
    *> cuentas ya actualizadas no se vuelven a tocar.
    MOVE "N" TO WS-CUENTA-NUEVA
    MOVE WS-CD-CUENTA (WS-CIDX) TO MGL-CUENTA
    READ SALDOS-MAYOR
        INVALID KEY
            SET CUENTA-NUEVA TO TRUE
            MOVE 0 TO MGL-SALDO
            MOVE SPACES TO MGL-MES
            MOVE 0 TO MGL-SALDO-INICIO-MES
            MOVE 0 TO MGL-DEBE-MES
            MOVE 0 TO MGL-HABER-MES
            MOVE SPACES TO MGL-ULTIMA-FECHA
    END-READ

    IF MGL-ULTIMA-FECHA < WS-FECHA-MAYOR
        IF MGL-MES NOT = WS-MES-MAYOR
            MOVE WS-MES-MAYOR TO MGL-MES
            MOVE MGL-SALDO TO MGL-SALDO-INICIO-MES
            MOVE 0 TO MGL-DEBE-MES
            MOVE 0 TO MGL-HABER-MES
        END-IF
        ADD WS-CD-DEBE (WS-CIDX) TO MGL-DEBE-MES
        ADD WS-CD-HABER (WS-CIDX) TO MGL-HABER-MES
        COMPUTE MGL-SALDO = MGL-SALDO
            + WS-CD-DEBE (WS-CIDX) - WS-CD-HABER (WS-CIDX)
        MOVE WS-FECHA-MAYOR TO MGL-ULTIMA-FECHA
        IF CUENTA-NUEVA
            WRITE MGL-REGISTRO
        ELSE
            REWRITE MGL-REGISTRO
        END-IF
        IF WS-MGL-STATUS NOT = "00"
            DISPLAY "Error actualizando MAYORGL.DAT cuenta " MGL-CUENTA
                ", status: " WS-MGL-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CTAS-APLICADAS
    END-IF.

4200-REGISTRAR-FALTANTES.
    *> GLCTL.DAT y GLEXTR.DAT solo guardan el ultimo cierre: si el
    *> cierre corrio mas de una vez desde la ultima corrida del mayor,
    *> los extractos intermedios se perdieron. Cada dia habil entre la
    *> ultima fecha registrada y la de hoy queda en el registro de
    *> dias como no aplicado, para que la prueba y el balance lo sigan
    *> mostrando hasta que contabilidad lo asiente a mano.
    MOVE SPACES TO WS-ULTIMO-DIA
    MOVE LOW-VALUES TO MGD-FECHA
    START DIAS-MAYOR KEY IS NOT LESS THAN MGD-FECHA
        INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
        NOT INVALID KEY MOVE "N" TO WS-FIN-ARCHIVO
    END-START
    PERFORM UNTIL FIN-ARCHIVO
        READ DIAS-MAYOR NEXT RECORD
            AT END SET FIN-ARCHIVO TO TRUE
            NOT AT END
                IF MGD-FECHA < WS-FECHA-MAYOR
                    MOVE MGD-FECHA TO WS-ULTIMO-DIA
                ELSE
                    SET FIN-ARCHIVO TO TRUE
                END-IF
        END-READ
    END-PERFORM

    *> Un mayor sin dias registrados arranca hoy: no falta nada.
    MOVE WS-ULTIMO-DIA TO WS-FECHA-TEXTO
    IF WS-FECHA-TEXTO IS NUMERIC
        COMPUTE WS-SERIAL-DIA = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) + 1
        MOVE WS-FECHA-MAYOR TO WS-FECHA-TEXTO
        COMPUTE WS-SERIAL-HASTA = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
        IF WS-SERIAL-DIA < WS-SERIAL-HASTA
            PERFORM 4300-ABRIR-CALENDARIO
            PERFORM UNTIL WS-SERIAL-DIA >= WS-SERIAL-HASTA
                PERFORM 4210-REVISAR-DIA-FALTANTE
                ADD 1 TO WS-SERIAL-DIA
            END-PERFORM
            IF HAY-CALENDARIO
                CLOSE CALENDARIO
            END-IF
        END-IF
    END-IF.

4210-REVISAR-DIA-FALTANTE.
    *> El dia serial 1 (1 de enero de 1601) fue lunes: resto 6 es
    *> sabado y resto 0 domingo. Los demas dias son habiles salvo
    *> que figuren en el calendario de feriados.
    SET DIA-HABIL TO TRUE
    COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(WS-SERIAL-DIA)
    COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-SERIAL-DIA, 7)
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
        MOVE "N" TO WS-DIA-HABIL
    ELSE
        IF HAY-CALENDARIO
            MOVE WS-FECHA-TEXTO TO FER-FECHA
            READ CALENDARIO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "N" TO WS-DIA-HABIL
            END-READ
        END-IF
    END-IF

    IF DIA-HABIL
        MOVE WS-FECHA-TEXTO TO MGD-FECHA
        SET MGD-NO-APLICADO TO TRUE
        MOVE 0 TO MGD-PARTIDAS
        MOVE 0 TO MGD-TOTAL-DEBE
        MOVE 0 TO MGD-TOTAL-HABER
        MOVE FUNCTION CURRENT-DATE(1:14) TO MGD-PROCESADO
        WRITE MGD-REGISTRO
        IF WS-MGD-STATUS NOT = "00"
            DISPLAY "Error grabando MAYORDIA.DAT, status: " WS-MGD-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-FALTANTES-AHORA
        DISPLAY "Aviso: el extracto del " WS-FECHA-TEXTO
            " no llegó al mayor; queda como no aplicado"
    END-IF.

4300-ABRIR-CALENDARIO.
    *> Sin calendario de feriados (instalacion nueva) solo se saltan
    *> los fines de semana.
    OPEN INPUT CALENDARIO
    EVALUATE WS-FER-STATUS
        WHEN "00"
            SET HAY-CALENDARIO TO TRUE
        WHEN "35"
            DISPLAY "Aviso: sin FERIADOS.DAT; solo se saltan sábados y domingos"
        WHEN OTHER
            DISPLAY "Error abriendo FERIADOS.DAT, status: " WS-FER-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

5000-REPORTE-PRUEBA.
    OPEN OUTPUT REPORTE-PRUEBA
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo MAYOR.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "PRUEBA DIARIA DEL MAYOR GENERAL CONTRA AUXILIARES" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "Fecha de negocio: " WS-FECHA-MAYOR
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE SPACES TO REPORTE-LINEA
    EVALUATE TRUE
        WHEN DIA-APLICADO-AHORA
            MOVE WS-EXT-LEIDAS TO WS-CONT-EDIT
            MOVE WS-EXT-DEBE TO WS-MOV-EDIT-1
            MOVE WS-EXT-HABER TO WS-MOV-EDIT-2
            STRING "Extracto APLICADO: " WS-CONT-EDIT " partidas, debe "
                   WS-MOV-EDIT-1 "  haber " WS-MOV-EDIT-2
                DELIMITED BY SIZE INTO REPORTE-LINEA
        WHEN DIA-YA-APLICADO
            MOVE "Extracto ya aplicado en una corrida anterior; solo se repite la prueba"
                TO REPORTE-LINEA
        WHEN DIA-OMITIDO
            MOVE GLC-DESCUADRES TO WS-CONT-EDIT
            STRING "** EXTRACTO RETENIDO POR DESCUADRES (" WS-CONT-EDIT
                   " en la conciliacion): los movimientos del dia NO estan en el mayor **"
                DELIMITED BY SIZE INTO REPORTE-LINEA
    END-EVALUATE
    WRITE REPORTE-LINEA
    IF WS-FALTANTES-AHORA > 0
        MOVE WS-FALTANTES-AHORA TO WS-CONT-EDIT
        MOVE SPACES TO REPORTE-LINEA
        STRING "** " WS-CONT-EDIT " dia(s) habil(es) anteriores sin extracto "
               "aplicado: el cierre corrio sin que corriera el mayor **"
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-IF
    IF MAYOR-NUEVO
        MOVE "Mayor iniciado en esta corrida: saldos de apertura tomados de los auxiliares (contrapartida 39000000)"
            TO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-IF

    PERFORM 5100-PRUEBA-DEPOSITOS
    PERFORM 5200-PRUEBA-EFECTIVO
    PERFORM 5300-SOBRES-RETENIDOS
    PERFORM 5400-DIAS-OMITIDOS

    CLOSE REPORTE-PRUEBA.

5100-PRUEBA-DEPOSITOS.
    MOVE "21000000" TO MGL-CUENTA
    READ SALDOS-MAYOR
        INVALID KEY MOVE 0 TO MGL-SALDO
    END-READ
    COMPUTE WS-MAYOR-DEPOSITOS = MGL-SALDO * -1
    COMPUTE WS-AUX-DEPOSITOS = WS-SUMA-SALDOS - WS-POST-SALDOS
    COMPUTE WS-DIF-DEPOSITOS = WS-MAYOR-DEPOSITOS - WS-AUX-DEPOSITOS

    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "Cuenta 21000000 DEPOSITOS DE CLIENTES contra CTAMAE.DAT" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-MAYOR-DEPOSITOS TO WS-IMPORTE-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Saldo del mayor (acreedor)               " WS-IMPORTE-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-SUMA-SALDOS TO WS-IMPORTE-EDIT
    MOVE WS-CANT-CUENTAS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Suma de CTA-SALDO                        " WS-IMPORTE-EDIT
           "  (" WS-CONT-EDIT " cuentas)"
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-POST-SALDOS TO WS-IMPORTE-EDIT
    MOVE WS-POST-ENTRADAS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Menos movimientos de fecha posterior     " WS-IMPORTE-EDIT
           "  (" WS-CONT-EDIT " entradas en TRANLOG.DAT)"
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-AUX-DEPOSITOS TO WS-IMPORTE-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Auxiliar a la fecha                      " WS-IMPORTE-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-DIF-DEPOSITOS TO WS-IMPORTE-EDIT
    IF WS-DIF-DEPOSITOS = 0
        MOVE "CUADRA" TO WS-RESULTADO
    ELSE
        MOVE "** NO CUADRA **" TO WS-RESULTADO
    END-IF
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Diferencia (mayor - auxiliar)            " WS-IMPORTE-EDIT
           "  " WS-RESULTADO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

5200-PRUEBA-EFECTIVO.
    MOVE "10100000" TO MGL-CUENTA
    READ SALDOS-MAYOR
        INVALID KEY MOVE 0 TO MGL-SALDO
    END-READ
    MOVE MGL-SALDO TO WS-MAYOR-EFECTIVO
    COMPUTE WS-AUX-EFECTIVO = WS-VALOR-BILLETES + WS-SOBRES-VERIF
                              - WS-POST-EFECTIVO
    COMPUTE WS-DIF-EFECTIVO = WS-MAYOR-EFECTIVO - WS-AUX-EFECTIVO

    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "Cuenta 10100000 EFECTIVO EN CAJEROS contra CAJDRW.DAT y sobres verificados"
        TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-MAYOR-EFECTIVO TO WS-IMPORTE-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Saldo del mayor (deudor)                 " WS-IMPORTE-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-VALOR-BILLETES TO WS-IMPORTE-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Billetes en los cajones                  " WS-IMPORTE-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-SOBRES-VERIF TO WS-IMPORTE-EDIT
    MOVE WS-CANT-VERIF TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Sobres verificados en buzones            " WS-IMPORTE-EDIT
           "  (" WS-CONT-EDIT " sobres)"
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-POST-EFECTIVO TO WS-IMPORTE-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Menos movimientos de fecha posterior     " WS-IMPORTE-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-AUX-EFECTIVO TO WS-IMPORTE-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Auxiliar a la fecha                      " WS-IMPORTE-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-DIF-EFECTIVO TO WS-IMPORTE-EDIT
    IF WS-DIF-EFECTIVO = 0
        MOVE "CUADRA" TO WS-RESULTADO
    ELSE
        MOVE "** NO CUADRA **" TO WS-RESULTADO
    END-IF
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Diferencia (mayor - auxiliar)            " WS-IMPORTE-EDIT
           "  " WS-RESULTADO
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

5300-SOBRES-RETENIDOS.
    *> Los sobres retenidos no tienen cuenta de control: el efectivo
    *> esta en el buzon pero no entra al mayor ni al saldo del cliente
    *> hasta que la sucursal lo verifica. Se informan para que el
    *> recuento fisico del buzon los cubra.
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "Sobres retenidos en DEPPEND.DAT (fuera del mayor hasta su verificacion)"
        TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-SOBRES-RETEN TO WS-IMPORTE-EDIT
    MOVE WS-CANT-RETEN TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "   Pendientes de verificar                  " WS-IMPORTE-EDIT
           "  (" WS-CONT-EDIT " sobres)"
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    IF WS-CANT-RETEN > 0
        COMPUTE WS-IMPORTE-EDIT = WS-AUX-EFECTIVO + WS-SOBRES-RETEN
        MOVE SPACES TO REPORTE-LINEA
        STRING "   Efectivo fisico esperado en la flota     " WS-IMPORTE-EDIT
               "  (auxiliar mas sobres retenidos)"
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
        MOVE SPACES TO REPORTE-LINEA
        STRING "   Sobre retenido mas antiguo: " WS-SOBRE-ANTIGUO
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-IF.

5400-DIAS-OMITIDOS.
    *> Toda fecha retenida por descuadres, o cuyo extracto nunca llego
    *> al mayor, queda fuera del mayor para siempre y explica parte de
    *> las diferencias de arriba hasta que contabilidad la asiente a
    *> mano: se listan todas.
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "Dias con extracto retenido por descuadres o no aplicado (movimientos fuera del mayor)"
        TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE 0 TO WS-DIAS-OMITIDOS
    MOVE 0 TO WS-DIAS-NO-APLICADOS
    MOVE LOW-VALUES TO MGD-FECHA
    START DIAS-MAYOR KEY IS NOT LESS THAN MGD-FECHA
        INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
        NOT INVALID KEY MOVE "N" TO WS-FIN-ARCHIVO
    END-START
    PERFORM UNTIL FIN-ARCHIVO
        READ DIAS-MAYOR NEXT RECORD
            AT END SET FIN-ARCHIVO TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN MGD-OMITIDO
                        ADD 1 TO WS-DIAS-OMITIDOS
                        MOVE SPACES TO REPORTE-LINEA
                        STRING "   ** " MGD-FECHA "  retenido, registrado el "
                               MGD-PROCESADO
                            DELIMITED BY SIZE INTO REPORTE-LINEA
                        WRITE REPORTE-LINEA
                    WHEN MGD-NO-APLICADO
                        ADD 1 TO WS-DIAS-NO-APLICADOS
                        MOVE SPACES TO REPORTE-LINEA
                        STRING "   ** " MGD-FECHA "  extracto no aplicado, detectado el "
                               MGD-PROCESADO
                            DELIMITED BY SIZE INTO REPORTE-LINEA
                        WRITE REPORTE-LINEA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    IF WS-DIAS-OMITIDOS = 0 AND WS-DIAS-NO-APLICADOS = 0
        MOVE "   Ninguno" TO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-IF.

6000-BALANCE-COMPROBACION.
    *> Ultimo dia habil del mes: balance de comprobacion del mes con
    *> saldo inicial, movimientos y saldo final de cada cuenta. Una
    *> cuenta sin movimientos en el mes conserva su saldo.
    OPEN OUTPUT REPORTE-BALANCE
    IF WS-BAL-STATUS NOT = "00"
        DISPLAY "Error abriendo BALCOMP.RPT, status: " WS-BAL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "BALANCE DE COMPROBACION DEL MAYOR GENERAL" TO BALANCE-LINEA
    WRITE BALANCE-LINEA
    MOVE SPACES TO BALANCE-LINEA
    STRING "Mes: " WS-MES-MAYOR "   al " WS-FECHA-MAYOR
        DELIMITED BY SIZE INTO BALANCE-LINEA
    WRITE BALANCE-LINEA
    IF WS-DIAS-OMITIDOS > 0
        MOVE WS-DIAS-OMITIDOS TO WS-CONT-EDIT
        MOVE SPACES TO BALANCE-LINEA
        STRING "** Hay " WS-CONT-EDIT
               " dia(s) con extracto retenido por descuadres; ver MAYOR.RPT **"
            DELIMITED BY SIZE INTO BALANCE-LINEA
        WRITE BALANCE-LINEA
    END-IF
    IF WS-DIAS-NO-APLICADOS > 0
        MOVE WS-DIAS-NO-APLICADOS TO WS-CONT-EDIT
        MOVE SPACES TO BALANCE-LINEA
        STRING "** Hay " WS-CONT-EDIT
               " dia(s) con extracto no aplicado; ver MAYOR.RPT **"
            DELIMITED BY SIZE INTO BALANCE-LINEA
        WRITE BALANCE-LINEA
    END-IF
    MOVE SPACES TO BALANCE-LINEA
    WRITE BALANCE-LINEA
    MOVE SPACES TO BALANCE-LINEA
    STRING "CUENTA    NOMBRE                            SALDO INICIAL"
           "        DEBE DEL MES       HABER DEL MES"
           "        SALDO DEUDOR      SALDO ACREEDOR"
        DELIMITED BY SIZE INTO BALANCE-LINEA
    WRITE BALANCE-LINEA

    MOVE LOW-VALUES TO MGL-CUENTA
    START SALDOS-MAYOR KEY IS NOT LESS THAN MGL-CUENTA
        INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
        NOT INVALID KEY MOVE "N" TO WS-FIN-ARCHIVO
    END-START
    PERFORM UNTIL FIN-ARCHIVO
        READ SALDOS-MAYOR NEXT RECORD
            AT END SET FIN-ARCHIVO TO TRUE
            NOT AT END PERFORM 6100-LINEA-BALANCE
        END-READ
    END-PERFORM

    MOVE SPACES TO BALANCE-LINEA
    WRITE BALANCE-LINEA
    MOVE WS-BC-TOT-DEBE TO WS-MOV-EDIT-1
    MOVE WS-BC-TOT-HABER TO WS-MOV-EDIT-2
    MOVE WS-BC-TOT-DEUDOR TO WS-MOV-EDIT-3
    MOVE WS-BC-TOT-ACREEDOR TO WS-MOV-EDIT-4
    MOVE SPACES TO BALANCE-LINEA
    STRING "TOTALES" WS-BLANCOS
           WS-MOV-EDIT-1 "    " WS-MOV-EDIT-2 "    " WS-MOV-EDIT-3
           "    " WS-MOV-EDIT-4
        DELIMITED BY SIZE INTO BALANCE-LINEA
    WRITE BALANCE-LINEA
    MOVE WS-BC-CUENTAS TO WS-CONT-EDIT
    MOVE SPACES TO BALANCE-LINEA
    IF WS-BC-TOT-DEBE = WS-BC-TOT-HABER
       AND WS-BC-TOT-DEUDOR = WS-BC-TOT-ACREEDOR
        STRING "Cuentas: " WS-CONT-EDIT
               "   Debe = haber y saldos deudores = acreedores: CUADRA"
            DELIMITED BY SIZE INTO BALANCE-LINEA
    ELSE
        STRING "Cuentas: " WS-CONT-EDIT
               "   ** BALANCE DE COMPROBACION NO CUADRA **"
            DELIMITED BY SIZE INTO BALANCE-LINEA
        DISPLAY "Aviso: el balance de comprobacion no cuadra"
    END-IF
    WRITE BALANCE-LINEA

    CLOSE REPORTE-BALANCE
    DISPLAY "Balance de comprobación del mes generado en BALCOMP.RPT".

6100-LINEA-BALANCE.
    IF MGL-MES = WS-MES-MAYOR
        MOVE MGL-SALDO-INICIO-MES TO WS-BC-INICIO
        MOVE MGL-DEBE-MES TO WS-BC-DEBE
        MOVE MGL-HABER-MES TO WS-BC-HABER
    ELSE
        MOVE MGL-SALDO TO WS-BC-INICIO
        MOVE 0 TO WS-BC-DEBE
        MOVE 0 TO WS-BC-HABER
    END-IF
    MOVE 0 TO WS-BC-DEUDOR
    MOVE 0 TO WS-BC-ACREEDOR
    IF MGL-SALDO < 0
        COMPUTE WS-BC-ACREEDOR = MGL-SALDO * -1
    ELSE
        MOVE MGL-SALDO TO WS-BC-DEUDOR
    END-IF
    ADD WS-BC-DEBE TO WS-BC-TOT-DEBE
    ADD WS-BC-HABER TO WS-BC-TOT-HABER
    ADD WS-BC-DEUDOR TO WS-BC-TOT-DEUDOR
    ADD WS-BC-ACREEDOR TO WS-BC-TOT-ACREEDOR
    ADD 1 TO WS-BC-CUENTAS

    MOVE SPACES TO WS-NOMBRE-BUSCADO
    PERFORM VARYING WS-NIDX FROM 1 BY 1
            UNTIL WS-NIDX > WS-TOTAL-NOMBRES
        IF WS-NC-CUENTA (WS-NIDX) = MGL-CUENTA
            MOVE WS-NC-NOMBRE (WS-NIDX) TO WS-NOMBRE-BUSCADO
        END-IF
    END-PERFORM

    MOVE WS-BC-INICIO TO WS-IMPORTE-EDIT
    MOVE WS-BC-DEBE TO WS-MOV-EDIT-1
    MOVE WS-BC-HABER TO WS-MOV-EDIT-2
    MOVE WS-BC-DEUDOR TO WS-MOV-EDIT-3
    MOVE WS-BC-ACREEDOR TO WS-MOV-EDIT-4
    MOVE SPACES TO BALANCE-LINEA
    STRING MGL-CUENTA "  " WS-NOMBRE-BUSCADO " " WS-IMPORTE-EDIT
           "    " WS-MOV-EDIT-1 "    " WS-MOV-EDIT-2
           "    " WS-MOV-EDIT-3 "    " WS-MOV-EDIT-4
        DELIMITED BY SIZE INTO BALANCE-LINEA
    WRITE BALANCE-LINEA.
