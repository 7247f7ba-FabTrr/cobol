        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXT-STATUS.

    SELECT CONTROL-EXTRACTO ASSIGN TO "GLCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLC-STATUS.

    SELECT FECHA-NEGOCIO ASSIGN TO "FECHANEG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PND-STATUS.

    SELECT CONCILIACION-EFECTIVO ASSIGN TO "CONCEFE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CEF-CLAVE
        FILE STATUS IS WS-CEF-STATUS.

    SELECT LOG-CERRADO ASSIGN TO "LOGCERR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LGC-CLAVE
        FILE STATUS IS WS-LGC-STATUS.

    SELECT CALENDARIO ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FER-FECHA
        FILE STATUS IS WS-FER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CTA-MAESTRO.
FD  EXTRACTO-CONTABLE.
    COPY "GLEXTR.cpy".

FD  CONTROL-EXTRACTO.
    COPY "GLCTL.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

FD  LOG-PENDIENTES.
01  PND-REGISTRO PIC X(101).

FD  CALENDARIO.
    COPY "CALFERI.cpy".

FD  LOG-CERRADO.
    COPY "LOGCERR.cpy".

FD  CONCILIACION-EFECTIVO.
    COPY "CONCEFE.cpy".

WORKING-STORAGE SECTION.
01  WS-CTA-STATUS PIC XX.
01  WS-LOG-STATUS PIC XX.
01  WS-EXT-STATUS PIC XX.
01  WS-FNG-STATUS PIC XX.
01  WS-PND-STATUS PIC XX.
01  WS-FER-STATUS PIC XX.
01  WS-CEF-STATUS PIC XX.
01  WS-GLC-STATUS PIC XX.
01  WS-LGC-STATUS PIC XX.

01  WS-FECHA-HOY       PIC X(8).
01  WS-FECHA-PROCESO   PIC X(8).
01  WS-FECHA-AVANZADA PIC X VALUE "N".
    88 FECHA-AVANZADA VALUE "S".

*> Avance de la fecha de negocio al dia habil siguiente: se suma de
*> a un dia calendario hasta caer en un dia que no sea sabado,
*> domingo ni feriado del calendario bancario.
01  WS-FECHA-CALC.
    05 WS-FC-AAAA PIC 9(4).
    05 WS-FC-MM   PIC 9(2).
    05 WS-FC-DD   PIC 9(2).
01  WS-FECHA-CALC-NUM REDEFINES WS-FECHA-CALC PIC 9(8).
01  WS-DIAS-MES PIC 9(2).
01  WS-DIA-SEMANA PIC 9.
01  WS-DIA-HABIL PIC X VALUE "N".
    88 DIA-HABIL VALUE "S".
01  WS-HAY-CALENDARIO PIC X VALUE "N".
    88 HAY-CALENDARIO VALUE "S".
01  WS-FECHA-SIGUIENTE PIC X(8).
01  WS-CIERRE-FIN-MES PIC X VALUE "N".
    88 CIERRE-FIN-MES VALUE "S".
01  WS-SIGUIENTE-FIN-MES PIC X VALUE "N".
    88 SIGUIENTE-FIN-MES VALUE "S".
01  WS-PASO-HECHO      PIC 9(2) VALUE 0.
01  WS-CIERRE-COMPLETO PIC X VALUE "N".
    88 CIERRE-COMPLETO VALUE "S".
01  WS-TOTAL-SOBREGIRO   PIC 9(7)V99 VALUE 0.
01  WS-TOTAL-RETIRO-EXT  PIC 9(7)V99 VALUE 0.
01  WS-TOTAL-COM-EXT     PIC 9(7)V99 VALUE 0.
01  WS-TOTAL-RECLAMOS    PIC 9(7)V99 VALUE 0.
01  WS-TOTAL-REV-RECLAMO PIC 9(7)V99 VALUE 0.
01  WS-TOTAL-RETIRO-RED  PIC 9(7)V99 VALUE 0.
01  WS-TOTAL-COM-RED     PIC 9(7)V99 VALUE 0.

*> La comision de adquirencia viaja en posiciones fijas del motivo
*> del RETIRO-EXT (RED xxxx COM 99999, dos decimales implicitos).
01  WS-EXT-DESC       PIC X(30).
01  WS-EXT-TOT-DEBE   PIC 9(11)V99 VALUE 0.
01  WS-EXT-TOT-HABER  PIC 9(11)V99 VALUE 0.
01  WS-EXT-PARTIDAS   PIC 9(5) VALUE 0.

01  WS-FIN-CAJ      PIC X VALUE "N".
    88 FIN-CAJ VALUE "S".
        10 WS-TT-HAY-SNAP      PIC X.
        10 WS-TT-HAY-CAJON     PIC X.

*> Ultima posicion ya copiada en LOGCERR.DAT de cada fecha de negocio
*> que aparece en el log que se archiva.
01  WS-TABLA-CERRADO.
    05 WS-TOTAL-CERRADO PIC 9(2) VALUE 0.
    05 WS-CERRADO OCCURS 10 TIMES.
        10 WS-LC-FECHA   PIC X(8).
        10 WS-LC-ORDINAL PIC 9(7).
01  WS-LC-POS       PIC 9(2) VALUE 0.
01  WS-LC-I         PIC 9(2).
01  WS-LC-ORDINAL-ACT PIC 9(7).
01  WS-FIN-CERRADO  PIC X VALUE "N".
    88 FIN-CERRADO VALUE "S".
*> La tabla ya tiene el punto de partida de cada fecha y esta grabada
*> en CIERRECHK.DAT: al reanudar el paso 2 se numera desde ahi.
01  WS-BASE-CERRADO PIC X VALUE "N".
    88 BASE-CERRADO-LISTA VALUE "S".
01  WS-CERRADO-EXCEDIDO PIC X VALUE "N".
    88 CERRADO-EXCEDIDO VALUE "S".

01  WS-TERM-BUSCADO PIC X(4).
01  WS-TPOS         PIC 9(3) VALUE 0.

    *> segunda corrida cerraria el dia recien abierto y arrastraria
    *> la fecha de negocio por delante del calendario. La primera
    *> corrida pasada la medianoche si pasa, porque entonces la fecha
    *> de negocio va detras del reloj. Los sabados, domingos y
    *> feriados tambien quedan frenados aqui: la fecha abierta ya es
    *> el dia habil siguiente y su cierre corre esa noche.
    IF WS-FECHA-PROCESO > WS-FECHA-HOY
        DISPLAY "La fecha de negocio " WS-FECHA-PROCESO
            " es posterior al dia calendario; el cierre de hoy ya corrio"
        STOP RUN
    END-IF

    PERFORM 0200-CALCULAR-FECHA-SIGUIENTE

    *> El cierre corre desatendido en la ventana nocturna: cada paso
    *> deja constancia en CIERRECHK.DAT al terminar, de modo que una
    *> corrida abortada (corte de luz, cancelacion) se reanuda en el
    END-IF

    IF WS-PASO-HECHO < 2
        IF NOT BASE-CERRADO-LISTA
            PERFORM 2050-FIJAR-BASE-CERRADO
            PERFORM 9000-GRABAR-CONTROL
        END-IF
        PERFORM 2000-ARCHIVAR-LOG
        MOVE 2 TO WS-PASO-HECHO
        PERFORM 9000-GRABAR-CONTROL
                        *> el reloj ya haya pasado la medianoche.
                        MOVE CHK-FECHA TO WS-FECHA-PROCESO
                        MOVE CHK-PASO TO WS-PASO-HECHO
                        IF CHK-BASE-LISTA = "S"
                            SET BASE-CERRADO-LISTA TO TRUE
                            MOVE CHK-TOTAL-CERRADO TO WS-TOTAL-CERRADO
                            PERFORM VARYING WS-LC-I FROM 1 BY 1
                                    UNTIL WS-LC-I > WS-TOTAL-CERRADO
                                MOVE CHK-LC-FECHA (WS-LC-I)
                                    TO WS-LC-FECHA (WS-LC-I)
                                MOVE CHK-LC-ORDINAL (WS-LC-I)
                                    TO WS-LC-ORDINAL (WS-LC-I)
                            END-PERFORM
                        END-IF
                        DISPLAY "Reanudando cierre del dia " CHK-FECHA
                            " despues del paso " CHK-PASO
                    END-IF
            CLOSE CIERRE-CONTROL
        WHEN OTHER
            DISPLAY "Error abriendo CIERRECHK.DAT, status: " WS-CHK-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

0200-CALCULAR-FECHA-SIGUIENTE.
    *> El dia habil siguiente se calcula una sola vez al arrancar:
    *> con el se sabe si esta noche se cierra el ultimo dia habil del
    *> mes (el siguiente cae en otro mes) para avisarlo en el reporte,
    *> y es la fecha que el paso 6 deja abierta. Tambien se marca si
    *> esa fecha nueva sera a su vez el ultimo dia habil de su mes,
    *> para que el proceso mensual sepa en que noche le toca correr.
    PERFORM 6300-ABRIR-CALENDARIO
    MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC
    PERFORM 6200-SIGUIENTE-HABIL
    MOVE WS-FECHA-CALC TO WS-FECHA-SIGUIENTE
    IF WS-FECHA-SIGUIENTE(5:2) NOT = WS-FECHA-PROCESO(5:2)
        SET CIERRE-FIN-MES TO TRUE
        DISPLAY "Se cierra el último día hábil del mes"
    END-IF
    PERFORM 6200-SIGUIENTE-HABIL
    IF WS-FECHA-CALC(5:2) NOT = WS-FECHA-SIGUIENTE(5:2)
        SET SIGUIENTE-FIN-MES TO TRUE
    END-IF
    IF HAY-CALENDARIO
        CLOSE CALENDARIO
    END-IF
    DISPLAY "Próximo día hábil: " WS-FECHA-SIGUIENTE.

9000-GRABAR-CONTROL.
    OPEN OUTPUT CIERRE-CONTROL
    IF WS-CHK-STATUS NOT = "00"
        DISPLAY "Error grabando CIERRECHK.DAT, status: " WS-CHK-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-FECHA-PROCESO TO CHK-FECHA
    MOVE WS-PASO-HECHO TO CHK-PASO
    MOVE WS-BASE-CERRADO TO CHK-BASE-LISTA
    MOVE WS-TOTAL-CERRADO TO CHK-TOTAL-CERRADO
    PERFORM VARYING WS-LC-I FROM 1 BY 1 UNTIL WS-LC-I > 10
        IF WS-LC-I > WS-TOTAL-CERRADO
            MOVE SPACES TO CHK-LC-FECHA (WS-LC-I)
            MOVE 0 TO CHK-LC-ORDINAL (WS-LC-I)
        ELSE
            MOVE WS-LC-FECHA (WS-LC-I) TO CHK-LC-FECHA (WS-LC-I)
            MOVE WS-LC-ORDINAL (WS-LC-I) TO CHK-LC-ORDINAL (WS-LC-I)
        END-IF
    END-PERFORM
    WRITE CHK-REGISTRO
    IF WS-CHK-STATUS NOT = "00"
        DISPLAY "Error grabando CIERRECHK.DAT, status: " WS-CHK-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE CIERRE-CONTROL.
    OPEN INPUT LOG-TRANSACCIONES
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT, status: " WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CTA-MAESTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Error abriendo CTAMAE.DAT, status: " WS-CTA-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REPORTE-CIERRE
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo CIERRE.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "REPORTE DE CIERRE Y CONCILIACION DIARIA" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "Fecha de negocio: " WS-FECHA-PROCESO
           "  Proximo dia habil: " WS-FECHA-SIGUIENTE
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    IF CIERRE-FIN-MES
        MOVE "** CIERRE DEL ULTIMO DIA HABIL DEL MES **" TO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-IF
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    PERFORM UNTIL FIN-LOG
        INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    *> El proceso mensual corre la noche del ultimo dia habil, antes
    *> del cierre, y sus abonos entran en este dia: si es fin de mes
    *> y no aparecen, se avisa para que no pase un mes sin intereses.
    IF CIERRE-FIN-MES
       AND WS-TOTAL-INTERES = 0 AND WS-TOTAL-CARGOS = 0
        MOVE "  ** Aviso: fin de mes sin movimientos del proceso mensual **"
            TO REPORTE-LINEA
        WRITE REPORTE-LINEA
        DISPLAY "Aviso: cierre de fin de mes sin intereses ni cargos de mantenimiento"
    END-IF

    MOVE WS-TOTAL-RETIRO-EXT TO WS-LINEA-EDIT-1
    MOVE SPACES TO REPORTE-LINEA
    STRING "Dispensado tarjeta externa: " WS-LINEA-EDIT-1
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE WS-TOTAL-RECLAMOS TO WS-LINEA-EDIT-1
    MOVE SPACES TO REPORTE-LINEA
    STRING "Abonos por reclamos cajero: " WS-LINEA-EDIT-1
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE WS-TOTAL-REV-RECLAMO TO WS-LINEA-EDIT-1
    MOVE SPACES TO REPORTE-LINEA
    STRING "Reversiones de reclamos:    " WS-LINEA-EDIT-1
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE WS-TOTAL-RETIRO-RED TO WS-LINEA-EDIT-1
    MOVE SPACES TO REPORTE-LINEA
    STRING "Retiros en otras redes:     " WS-LINEA-EDIT-1
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE WS-TOTAL-COM-RED TO WS-LINEA-EDIT-1
    MOVE SPACES TO REPORTE-LINEA
    STRING "Comisiones de otras redes:  " WS-LINEA-EDIT-1
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE WS-CONTADOR-RECHAZOS TO WS-CUENTA-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Transacciones rechazadas: " WS-CUENTA-EDIT DELIMITED BY SIZE
                    ADD LOG-MONTO-SOLICITADO TO WS-TOTAL-INTERES
                WHEN "CARGO-MANT"
                    ADD LOG-MONTO-SOLICITADO TO WS-TOTAL-CARGOS
                *> Abonos por reclamos de cajero (provisorios o
                *> definitivos) y reversiones de abonos provisorios
                *> denegados; la confirmacion de un provisorio
                *> (RECLAMO-CF) no mueve saldo y no cuenta.
                WHEN "RECLAMO-PR"
                WHEN "RECLAMO-AC"
                    ADD LOG-MONTO-SOLICITADO TO WS-TOTAL-RECLAMOS
                WHEN "RECLAMO-RV"
                    ADD LOG-MONTO-SOLICITADO TO WS-TOTAL-REV-RECLAMO
                *> Retiros de nuestros clientes en cajeros de otras
                *> redes: el monto es el efectivo que entrego la red
                *> y la comision de la red cobrada al cliente es el
                *> resto del movimiento de saldo, como en el
                *> sobregiro.
                WHEN "RETIRO-RED"
                    ADD LOG-MONTO-SOLICITADO TO WS-TOTAL-RETIRO-RED
                    COMPUTE WS-TOTAL-COM-RED =
                        WS-TOTAL-COM-RED
                        + (LOG-SALDO-ANTES
                           - LOG-SALDO-DESPUES
                           - LOG-MONTO-SOLICITADO)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    OPEN INPUT CAJ-CAJON
    IF WS-CAJ-STATUS NOT = "00"
        DISPLAY "Error abriendo CAJDRW.DAT, status: " WS-CAJ-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

            TO REPORTE-LINEA
        WRITE REPORTE-LINEA
    ELSE
        *> El resultado de cada terminal queda guardado por fecha
        *> de negocio: es contra lo que se cruzan despues los
        *> reclamos de clientes por efectivo no entregado.
        OPEN I-O CONCILIACION-EFECTIVO
        IF WS-CEF-STATUS = "35"
            OPEN OUTPUT CONCILIACION-EFECTIVO
            IF WS-CEF-STATUS NOT = "00"
                DISPLAY "Error creando CONCEFE.DAT, status: " WS-CEF-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE CONCILIACION-EFECTIVO
            OPEN I-O CONCILIACION-EFECTIVO
        END-IF
        IF WS-CEF-STATUS NOT = "00"
            DISPLAY "Error abriendo CONCEFE.DAT, status: " WS-CEF-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE 0 TO WS-VALOR-ESPERADO
        MOVE 0 TO WS-VALOR-REAL
        PERFORM VARYING WS-TIDX FROM 1 BY 1
                PERFORM 1110-CONCILIAR-TERMINAL
            END-IF
        END-PERFORM
        CLOSE CONCILIACION-EFECTIVO

        COMPUTE WS-DIF-EFECTIVO = WS-VALOR-REAL - WS-VALOR-ESPERADO
        MOVE WS-DIF-EFECTIVO TO WS-VALOR-EDIT
        IF WS-DIF-EFECTIVO NOT = 0
            ADD 1 TO WS-DESCUADRES
        END-IF
        PERFORM 1120-GRABAR-CONCILIACION

        MOVE WS-ESP-TERMINAL TO WS-VALOR-EDIT
        MOVE WS-TT-VALOR-REAL (WS-TIDX) TO WS-REAL-EDIT
        WRITE REPORTE-LINEA
    END-IF.

1120-GRABAR-CONCILIACION.
    *> Un cierre reanudado puede repetir el paso 1: la terminal ya
    *> grabada para la fecha se regraba con el resultado nuevo.
    MOVE WS-FECHA-PROCESO TO CEF-FECHA
    MOVE WS-TT-ID (WS-TIDX) TO CEF-TERMINAL
    MOVE WS-ESP-TERMINAL TO CEF-ESPERADO
    MOVE WS-TT-VALOR-REAL (WS-TIDX) TO CEF-REAL
    MOVE WS-DIF-EFECTIVO TO CEF-DIFERENCIA
    WRITE CEF-REGISTRO
    IF WS-CEF-STATUS = "22"
        REWRITE CEF-REGISTRO
    END-IF
    IF WS-CEF-STATUS NOT = "00"
        DISPLAY "Aviso: no se pudo grabar la conciliación de la terminal "
            WS-TT-ID (WS-TIDX) " status: " WS-CEF-STATUS
    END-IF.

1200-EXTRACTO-CONTABLE.
    *> Extracto contable para el mayor general: un juego balanceado
    *> de partidas debe/haber por dia habil. Si la conciliacion
    OPEN OUTPUT EXTRACTO-CONTABLE
    IF WS-EXT-STATUS NOT = "00"
        DISPLAY "Error abriendo GLEXTR.DAT, status: " WS-EXT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

            PERFORM 1210-ESCRIBIR-PARTIDA
        END-IF

        *> Los reclamos de cajero se asientan contra su propia cuenta
        *> puente hasta que contabilidad la cancele contra el
        *> sobrante de efectivo de la terminal.
        IF WS-TOTAL-RECLAMOS > 0
            MOVE WS-TOTAL-RECLAMOS TO WS-EXT-MONTO
            MOVE "19100000" TO WS-EXT-CTA-DEBE
            MOVE "21000000" TO WS-EXT-CTA-HABER
            MOVE "ABONOS RECLAMOS CAJERO" TO WS-EXT-DESC
            PERFORM 1210-ESCRIBIR-PARTIDA
        END-IF

        IF WS-TOTAL-REV-RECLAMO > 0
            MOVE WS-TOTAL-REV-RECLAMO TO WS-EXT-MONTO
            MOVE "21000000" TO WS-EXT-CTA-DEBE
            MOVE "19100000" TO WS-EXT-CTA-HABER
            MOVE "REVERSION RECLAMOS CAJERO" TO WS-EXT-DESC
            PERFORM 1210-ESCRIBIR-PARTIDA
        END-IF

        *> Lo que otras redes entregaron a nuestros clientes, y su
        *> comision, se le debe a cada red hasta su liquidacion.
        IF WS-TOTAL-RETIRO-RED > 0
            MOVE WS-TOTAL-RETIRO-RED TO WS-EXT-MONTO
            MOVE "21000000" TO WS-EXT-CTA-DEBE
            MOVE "20500000" TO WS-EXT-CTA-HABER
            MOVE "RETIROS EN OTRAS REDES" TO WS-EXT-DESC
            PERFORM 1210-ESCRIBIR-PARTIDA
        END-IF

        IF WS-TOTAL-COM-RED > 0
            MOVE WS-TOTAL-COM-RED TO WS-EXT-MONTO
            MOVE "21000000" TO WS-EXT-CTA-DEBE
            MOVE "20500000" TO WS-EXT-CTA-HABER
            MOVE "COMISIONES DE OTRAS REDES" TO WS-EXT-DESC
            PERFORM 1210-ESCRIBIR-PARTIDA
        END-IF

        IF WS-EXT-TOT-DEBE NOT = WS-EXT-TOT-HABER
            DISPLAY "Error: extracto contable descuadrado, debe "
                WS-EXT-TOT-DEBE " haber " WS-EXT-TOT-HABER
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF

        WRITE REPORTE-LINEA
    END-IF

    CLOSE EXTRACTO-CONTABLE

    *> El registro de control acompana al extracto: dice de que
    *> fecha es, si se genero o se retuvo por descuadres y con que
    *> totales, para que el mayor no confunda un extracto retenido
    *> con un dia sin movimientos.
    OPEN OUTPUT CONTROL-EXTRACTO
    IF WS-GLC-STATUS NOT = "00"
        DISPLAY "Error abriendo GLCTL.DAT, status: " WS-GLC-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-FECHA-PROCESO TO GLC-FECHA
    IF WS-DESCUADRES > 0
        SET GLC-OMITIDO TO TRUE
    ELSE
        SET GLC-GENERADO TO TRUE
    END-IF
    MOVE WS-CIERRE-FIN-MES TO GLC-FIN-DE-MES
    MOVE WS-EXT-PARTIDAS TO GLC-PARTIDAS
    MOVE WS-EXT-TOT-DEBE TO GLC-TOTAL-DEBE
    MOVE WS-EXT-TOT-HABER TO GLC-TOTAL-HABER
    MOVE WS-DESCUADRES TO GLC-DESCUADRES
    WRITE GLC-REGISTRO
    IF WS-GLC-STATUS NOT = "00"
        DISPLAY "Error escribiendo GLCTL.DAT, status: " WS-GLC-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE CONTROL-EXTRACTO.

1210-ESCRIBIR-PARTIDA.
    *> Cada total se asienta dos veces, una al debe y una al haber,
    WRITE EXT-REGISTRO
    IF WS-EXT-STATUS NOT = "00"
        DISPLAY "Error escribiendo GLEXTR.DAT, status: " WS-EXT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD WS-EXT-MONTO TO WS-EXT-TOT-DEBE
    ADD 1 TO WS-EXT-PARTIDAS

    MOVE WS-FECHA-PROCESO TO EXT-FECHA
    MOVE WS-EXT-CTA-HABER TO EXT-CUENTA-CONTABLE
    WRITE EXT-REGISTRO
    IF WS-EXT-STATUS NOT = "00"
        DISPLAY "Error escribiendo GLEXTR.DAT, status: " WS-EXT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD WS-EXT-MONTO TO WS-EXT-TOT-HABER
    ADD 1 TO WS-EXT-PARTIDAS.

2000-ARCHIVAR-LOG.
    *> Antes de truncar el log del dia se copia al historial
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT para archivar, status: "
            WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O HISTORIAL-INDEXADO
        OPEN OUTPUT HISTORIAL-INDEXADO
        IF WS-HIS-STATUS NOT = "00"
            DISPLAY "Error creando HISTIDX.DAT, status: " WS-HIS-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE HISTORIAL-INDEXADO
    END-IF
    IF WS-HIS-STATUS NOT = "00"
        DISPLAY "Error abriendo HISTIDX.DAT, status: " WS-HIS-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    *> Copia del log por fecha de negocio, en el orden del log, para
    *> que el extracto de notificaciones examine lo que se registro
    *> despues de su corrida y antes de este archivo. La numeracion
    *> parte de la tabla fijada en 2050: un paso 2 reanudado vuelve a
    *> grabar las mismas claves.
    PERFORM 2060-ABRIR-LOG-CERRADO

    PERFORM UNTIL FIN-LOG
        READ LOG-TRANSACCIONES
                IF LOG-FECHA-NEGOCIO NOT > WS-FECHA-PROCESO
                   OR LOG-FECHA-NEGOCIO = SPACES
                    PERFORM 2100-GRABAR-HISTORIAL
                    IF LOG-FECHA-NEGOCIO NOT = SPACES
                        PERFORM 2200-COPIAR-LOG-CERRADO
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE HISTORIAL-INDEXADO
    CLOSE LOG-CERRADO
    CLOSE LOG-TRANSACCIONES.

2050-FIJAR-BASE-CERRADO.
    *> Antes de archivar se anota, por cada fecha que se va a copiar,
    *> la ultima posicion que LOGCERR.DAT ya tiene. Se graba en
    *> CIERRECHK.DAT antes del paso 2, de modo que si el paso se corta
    *> a mitad de camino la reanudacion numera igual que la primera
    *> vez. Con mas de 10 fechas en el log, las que no entran se
    *> numeran contando el archivo y no quedan protegidas.
    MOVE 0 TO WS-TOTAL-CERRADO
    MOVE "N" TO WS-CERRADO-EXCEDIDO
    MOVE "N" TO WS-FIN-LOG
    OPEN INPUT LOG-TRANSACCIONES
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT para archivar, status: "
            WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2060-ABRIR-LOG-CERRADO
    PERFORM UNTIL FIN-LOG
        READ LOG-TRANSACCIONES
            AT END SET FIN-LOG TO TRUE
            NOT AT END
                IF LOG-FECHA-NEGOCIO NOT > WS-FECHA-PROCESO
                   AND LOG-FECHA-NEGOCIO NOT = SPACES
                    PERFORM 2070-ANOTAR-BASE-FECHA
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOG-CERRADO
    CLOSE LOG-TRANSACCIONES
    IF CERRADO-EXCEDIDO
        DISPLAY "Aviso: mas de 10 fechas en el log; las excedentes no "
            "quedan protegidas ante una reanudacion del archivo"
    END-IF
    SET BASE-CERRADO-LISTA TO TRUE.

2060-ABRIR-LOG-CERRADO.
    OPEN I-O LOG-CERRADO
    IF WS-LGC-STATUS = "35"
        OPEN OUTPUT LOG-CERRADO
        CLOSE LOG-CERRADO
        OPEN I-O LOG-CERRADO
    END-IF
    IF WS-LGC-STATUS NOT = "00"
        DISPLAY "Error abriendo LOGCERR.DAT, status: " WS-LGC-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2070-ANOTAR-BASE-FECHA.
    MOVE 0 TO WS-LC-POS
    PERFORM VARYING WS-LC-I FROM 1 BY 1
            UNTIL WS-LC-I > WS-TOTAL-CERRADO OR WS-LC-POS > 0
        IF WS-LC-FECHA (WS-LC-I) = LOG-FECHA-NEGOCIO
            MOVE WS-LC-I TO WS-LC-POS
        END-IF
    END-PERFORM
    IF WS-LC-POS = 0
        IF WS-TOTAL-CERRADO < 10
            PERFORM 2210-CONTAR-LOG-CERRADO
            ADD 1 TO WS-TOTAL-CERRADO
            MOVE LOG-FECHA-NEGOCIO TO WS-LC-FECHA (WS-TOTAL-CERRADO)
            MOVE WS-LC-ORDINAL-ACT TO WS-LC-ORDINAL (WS-TOTAL-CERRADO)
        ELSE
            SET CERRADO-EXCEDIDO TO TRUE
        END-IF
    END-IF.

2100-GRABAR-HISTORIAL.
    MOVE LOG-NUMERO-CUENTA TO HIX-CUENTA
    MOVE LOG-FECHA-HORA TO HIX-FECHA-HORA
    END-PERFORM
    IF WS-HIS-STATUS NOT = "00"
        DISPLAY "Error escribiendo HISTIDX.DAT, status: " WS-HIS-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2200-COPIAR-LOG-CERRADO.
    *> La numeracion de cada fecha sigue desde lo que el archivo tenia
    *> antes del paso (2050): una entrada de la fecha que llego al log
    *> despues de su cierre se copia en el cierre siguiente a
    *> continuacion. Una fecha fuera de la tabla se cuenta en el
    *> archivo.
    MOVE 0 TO WS-LC-POS
    PERFORM VARYING WS-LC-I FROM 1 BY 1
            UNTIL WS-LC-I > WS-TOTAL-CERRADO OR WS-LC-POS > 0
        IF WS-LC-FECHA (WS-LC-I) = LOG-FECHA-NEGOCIO
            MOVE WS-LC-I TO WS-LC-POS
        END-IF
    END-PERFORM
    IF WS-LC-POS > 0
        MOVE WS-LC-ORDINAL (WS-LC-POS) TO WS-LC-ORDINAL-ACT
    ELSE
        PERFORM 2210-CONTAR-LOG-CERRADO
        IF WS-TOTAL-CERRADO < 10
            ADD 1 TO WS-TOTAL-CERRADO
            MOVE WS-TOTAL-CERRADO TO WS-LC-POS
            MOVE LOG-FECHA-NEGOCIO TO WS-LC-FECHA (WS-LC-POS)
        END-IF
    END-IF

    ADD 1 TO WS-LC-ORDINAL-ACT
    MOVE LOG-FECHA-NEGOCIO TO LGC-FECHA-NEGOCIO
    MOVE WS-LC-ORDINAL-ACT TO LGC-ORDINAL
    MOVE LOG-REGISTRO TO LGC-LOG
    WRITE LGC-REGISTRO
    *> Clave duplicada: la entrada ya se copio en la corrida que se
    *> interrumpio.
    IF WS-LGC-STATUS NOT = "00" AND WS-LGC-STATUS NOT = "22"
        DISPLAY "Error escribiendo LOGCERR.DAT, status: " WS-LGC-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-LC-POS > 0
        MOVE WS-LC-ORDINAL-ACT TO WS-LC-ORDINAL (WS-LC-POS)
    END-IF.

2210-CONTAR-LOG-CERRADO.
    MOVE 0 TO WS-LC-ORDINAL-ACT
    MOVE "N" TO WS-FIN-CERRADO
    MOVE LOG-FECHA-NEGOCIO TO LGC-FECHA-NEGOCIO
    MOVE 0 TO LGC-ORDINAL
    START LOG-CERRADO KEY IS NOT LESS THAN LGC-CLAVE
        INVALID KEY
            SET FIN-CERRADO TO TRUE
    END-START
    PERFORM UNTIL FIN-CERRADO
        READ LOG-CERRADO NEXT RECORD
            AT END SET FIN-CERRADO TO TRUE
            NOT AT END
                IF LGC-FECHA-NEGOCIO NOT = LOG-FECHA-NEGOCIO
                    SET FIN-CERRADO TO TRUE
                ELSE
                    MOVE LGC-ORDINAL TO WS-LC-ORDINAL-ACT
                END-IF
        END-READ
    END-PERFORM.

3000-TRUNCAR-LOG.
    *> El dia cerrado ya quedo conciliado y archivado, pero el log
    *> puede traer actividad de la fecha de negocio siguiente
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLOG.DAT para truncar, status: "
            WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT LOG-PENDIENTES
    IF WS-PND-STATUS NOT = "00"
        DISPLAY "Error abriendo TRANLPND.DAT, status: " WS-PND-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

                    IF WS-PND-STATUS NOT = "00"
                        DISPLAY "Error escribiendo TRANLPND.DAT, status: "
                            WS-PND-STATUS
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
    OPEN INPUT LOG-PENDIENTES
    IF WS-PND-STATUS NOT = "00"
        DISPLAY "Error releyendo TRANLPND.DAT, status: " WS-PND-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT LOG-TRANSACCIONES
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "Error truncando TRANLOG.DAT, status: " WS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

                IF WS-LOG-STATUS NOT = "00"
                    DISPLAY "Error reescribiendo TRANLOG.DAT, status: "
                        WS-LOG-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
    OPEN I-O CTA-MAESTRO
    IF WS-CTA-STATUS NOT = "00"
        DISPLAY "Error abriendo CTAMAE.DAT, status: " WS-CTA-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT CAJ-CAJON
    IF WS-CAJ-STATUS NOT = "00"
        DISPLAY "Error abriendo CAJDRW.DAT, status: " WS-CAJ-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CAJ-INSTANTANEA
    IF WS-SNAP-STATUS NOT = "00"
        DISPLAY "Error abriendo CAJSNAP.DAT, status: " WS-SNAP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

                IF WS-SNAP-STATUS NOT = "00"
                    DISPLAY "Error escribiendo CAJSNAP.DAT, status: "
                        WS-SNAP-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
    CLOSE CAJ-CAJON.

6000-AVANZAR-FECHA.
    *> Ultimo paso del cierre: la fecha de negocio pasa al dia habil
    *> siguiente, con lo que la actividad nueva de los cajeros (la de
    *> un fin de semana o feriado incluida) queda sellada para el dia
    *> que viene. El paso es idempotente: si una corrida reanudada ya
    *> la avanzo, no se avanza dos veces.
    MOVE "N" TO WS-FECHA-AVANZADA
    OPEN INPUT FECHA-NEGOCIO
    IF WS-FNG-STATUS = "00"
    END-IF

    IF NOT FECHA-AVANZADA
        OPEN OUTPUT FECHA-NEGOCIO
        IF WS-FNG-STATUS NOT = "00"
            DISPLAY "Error grabando FECHANEG.DAT, status: " WS-FNG-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-FECHA-SIGUIENTE TO FNG-FECHA
        IF SIGUIENTE-FIN-MES
            MOVE "S" TO FNG-ULTIMO-HABIL
        ELSE
            MOVE "N" TO FNG-ULTIMO-HABIL
        END-IF
        WRITE FNG-REGISTRO
        IF WS-FNG-STATUS NOT = "00"
            DISPLAY "Error grabando FECHANEG.DAT, status: " WS-FNG-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE FECHA-NEGOCIO
        DISPLAY "Nueva fecha de negocio: " WS-FECHA-SIGUIENTE
        IF SIGUIENTE-FIN-MES
            DISPLAY "La nueva fecha es el último día hábil del mes"
        END-IF
    END-IF.

6200-SIGUIENTE-HABIL.
    MOVE "N" TO WS-DIA-HABIL
    PERFORM UNTIL DIA-HABIL
        ADD 1 TO WS-FC-DD
        PERFORM 6100-DIAS-DEL-MES
        IF WS-FC-DD > WS-DIAS-MES
            MOVE 1 TO WS-FC-DD
            ADD 1 TO WS-FC-MM
            IF WS-FC-MM > 12
                MOVE 1 TO WS-FC-MM
                ADD 1 TO WS-FC-AAAA
            END-IF
        END-IF
        PERFORM 6210-VERIFICAR-HABIL
    END-PERFORM.

6210-VERIFICAR-HABIL.
    *> El dia serial 1 (1 de enero de 1601) fue lunes: resto 6 es
    *> sabado y resto 0 domingo. Los demas dias son habiles salvo
    *> que figuren en el calendario de feriados.
    SET DIA-HABIL TO TRUE
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC-NUM), 7)
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
        MOVE "N" TO WS-DIA-HABIL
    ELSE
        IF HAY-CALENDARIO
            MOVE WS-FECHA-CALC TO FER-FECHA
            READ CALENDARIO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "N" TO WS-DIA-HABIL
            END-READ
        END-IF
    END-IF.

6300-ABRIR-CALENDARIO.
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

6100-DIAS-DEL-MES.
    EVALUATE WS-FC-MM
        WHEN 1
