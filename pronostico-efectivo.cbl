IDENTIFICATION DIVISION.
PROGRAM-ID. PRONOSTICO-EFECTIVO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORIAL-INDEXADO ASSIGN TO "HISTIDX.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIX-CLAVE
        FILE STATUS IS WS-HIS-STATUS.

    SELECT CAJ-CAJON ASSIGN TO "CAJDRW.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAJ-CLAVE
        FILE STATUS IS WS-CAJ-STATUS.

    SELECT EVENTOS-TERMINAL ASSIGN TO "EVENTOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-STATUS.

    SELECT CALENDARIO ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FER-FECHA
        FILE STATUS IS WS-FER-STATUS.

    SELECT PARAMETROS-PRONOSTICO ASSIGN TO "PRONCFG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRN-STATUS.

    SELECT FECHA-NEGOCIO ASSIGN TO "FECHANEG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.

    SELECT PEDIDO-EFECTIVO ASSIGN TO "PEDEFEC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEF-STATUS.

    SELECT REPORTE-PRONOSTICO ASSIGN TO "PRONOSTICO.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORIAL-INDEXADO.
    COPY "HISTIDX.cpy".

FD  CAJ-CAJON.
    COPY "CAJDRW.cpy".

FD  EVENTOS-TERMINAL.
    COPY "EVTERM.cpy".

FD  CALENDARIO.
    COPY "CALFERI.cpy".

FD  PARAMETROS-PRONOSTICO.
    COPY "PRONCFG.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

FD  PEDIDO-EFECTIVO.
    COPY "PEDEFEC.cpy".

FD  REPORTE-PRONOSTICO.
01  REPORTE-LINEA PIC X(140).

WORKING-STORAGE SECTION.
01  WS-HIS-STATUS PIC XX.
01  WS-CAJ-STATUS PIC XX.
01  WS-EVT-STATUS PIC XX.
01  WS-FER-STATUS PIC XX.
01  WS-PRN-STATUS PIC XX.
01  WS-FNG-STATUS PIC XX.
01  WS-PEF-STATUS PIC XX.
01  WS-RPT-STATUS PIC XX.

01  WS-FIN-HIS PIC X VALUE "N".
    88 FIN-HIS VALUE "S".
01  WS-FIN-CAJ PIC X VALUE "N".
    88 FIN-CAJ VALUE "S".
01  WS-FIN-EVENTOS PIC X VALUE "N".
    88 FIN-EVENTOS VALUE "S".
01  WS-HAY-CALENDARIO PIC X VALUE "N".
    88 HAY-CALENDARIO VALUE "S".

*> El movimiento archivado se relee con el juego de campos del log.
COPY "LOGTRAN.cpy" REPLACING LEADING ==LOG-== BY ==MOV-==.

01  WS-FECHA-NEGOCIO PIC X(8).
01  WS-FECHA-ENTREGA PIC X(8).

*> Parametros por omision si falta PRONCFG.DAT: ocho semanas de
*> historia, entrega al dia habil siguiente, dos dias de margen,
*> una semana de cobertura y fajos de cien billetes.
01  WS-DIAS-HISTORIA  PIC 9(3) VALUE 56.
01  WS-DIAS-ENTREGA   PIC 9(2) VALUE 1.
01  WS-DIAS-MARGEN    PIC 9(2) VALUE 2.
01  WS-DIAS-COBERTURA PIC 9(2) VALUE 7.
01  WS-FAJO           PIC 9(3) VALUE 100.

*> Fechas como dia serial (FUNCTION INTEGER-OF-DATE): la ventana de
*> historia va del serial de inicio al dia anterior a la fecha de
*> negocio, y la proyeccion arranca en la fecha de negocio.
01  WS-FECHA-NUM        PIC 9(8).
01  WS-FECHA-TEXTO REDEFINES WS-FECHA-NUM PIC X(8).
01  WS-SERIAL-NEGOCIO   PIC 9(7).
01  WS-SERIAL-INICIO    PIC 9(7).
01  WS-SERIAL-MOV       PIC 9(7).
01  WS-SERIAL-ENTREGA   PIC 9(7).
01  WS-DIAS-A-ENTREGA   PIC 9(3).
01  WS-DIA-SEMANA       PIC 9.
01  WS-DIA-HABIL PIC X VALUE "N".
    88 DIA-HABIL VALUE "S".
01  WS-HABILES-CONTADOS PIC 9(2).

*> Cuantas veces cae cada dia de la semana (1 = domingo ... 7 =
*> sabado) dentro de la ventana de historia.
01  WS-TABLA-VENTANA.
    05 WS-VENTANA-DIAS OCCURS 7 TIMES PIC 9(3).
01  WS-NOMBRES-DIA-VALORES.
    05 FILLER PIC X(3) VALUE "DOM".
    05 FILLER PIC X(3) VALUE "LUN".
    05 FILLER PIC X(3) VALUE "MAR".
    05 FILLER PIC X(3) VALUE "MIE".
    05 FILLER PIC X(3) VALUE "JUE".
    05 FILLER PIC X(3) VALUE "VIE".
    05 FILLER PIC X(3) VALUE "SAB".
01  WS-NOMBRES-DIA REDEFINES WS-NOMBRES-DIA-VALORES.
    05 WS-NOMBRE-DIA OCCURS 7 TIMES PIC X(3).

*> Las tres denominaciones del cajon, en el orden en que el cajero
*> las prueba al dispensar.
01  WS-DENOMINACION-VALORES.
    05 FILLER PIC 9(3) VALUE 100.
    05 FILLER PIC 9(3) VALUE 050.
    05 FILLER PIC 9(3) VALUE 020.
01  WS-DENOMINACIONES REDEFINES WS-DENOMINACION-VALORES.
    05 WS-DENOMINACION OCCURS 3 TIMES PIC 9(3).

*> Acumulados por terminal y denominacion: existencia actual del
*> cajon, billetes dispensados (o que se quisieron dispensar) por
*> dia de la semana, episodios de denominacion agotada y el
*> resultado de la proyeccion.
01  WS-TABLA-TERMINALES.
    05 WS-TOTAL-TERMINALES PIC 9(3) VALUE 0.
    05 WS-TERMINAL OCCURS 20 TIMES INDEXED BY WS-TIDX.
        10 WS-TR-ID          PIC X(4).
        10 WS-TR-RETIROS     PIC 9(7).
        10 WS-TR-SIN-EFECT   PIC 9(5).
        10 WS-TR-PIDE        PIC X.
        10 WS-TR-DEN OCCURS 3 TIMES INDEXED BY WS-DIDX.
            15 WS-TR-EXISTENCIA  PIC 9(5).
            15 WS-TR-BILLETES    OCCURS 7 TIMES PIC 9(7).
            15 WS-TR-AGOTADA     PIC 9(5).
            15 WS-TR-DIAS-VACIO  PIC 9(3).
            15 WS-TR-PEDIDO      PIC 9(5).

01  WS-TERM-BUSCADO PIC X(4).
01  WS-TPOS         PIC 9(3) VALUE 0.
01  WS-DPOS         PIC 9.
01  WS-SPOS         PIC 9.

*> Desglose de un monto en billetes con la misma regla del cajero:
*> la mayor cantidad de 100 que deje un resto pagable con 50 y 20.
01  WS-MONTO-ENTERO   PIC 9(5).
01  WS-MAX-100        PIC S9(5).
01  WS-MAX-50         PIC S9(5).
01  WS-PRUEBA-100     PIC S9(5).
01  WS-PRUEBA-50      PIC S9(5).
01  WS-MONTO-RESTANTE PIC S9(5).
01  WS-USAR-100       PIC 9(5).
01  WS-USAR-50        PIC 9(5).
01  WS-USAR-20        PIC 9(5).
01  WS-DESGLOSE-OK    PIC X VALUE "N".
    88 DESGLOSE-OK VALUE "S".

*> El evento SIN-EFECT del cajero trae el monto pedido como
*> "MONTO " seguido de los siete digitos de 9(5)V99.
01  WS-EVT-MONTO-TXT PIC X(7).
01  WS-EVT-MONTO-R REDEFINES WS-EVT-MONTO-TXT.
    05 WS-EVT-MONTO PIC 9(5)V99.

01  WS-K               PIC 9(3).
01  WS-DEMANDA-DIA     PIC 9(5)V99.
01  WS-SIMULADO        PIC S9(7)V99.
01  WS-DEMANDA-ENTREGA PIC 9(7)V99.
01  WS-DEMANDA-COBERT  PIC 9(7)V99.
01  WS-NECESARIO       PIC S9(7)V99.
01  WS-FAJOS           PIC 9(5).
01  WS-AGOTADO PIC X VALUE "N".
    88 AGOTADO VALUE "S".
01  WS-PROMEDIO-DIA    PIC 9(5)V99.
01  WS-TOTAL-BILLETES  PIC 9(7).

01  WS-PEDIDOS-GRABADOS PIC 9(3) VALUE 0.
01  WS-IMPORTE-PEDIDO   PIC 9(7)V99.
01  WS-IMPORTE-TOTAL    PIC 9(9)V99 VALUE 0.

*> Linea del perfil semanal: promedio de billetes por dia de la
*> semana, de domingo a sabado.
01  WS-PERFIL-SEMANA.
    05 WS-PERFIL-DIA OCCURS 7 TIMES.
        10 WS-PF-NOMBRE   PIC X(3).
        10 FILLER         PIC X VALUE SPACE.
        10 WS-PF-PROMEDIO PIC ZZZ9.9.
        10 FILLER         PIC X(2) VALUE SPACES.

01  WS-CONT-EDIT     PIC ZZZZ9.
01  WS-CONT-EDIT-2   PIC ZZZZ9.
01  WS-CONT-EDIT-3   PIC ZZZZ9.
01  WS-DIAS-EDIT     PIC ZZ9.
01  WS-PROMEDIO-EDIT PIC ZZZZ9.99.
01  WS-IMPORTE-EDIT  PIC Z(8)9.99.
01  WS-DEN-EDIT      PIC ZZ9.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Pronóstico de demanda de efectivo por terminal"

    *> La fecha de negocio la fija el cierre diario; si el archivo
    *> aun no existe se opera con la fecha calendario. El pronostico
    *> corre despues del cierre: la fecha leida es el dia que abre.
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

    PERFORM 0100-LEER-PARAMETROS
    PERFORM 0200-CALCULAR-VENTANA

    PERFORM 6300-ABRIR-CALENDARIO
    PERFORM 6200-CALCULAR-ENTREGA
    IF HAY-CALENDARIO
        CLOSE CALENDARIO
    END-IF

    PERFORM 1000-CARGAR-CAJONES
    IF WS-TOTAL-TERMINALES = 0
        DISPLAY "CAJDRW.DAT sin cajones cargados; no hay nada que pronosticar"
        STOP RUN
    END-IF

    PERFORM 2000-LEER-HISTORIAL
    PERFORM 3000-LEER-EVENTOS

    OPEN OUTPUT PEDIDO-EFECTIVO
    IF WS-PEF-STATUS NOT = "00"
        DISPLAY "Error abriendo PEDEFEC.DAT, status: " WS-PEF-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REPORTE-PRONOSTICO
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo PRONOSTICO.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "PRONOSTICO DE DEMANDA DE EFECTIVO Y PEDIDO A TRANSPORTADORA"
        TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-DIAS-HISTORIA TO WS-DIAS-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Fecha de negocio: " WS-FECHA-NEGOCIO
           "   Historia: " WS-DIAS-EDIT " dias"
           "   Entrega: " WS-FECHA-ENTREGA
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-DIAS-MARGEN TO WS-DIAS-EDIT
    MOVE WS-DIAS-COBERTURA TO WS-CONT-EDIT
    MOVE WS-FAJO TO WS-CONT-EDIT-2
    MOVE SPACES TO REPORTE-LINEA
    STRING "Margen: " WS-DIAS-EDIT " dias"
           "   Cobertura del pedido: " WS-CONT-EDIT " dias"
           "   Fajo: " WS-CONT-EDIT-2 " billetes"
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    PERFORM VARYING WS-TIDX FROM 1 BY 1
            UNTIL WS-TIDX > WS-TOTAL-TERMINALES
        SET WS-TPOS TO WS-TIDX
        PERFORM 4000-PROYECTAR-TERMINAL
        PERFORM 5000-ESCRIBIR-TERMINAL
        IF WS-TR-PIDE (WS-TPOS) = "S"
            PERFORM 5100-GRABAR-PEDIDO
        END-IF
    END-PERFORM

    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-PEDIDOS-GRABADOS TO WS-CONT-EDIT
    MOVE WS-IMPORTE-TOTAL TO WS-IMPORTE-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Terminales con pedido: " WS-CONT-EDIT
           "   Importe total del pedido: " WS-IMPORTE-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    CLOSE PEDIDO-EFECTIVO REPORTE-PRONOSTICO

    MOVE WS-PEDIDOS-GRABADOS TO WS-CONT-EDIT
    DISPLAY "Terminales con pedido: " WS-CONT-EDIT
    DISPLAY "Pronóstico generado. Ver PRONOSTICO.RPT y PEDEFEC.DAT"
    STOP RUN.

0100-LEER-PARAMETROS.
    OPEN INPUT PARAMETROS-PRONOSTICO
    IF WS-PRN-STATUS = "00"
        READ PARAMETROS-PRONOSTICO
            AT END
                DISPLAY "Aviso: PRONCFG.DAT sin registro; parámetros por omisión"
            NOT AT END
                IF PRN-DIAS-HISTORIA IS NUMERIC
                   AND PRN-DIAS-HISTORIA >= 7
                    MOVE PRN-DIAS-HISTORIA TO WS-DIAS-HISTORIA
                END-IF
                IF PRN-DIAS-ENTREGA IS NUMERIC
                    MOVE PRN-DIAS-ENTREGA TO WS-DIAS-ENTREGA
                END-IF
                IF PRN-DIAS-MARGEN IS NUMERIC
                    MOVE PRN-DIAS-MARGEN TO WS-DIAS-MARGEN
                END-IF
                IF PRN-DIAS-COBERTURA IS NUMERIC
                   AND PRN-DIAS-COBERTURA > 0
                    MOVE PRN-DIAS-COBERTURA TO WS-DIAS-COBERTURA
                END-IF
                IF PRN-FAJO IS NUMERIC AND PRN-FAJO > 0
                    MOVE PRN-FAJO TO WS-FAJO
                END-IF
        END-READ
        CLOSE PARAMETROS-PRONOSTICO
    ELSE
        DISPLAY "Aviso: sin PRONCFG.DAT; parámetros de pronóstico por omisión"
    END-IF.

0200-CALCULAR-VENTANA.
    MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TEXTO
    COMPUTE WS-SERIAL-NEGOCIO = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
    COMPUTE WS-SERIAL-INICIO = WS-SERIAL-NEGOCIO - WS-DIAS-HISTORIA

    MOVE 0 TO WS-VENTANA-DIAS (1) WS-VENTANA-DIAS (2)
        WS-VENTANA-DIAS (3) WS-VENTANA-DIAS (4) WS-VENTANA-DIAS (5)
        WS-VENTANA-DIAS (6) WS-VENTANA-DIAS (7)
    PERFORM VARYING WS-SERIAL-MOV FROM WS-SERIAL-INICIO BY 1
            UNTIL WS-SERIAL-MOV >= WS-SERIAL-NEGOCIO
        COMPUTE WS-SPOS = FUNCTION MOD(WS-SERIAL-MOV, 7) + 1
        ADD 1 TO WS-VENTANA-DIAS (WS-SPOS)
    END-PERFORM.

1000-CARGAR-CAJONES.
    *> La flota a pronosticar es la que tiene cajon en CAJDRW.DAT;
    *> la existencia de cada denominacion es el punto de partida.
    OPEN INPUT CAJ-CAJON
    IF WS-CAJ-STATUS NOT = "00"
        DISPLAY "Error abriendo CAJDRW.DAT, status: " WS-CAJ-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL FIN-CAJ
        READ CAJ-CAJON NEXT RECORD
            AT END SET FIN-CAJ TO TRUE
            NOT AT END
                MOVE CAJ-TERMINAL TO WS-TERM-BUSCADO
                PERFORM 1900-UBICAR-TERMINAL
                IF WS-TPOS > 0
                    EVALUATE CAJ-DENOMINACION
                        WHEN 100
                            MOVE CAJ-CANTIDAD TO WS-TR-EXISTENCIA (WS-TPOS, 1)
                        WHEN 50
                            MOVE CAJ-CANTIDAD TO WS-TR-EXISTENCIA (WS-TPOS, 2)
                        WHEN 20
                            MOVE CAJ-CANTIDAD TO WS-TR-EXISTENCIA (WS-TPOS, 3)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CAJ-CAJON.

1900-UBICAR-TERMINAL.
    MOVE 0 TO WS-TPOS
    PERFORM VARYING WS-TIDX FROM 1 BY 1
            UNTIL WS-TIDX > WS-TOTAL-TERMINALES
        IF WS-TR-ID (WS-TIDX) = WS-TERM-BUSCADO
            SET WS-TPOS TO WS-TIDX
        END-IF
    END-PERFORM

    IF WS-TPOS = 0
        IF WS-TOTAL-TERMINALES >= 20
            DISPLAY "Aviso: tabla de terminales llena (20), se omite terminal "
                WS-TERM-BUSCADO
        ELSE
            ADD 1 TO WS-TOTAL-TERMINALES
            MOVE WS-TOTAL-TERMINALES TO WS-TPOS
            MOVE WS-TERM-BUSCADO TO WS-TR-ID (WS-TPOS)
            MOVE 0 TO WS-TR-RETIROS (WS-TPOS)
            MOVE 0 TO WS-TR-SIN-EFECT (WS-TPOS)
            MOVE "N" TO WS-TR-PIDE (WS-TPOS)
            PERFORM VARYING WS-DIDX FROM 1 BY 1 UNTIL WS-DIDX > 3
                MOVE 0 TO WS-TR-EXISTENCIA (WS-TPOS, WS-DIDX)
                MOVE 0 TO WS-TR-AGOTADA (WS-TPOS, WS-DIDX)
                MOVE 0 TO WS-TR-DIAS-VACIO (WS-TPOS, WS-DIDX)
                MOVE 0 TO WS-TR-PEDIDO (WS-TPOS, WS-DIDX)
                PERFORM VARYING WS-SPOS FROM 1 BY 1 UNTIL WS-SPOS > 7
                    MOVE 0 TO WS-TR-BILLETES (WS-TPOS, WS-DIDX, WS-SPOS)
                END-PERFORM
            END-PERFORM
        END-IF
    END-IF.

1950-BUSCAR-TERMINAL.
    *> Igual que 1900 pero sin dar de alta: el historial y los eventos
    *> de un terminal sin cajon (dado de baja) no se pronostican.
    MOVE 0 TO WS-TPOS
    PERFORM VARYING WS-TIDX FROM 1 BY 1
            UNTIL WS-TIDX > WS-TOTAL-TERMINALES
        IF WS-TR-ID (WS-TIDX) = WS-TERM-BUSCADO
            SET WS-TPOS TO WS-TIDX
        END-IF
    END-PERFORM.

2000-LEER-HISTORIAL.
    *> El historial esta indexado por cuenta, no por terminal: se
    *> recorre completo y se queda con los retiros aprobados de la
    *> ventana. RETIRO-EXT (tarjetas de otras redes) tambien sale del
    *> cajon y cuenta como demanda.
    OPEN INPUT HISTORIAL-INDEXADO
    IF WS-HIS-STATUS NOT = "00"
        DISPLAY "Error abriendo HISTIDX.DAT, status: " WS-HIS-STATUS
        DISPLAY "Si aún no migró el historial, corra la conversión"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL FIN-HIS
        READ HISTORIAL-INDEXADO NEXT RECORD
            AT END SET FIN-HIS TO TRUE
            NOT AT END
                MOVE HIX-LOG TO MOV-REGISTRO
                IF MOV-ESTADO = "APROBADO"
                   AND (MOV-TIPO-TRANS = "RETIRO"
                        OR MOV-TIPO-TRANS = "RETIRO-EXT")
                   AND MOV-TERMINAL NOT = "SUC "
                    PERFORM 2100-ACUMULAR-RETIRO
                END-IF
        END-READ
    END-PERFORM
    CLOSE HISTORIAL-INDEXADO.

2100-ACUMULAR-RETIRO.
    *> El dia de la semana es el dia calendario en que el efectivo
    *> salio del cajon, igual que los eventos sin efectivo de 3100:
    *> los retiros del fin de semana llevan la fecha de negocio del
    *> lunes y no deben sumarse a la demanda de ese dia.
    MOVE MOV-FECHA-HORA(1:8) TO WS-FECHA-TEXTO
    IF WS-FECHA-TEXTO IS NUMERIC
        COMPUTE WS-SERIAL-MOV = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
        IF WS-SERIAL-MOV >= WS-SERIAL-INICIO
           AND WS-SERIAL-MOV < WS-SERIAL-NEGOCIO
            MOVE MOV-TERMINAL TO WS-TERM-BUSCADO
            PERFORM 1950-BUSCAR-TERMINAL
            IF WS-TPOS > 0
                ADD 1 TO WS-TR-RETIROS (WS-TPOS)
                MOVE MOV-MONTO-SOLICITADO TO WS-MONTO-ENTERO
                PERFORM 2500-DESGLOSAR-MONTO
                PERFORM 2600-SUMAR-BILLETES
            END-IF
        END-IF
    END-IF.

2500-DESGLOSAR-MONTO.
    MOVE "N" TO WS-DESGLOSE-OK
    MOVE 0 TO WS-USAR-100 WS-USAR-50 WS-USAR-20
    COMPUTE WS-MAX-100 = WS-MONTO-ENTERO / 100
    PERFORM VARYING WS-PRUEBA-100 FROM WS-MAX-100 BY -1
            UNTIL WS-PRUEBA-100 < 0 OR DESGLOSE-OK
        COMPUTE WS-MONTO-RESTANTE = WS-MONTO-ENTERO - (WS-PRUEBA-100 * 100)
        COMPUTE WS-MAX-50 = WS-MONTO-RESTANTE / 50
        PERFORM VARYING WS-PRUEBA-50 FROM WS-MAX-50 BY -1
                UNTIL WS-PRUEBA-50 < 0 OR DESGLOSE-OK
            COMPUTE WS-MONTO-RESTANTE =
                WS-MONTO-ENTERO - (WS-PRUEBA-100 * 100) - (WS-PRUEBA-50 * 50)
            IF FUNCTION MOD(WS-MONTO-RESTANTE, 20) = 0
                MOVE WS-PRUEBA-100 TO WS-USAR-100
                MOVE WS-PRUEBA-50 TO WS-USAR-50
                COMPUTE WS-USAR-20 = WS-MONTO-RESTANTE / 20
                SET DESGLOSE-OK TO TRUE
            END-IF
        END-PERFORM
    END-PERFORM.

2600-SUMAR-BILLETES.
    *> Acumula el desglose en el dia de la semana de WS-SERIAL-MOV.
    COMPUTE WS-SPOS = FUNCTION MOD(WS-SERIAL-MOV, 7) + 1
    ADD WS-USAR-100 TO WS-TR-BILLETES (WS-TPOS, 1, WS-SPOS)
    ADD WS-USAR-50 TO WS-TR-BILLETES (WS-TPOS, 2, WS-SPOS)
    ADD WS-USAR-20 TO WS-TR-BILLETES (WS-TPOS, 3, WS-SPOS).

3000-LEER-EVENTOS.
    *> Un retiro que el cajon no pudo cubrir es demanda que el
    *> historial no muestra: se suma al dia en que ocurrio. Si el
    *> cliente luego retiro un monto menor, ese dia queda contado de
    *> mas; se prefiere pecar de pedir de mas que de quedarse sin
    *> billetes. Los avisos de denominacion agotada se cuentan aparte.
    OPEN INPUT EVENTOS-TERMINAL
    IF WS-EVT-STATUS = "35"
        DISPLAY "Aviso: sin EVENTOS.DAT; no se suma demanda no atendida"
    ELSE
        IF WS-EVT-STATUS NOT = "00"
            DISPLAY "Error abriendo EVENTOS.DAT, status: " WS-EVT-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL FIN-EVENTOS
            READ EVENTOS-TERMINAL
                AT END SET FIN-EVENTOS TO TRUE
                NOT AT END
                    IF EVT-CODIGO = "SIN-EFECT"
                        PERFORM 3100-PROCESAR-SIN-EFECTIVO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EVENTOS-TERMINAL
    END-IF.

3100-PROCESAR-SIN-EFECTIVO.
    MOVE EVT-FECHA-HORA(1:8) TO WS-FECHA-TEXTO
    IF WS-FECHA-TEXTO IS NUMERIC
        COMPUTE WS-SERIAL-MOV = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
        IF WS-SERIAL-MOV >= WS-SERIAL-INICIO
           AND WS-SERIAL-MOV < WS-SERIAL-NEGOCIO
            MOVE EVT-TERMINAL TO WS-TERM-BUSCADO
            PERFORM 1950-BUSCAR-TERMINAL
            IF WS-TPOS > 0
                IF EVT-DETALLE(1:3) = "DEN"
                    EVALUATE EVT-DETALLE(5:3)
                        WHEN "100"
                            ADD 1 TO WS-TR-AGOTADA (WS-TPOS, 1)
                        WHEN "050"
                            ADD 1 TO WS-TR-AGOTADA (WS-TPOS, 2)
                        WHEN "020"
                            ADD 1 TO WS-TR-AGOTADA (WS-TPOS, 3)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                ELSE
                    IF EVT-DETALLE(1:6) = "MONTO "
                        MOVE EVT-DETALLE(7:7) TO WS-EVT-MONTO-TXT
                        IF WS-EVT-MONTO-TXT IS NUMERIC
                            ADD 1 TO WS-TR-SIN-EFECT (WS-TPOS)
                            MOVE WS-EVT-MONTO TO WS-MONTO-ENTERO
                            PERFORM 2500-DESGLOSAR-MONTO
                            PERFORM 2600-SUMAR-BILLETES
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

4000-PROYECTAR-TERMINAL.
    PERFORM VARYING WS-DPOS FROM 1 BY 1 UNTIL WS-DPOS > 3
        PERFORM 4100-PROYECTAR-DENOMINACION
    END-PERFORM

    *> Se pide para el terminal si alguna denominacion se agota antes
    *> de la entrega mas el margen; en ese viaje se completan todas
    *> las denominaciones que lo necesiten.
    MOVE "N" TO WS-TR-PIDE (WS-TPOS)
    PERFORM VARYING WS-DPOS FROM 1 BY 1 UNTIL WS-DPOS > 3
        IF WS-TR-DIAS-VACIO (WS-TPOS, WS-DPOS)
               <= WS-DIAS-A-ENTREGA + WS-DIAS-MARGEN
           AND WS-TR-PEDIDO (WS-TPOS, WS-DPOS) > 0
            MOVE "S" TO WS-TR-PIDE (WS-TPOS)
        END-IF
    END-PERFORM.

4100-PROYECTAR-DENOMINACION.
    *> Dias hasta vaciarse: se descuenta dia por dia el promedio del
    *> dia de la semana que corresponde, desde la fecha de negocio.
    *> 99 significa que no se agota en el horizonte (o no tiene uso).
    MOVE WS-TR-EXISTENCIA (WS-TPOS, WS-DPOS) TO WS-SIMULADO
    MOVE "N" TO WS-AGOTADO
    MOVE 99 TO WS-TR-DIAS-VACIO (WS-TPOS, WS-DPOS)
    PERFORM VARYING WS-K FROM 0 BY 1 UNTIL WS-K > 98 OR AGOTADO
        PERFORM 4200-DEMANDA-DIA
        SUBTRACT WS-DEMANDA-DIA FROM WS-SIMULADO
        IF WS-SIMULADO < 0
            SET AGOTADO TO TRUE
            MOVE WS-K TO WS-TR-DIAS-VACIO (WS-TPOS, WS-DPOS)
        END-IF
    END-PERFORM

    *> Pedido: lo que falta para cubrir los dias de cobertura despues
    *> de la entrega con lo que quede en el cajon ese dia, redondeado
    *> hacia arriba al fajo.
    MOVE 0 TO WS-DEMANDA-ENTREGA WS-DEMANDA-COBERT
    PERFORM VARYING WS-K FROM 0 BY 1
            UNTIL WS-K >= WS-DIAS-A-ENTREGA + WS-DIAS-COBERTURA
        PERFORM 4200-DEMANDA-DIA
        IF WS-K < WS-DIAS-A-ENTREGA
            ADD WS-DEMANDA-DIA TO WS-DEMANDA-ENTREGA
        ELSE
            ADD WS-DEMANDA-DIA TO WS-DEMANDA-COBERT
        END-IF
    END-PERFORM
    COMPUTE WS-SIMULADO =
        WS-TR-EXISTENCIA (WS-TPOS, WS-DPOS) - WS-DEMANDA-ENTREGA
    IF WS-SIMULADO < 0
        MOVE 0 TO WS-SIMULADO
    END-IF
    COMPUTE WS-NECESARIO = WS-DEMANDA-COBERT - WS-SIMULADO
    IF WS-NECESARIO > 0
        COMPUTE WS-FAJOS = (WS-NECESARIO + WS-FAJO - 0.01) / WS-FAJO
        COMPUTE WS-TR-PEDIDO (WS-TPOS, WS-DPOS) = WS-FAJOS * WS-FAJO
    ELSE
        MOVE 0 TO WS-TR-PEDIDO (WS-TPOS, WS-DPOS)
    END-IF.

4200-DEMANDA-DIA.
    *> Promedio de billetes de la denominacion para el dia de la
    *> semana que cae WS-K dias despues de la fecha de negocio.
    COMPUTE WS-SPOS = FUNCTION MOD(WS-SERIAL-NEGOCIO + WS-K, 7) + 1
    IF WS-VENTANA-DIAS (WS-SPOS) > 0
        COMPUTE WS-DEMANDA-DIA ROUNDED =
            WS-TR-BILLETES (WS-TPOS, WS-DPOS, WS-SPOS)
            / WS-VENTANA-DIAS (WS-SPOS)
    ELSE
        MOVE 0 TO WS-DEMANDA-DIA
    END-IF.

5000-ESCRIBIR-TERMINAL.
    MOVE WS-TR-RETIROS (WS-TPOS) TO WS-CONT-EDIT
    MOVE WS-TR-SIN-EFECT (WS-TPOS) TO WS-CONT-EDIT-2
    MOVE SPACES TO REPORTE-LINEA
    STRING "Terminal " WS-TR-ID (WS-TPOS)
           "   Retiros en la ventana: " WS-CONT-EDIT
           "   Retiros no atendidos: " WS-CONT-EDIT-2
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    PERFORM VARYING WS-DPOS FROM 1 BY 1 UNTIL WS-DPOS > 3
        MOVE 0 TO WS-TOTAL-BILLETES
        PERFORM VARYING WS-SPOS FROM 1 BY 1 UNTIL WS-SPOS > 7
            ADD WS-TR-BILLETES (WS-TPOS, WS-DPOS, WS-SPOS)
                TO WS-TOTAL-BILLETES
        END-PERFORM
        COMPUTE WS-PROMEDIO-DIA ROUNDED =
            WS-TOTAL-BILLETES / WS-DIAS-HISTORIA
        MOVE WS-DENOMINACION (WS-DPOS) TO WS-DEN-EDIT
        MOVE WS-TR-EXISTENCIA (WS-TPOS, WS-DPOS) TO WS-CONT-EDIT
        MOVE WS-PROMEDIO-DIA TO WS-PROMEDIO-EDIT
        MOVE WS-TR-DIAS-VACIO (WS-TPOS, WS-DPOS) TO WS-DIAS-EDIT
        MOVE WS-TR-AGOTADA (WS-TPOS, WS-DPOS) TO WS-CONT-EDIT-2
        MOVE WS-TR-PEDIDO (WS-TPOS, WS-DPOS) TO WS-CONT-EDIT-3
        MOVE SPACES TO REPORTE-LINEA
        IF WS-TR-DIAS-VACIO (WS-TPOS, WS-DPOS) = 99
            STRING "   Den " WS-DEN-EDIT
                   "  Existencia: " WS-CONT-EDIT
                   "  Promedio/dia: " WS-PROMEDIO-EDIT
                   "  Dias para agotarse: +98"
                   "  Agotada (episodios): " WS-CONT-EDIT-2
                   "  A pedir: " WS-CONT-EDIT-3
                DELIMITED BY SIZE INTO REPORTE-LINEA
        ELSE
            STRING "   Den " WS-DEN-EDIT
                   "  Existencia: " WS-CONT-EDIT
                   "  Promedio/dia: " WS-PROMEDIO-EDIT
                   "  Dias para agotarse: " WS-DIAS-EDIT
                   "  Agotada (episodios): " WS-CONT-EDIT-2
                   "  A pedir: " WS-CONT-EDIT-3
                DELIMITED BY SIZE INTO REPORTE-LINEA
        END-IF
        WRITE REPORTE-LINEA

        PERFORM VARYING WS-SPOS FROM 1 BY 1 UNTIL WS-SPOS > 7
            MOVE WS-NOMBRE-DIA (WS-SPOS) TO WS-PF-NOMBRE (WS-SPOS)
            IF WS-VENTANA-DIAS (WS-SPOS) > 0
                COMPUTE WS-PF-PROMEDIO (WS-SPOS) ROUNDED =
                    WS-TR-BILLETES (WS-TPOS, WS-DPOS, WS-SPOS)
                    / WS-VENTANA-DIAS (WS-SPOS)
            ELSE
                MOVE 0 TO WS-PF-PROMEDIO (WS-SPOS)
            END-IF
        END-PERFORM
        MOVE SPACES TO REPORTE-LINEA
        STRING "      " WS-PERFIL-SEMANA
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-PERFORM

    MOVE SPACES TO REPORTE-LINEA
    IF WS-TR-PIDE (WS-TPOS) = "S"
        STRING "   ** PEDIDO A TRANSPORTADORA - entrega " WS-FECHA-ENTREGA
            DELIMITED BY SIZE INTO REPORTE-LINEA
    ELSE
        MOVE "   Sin pedido: alcanza hasta despues de la entrega y el margen"
            TO REPORTE-LINEA
    END-IF
    WRITE REPORTE-LINEA.

5100-GRABAR-PEDIDO.
    MOVE WS-FECHA-NEGOCIO TO PEF-FECHA-PEDIDO
    MOVE WS-TR-ID (WS-TPOS) TO PEF-TERMINAL
    MOVE WS-FECHA-ENTREGA TO PEF-FECHA-ENTREGA
    MOVE WS-TR-PEDIDO (WS-TPOS, 1) TO PEF-BILLETES-100
    MOVE WS-TR-PEDIDO (WS-TPOS, 2) TO PEF-BILLETES-050
    MOVE WS-TR-PEDIDO (WS-TPOS, 3) TO PEF-BILLETES-020
    COMPUTE WS-IMPORTE-PEDIDO = (PEF-BILLETES-100 * 100)
        + (PEF-BILLETES-050 * 50) + (PEF-BILLETES-020 * 20)
    MOVE WS-IMPORTE-PEDIDO TO PEF-IMPORTE
    WRITE PEF-REGISTRO
    IF WS-PEF-STATUS NOT = "00"
        DISPLAY "Error escribiendo PEDEFEC.DAT, status: " WS-PEF-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-PEDIDOS-GRABADOS
    ADD WS-IMPORTE-PEDIDO TO WS-IMPORTE-TOTAL

    MOVE WS-IMPORTE-PEDIDO TO WS-IMPORTE-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "      Importe del pedido: " WS-IMPORTE-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.

6200-CALCULAR-ENTREGA.
    *> La transportadora entrega en dias habiles: la fecha de entrega
    *> es la fecha de negocio corrida tantos dias habiles como el
    *> plazo de entrega (cero: entrega el mismo dia de negocio).
    MOVE WS-SERIAL-NEGOCIO TO WS-SERIAL-ENTREGA
    MOVE 0 TO WS-HABILES-CONTADOS
    PERFORM UNTIL WS-HABILES-CONTADOS >= WS-DIAS-ENTREGA
        ADD 1 TO WS-SERIAL-ENTREGA
        PERFORM 6210-VERIFICAR-HABIL
        IF DIA-HABIL
            ADD 1 TO WS-HABILES-CONTADOS
        END-IF
    END-PERFORM
    COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(WS-SERIAL-ENTREGA)
    MOVE WS-FECHA-TEXTO TO WS-FECHA-ENTREGA
    COMPUTE WS-DIAS-A-ENTREGA = WS-SERIAL-ENTREGA - WS-SERIAL-NEGOCIO.

6210-VERIFICAR-HABIL.
    *> El dia serial 1 (1 de enero de 1601) fue lunes: resto 6 es
    *> sabado y resto 0 domingo. Los demas dias son habiles salvo
    *> que figuren en el calendario de feriados.
    SET DIA-HABIL TO TRUE
    COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-SERIAL-ENTREGA, 7)
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
        MOVE "N" TO WS-DIA-HABIL
    ELSE
        IF HAY-CALENDARIO
            COMPUTE WS-FECHA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-SERIAL-ENTREGA)
            MOVE WS-FECHA-TEXTO TO FER-FECHA
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
