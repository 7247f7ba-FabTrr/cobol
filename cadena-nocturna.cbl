IDENTIFICATION DIVISION.
PROGRAM-ID. CADENA-NOCTURNA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CORRIDAS ASSIGN TO "CORRIDAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CRR-CLAVE
        FILE STATUS IS WS-CRR-STATUS.

    SELECT PARAMETROS-CADENA ASSIGN TO "CORRCFG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRC-STATUS.

    SELECT FECHA-NEGOCIO ASSIGN TO "FECHANEG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FNG-STATUS.

    SELECT REPORTE-CADENA ASSIGN TO "CADENA.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CORRIDAS.
    COPY "CORRLOG.cpy".

FD  PARAMETROS-CADENA.
    COPY "CORRCFG.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

FD  REPORTE-CADENA.
01  REPORTE-LINEA PIC X(140).

WORKING-STORAGE SECTION.
01  WS-CRR-STATUS PIC XX.
01  WS-CRC-STATUS PIC XX.
01  WS-FNG-STATUS PIC XX.
01  WS-RPT-STATUS PIC XX.

*> Sin parametro corre la cadena; CERRAR-PENDIENTE da por cerrada una
*> cadena de una fecha anterior que quedo con trabajos fallidos, para
*> que la cadena de la fecha vigente pueda arrancar.
01  WS-PARAMETRO PIC X(20) VALUE SPACES.
    88 PARAM-CERRAR-PENDIENTE VALUE "CERRAR-PENDIENTE".

*> Sin CORRCFG.DAT los programas se buscan en el directorio actual.
01  WS-DIRECTORIO PIC X(60) VALUE "./".
01  WS-COMANDO    PIC X(100).
01  WS-SALIDA     PIC S9(9).

01  WS-FECHA-NEGOCIO    PIC X(8).
01  WS-FNG-ULTIMO-HABIL PIC X VALUE SPACE.
01  WS-FECHA-CADENA     PIC X(8).
01  WS-FIN-DE-MES       PIC X VALUE SPACE.
01  WS-INICIO-CORRIDA   PIC X(14).

01  WS-REANUDA-PENDIENTE PIC X VALUE "N".
    88 REANUDA-PENDIENTE VALUE "S".
01  WS-FIN-CORRIDAS PIC X VALUE "N".
    88 FIN-CORRIDAS VALUE "S".
01  WS-REG-EXISTE PIC X VALUE "N".
    88 REG-EXISTE VALUE "S".
01  WS-PREVIOS-OK PIC X VALUE "S".
    88 PREVIOS-OK VALUE "S".
01  WS-PREVIO-FALTANTE PIC X(8).
01  WS-HAY-REINTENTABLES PIC X VALUE "N".
    88 HAY-REINTENTABLES VALUE "S".
01  WS-TODOS-SATISFECHOS PIC X VALUE "S".
    88 TODOS-SATISFECHOS VALUE "S".

*> La cadena de la noche, en el orden en que corre. Fase A: antes
*> del cierre, mientras el log del dia sigue en TRANLOG.DAT y la
*> fecha de negocio es la del dia; C: el cierre, que trunca el log
*> y avanza la fecha; D: despues del cierre. Un trabajo mensual solo
*> corre el ultimo dia habil del mes. Cada trabajo nombra hasta
*> cuatro previos que deben haber terminado bien esa misma fecha.
01  WS-TRABAJOS-VALORES.
    05 FILLER PIC X(8)  VALUE "ORDENES".
    05 FILLER PIC X(30) VALUE "ordenes-permanentes".
    05 FILLER PIC X     VALUE "A".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    05 FILLER PIC X(8)  VALUE "INTERCMB".
    05 FILLER PIC X(30) VALUE "liquidacion-interchange".
    05 FILLER PIC X     VALUE "A".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    *> Los intereses se abonan sobre los saldos ya movidos por las
    *> ordenes del dia.
    05 FILLER PIC X(8)  VALUE "INTERES".
    05 FILLER PIC X(30) VALUE "interes-mensual".
    05 FILLER PIC X     VALUE "A".
    05 FILLER PIC X     VALUE "S".
    05 FILLER PIC X(8)  VALUE "ORDENES".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    *> Los avisos incluyen las ordenes permanentes fallidas del dia.
    05 FILLER PIC X(8)  VALUE "NOTIFIC".
    05 FILLER PIC X(30) VALUE "notificaciones-cliente".
    05 FILLER PIC X     VALUE "A".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE "ORDENES".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    *> La auditoria avisa antes del cierre, pero sus excepciones no
    *> lo frenan: no es previo de nadie.
    05 FILLER PIC X(8)  VALUE "AUDITOR".
    05 FILLER PIC X(30) VALUE "auditoria-integridad".
    05 FILLER PIC X     VALUE "A".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    05 FILLER PIC X(8)  VALUE "CIERRE".
    05 FILLER PIC X(30) VALUE "cierre-diario".
    05 FILLER PIC X     VALUE "C".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE "ORDENES".
    05 FILLER PIC X(8)  VALUE "INTERCMB".
    05 FILLER PIC X(8)  VALUE "INTERES".
    05 FILLER PIC X(8)  VALUE "NOTIFIC".

    *> Los retiros de nuestros clientes en otras redes se debitan
    *> despues del cierre: el cierre pone en cero lo retirado en el
    *> dia, y asi el monto cuenta contra el limite de la fecha nueva,
    *> con la que quedan sellados en el log.
    05 FILLER PIC X(8)  VALUE "REDES".
    05 FILLER PIC X(30) VALUE "retiros-otras-redes".
    05 FILLER PIC X     VALUE "D".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE "CIERRE".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    *> El mayor toma el extracto y el control que deja el cierre.
    05 FILLER PIC X(8)  VALUE "MAYOR".
    05 FILLER PIC X(30) VALUE "mayor-contable".
    05 FILLER PIC X     VALUE "D".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE "CIERRE".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    05 FILLER PIC X(8)  VALUE "SEGURID".
    05 FILLER PIC X(30) VALUE "reporte-seguridad".
    05 FILLER PIC X     VALUE "D".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE "CIERRE".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    05 FILLER PIC X(8)  VALUE "FLOTA".
    05 FILLER PIC X(30) VALUE "monitoreo-flota".
    05 FILLER PIC X     VALUE "D".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE "CIERRE".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    *> El informe de productos corre tras el cierre de fin de mes,
    *> con el ultimo dia del mes ya archivado en el historial.
    05 FILLER PIC X(8)  VALUE "PRODUCTO".
    05 FILLER PIC X(30) VALUE "rentabilidad-productos".
    05 FILLER PIC X     VALUE "D".
    05 FILLER PIC X     VALUE "S".
    05 FILLER PIC X(8)  VALUE "CIERRE".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    *> El pronostico de efectivo toma el dia ya cerrado y pide para
    *> la nueva fecha de negocio.
    05 FILLER PIC X(8)  VALUE "PRONOST".
    05 FILLER PIC X(30) VALUE "pronostico-efectivo".
    05 FILLER PIC X     VALUE "D".
    05 FILLER PIC X     VALUE "N".
    05 FILLER PIC X(8)  VALUE "CIERRE".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.

    *> La inactivacion corre tras el cierre de fin de mes, con el
    *> movimiento del mes ya archivado en el historial.
    05 FILLER PIC X(8)  VALUE "INACTIV".
    05 FILLER PIC X(30) VALUE "inactividad-cuentas".
    05 FILLER PIC X     VALUE "D".
    05 FILLER PIC X     VALUE "S".
    05 FILLER PIC X(8)  VALUE "CIERRE".
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
    05 FILLER PIC X(8)  VALUE SPACES.
01  WS-TRABAJOS REDEFINES WS-TRABAJOS-VALORES.
    05 WS-TRABAJO OCCURS 13 TIMES INDEXED BY WS-TIDX.
        10 WS-TR-CODIGO   PIC X(8).
        10 WS-TR-PROGRAMA PIC X(30).
        10 WS-TR-FASE     PIC X.
        10 WS-TR-MENSUAL  PIC X.
        10 WS-TR-PREVIO   PIC X(8) OCCURS 4 TIMES.
01  WS-TOTAL-TRABAJOS PIC 9(2) VALUE 13.

*> Lo que hizo esta corrida con cada trabajo, para el reporte.
01  WS-EJECUTADOS.
    05 WS-EJECUTADO PIC X OCCURS 13 TIMES.

01  WS-K PIC 9.

01  WS-ESTADO-TEXTO PIC X(15).
01  WS-COD-EDIT     PIC ZZ9.
01  WS-INT-EDIT     PIC ZZ9.
01  WS-CONT-EDIT    PIC Z9.
01  WS-CNT-OK         PIC 9(2) VALUE 0.
01  WS-CNT-PREVIOS    PIC 9(2) VALUE 0.
01  WS-CNT-FALLIDOS   PIC 9(2) VALUE 0.
01  WS-CNT-OMITIDOS   PIC 9(2) VALUE 0.
01  WS-CNT-NO-CORRESP PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Cadena nocturna de procesos batch"
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INICIO-CORRIDA
    ACCEPT WS-PARAMETRO FROM COMMAND-LINE

    OPEN INPUT PARAMETROS-CADENA
    IF WS-CRC-STATUS = "00"
        READ PARAMETROS-CADENA
            AT END
                DISPLAY "Aviso: CORRCFG.DAT sin registro; programas en el directorio actual"
            NOT AT END
                IF CRC-DIRECTORIO NOT = SPACES
                    MOVE CRC-DIRECTORIO TO WS-DIRECTORIO
                END-IF
        END-READ
        CLOSE PARAMETROS-CADENA
    ELSE
        DISPLAY "Aviso: sin CORRCFG.DAT; programas en el directorio actual"
    END-IF

    PERFORM 1500-LEER-FECHA-NEGOCIO

    OPEN I-O CORRIDAS
    *> La primera noche crea el registro de corridas vacio.
    IF WS-CRR-STATUS = "35"
        OPEN OUTPUT CORRIDAS
        IF WS-CRR-STATUS NOT = "00"
            DISPLAY "Error creando CORRIDAS.DAT, status: " WS-CRR-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE CORRIDAS
        OPEN I-O CORRIDAS
    END-IF
    IF WS-CRR-STATUS NOT = "00"
        DISPLAY "Error abriendo CORRIDAS.DAT, status: " WS-CRR-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 1000-BUSCAR-PENDIENTE

    IF PARAM-CERRAR-PENDIENTE
        PERFORM 1100-CERRAR-PENDIENTE
        CLOSE CORRIDAS
        STOP RUN
    END-IF

    *> Una cadena anterior que fallo despues del cierre se reanuda
    *> antes que nada, y sola: la de la fecha vigente se lanza aparte,
    *> para no cerrar el dia en una reanudacion hecha por la manana.
    IF REANUDA-PENDIENTE
        DISPLAY "Se reanuda la cadena pendiente del " WS-FECHA-CADENA
    ELSE
        MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CADENA
    END-IF
    DISPLAY "Fecha de negocio de la cadena: " WS-FECHA-CADENA

    *> Tras el cierre del viernes la fecha abierta es la del lunes: la
    *> cadena de esa fecha no corre antes de que llegue el dia.
    IF NOT REANUDA-PENDIENTE
       AND WS-FECHA-CADENA > WS-INICIO-CORRIDA(1:8)
        DISPLAY "La fecha de negocio " WS-FECHA-CADENA
            " es posterior al día calendario; su cadena todavía no corresponde"
        CLOSE CORRIDAS
        STOP RUN
    END-IF

    PERFORM 1200-ABRIR-CADENA

    PERFORM VARYING WS-TIDX FROM 1 BY 1
            UNTIL WS-TIDX > WS-TOTAL-TRABAJOS
        PERFORM 2000-PROCESAR-TRABAJO
    END-PERFORM

    PERFORM 1300-CERRAR-CADENA
    PERFORM 5000-ESCRIBIR-REPORTE
    CLOSE CORRIDAS

    IF REANUDA-PENDIENTE
        DISPLAY "La cadena del " WS-FECHA-NEGOCIO
            " no se inició en esta corrida; vuelva a lanzarla"
    END-IF
    DISPLAY "Cadena finalizada. Ver CADENA.RPT"
    IF WS-CNT-FALLIDOS > 0 OR WS-CNT-OMITIDOS > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

1000-BUSCAR-PENDIENTE.
    *> La clave empieza por la fecha: la primera cabecera pendiente
    *> que aparece es la mas antigua.
    MOVE "N" TO WS-FIN-CORRIDAS
    MOVE LOW-VALUES TO CRR-CLAVE
    START CORRIDAS KEY IS NOT LESS THAN CRR-CLAVE
        INVALID KEY
            SET FIN-CORRIDAS TO TRUE
    END-START
    PERFORM UNTIL FIN-CORRIDAS
        READ CORRIDAS NEXT RECORD
            AT END
                SET FIN-CORRIDAS TO TRUE
            NOT AT END
                IF CRR-FECHA-NEGOCIO NOT < WS-FECHA-NEGOCIO
                    SET FIN-CORRIDAS TO TRUE
                ELSE
                    IF CRR-TRABAJO = "CADENA"
                       AND (CRR-FALLIDO OR CRR-EN-CURSO)
                        MOVE CRR-FECHA-NEGOCIO TO WS-FECHA-CADENA
                        SET REANUDA-PENDIENTE TO TRUE
                        SET FIN-CORRIDAS TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

1100-CERRAR-PENDIENTE.
    IF NOT REANUDA-PENDIENTE
        DISPLAY "No hay cadenas pendientes de fechas anteriores"
    ELSE
        MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
        MOVE "CADENA" TO CRR-TRABAJO
        READ CORRIDAS
            INVALID KEY
                DISPLAY "Cabecera de la cadena del " WS-FECHA-CADENA
                    " no encontrada"
            NOT INVALID KEY
                SET CRR-CERRADO TO TRUE
                MOVE FUNCTION CURRENT-DATE(1:14) TO CRR-FIN
                MOVE "CERRADA POR EL OPERADOR" TO CRR-DETALLE
                REWRITE CRR-REGISTRO
                IF WS-CRR-STATUS NOT = "00"
                    DISPLAY "Error grabando CORRIDAS.DAT, status: "
                        WS-CRR-STATUS
                    MOVE 8 TO RETURN-CODE
                ELSE
                    DISPLAY "Cadena del " WS-FECHA-CADENA
                        " cerrada con trabajos sin completar"
                END-IF
        END-READ
    END-IF.

1200-ABRIR-CADENA.
    MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
    MOVE "CADENA" TO CRR-TRABAJO
    READ CORRIDAS
        INVALID KEY
            MOVE "N" TO WS-REG-EXISTE
        NOT INVALID KEY
            SET REG-EXISTE TO TRUE
    END-READ

    *> La marca de fin de mes es la de la fecha cuando la cadena
    *> arranco: despues del cierre FECHANEG.DAT ya es otro dia.
    IF REG-EXISTE
        MOVE CRR-FIN-DE-MES TO WS-FIN-DE-MES
        ADD 1 TO CRR-INTENTOS
    ELSE
        MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
        MOVE "CADENA" TO CRR-TRABAJO
        MOVE WS-FNG-ULTIMO-HABIL TO CRR-FIN-DE-MES
        MOVE WS-FNG-ULTIMO-HABIL TO WS-FIN-DE-MES
        MOVE 1 TO CRR-INTENTOS
        MOVE 0 TO CRR-CODIGO-SALIDA
    END-IF
    SET CRR-EN-CURSO TO TRUE
    MOVE WS-INICIO-CORRIDA TO CRR-INICIO
    MOVE SPACES TO CRR-FIN
    MOVE SPACES TO CRR-DETALLE
    PERFORM 2900-GRABAR-REGISTRO.

1300-CERRAR-CADENA.
    *> Queda pendiente si algo no termino y todavia puede correr:
    *> los trabajos posteriores al cierre siempre, los anteriores
    *> solo mientras la fecha de negocio siga siendo la de la cadena.
    PERFORM 1500-LEER-FECHA-NEGOCIO
    MOVE "S" TO WS-TODOS-SATISFECHOS
    MOVE "N" TO WS-HAY-REINTENTABLES
    PERFORM VARYING WS-TIDX FROM 1 BY 1
            UNTIL WS-TIDX > WS-TOTAL-TRABAJOS
        MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
        MOVE WS-TR-CODIGO (WS-TIDX) TO CRR-TRABAJO
        READ CORRIDAS
            INVALID KEY
                MOVE "N" TO WS-TODOS-SATISFECHOS
                SET HAY-REINTENTABLES TO TRUE
            NOT INVALID KEY
                IF NOT CRR-SATISFECHO
                    MOVE "N" TO WS-TODOS-SATISFECHOS
                    IF WS-TR-FASE (WS-TIDX) = "D"
                       OR WS-FECHA-NEGOCIO = WS-FECHA-CADENA
                        SET HAY-REINTENTABLES TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
    MOVE "CADENA" TO CRR-TRABAJO
    READ CORRIDAS
        INVALID KEY
            DISPLAY "Aviso: cabecera de la cadena desaparecida"
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN TODOS-SATISFECHOS
                    SET CRR-TERMINADO-OK TO TRUE
                    MOVE "CADENA COMPLETA" TO CRR-DETALLE
                WHEN HAY-REINTENTABLES
                    SET CRR-FALLIDO TO TRUE
                    MOVE "PENDIENTE: RELANZAR LA CADENA" TO CRR-DETALLE
                WHEN OTHER
                    SET CRR-CERRADO TO TRUE
                    MOVE "TRABAJOS QUE YA NO PUEDEN CORRER" TO CRR-DETALLE
            END-EVALUATE
            MOVE FUNCTION CURRENT-DATE(1:14) TO CRR-FIN
            REWRITE CRR-REGISTRO
            IF WS-CRR-STATUS NOT = "00"
                DISPLAY "Error grabando CORRIDAS.DAT, status: "
                    WS-CRR-STATUS
            END-IF
    END-READ.

1500-LEER-FECHA-NEGOCIO.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-NEGOCIO
    MOVE SPACE TO WS-FNG-ULTIMO-HABIL
    OPEN INPUT FECHA-NEGOCIO
    IF WS-FNG-STATUS = "00"
        READ FECHA-NEGOCIO
            AT END
                DISPLAY "Aviso: FECHANEG.DAT sin registro; fecha calendario"
            NOT AT END
                MOVE FNG-FECHA TO WS-FECHA-NEGOCIO
                MOVE FNG-ULTIMO-HABIL TO WS-FNG-ULTIMO-HABIL
        END-READ
        CLOSE FECHA-NEGOCIO
    ELSE
        DISPLAY "Aviso: sin FECHANEG.DAT; se usa la fecha calendario"
    END-IF.

2000-PROCESAR-TRABAJO.
    MOVE "N" TO WS-EJECUTADO (WS-TIDX)
    PERFORM 2100-VERIFICAR-PREVIOS

    MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
    MOVE WS-TR-CODIGO (WS-TIDX) TO CRR-TRABAJO
    READ CORRIDAS
        INVALID KEY
            MOVE "N" TO WS-REG-EXISTE
            MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
            MOVE WS-TR-CODIGO (WS-TIDX) TO CRR-TRABAJO
            MOVE SPACE TO CRR-ESTADO
            MOVE 0 TO CRR-INTENTOS
            MOVE SPACES TO CRR-INICIO
            MOVE SPACES TO CRR-FIN
            MOVE 0 TO CRR-CODIGO-SALIDA
            MOVE SPACE TO CRR-FIN-DE-MES
            MOVE SPACES TO CRR-DETALLE
        NOT INVALID KEY
            SET REG-EXISTE TO TRUE
    END-READ

    *> Lo que ya termino bien esa fecha no se repite: asi la cadena
    *> se relanza tras una falla y sigue desde el trabajo que fallo.
    EVALUATE TRUE
        WHEN REG-EXISTE AND CRR-SATISFECHO
            DISPLAY WS-TR-CODIGO (WS-TIDX) ": ya completado"
        WHEN WS-TR-MENSUAL (WS-TIDX) = "S" AND WS-FIN-DE-MES NOT = "S"
            SET CRR-NO-CORRESPONDE TO TRUE
            IF WS-FIN-DE-MES = "N"
                MOVE "NO ES EL ULTIMO DIA HABIL DEL MES" TO CRR-DETALLE
            ELSE
                MOVE "FECHA SIN MARCA DE FIN DE MES" TO CRR-DETALLE
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:14) TO CRR-FIN
            PERFORM 2900-GRABAR-REGISTRO
            DISPLAY WS-TR-CODIGO (WS-TIDX) ": no corresponde"
        WHEN NOT PREVIOS-OK
            SET CRR-OMITIDO TO TRUE
            MOVE SPACES TO CRR-DETALLE
            STRING "PREVIO " WS-PREVIO-FALTANTE " NO TERMINADO"
                DELIMITED BY SIZE INTO CRR-DETALLE
            MOVE FUNCTION CURRENT-DATE(1:14) TO CRR-FIN
            PERFORM 2900-GRABAR-REGISTRO
            DISPLAY WS-TR-CODIGO (WS-TIDX) ": omitido, " CRR-DETALLE
        WHEN OTHER
            PERFORM 2200-VERIFICAR-FECHA
    END-EVALUATE.

2100-VERIFICAR-PREVIOS.
    MOVE "S" TO WS-PREVIOS-OK
    MOVE SPACES TO WS-PREVIO-FALTANTE
    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4 OR NOT PREVIOS-OK
        IF WS-TR-PREVIO (WS-TIDX, WS-K) NOT = SPACES
            MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
            MOVE WS-TR-PREVIO (WS-TIDX, WS-K) TO CRR-TRABAJO
            READ CORRIDAS
                INVALID KEY
                    MOVE "N" TO WS-PREVIOS-OK
                NOT INVALID KEY
                    IF NOT CRR-SATISFECHO
                        MOVE "N" TO WS-PREVIOS-OK
                    END-IF
            END-READ
            IF NOT PREVIOS-OK
                MOVE WS-TR-PREVIO (WS-TIDX, WS-K) TO WS-PREVIO-FALTANTE
            END-IF
        END-IF
    END-PERFORM.

2200-VERIFICAR-FECHA.
    *> Los trabajos de antes del cierre operan sobre la fecha vigente
    *> en FECHANEG.DAT: si ya no es la de la cadena, el cierre de esa
    *> fecha ya corrio (fuera de la cadena o en una corrida que murio
    *> antes de registrarlo) y no hay forma de ejecutarlos para ella.
    PERFORM 1500-LEER-FECHA-NEGOCIO
    EVALUATE TRUE
        WHEN WS-TR-FASE (WS-TIDX) = "D"
            PERFORM 2300-EJECUTAR-TRABAJO
        WHEN WS-FECHA-NEGOCIO = WS-FECHA-CADENA
            PERFORM 2300-EJECUTAR-TRABAJO
        WHEN WS-TR-FASE (WS-TIDX) = "C"
            SET CRR-TERMINADO-OK TO TRUE
            MOVE "FECHA YA AVANZADA POR EL CIERRE" TO CRR-DETALLE
            MOVE FUNCTION CURRENT-DATE(1:14) TO CRR-FIN
            PERFORM 2900-GRABAR-REGISTRO
            DISPLAY WS-TR-CODIGO (WS-TIDX) ": el cierre de la fecha ya corrió"
        WHEN OTHER
            SET CRR-OMITIDO TO TRUE
            MOVE "LA FECHA DE NEGOCIO YA AVANZO" TO CRR-DETALLE
            MOVE FUNCTION CURRENT-DATE(1:14) TO CRR-FIN
            PERFORM 2900-GRABAR-REGISTRO
            DISPLAY WS-TR-CODIGO (WS-TIDX) ": omitido, la fecha de negocio ya avanzó"
    END-EVALUATE.

2300-EJECUTAR-TRABAJO.
    *> El inicio se graba antes de lanzar el programa: si la cadena
    *> muere en el medio, el trabajo queda en curso y la proxima
    *> corrida lo repite.
    ADD 1 TO CRR-INTENTOS
    SET CRR-EN-CURSO TO TRUE
    MOVE FUNCTION CURRENT-DATE(1:14) TO CRR-INICIO
    MOVE SPACES TO CRR-FIN
    MOVE 0 TO CRR-CODIGO-SALIDA
    MOVE SPACES TO CRR-DETALLE
    PERFORM 2900-GRABAR-REGISTRO

    MOVE SPACES TO WS-COMANDO
    STRING WS-DIRECTORIO DELIMITED BY SPACE
           WS-TR-PROGRAMA (WS-TIDX) DELIMITED BY SPACE
        INTO WS-COMANDO
    DISPLAY "Iniciando " WS-TR-CODIGO (WS-TIDX) ": " WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO
    MOVE RETURN-CODE TO WS-SALIDA
    MOVE 0 TO RETURN-CODE
    MOVE "S" TO WS-EJECUTADO (WS-TIDX)

    *> El estado que devuelve el sistema trae el codigo de salida del
    *> programa en el byte alto; negativo es que no se pudo lanzar.
    IF WS-SALIDA > 255
        DIVIDE 256 INTO WS-SALIDA
    END-IF
    IF WS-SALIDA < 0 OR WS-SALIDA > 999
        MOVE 999 TO WS-SALIDA
    END-IF
    MOVE WS-SALIDA TO CRR-CODIGO-SALIDA

    MOVE FUNCTION CURRENT-DATE(1:14) TO CRR-FIN
    IF WS-SALIDA = 0
        SET CRR-TERMINADO-OK TO TRUE
        MOVE "TERMINADO" TO CRR-DETALLE
        DISPLAY WS-TR-CODIGO (WS-TIDX) ": terminado"
    ELSE
        SET CRR-FALLIDO TO TRUE
        IF WS-SALIDA = 999
            MOVE "NO SE PUDO LANZAR O TERMINO ANORMAL" TO CRR-DETALLE
        ELSE
            MOVE "TERMINO CON ERROR" TO CRR-DETALLE
        END-IF
        MOVE WS-SALIDA TO WS-COD-EDIT
        DISPLAY WS-TR-CODIGO (WS-TIDX) ": falló, código " WS-COD-EDIT
    END-IF
    PERFORM 2900-GRABAR-REGISTRO.

2900-GRABAR-REGISTRO.
    IF REG-EXISTE
        REWRITE CRR-REGISTRO
    ELSE
        WRITE CRR-REGISTRO
        IF WS-CRR-STATUS = "00"
            SET REG-EXISTE TO TRUE
        END-IF
    END-IF
    IF WS-CRR-STATUS NOT = "00"
        DISPLAY "Error grabando CORRIDAS.DAT, status: " WS-CRR-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

5000-ESCRIBIR-REPORTE.
    OPEN OUTPUT REPORTE-CADENA
    IF WS-RPT-STATUS NOT = "00"
        DISPLAY "Error abriendo CADENA.RPT, status: " WS-RPT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "CADENA NOCTURNA - REPORTE DE LA CORRIDA" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    EVALUATE WS-FIN-DE-MES
        WHEN "S"
            STRING "Fecha de negocio: " WS-FECHA-CADENA
                   "   Fin de mes: SI   Corrida iniciada: "
                   WS-INICIO-CORRIDA
                DELIMITED BY SIZE INTO REPORTE-LINEA
        WHEN "N"
            STRING "Fecha de negocio: " WS-FECHA-CADENA
                   "   Fin de mes: NO   Corrida iniciada: "
                   WS-INICIO-CORRIDA
                DELIMITED BY SIZE INTO REPORTE-LINEA
        WHEN OTHER
            STRING "Fecha de negocio: " WS-FECHA-CADENA
                   "   Fin de mes: SIN MARCA   Corrida iniciada: "
                   WS-INICIO-CORRIDA
                DELIMITED BY SIZE INTO REPORTE-LINEA
    END-EVALUATE
    WRITE REPORTE-LINEA
    IF REANUDA-PENDIENTE
        MOVE SPACES TO REPORTE-LINEA
        STRING "Reanudación de una cadena pendiente; la cadena del "
               WS-FECHA-NEGOCIO " no se inició"
            DELIMITED BY SIZE INTO REPORTE-LINEA
        WRITE REPORTE-LINEA
    END-IF
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE "TRABAJO   PROGRAMA                  ESTADO           INT  INICIO          FIN             COD  HOY DETALLE"
        TO REPORTE-LINEA
    WRITE REPORTE-LINEA

    PERFORM VARYING WS-TIDX FROM 1 BY 1
            UNTIL WS-TIDX > WS-TOTAL-TRABAJOS
        PERFORM 5100-LINEA-TRABAJO
    END-PERFORM

    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-CNT-OK TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Terminados en esta corrida:        " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-CNT-PREVIOS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Ya completados en corridas previas: " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-CNT-FALLIDOS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Fallidos:                          " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-CNT-OMITIDOS TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "Omitidos:                          " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-CNT-NO-CORRESP TO WS-CONT-EDIT
    MOVE SPACES TO REPORTE-LINEA
    STRING "No corresponden esta fecha:        " WS-CONT-EDIT
        DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA

    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
    MOVE "CADENA" TO CRR-TRABAJO
    READ CORRIDAS
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE SPACES TO REPORTE-LINEA
            EVALUATE TRUE
                WHEN CRR-TERMINADO-OK
                    STRING "Estado de la cadena: COMPLETA"
                        DELIMITED BY SIZE INTO REPORTE-LINEA
                WHEN CRR-FALLIDO
                    STRING "Estado de la cadena: PENDIENTE. Corrija la falla"
                           " y relance la cadena: sigue desde el primer"
                           " trabajo no terminado"
                        DELIMITED BY SIZE INTO REPORTE-LINEA
                WHEN OTHER
                    STRING "Estado de la cadena: CERRADA CON TRABAJOS SIN"
                           " COMPLETAR; revisar y correr a mano si corresponde"
                        DELIMITED BY SIZE INTO REPORTE-LINEA
            END-EVALUATE
            WRITE REPORTE-LINEA
    END-READ

    CLOSE REPORTE-CADENA.

5100-LINEA-TRABAJO.
    MOVE WS-FECHA-CADENA TO CRR-FECHA-NEGOCIO
    MOVE WS-TR-CODIGO (WS-TIDX) TO CRR-TRABAJO
    READ CORRIDAS
        INVALID KEY
            MOVE SPACE TO CRR-ESTADO
            MOVE 0 TO CRR-INTENTOS
            MOVE SPACES TO CRR-INICIO
            MOVE SPACES TO CRR-FIN
            MOVE 0 TO CRR-CODIGO-SALIDA
            MOVE SPACES TO CRR-DETALLE
    END-READ

    EVALUATE TRUE
        WHEN CRR-TERMINADO-OK
            MOVE "OK" TO WS-ESTADO-TEXTO
            IF WS-EJECUTADO (WS-TIDX) = "S"
                ADD 1 TO WS-CNT-OK
            ELSE
                ADD 1 TO WS-CNT-PREVIOS
            END-IF
        WHEN CRR-FALLIDO
            MOVE "FALLIDO" TO WS-ESTADO-TEXTO
            ADD 1 TO WS-CNT-FALLIDOS
        WHEN CRR-OMITIDO
            MOVE "OMITIDO" TO WS-ESTADO-TEXTO
            ADD 1 TO WS-CNT-OMITIDOS
        WHEN CRR-NO-CORRESPONDE
            MOVE "NO CORRESPONDE" TO WS-ESTADO-TEXTO
            ADD 1 TO WS-CNT-NO-CORRESP
        WHEN CRR-EN-CURSO
            MOVE "EN CURSO" TO WS-ESTADO-TEXTO
            ADD 1 TO WS-CNT-FALLIDOS
        WHEN OTHER
            MOVE "SIN CORRER" TO WS-ESTADO-TEXTO
            ADD 1 TO WS-CNT-OMITIDOS
    END-EVALUATE

    MOVE CRR-INTENTOS TO WS-INT-EDIT
    MOVE CRR-CODIGO-SALIDA TO WS-COD-EDIT
    MOVE SPACES TO REPORTE-LINEA
    IF WS-EJECUTADO (WS-TIDX) = "S"
        STRING WS-TR-CODIGO (WS-TIDX) "  "
               WS-TR-PROGRAMA (WS-TIDX)(1:24) "  "
               WS-ESTADO-TEXTO "  " WS-INT-EDIT "  "
               CRR-INICIO "  " CRR-FIN "  " WS-COD-EDIT "  SI  "
               CRR-DETALLE
            DELIMITED BY SIZE INTO REPORTE-LINEA
    ELSE
        STRING WS-TR-CODIGO (WS-TIDX) "  "
               WS-TR-PROGRAMA (WS-TIDX)(1:24) "  "
               WS-ESTADO-TEXTO "  " WS-INT-EDIT "  "
               CRR-INICIO "  " CRR-FIN "  " WS-COD-EDIT "  NO  "
               CRR-DETALLE
            DELIMITED BY SIZE INTO REPORTE-LINEA
    END-IF
    WRITE REPORTE-LINEA.
