IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMIENTO-CALENDARIO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDARIO ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FER-FECHA
        FILE STATUS IS WS-FER-STATUS.

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
FD  CALENDARIO.
    COPY "CALFERI.cpy".

FD  OPERADORES.
    COPY "OPERMAE.cpy".

FD  FECHA-NEGOCIO.
    COPY "FECHANEG.cpy".

WORKING-STORAGE SECTION.
01  WS-FER-STATUS PIC XX.
01  WS-OPE-STATUS PIC XX.
01  WS-FNG-STATUS PIC XX.

01  WS-OPERADOR-ID    PIC X(8).
01  WS-CLAVE-INGRESADA PIC X(8).
01  WS-OPERADOR-ROL   PIC X.
01  WS-SESION-OK      PIC X VALUE "N".
    88 SESION-OK VALUE "S".
01  WS-INTENTOS-SESION PIC 9 VALUE 0.

01  WS-OPCION PIC 9 VALUE 0.
    88 OPCION-ALTA    VALUE 1.
    88 OPCION-BAJA    VALUE 2.
    88 OPCION-LISTAR  VALUE 3.
    88 OPCION-SALIR   VALUE 4.

01  WS-FECHA-NEGOCIO PIC X(8).
*> Marca de ultimo dia habil del mes que dejo el cierre para la
*> fecha de negocio abierta; un cambio de calendario que toca los
*> dias hasta el habil siguiente puede invalidarla.
01  WS-HAY-FECHANEG PIC X VALUE "N".
    88 HAY-FECHANEG VALUE "S".
01  WS-ULTIMO-HABIL PIC X VALUE SPACE.
01  WS-MARCA-NUEVA PIC X.
    88 MARCA-FIN-DE-MES VALUE "S".
01  WS-FECHA-CAMBIO PIC X(8).
01  WS-FECHA-SIGUIENTE PIC X(8).
01  WS-DIA-HABIL PIC X VALUE "N".
    88 DIA-HABIL VALUE "S".
01  WS-FIN-CALENDARIO PIC X VALUE "N".
    88 FIN-CALENDARIO VALUE "S".
01  WS-LISTADOS PIC 9(5) VALUE 0.
01  WS-DESCRIPCION PIC X(30).

*> La fecha ingresada se valida descompuesta: mes de 1 a 12, dia
*> dentro del mes (con los bisiestos) y que no sea sabado ni
*> domingo, que ya son dias no habiles sin estar en el archivo.
01  WS-FECHA-CALC.
    05 WS-FC-AAAA PIC 9(4).
    05 WS-FC-MM   PIC 9(2).
    05 WS-FC-DD   PIC 9(2).
01  WS-FECHA-CALC-NUM REDEFINES WS-FECHA-CALC PIC 9(8).
01  WS-DIAS-MES   PIC 9(2).
01  WS-DIA-SEMANA PIC 9.
01  WS-FECHA-VALIDA PIC X VALUE "N".
    88 FECHA-VALIDA VALUE "S".

PROCEDURE DIVISION.
0000-PRINCIPAL.
    DISPLAY "Mantenimiento del calendario bancario - uso exclusivo de sucursal"

    *> Los dias ya abiertos o cerrados no se tocan: solo se cargan o
    *> quitan feriados posteriores a la fecha de negocio vigente.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-NEGOCIO
    OPEN INPUT FECHA-NEGOCIO
    IF WS-FNG-STATUS = "00"
        READ FECHA-NEGOCIO
            AT END
                DISPLAY "Aviso: FECHANEG.DAT sin registro; fecha calendario"
            NOT AT END
                MOVE FNG-FECHA TO WS-FECHA-NEGOCIO
                MOVE FNG-ULTIMO-HABIL TO WS-ULTIMO-HABIL
                SET HAY-FECHANEG TO TRUE
        END-READ
        CLOSE FECHA-NEGOCIO
    ELSE
        DISPLAY "Aviso: sin FECHANEG.DAT; se usa la fecha calendario"
    END-IF

    OPEN INPUT OPERADORES
    IF WS-OPE-STATUS NOT = "00"
        DISPLAY "Error abriendo OPERMAE.DAT, status: " WS-OPE-STATUS
        STOP RUN
    END-IF

    PERFORM 7000-INICIAR-SESION
    CLOSE OPERADORES
    IF NOT SESION-OK
        DISPLAY "Demasiados intentos fallidos"
        STOP RUN
    END-IF
    IF WS-OPERADOR-ROL NOT = "S"
        DISPLAY "Solo un supervisor puede modificar el calendario bancario"
        STOP RUN
    END-IF

    OPEN I-O CALENDARIO
    IF WS-FER-STATUS = "35"
        OPEN OUTPUT CALENDARIO
        IF WS-FER-STATUS NOT = "00"
            DISPLAY "Error creando FERIADOS.DAT, status: " WS-FER-STATUS
            STOP RUN
        END-IF
        CLOSE CALENDARIO
        OPEN I-O CALENDARIO
    END-IF
    IF WS-FER-STATUS NOT = "00"
        DISPLAY "Error abriendo FERIADOS.DAT, status: " WS-FER-STATUS
        STOP RUN
    END-IF

    DISPLAY "Fecha de negocio vigente: " WS-FECHA-NEGOCIO

    PERFORM UNTIL OPCION-SALIR
        DISPLAY "Seleccione una opción:"
        DISPLAY "1. Alta de día no hábil"
        DISPLAY "2. Baja de día no hábil"
        DISPLAY "3. Listar días no hábiles"
        DISPLAY "4. Salir"
        ACCEPT WS-OPCION

        EVALUATE TRUE
            WHEN OPCION-ALTA
                PERFORM 1000-ALTA-FERIADO
            WHEN OPCION-BAJA
                PERFORM 2000-BAJA-FERIADO
            WHEN OPCION-LISTAR
                PERFORM 3000-LISTAR-FERIADOS
            WHEN OPCION-SALIR
                CONTINUE
            WHEN OTHER
                DISPLAY "Opción inválida"
        END-EVALUATE
    END-PERFORM

    CLOSE CALENDARIO
    STOP RUN.

1000-ALTA-FERIADO.
    PERFORM 8000-PEDIR-FECHA
    IF FECHA-VALIDA
        MOVE WS-FECHA-CALC TO FER-FECHA
        READ CALENDARIO
            INVALID KEY
                PERFORM 1100-CAPTURAR-ALTA
            NOT INVALID KEY
                DISPLAY "La fecha ya figura como no hábil: " FER-DESCRIPCION
        END-READ
    END-IF.

1100-CAPTURAR-ALTA.
    MOVE SPACES TO WS-DESCRIPCION
    PERFORM UNTIL WS-DESCRIPCION NOT = SPACES
        DISPLAY "Ingrese la descripción del feriado"
        ACCEPT WS-DESCRIPCION
        IF WS-DESCRIPCION = SPACES
            DISPLAY "La descripción no puede quedar en blanco"
        END-IF
    END-PERFORM

    MOVE WS-FECHA-CALC TO FER-FECHA
    MOVE WS-DESCRIPCION TO FER-DESCRIPCION
    WRITE FER-REGISTRO
    IF WS-FER-STATUS NOT = "00"
        DISPLAY "Error grabando el feriado, status: " WS-FER-STATUS
    ELSE
        DISPLAY "Día no hábil registrado: " FER-FECHA
        PERFORM 4000-REVISAR-FIN-DE-MES
    END-IF.

2000-BAJA-FERIADO.
    PERFORM 8000-PEDIR-FECHA
    IF FECHA-VALIDA
        MOVE WS-FECHA-CALC TO FER-FECHA
        READ CALENDARIO
            INVALID KEY
                DISPLAY "La fecha no figura en el calendario"
            NOT INVALID KEY
                DELETE CALENDARIO
                IF WS-FER-STATUS NOT = "00"
                    DISPLAY "Error eliminando el feriado, status: "
                        WS-FER-STATUS
                ELSE
                    DISPLAY "Día no hábil eliminado: " FER-FECHA
                    PERFORM 4000-REVISAR-FIN-DE-MES
                END-IF
        END-READ
    END-IF.

3000-LISTAR-FERIADOS.
    MOVE "N" TO WS-FIN-CALENDARIO
    MOVE 0 TO WS-LISTADOS

    MOVE LOW-VALUES TO FER-FECHA
    START CALENDARIO KEY IS NOT LESS THAN FER-FECHA
        INVALID KEY
            SET FIN-CALENDARIO TO TRUE
    END-START

    PERFORM UNTIL FIN-CALENDARIO
        READ CALENDARIO NEXT RECORD
            AT END SET FIN-CALENDARIO TO TRUE
            NOT AT END
                ADD 1 TO WS-LISTADOS
                DISPLAY FER-FECHA "  " FER-DESCRIPCION
        END-READ
    END-PERFORM

    IF WS-LISTADOS = 0
        DISPLAY "No hay días no hábiles registrados"
    END-IF.

4000-REVISAR-FIN-DE-MES.
    *> El cierre marco en FECHANEG.DAT si la fecha abierta es el
    *> ultimo dia habil de su mes. Si el dia cambiado cae hasta el
    *> habil siguiente (ya con el calendario nuevo), la marca se
    *> recalcula y, si cambio, se regraba: de ella depende que la
    *> cadena corra esta noche los procesos de fin de mes.
    IF HAY-FECHANEG
        MOVE WS-FECHA-CALC TO WS-FECHA-CAMBIO
        MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC
        PERFORM 4100-SIGUIENTE-HABIL
        MOVE WS-FECHA-CALC TO WS-FECHA-SIGUIENTE
        IF WS-FECHA-CAMBIO NOT > WS-FECHA-SIGUIENTE
            IF WS-FECHA-SIGUIENTE(5:2) NOT = WS-FECHA-NEGOCIO(5:2)
                MOVE "S" TO WS-MARCA-NUEVA
            ELSE
                MOVE "N" TO WS-MARCA-NUEVA
            END-IF
            IF WS-MARCA-NUEVA NOT = WS-ULTIMO-HABIL
                PERFORM 4200-GRABAR-FECHA-NEGOCIO
            END-IF
        END-IF
    END-IF.

4100-SIGUIENTE-HABIL.
    MOVE "N" TO WS-DIA-HABIL
    PERFORM UNTIL DIA-HABIL
        ADD 1 TO WS-FC-DD
        PERFORM 8100-DIAS-DEL-MES
        IF WS-FC-DD > WS-DIAS-MES
            MOVE 1 TO WS-FC-DD
            ADD 1 TO WS-FC-MM
            IF WS-FC-MM > 12
                MOVE 1 TO WS-FC-MM
                ADD 1 TO WS-FC-AAAA
            END-IF
        END-IF
        PERFORM 4110-VERIFICAR-HABIL
    END-PERFORM.

4110-VERIFICAR-HABIL.
    *> Mismo criterio que el cierre: sabados, domingos y los dias del
    *> calendario no son habiles.
    SET DIA-HABIL TO TRUE
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC-NUM), 7)
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
        MOVE "N" TO WS-DIA-HABIL
    ELSE
        MOVE WS-FECHA-CALC TO FER-FECHA
        READ CALENDARIO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "N" TO WS-DIA-HABIL
        END-READ
    END-IF.

4200-GRABAR-FECHA-NEGOCIO.
    OPEN OUTPUT FECHA-NEGOCIO
    IF WS-FNG-STATUS NOT = "00"
        DISPLAY "Error grabando FECHANEG.DAT, status: " WS-FNG-STATUS
    ELSE
        MOVE WS-FECHA-NEGOCIO TO FNG-FECHA
        MOVE WS-MARCA-NUEVA TO FNG-ULTIMO-HABIL
        WRITE FNG-REGISTRO
        IF WS-FNG-STATUS NOT = "00"
            DISPLAY "Error grabando FECHANEG.DAT, status: " WS-FNG-STATUS
        ELSE
            MOVE WS-MARCA-NUEVA TO WS-ULTIMO-HABIL
            IF MARCA-FIN-DE-MES
                DISPLAY "La fecha de negocio " WS-FECHA-NEGOCIO
                    " pasa a ser el último día hábil del mes"
            ELSE
                DISPLAY "La fecha de negocio " WS-FECHA-NEGOCIO
                    " deja de ser el último día hábil del mes"
            END-IF
        END-IF
        CLOSE FECHA-NEGOCIO
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

8000-PEDIR-FECHA.
    MOVE "N" TO WS-FECHA-VALIDA
    DISPLAY "Ingrese la fecha (AAAAMMDD)"
    ACCEPT WS-FECHA-CALC

    IF WS-FECHA-CALC-NUM IS NOT NUMERIC
        DISPLAY "Fecha inválida"
    ELSE
        IF WS-FC-MM < 1 OR WS-FC-MM > 12 OR WS-FC-DD < 1
           OR WS-FC-AAAA < 1601
            DISPLAY "Fecha inválida"
        ELSE
            PERFORM 8100-DIAS-DEL-MES
            IF WS-FC-DD > WS-DIAS-MES
                DISPLAY "Fecha inválida"
            ELSE
                PERFORM 8200-VALIDAR-DIA
            END-IF
        END-IF
    END-IF.

8100-DIAS-DEL-MES.
    EVALUATE WS-FC-MM
        WHEN 1
        WHEN 3
        WHEN 5
        WHEN 7
        WHEN 8
        WHEN 10
        WHEN 12
            MOVE 31 TO WS-DIAS-MES
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-DIAS-MES
        WHEN OTHER
            IF (FUNCTION MOD(WS-FC-AAAA, 4) = 0
                AND FUNCTION MOD(WS-FC-AAAA, 100) NOT = 0)
               OR FUNCTION MOD(WS-FC-AAAA, 400) = 0
                MOVE 29 TO WS-DIAS-MES
            ELSE
                MOVE 28 TO WS-DIAS-MES
            END-IF
    END-EVALUATE.

8200-VALIDAR-DIA.
    *> El dia serial 1 (1 de enero de 1601) fue lunes: resto 6 es
    *> sabado y resto 0 domingo.
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-FECHA-CALC-NUM), 7)
    EVALUATE TRUE
        WHEN WS-FECHA-CALC NOT > WS-FECHA-NEGOCIO
            DISPLAY "Solo se modifican fechas posteriores a la fecha de negocio "
                WS-FECHA-NEGOCIO
        WHEN WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
            DISPLAY "La fecha cae en fin de semana; ya es día no hábil"
        WHEN OTHER
            SET FECHA-VALIDA TO TRUE
    END-EVALUATE.
