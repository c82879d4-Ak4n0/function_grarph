IDENTIFICATION DIVISION.
PROGRAM-ID. CALENDARIO-DE-VENTANAS.

*> Acceso al calendario de ventanas planificadas: paradas de
*> mantenimiento y festivos durante los que un incumplimiento de la
*> banda o un hueco de la serie no son una anomalia sino algo sabido de
*> antemano. El calendario es un fichero de texto que mantiene
*> operaciones, un registro por ventana (serie o TODAS, fecha, hora
*> HHMM desde/hasta, codigo de motivo y texto); se carga entero en
*> memoria con 'A' y se consulta por clave segun calendario-peticion.cpy.
*> Una ventana abarca desde <= hora < hasta dentro de su fecha; la que
*> cruza la medianoche se da de alta como dos registros, uno por dia.
*> Las lineas en blanco o que empiezan por '*' son comentarios

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-CALENDARIO ASSIGN TO "CALENDAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CALENDARIO.

DATA DIVISION.
FILE SECTION.
FD ARCH-CALENDARIO.
01 REG-CALENDARIO.
    05 CV-SERIE         PIC X(8).
    05 CV-FECHA         PIC 9(8).
    05 CV-DESDE         PIC 9(4).
    05 CV-HASTA         PIC 9(4).
    05 CV-MOTIVO        PIC X(4).
    05 CV-DESCRIPCION   PIC X(40).

WORKING-STORAGE SECTION.
01 FS-CALENDARIO        PIC XX VALUE '00'.
01 FIN-CALENDARIO       PIC X VALUE 'N'.
01 REGISTROS-LEIDOS     PIC 9(5) COMP-3.
01 DIAS-ENTEROS         PIC 9(7) COMP-3.

*>  Calendario cargado; 500 ventanas cubren holgadamente un año de
*>  paradas y festivos de todas las series
01 TABLA-VENTANAS.
    05 TOTAL-VENTANAS   PIC 9(3) COMP-3 VALUE 0.
    05 INDICE-VENTANA   PIC 9(3) COMP-3.
    05 POSICION-RECORRIDO PIC 9(3) COMP-3 VALUE 0.
    05 VENTANA-ENCONTRADA PIC X.
    05 VENTANA OCCURS 500 TIMES.
        10 VT-SERIE       PIC X(8).
        10 VT-FECHA       PIC 9(8).
        10 VT-DESDE       PIC 9(4).
        10 VT-HASTA       PIC 9(4).
        10 VT-MOTIVO      PIC X(4).
        10 VT-DESCRIPCION PIC X(40).

LINKAGE SECTION.
COPY "calendario-peticion.cpy".

PROCEDURE DIVISION USING CAL-PETICION.
    EVALUATE CAL-OPERACION
        WHEN 'A'
            PERFORM CARGAR-CALENDARIO
        WHEN 'V'
            PERFORM BUSCAR-VENTANA
        WHEN 'D'
            PERFORM BUSCAR-DIA-COMPLETO
        WHEN 'P'
            MOVE 0 TO POSICION-RECORRIDO
            MOVE '00' TO CAL-ESTADO
        WHEN 'S'
            PERFORM LEER-SIGUIENTE
        WHEN 'C'
            MOVE 0 TO TOTAL-VENTANAS
            MOVE '00' TO CAL-ESTADO
        WHEN OTHER
            MOVE '99' TO CAL-ESTADO
    END-EVALUATE.
    GOBACK.

CARGAR-CALENDARIO.
    *> Sin fichero de calendario no hay nada planificado y todo se vigila
    *> como siempre: el '35' deja el calendario vacio y no es un error.
    *> Un registro mal formado devuelve '22' con su numero de orden en
    *> CAL-NUMERO, y la tabla llena '24', para que el llamador corte la
    *> corrida en vez de excusar o dejar de excusar a ciegas
    MOVE 0 TO TOTAL-VENTANAS.
    MOVE 0 TO POSICION-RECORRIDO.
    MOVE 0 TO REGISTROS-LEIDOS.
    MOVE '00' TO CAL-ESTADO.
    OPEN INPUT ARCH-CALENDARIO.
    IF FS-CALENDARIO = '00'
        MOVE 'N' TO FIN-CALENDARIO
        PERFORM UNTIL FIN-CALENDARIO = 'S'
            READ ARCH-CALENDARIO
                AT END
                    MOVE 'S' TO FIN-CALENDARIO
                NOT AT END
                    ADD 1 TO REGISTROS-LEIDOS
                    IF REG-CALENDARIO NOT = SPACES
                            AND REG-CALENDARIO (1:1) NOT = '*'
                            AND CAL-ESTADO = '00'
                        PERFORM CARGAR-VENTANA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCH-CALENDARIO
    ELSE
        IF FS-CALENDARIO NOT = '35'
            MOVE FS-CALENDARIO TO CAL-ESTADO
        END-IF
    END-IF.

CARGAR-VENTANA.
    *> Valida la ventana del registro leido y la pasa a la tabla; la
    *> serie en blanco se guarda como TODAS para que las consultas solo
    *> tengan que reconocer un valor
    MOVE 0 TO DIAS-ENTEROS.
    IF CV-FECHA NUMERIC
        COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE (CV-FECHA)
    END-IF.
    IF DIAS-ENTEROS = 0
            OR CV-DESDE NOT NUMERIC OR CV-HASTA NOT NUMERIC
            OR CV-DESDE NOT < CV-HASTA OR CV-HASTA > 2400
            OR CV-DESDE (3:2) > '59' OR CV-HASTA (3:2) > '59'
            OR CV-MOTIVO = SPACES
        MOVE '22' TO CAL-ESTADO
        MOVE REGISTROS-LEIDOS TO CAL-NUMERO
    ELSE
        IF TOTAL-VENTANAS NOT < 500
            MOVE '24' TO CAL-ESTADO
            MOVE REGISTROS-LEIDOS TO CAL-NUMERO
        ELSE
            ADD 1 TO TOTAL-VENTANAS
            IF CV-SERIE = SPACES
                MOVE 'TODAS' TO VT-SERIE (TOTAL-VENTANAS)
            ELSE
                MOVE CV-SERIE TO VT-SERIE (TOTAL-VENTANAS)
            END-IF
            MOVE CV-FECHA       TO VT-FECHA (TOTAL-VENTANAS)
            MOVE CV-DESDE       TO VT-DESDE (TOTAL-VENTANAS)
            MOVE CV-HASTA       TO VT-HASTA (TOTAL-VENTANAS)
            MOVE CV-MOTIVO      TO VT-MOTIVO (TOTAL-VENTANAS)
            MOVE CV-DESCRIPCION TO VT-DESCRIPCION (TOTAL-VENTANAS)
        END-IF
    END-IF.

BUSCAR-VENTANA.
    *> Primera ventana de la serie pedida o de todas las series, en la
    *> fecha pedida, cuyo tramo desde <= hora < hasta cubre la hora HHMM
    MOVE 'N' TO VENTANA-ENCONTRADA.
    PERFORM VARYING INDICE-VENTANA FROM 1 BY 1
            UNTIL INDICE-VENTANA > TOTAL-VENTANAS
            OR VENTANA-ENCONTRADA = 'S'
        IF VT-FECHA (INDICE-VENTANA) = CAL-FECHA
                AND (VT-SERIE (INDICE-VENTANA) = 'TODAS'
                OR VT-SERIE (INDICE-VENTANA) = CAL-SERIE)
                AND CAL-HORA NOT < VT-DESDE (INDICE-VENTANA)
                AND CAL-HORA < VT-HASTA (INDICE-VENTANA)
            MOVE 'S' TO VENTANA-ENCONTRADA
            PERFORM DEVOLVER-VENTANA
        END-IF
    END-PERFORM.
    IF VENTANA-ENCONTRADA = 'N'
        MOVE '23' TO CAL-ESTADO
    END-IF.

BUSCAR-DIA-COMPLETO.
    *> Ventana que abarca el dia entero de la fecha pedida (un festivo o
    *> una parada de jornada completa); sin serie pedida solo cuentan las
    *> ventanas de todas las series
    MOVE 'N' TO VENTANA-ENCONTRADA.
    PERFORM VARYING INDICE-VENTANA FROM 1 BY 1
            UNTIL INDICE-VENTANA > TOTAL-VENTANAS
            OR VENTANA-ENCONTRADA = 'S'
        IF VT-FECHA (INDICE-VENTANA) = CAL-FECHA
                AND (VT-SERIE (INDICE-VENTANA) = 'TODAS'
                OR (CAL-SERIE NOT = SPACES
                AND VT-SERIE (INDICE-VENTANA) = CAL-SERIE))
                AND VT-DESDE (INDICE-VENTANA) = 0
                AND VT-HASTA (INDICE-VENTANA) NOT < 2359
            MOVE 'S' TO VENTANA-ENCONTRADA
            PERFORM DEVOLVER-VENTANA
        END-IF
    END-PERFORM.
    IF VENTANA-ENCONTRADA = 'N'
        MOVE '23' TO CAL-ESTADO
    END-IF.

LEER-SIGUIENTE.
    *> Siguiente ventana del recorrido; la consulta no mueve la posicion
    IF POSICION-RECORRIDO NOT < TOTAL-VENTANAS
        MOVE '10' TO CAL-ESTADO
    ELSE
        ADD 1 TO POSICION-RECORRIDO
        MOVE POSICION-RECORRIDO TO INDICE-VENTANA
        PERFORM DEVOLVER-VENTANA
    END-IF.

DEVOLVER-VENTANA.
    MOVE VT-SERIE (INDICE-VENTANA)       TO CAL-SERIE.
    MOVE VT-FECHA (INDICE-VENTANA)       TO CAL-FECHA.
    MOVE VT-DESDE (INDICE-VENTANA)       TO CAL-DESDE.
    MOVE VT-HASTA (INDICE-VENTANA)       TO CAL-HASTA.
    MOVE VT-MOTIVO (INDICE-VENTANA)      TO CAL-MOTIVO.
    MOVE VT-DESCRIPCION (INDICE-VENTANA) TO CAL-DESCRIPCION.
    MOVE INDICE-VENTANA                  TO CAL-NUMERO.
    MOVE '00' TO CAL-ESTADO.

END PROGRAM CALENDARIO-DE-VENTANAS.
