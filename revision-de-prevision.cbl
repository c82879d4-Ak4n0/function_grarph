IDENTIFICATION DIVISION.
PROGRAM-ID. REVISION-DE-PREVISION.

*> Informe de revisiones de la prevision: recorre el maestro de
*> versiones PREVISIO y lista, por serie y fecha objetivo, cada version
*> grabada con quien y cuando la grabo, de donde vino (pantalla de
*> MANTENIMIENTO-DE-PREVISION o GENERACION-DE-PREVISION) y cuanto
*> cambio respecto de la version anterior de la misma fecha: puntos
*> nuevos (ALTAS), puntos quitados (BAJAS), puntos con otro valor
*> (CAMBIOS), la suma y el mayor de los cambios en valor absoluto y
*> esa suma como porcentaje de la version anterior. Un punto nuevo o
*> quitado cuenta entero como cambio. Las versiones grabadas despues
*> del corte de su fecha salen como revision TARDIA, y al pie de cada
*> fecha se nombra la version de referencia, la ultima antes del corte,
*> que es la que compara el graficado con los reales.
*> Parametros por linea de comandos, con el troceado CLAVE=VALOR del
*> graficado:
*>   SERIE=xxxxxxxx  solo esa serie (por defecto, todas)
*>   DESDE=AAAAMMDD  primera fecha objetivo (por defecto, hoy menos 30)
*>   HASTA=AAAAMMDD  ultima fecha objetivo (por defecto, sin limite)
*> RC 4 = hay alguna revision tardia en el rango; RC 16 = error de
*> fichero o de parametros.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-INFORME ASSIGN TO "REVISIONES.LST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-INFORME.

DATA DIVISION.
FILE SECTION.
FD ARCH-INFORME.
01 REG-INFORME             PIC X(132).

WORKING-STORAGE SECTION.
01 FS-INFORME           PIC XX VALUE '00'.

COPY "prevision-peticion.cpy".

01 LINEA-DE-COMANDO     PIC X(132).
01 ANALISIS-PARAMETROS.
    05 TOKEN-PARAMETRO  PIC X(40).
    05 CLAVE-PARAMETRO  PIC X(20).
    05 VALOR-PARAMETRO  PIC X(20).
    05 PUNTERO-COMANDO  PIC 9(4) COMP-3.

01 PARAMETROS-REVISION.
    05 SERIE-PEDIDA     PIC X(8) VALUE SPACES.
    05 FECHA-DESDE      PIC 9(8) VALUE 0.
    05 FECHA-HASTA      PIC 9(8) VALUE 99999999.
    05 FECHA-ENTERA     PIC 9(7) COMP-3.

01 RECORRIDO-CAMPOS.
    05 FIN-RECORRIDO    PIC X VALUE 'N'.
    05 MAESTRO-ABIERTO  PIC X VALUE 'N'.
    05 SERIE-EN-CURSO   PIC X(8) VALUE SPACES.
    05 FECHA-EN-CURSO   PIC 9(8) VALUE 0.
*>  Version cuya cabecera se leyo y cuyos puntos se van cargando; cero
*>  entre fechas. Los puntos de una version sin cabecera (grabacion
*>  interrumpida) no coinciden con ella y se ignoran
    05 VERSION-EN-CURSO PIC 9(4) VALUE 0.

*>  Cabecera de la version en curso
01 VERSION-CABECERA.
    05 VC-USUARIO       PIC X(8).
    05 VC-FECHA-HORA    PIC X(14).
    05 VC-PUNTOS        PIC 9(5).
    05 VC-ORIGEN        PIC X.
    05 VC-ANTES-DEL-CORTE PIC X.

*>  Situacion de la fecha objetivo en curso
01 FECHA-CAMPOS.
    05 VERSIONES-FECHA  PIC 9(4) COMP-3 VALUE 0.
    05 TARDIAS-FECHA    PIC 9(4) COMP-3 VALUE 0.
    05 VERSION-REFERENCIA PIC 9(4) VALUE 0.
    05 ULTIMA-VERSION   PIC 9(4) VALUE 0.
    05 FECHA-CONGELADA  PIC X VALUE 'N'.
    05 CORTE-FECHA      PIC 9(14) VALUE 0.

01 TOTALES-CAMPOS.
    05 TOTAL-FECHAS     PIC 9(5) COMP-3 VALUE 0.
    05 TOTAL-VERSIONES  PIC 9(5) COMP-3 VALUE 0.
    05 TOTAL-TARDIAS    PIC 9(5) COMP-3 VALUE 0.

*>  Puntos de la version anterior de la misma fecha y de la version en
*>  curso, en orden ascendente de X; 3000, el tope de la pantalla de
*>  mantenimiento
01 PUNTOS-ANTERIORES.
    05 TOTAL-ANTERIORES PIC 9(5) COMP-3 VALUE 0.
    05 PUNTO-ANTERIOR OCCURS 3000 TIMES.
        10 PA-X         PIC S9(12)V9(2) COMP-3.
        10 PA-Y         PIC S9(7)V9(2) COMP-3.
01 PUNTOS-ACTUALES.
    05 TOTAL-ACTUALES   PIC 9(5) COMP-3 VALUE 0.
    05 PUNTO-ACTUAL OCCURS 3000 TIMES.
        10 PN-X         PIC S9(12)V9(2) COMP-3.
        10 PN-Y         PIC S9(7)V9(2) COMP-3.

01 COMPARACION-CAMPOS.
    05 INDICE-ANTERIOR  PIC 9(5) COMP-3.
    05 INDICE-ACTUAL    PIC 9(5) COMP-3.
    05 PUNTOS-ALTA      PIC 9(5) COMP-3.
    05 PUNTOS-BAJA      PIC 9(5) COMP-3.
    05 PUNTOS-CAMBIO    PIC 9(5) COMP-3.
    05 DIFERENCIA       PIC S9(9)V9(2) COMP-3.
    05 SUMA-DIFERENCIAS PIC S9(11)V9(2) COMP-3.
    05 MAYOR-DIFERENCIA PIC S9(9)V9(2) COMP-3.
    05 SUMA-ANTERIOR    PIC S9(11)V9(2) COMP-3.
    05 PORCENTAJE       PIC 9(4)V9 COMP-3.

01 CABECERA-COLUMNAS.
    05 FILLER           PIC X(52) VALUE
        '  VERS USUARIO  GRABADA       ORIGEN   PUNTOS  ALTAS'.
    05 FILLER           PIC X(57) VALUE
        '  BAJAS CAMBIOS     SUMA DIF.     MAX. DIF.  %CAMB  CORTE'.

01 DETALLE-VERSION.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DV-VERSION       PIC ZZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 DV-USUARIO       PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DV-FECHA         PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DV-HORA          PIC X(2).
    05 FILLER           PIC X VALUE ':'.
    05 DV-MINUTO        PIC X(2).
    05 FILLER           PIC X VALUE SPACE.
    05 DV-ORIGEN        PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DV-PUNTOS        PIC ZZZZ9.
    05 DV-COMPARACION.
        10 FILLER       PIC X(2) VALUE SPACES.
        10 DV-ALTAS     PIC ZZZZ9.
        10 FILLER       PIC X(2) VALUE SPACES.
        10 DV-BAJAS     PIC ZZZZ9.
        10 FILLER       PIC X(3) VALUE SPACES.
        10 DV-CAMBIOS   PIC ZZZZ9.
        10 FILLER       PIC X VALUE SPACE.
        10 DV-SUMA      PIC -(9)9.99.
        10 FILLER       PIC X VALUE SPACE.
        10 DV-MAXIMA    PIC -(9)9.99.
        10 FILLER       PIC X VALUE SPACE.
        10 DV-PORCENTAJE PIC X(6).
*>  La primera version de una fecha no tiene con que compararse
    05 DV-SIN-COMPARACION REDEFINES DV-COMPARACION PIC X(57).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DV-CORTE         PIC X(15).

01 INFORME-RUBRICAS.
    05 INF-FECHA        PIC 9(8).
    05 INF-VERSION      PIC ZZZ9.
    05 INF-CONTADOR     PIC ZZZZ9.
    05 INF-PORCENTAJE   PIC ZZZ9.9.
    05 INF-FECHA-HORA   PIC X(21).

PROCEDURE DIVISION.
    PERFORM INTERPRETAR-PARAMETROS.
    PERFORM ABRIR-INFORME.
    PERFORM RECORRER-VERSIONES.
    PERFORM GRABAR-TOTALES.
    CLOSE ARCH-INFORME.
*>  Tras la ultima llamada al modulo, que pisaria el RETURN-CODE
    IF TOTAL-TARDIAS > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF.
STOP RUN.

INTERPRETAR-PARAMETROS.
    *> Troceado de la linea de comandos en fichas CLAVE=VALOR, el mismo
    *> del graficado; sin DESDE= se revisa el ultimo mes y lo que haya
    *> ya previsto para adelante
    ACCEPT LINEA-DE-COMANDO FROM COMMAND-LINE.
    IF LINEA-DE-COMANDO NOT = SPACES
        MOVE 1 TO PUNTERO-COMANDO
        PERFORM UNTIL PUNTERO-COMANDO > LENGTH OF LINEA-DE-COMANDO
            MOVE SPACES TO TOKEN-PARAMETRO
            UNSTRING LINEA-DE-COMANDO DELIMITED BY ALL SPACES
                INTO TOKEN-PARAMETRO
                WITH POINTER PUNTERO-COMANDO
            END-UNSTRING
            IF TOKEN-PARAMETRO NOT = SPACES
                MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO
                UNSTRING TOKEN-PARAMETRO DELIMITED BY '='
                    INTO CLAVE-PARAMETRO VALOR-PARAMETRO
                END-UNSTRING
                EVALUATE CLAVE-PARAMETRO
                    WHEN 'SERIE'
                        MOVE VALOR-PARAMETRO (1:8) TO SERIE-PEDIDA
                    WHEN 'DESDE'
                        COMPUTE FECHA-DESDE =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 0 TO FECHA-DESDE
                        END-COMPUTE
                    WHEN 'HASTA'
                        COMPUTE FECHA-HASTA =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 0 TO FECHA-HASTA
                        END-COMPUTE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-PERFORM
    END-IF.
    IF FECHA-DESDE = 0
        COMPUTE FECHA-ENTERA = FUNCTION INTEGER-OF-DATE
            (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8))) - 30
        COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA)
    END-IF.
    IF FECHA-DESDE > FECHA-HASTA
        DISPLAY 'ERROR: DESDE=' FECHA-DESDE ' posterior a HASTA='
            FECHA-HASTA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

ABRIR-INFORME.
    OPEN OUTPUT ARCH-INFORME.
    IF FS-INFORME NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir REVISIONES.LST, FILE STATUS '
            FS-INFORME
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO INF-FECHA-HORA.
    MOVE SPACES TO REG-INFORME.
    STRING
        'REVISIONES DE LA PREVISION (PREVISIO) - ' DELIMITED BY SIZE
        INF-FECHA-HORA                             DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-INFORME.
    MOVE FECHA-DESDE TO INF-FECHA.
    STRING
        'FECHAS OBJETIVO DESDE ' DELIMITED BY SIZE
        INF-FECHA                DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    IF FECHA-HASTA NOT = 99999999
        MOVE FECHA-HASTA TO INF-FECHA
        STRING
            ' HASTA ' DELIMITED BY SIZE
            INF-FECHA DELIMITED BY SIZE
            INTO REG-INFORME (31:)
        END-STRING
    END-IF.
    IF SERIE-PEDIDA = SPACES
        MOVE '  TODAS LAS SERIES' TO REG-INFORME (46:18)
    ELSE
        STRING
            '  SERIE '   DELIMITED BY SIZE
            SERIE-PEDIDA DELIMITED BY SIZE
            INTO REG-INFORME (46:)
        END-STRING
    END-IF.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.
    WRITE REG-INFORME FROM CABECERA-COLUMNAS.

RECORRER-VERSIONES.
    *> Un solo recorrido del maestro en orden de clave: serie, fecha
    *> objetivo, version y punto, con la cabecera de cada version (punto
    *> cero) delante de sus puntos
    MOVE 'B' TO PRV-OPERACION.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
*>  Un maestro aun inexistente es que nadie ha grabado todavia ninguna
*>  version: el informe sale vacio y con codigo de retorno cero
    IF PRV-ESTADO = '35'
        MOVE 'S' TO FIN-RECORRIDO
    ELSE
        IF PRV-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo abrir PREVISIO, FILE STATUS '
                PRV-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'S' TO MAESTRO-ABIERTO
        MOVE 'P' TO PRV-OPERACION
        IF SERIE-PEDIDA = SPACES
            MOVE LOW-VALUES TO PRV-SERIE
            MOVE 0 TO PRV-FECHA
        ELSE
            MOVE SERIE-PEDIDA TO PRV-SERIE
            MOVE FECHA-DESDE TO PRV-FECHA
        END-IF
        MOVE 0 TO PRV-VERSION PRV-PUNTO
        CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION
        IF PRV-ESTADO NOT = '00'
            MOVE 'S' TO FIN-RECORRIDO
        END-IF
    END-IF.
    PERFORM UNTIL FIN-RECORRIDO = 'S'
        MOVE 'S' TO PRV-OPERACION
        CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION
        IF PRV-ESTADO NOT = '00'
            MOVE 'S' TO FIN-RECORRIDO
        ELSE
            IF SERIE-PEDIDA NOT = SPACES
                    AND (PRV-SERIE NOT = SERIE-PEDIDA
                    OR PRV-FECHA > FECHA-HASTA)
                MOVE 'S' TO FIN-RECORRIDO
            ELSE
                IF PRV-FECHA NOT < FECHA-DESDE
                        AND PRV-FECHA NOT > FECHA-HASTA
                    PERFORM TRATAR-REGISTRO
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    PERFORM CERRAR-FECHA.
    IF MAESTRO-ABIERTO = 'S'
        MOVE 'C' TO PRV-OPERACION
        CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION
    END-IF.

TRATAR-REGISTRO.
    IF PRV-SERIE NOT = SERIE-EN-CURSO OR PRV-FECHA NOT = FECHA-EN-CURSO
        PERFORM CERRAR-FECHA
        MOVE PRV-SERIE TO SERIE-EN-CURSO
        MOVE PRV-FECHA TO FECHA-EN-CURSO
    END-IF.
    IF PRV-PUNTO = 0
        IF VERSION-EN-CURSO > 0
            PERFORM CERRAR-VERSION
        END-IF
        PERFORM ABRIR-VERSION
    ELSE
    *> Solo los puntos de la version cuya cabecera se leyo, y no los que
    *> pasen de su cuenta de puntos (restos de una grabacion anterior)
        IF PRV-VERSION = VERSION-EN-CURSO
                AND PRV-PUNTO NOT > VC-PUNTOS
                AND TOTAL-ACTUALES < 3000
            ADD 1 TO TOTAL-ACTUALES
            MOVE PRV-X TO PN-X (TOTAL-ACTUALES)
            MOVE PRV-Y TO PN-Y (TOTAL-ACTUALES)
        END-IF
    END-IF.

ABRIR-VERSION.
    *> Cabecera de una version: la primera de la fecha abre su bloque en
    *> el informe con el corte y si ya paso
    IF VERSIONES-FECHA = 0
        MOVE PRV-CONGELADA TO FECHA-CONGELADA
        MOVE PRV-CORTE TO CORTE-FECHA
        PERFORM GRABAR-CABECERA-FECHA
    END-IF.
    MOVE PRV-VERSION         TO VERSION-EN-CURSO.
    MOVE PRV-USUARIO         TO VC-USUARIO.
    MOVE PRV-FECHA-HORA      TO VC-FECHA-HORA.
    MOVE PRV-PUNTOS          TO VC-PUNTOS.
    MOVE PRV-ORIGEN          TO VC-ORIGEN.
    MOVE PRV-ANTES-DEL-CORTE TO VC-ANTES-DEL-CORTE.
    MOVE 0 TO TOTAL-ACTUALES.

GRABAR-CABECERA-FECHA.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.
    MOVE FECHA-EN-CURSO TO INF-FECHA.
    STRING
        'SERIE '          DELIMITED BY SIZE
        SERIE-EN-CURSO    DELIMITED BY SIZE
        '  FECHA OBJETIVO ' DELIMITED BY SIZE
        INF-FECHA         DELIMITED BY SIZE
        '  CORTE '        DELIMITED BY SIZE
        CORTE-FECHA (1:8) DELIMITED BY SIZE
        ' '               DELIMITED BY SIZE
        CORTE-FECHA (9:2) DELIMITED BY SIZE
        ':'               DELIMITED BY SIZE
        CORTE-FECHA (11:2) DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    IF FECHA-CONGELADA = 'S'
        MOVE 'CONGELADA' TO REG-INFORME (63:9)
    ELSE
        MOVE 'ABIERTA' TO REG-INFORME (63:7)
    END-IF.
    WRITE REG-INFORME.

CERRAR-VERSION.
    *> Linea de la version en curso comparada con la anterior de la
    *> misma fecha; despues pasa a ser la anterior de la siguiente
    PERFORM COMPARAR-VERSIONES.
    MOVE VERSION-EN-CURSO       TO DV-VERSION.
    MOVE VC-USUARIO             TO DV-USUARIO.
    MOVE VC-FECHA-HORA (1:8)    TO DV-FECHA.
    MOVE VC-FECHA-HORA (9:2)    TO DV-HORA.
    MOVE VC-FECHA-HORA (11:2)   TO DV-MINUTO.
    EVALUATE VC-ORIGEN
        WHEN 'P'
            MOVE 'PANTALLA' TO DV-ORIGEN
        WHEN 'G'
            MOVE 'GENERADA' TO DV-ORIGEN
        WHEN OTHER
            MOVE VC-ORIGEN TO DV-ORIGEN
    END-EVALUATE.
    MOVE TOTAL-ACTUALES TO DV-PUNTOS.
    IF VERSIONES-FECHA = 0
        MOVE SPACES TO DV-SIN-COMPARACION
        MOVE '  PRIMERA VERSION DE LA FECHA' TO DV-SIN-COMPARACION
    ELSE
        MOVE SPACES             TO DV-COMPARACION
        MOVE PUNTOS-ALTA        TO DV-ALTAS
        MOVE PUNTOS-BAJA        TO DV-BAJAS
        MOVE PUNTOS-CAMBIO      TO DV-CAMBIOS
        MOVE SUMA-DIFERENCIAS   TO DV-SUMA
        MOVE MAYOR-DIFERENCIA   TO DV-MAXIMA
        IF SUMA-ANTERIOR = 0
            MOVE '   ---' TO DV-PORCENTAJE
        ELSE
            COMPUTE PORCENTAJE ROUNDED =
                    SUMA-DIFERENCIAS * 100 / SUMA-ANTERIOR
                ON SIZE ERROR
                    MOVE 9999.9 TO PORCENTAJE
            END-COMPUTE
            MOVE PORCENTAJE TO INF-PORCENTAJE
            MOVE INF-PORCENTAJE TO DV-PORCENTAJE
        END-IF
    END-IF.
    IF VC-ANTES-DEL-CORTE = 'S'
        MOVE 'ANTES DEL CORTE' TO DV-CORTE
        MOVE VERSION-EN-CURSO TO VERSION-REFERENCIA
    ELSE
        MOVE '*TARDIA*' TO DV-CORTE
        ADD 1 TO TARDIAS-FECHA
    END-IF.
    WRITE REG-INFORME FROM DETALLE-VERSION.
    ADD 1 TO VERSIONES-FECHA.
    MOVE VERSION-EN-CURSO TO ULTIMA-VERSION.
    MOVE PUNTOS-ACTUALES TO PUNTOS-ANTERIORES.
    MOVE 0 TO VERSION-EN-CURSO.

COMPARAR-VERSIONES.
    *> Cruce de las dos versiones por X, las dos en orden ascendente:
    *> un X solo en la nueva es un alta, solo en la anterior una baja, y
    *> en las dos con otro valor un cambio
    MOVE 0 TO PUNTOS-ALTA PUNTOS-BAJA PUNTOS-CAMBIO.
    MOVE 0 TO SUMA-DIFERENCIAS MAYOR-DIFERENCIA SUMA-ANTERIOR.
    PERFORM VARYING INDICE-ANTERIOR FROM 1 BY 1
            UNTIL INDICE-ANTERIOR > TOTAL-ANTERIORES
        ADD FUNCTION ABS (PA-Y (INDICE-ANTERIOR)) TO SUMA-ANTERIOR
    END-PERFORM.
    MOVE 1 TO INDICE-ANTERIOR INDICE-ACTUAL.
    PERFORM UNTIL INDICE-ANTERIOR > TOTAL-ANTERIORES
            AND INDICE-ACTUAL > TOTAL-ACTUALES
        EVALUATE TRUE
            WHEN INDICE-ANTERIOR > TOTAL-ANTERIORES
                PERFORM CONTAR-ALTA
            WHEN INDICE-ACTUAL > TOTAL-ACTUALES
                PERFORM CONTAR-BAJA
            WHEN PA-X (INDICE-ANTERIOR) < PN-X (INDICE-ACTUAL)
                PERFORM CONTAR-BAJA
            WHEN PA-X (INDICE-ANTERIOR) > PN-X (INDICE-ACTUAL)
                PERFORM CONTAR-ALTA
            WHEN OTHER
                IF PA-Y (INDICE-ANTERIOR) NOT = PN-Y (INDICE-ACTUAL)
                    ADD 1 TO PUNTOS-CAMBIO
                    COMPUTE DIFERENCIA = FUNCTION ABS
                        (PN-Y (INDICE-ACTUAL) - PA-Y (INDICE-ANTERIOR))
                    PERFORM ACUMULAR-DIFERENCIA
                END-IF
                ADD 1 TO INDICE-ANTERIOR INDICE-ACTUAL
        END-EVALUATE
    END-PERFORM.

CONTAR-ALTA.
    ADD 1 TO PUNTOS-ALTA.
    COMPUTE DIFERENCIA = FUNCTION ABS (PN-Y (INDICE-ACTUAL)).
    PERFORM ACUMULAR-DIFERENCIA.
    ADD 1 TO INDICE-ACTUAL.

CONTAR-BAJA.
    ADD 1 TO PUNTOS-BAJA.
    COMPUTE DIFERENCIA = FUNCTION ABS (PA-Y (INDICE-ANTERIOR)).
    PERFORM ACUMULAR-DIFERENCIA.
    ADD 1 TO INDICE-ANTERIOR.

ACUMULAR-DIFERENCIA.
    ADD DIFERENCIA TO SUMA-DIFERENCIAS.
    IF DIFERENCIA > MAYOR-DIFERENCIA
        MOVE DIFERENCIA TO MAYOR-DIFERENCIA
    END-IF.

CERRAR-FECHA.
    *> Pie de la fecha en curso: la version de referencia si el corte ya
    *> paso, o la vigente mientras sigue abierta, y las revisiones tardias
    IF VERSION-EN-CURSO > 0
        PERFORM CERRAR-VERSION
    END-IF.
    IF VERSIONES-FECHA > 0
        MOVE SPACES TO REG-INFORME
        IF FECHA-CONGELADA = 'S'
            IF VERSION-REFERENCIA > 0
                MOVE VERSION-REFERENCIA TO INF-VERSION
                STRING
                    '  REFERENCIA: VERSION ' DELIMITED BY SIZE
                    INF-VERSION              DELIMITED BY SIZE
                    ' (ULTIMA ANTES DEL CORTE)' DELIMITED BY SIZE
                    INTO REG-INFORME
                END-STRING
            ELSE
                MOVE '  SIN VERSION ANTES DEL CORTE: LA FECHA NO TIENE REFERENCIA'
                    TO REG-INFORME
            END-IF
        ELSE
            MOVE ULTIMA-VERSION TO INF-VERSION
            STRING
                '  CORTE PENDIENTE: VIGENTE LA VERSION ' DELIMITED BY SIZE
                INF-VERSION                              DELIMITED BY SIZE
                INTO REG-INFORME
            END-STRING
        END-IF
        MOVE TARDIAS-FECHA TO INF-CONTADOR
        STRING
            '  REVISIONES TARDIAS=' DELIMITED BY SIZE
            INF-CONTADOR            DELIMITED BY SIZE
            INTO REG-INFORME (61:)
        END-STRING
        WRITE REG-INFORME
        ADD 1 TO TOTAL-FECHAS
        ADD VERSIONES-FECHA TO TOTAL-VERSIONES
        ADD TARDIAS-FECHA TO TOTAL-TARDIAS
    END-IF.
    MOVE 0 TO VERSIONES-FECHA TARDIAS-FECHA VERSION-REFERENCIA.
    MOVE 0 TO ULTIMA-VERSION TOTAL-ANTERIORES TOTAL-ACTUALES.
    MOVE 'N' TO FECHA-CONGELADA.

GRABAR-TOTALES.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.
    IF TOTAL-FECHAS = 0
        MOVE '  SIN VERSIONES DE PREVISION EN EL RANGO PEDIDO'
            TO REG-INFORME
        WRITE REG-INFORME
        MOVE SPACES TO REG-INFORME
    END-IF.
    MOVE TOTAL-FECHAS TO INF-CONTADOR.
    STRING
        'TOTAL FECHAS=' DELIMITED BY SIZE
        INF-CONTADOR    DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    MOVE TOTAL-VERSIONES TO INF-CONTADOR.
    STRING
        '  VERSIONES=' DELIMITED BY SIZE
        INF-CONTADOR   DELIMITED BY SIZE
        INTO REG-INFORME (19:)
    END-STRING.
    MOVE TOTAL-TARDIAS TO INF-CONTADOR.
    STRING
        '  REVISIONES TARDIAS=' DELIMITED BY SIZE
        INF-CONTADOR            DELIMITED BY SIZE
        INTO REG-INFORME (36:)
    END-STRING.
    WRITE REG-INFORME.

END PROGRAM REVISION-DE-PREVISION.
