IDENTIFICATION DIVISION.
PROGRAM-ID. CUADRE-DE-HISTORIA.

*> Cuadre del maestro historico HISTORIA contra el fichero de estado
*> GRAFICA.EST y la bitacora GRAFICA.LOG en un rango de fechas. El
*> graficado graba la serie en HISTORIA punto a punto, asi que una caida
*> a mitad del bucle deja un dia a medias que nadie veia. Aqui se
*> cruzan, por fecha y serie guardadas:
*>   - los registros 'G' de GRAFICA.EST que dicen haber guardado la
*>     serie (EST-HISTORIA='S'), con sus columnas y puntos aceptados;
*>   - las anotaciones HISTORIA: de GRAFICA.LOG, que el graficado solo
*>     escribe con la serie entera ya en el maestro, con sus columnas y
*>     el rango EJE-Y de la grafica;
*>   - las claves que de verdad hay en HISTORIA.
*> Se informa de la serie que falta o esta a medias, de la serie guardada
*> en una fecha sin corrida anotada (huerfana), de los recuentos de
*> columnas que no cuadran entre si o con los puntos aceptados y de cada
*> punto guardado fuera del rango Y anotado. Con alguna discrepancia
*> termina con codigo 8, para que auditoria lo corra cada semana como
*> prueba de que el maestro esta completo.
*> GRAFICA.EST se lee entero: en el job semanal es la concatenacion de
*> las generaciones de la semana. Los registros 'G' anteriores a la
*> fecha de historia en el estado no se pueden situar y solo se cuentan.
*> Parametros por linea de comandos, con el troceado CLAVE=VALOR del
*> graficado:
*>   DESDE=AAAAMMDD  primer dia del cuadre (por defecto, HASTA menos 6)
*>   HASTA=AAAAMMDD  ultimo dia del cuadre (por defecto, ayer)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-ESTADO ASSIGN TO "GRAFICA.EST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ESTADO.
    SELECT ARCH-BITACORA ASSIGN TO "GRAFICA.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BITACORA.
    SELECT ARCH-INFORME ASSIGN TO "CUADRE.LST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-INFORME.

DATA DIVISION.
FILE SECTION.
FD ARCH-ESTADO.
01 REG-ESTADO              PIC X(80).

FD ARCH-BITACORA.
01 REG-BITACORA            PIC X(132).

FD ARCH-INFORME.
01 REG-INFORME             PIC X(132).

WORKING-STORAGE SECTION.
01 FS-ESTADO            PIC XX VALUE '00'.
01 FS-BITACORA          PIC XX VALUE '00'.
01 FS-INFORME           PIC XX VALUE '00'.

01 PARAMETROS-CUADRE.
    05 FECHA-DESDE      PIC 9(8) VALUE 0.
    05 FECHA-HASTA      PIC 9(8) VALUE 0.
    05 FECHA-ENTERA     PIC 9(7) COMP-3.

01 LINEA-DE-COMANDO     PIC X(132).
01 ANALISIS-PARAMETROS.
    05 TOKEN-PARAMETRO  PIC X(40).
    05 CLAVE-PARAMETRO  PIC X(20).
    05 VALOR-PARAMETRO  PIC X(20).
    05 PUNTERO-COMANDO  PIC 9(4) COMP-3.

COPY "historia-peticion.cpy".

*>  Registro 'G' del fichero de estado, con el mismo trazado que graba
*>  GRABAR-ESTADO-GRAFICA en el graficado
01 DETALLE-ESTADO-GRAFICA.
    05 EST-TIPO         PIC X.
    05 EST-NUMERO       PIC 9(3).
    05 EST-SERIE        PIC X(8).
    05 EST-TITULO       PIC X(40).
    05 EST-ACEPTADOS    PIC 9(5).
    05 EST-RECHAZADOS   PIC 9(5).
    05 EST-EXCESO       PIC X.
    05 EST-CODIGO       PIC 9(2).
    05 EST-ANOMALIAS    PIC 9(3).
    05 EST-FECHA        PIC 9(8).
    05 EST-HISTORIA     PIC X.
    05 EST-COLUMNAS     PIC 9(3).

*>  Anotacion HISTORIA: de la bitacora, con el trazado fijo que escribe
*>  GRABAR-HISTORIA en el graficado
01 ANOTACION-HISTORIA.
    05 AH-FECHA-HORA       PIC X(21).
    05 AH-ROTULO           PIC X(17).
    05 AH-SERIE            PIC X(8).
    05 FILLER              PIC X(7).
    05 AH-FECHA            PIC X(8).
    05 FILLER              PIC X(8).
    05 AH-COLUMNAS         PIC X(3).
    05 FILLER              PIC X(8).
    05 AH-EJE-Y-MIN        PIC X(11).
    05 FILLER              PIC XX.
    05 AH-EJE-Y-MAX        PIC X(11).
    05 FILLER              PIC X(28).

*>  Anotacion RECTIFICACION: de la bitacora, que deja el graficado cuando
*>  un dia ya pasado se vuelve a guardar con un extracto corregido
01 ANOTACION-RECTIFICACION.
    05 AR-FECHA-HORA       PIC X(21).
    05 AR-ROTULO           PIC X(22).
    05 AR-SERIE            PIC X(8).
    05 FILLER              PIC X(7).
    05 AR-FECHA            PIC X(8).
    05 FILLER              PIC X(66).

*>  Una entrada por fecha y serie del rango, sea cual sea la fuente que
*>  la nombro primero; una corrida repetida del mismo dia pisa los datos
*>  de la anterior, igual que pisa sus puntos en HISTORIA
01 TABLA-CUADRE.
    05 TOTAL-CUADRE     PIC 9(4) COMP-3 VALUE 0.
    05 ENTRADA-CUADRE OCCURS 2000 TIMES.
        10 CUA-FECHA           PIC 9(8).
        10 CUA-SERIE           PIC X(8).
        10 CUA-EN-ESTADO       PIC X.
        10 CUA-COLUMNAS-ESTADO PIC 9(3) COMP-3.
        10 CUA-ACEPTADOS       PIC 9(5) COMP-3.
        10 CUA-EN-BITACORA     PIC X.
        10 CUA-COLUMNAS-BITACORA PIC 9(3) COMP-3.
        10 CUA-Y-MINIMO        PIC S9(7)V9(2) COMP-3.
        10 CUA-Y-MAXIMO        PIC S9(7)V9(2) COMP-3.
        10 CUA-COLUMNAS-HISTORIA PIC 9(3) COMP-3.
        10 CUA-FUERA-RANGO     PIC 9(3) COMP-3.
        10 CUA-RECTIFICADA     PIC X.
01 INDICE-CUADRE        PIC 9(4) COMP-3.
01 FECHA-BUSCADA        PIC 9(8).
01 SERIE-BUSCADA        PIC X(8).

01 CUADRE-CAMPOS.
    05 FIN-ESTADO       PIC X VALUE 'N'.
    05 FIN-BITACORA     PIC X VALUE 'N'.
    05 FIN-RECORRIDO    PIC X VALUE 'N'.
    05 FECHA-EN-CURSO   PIC 9(8) VALUE 0.
    05 SERIE-EN-CURSO   PIC X(8) VALUE SPACES.
    05 COLUMNAS-ESPERADAS PIC 9(3) COMP-3.
    05 REGISTROS-G      PIC 9(5) COMP-3 VALUE 0.
    05 REGISTROS-G-SIN-FECHA PIC 9(5) COMP-3 VALUE 0.
    05 CORRIDAS-ANOTADAS PIC 9(5) COMP-3 VALUE 0.
    05 ANOTACIONES-HISTORIA PIC 9(5) COMP-3 VALUE 0.
    05 PUNTOS-LEIDOS    PIC 9(7) COMP-3 VALUE 0.

01 TOTALES-DISCREPANCIA.
    05 TOTAL-FALTAN     PIC 9(5) COMP-3 VALUE 0.
    05 TOTAL-PARCIALES  PIC 9(5) COMP-3 VALUE 0.
    05 TOTAL-HUERFANAS  PIC 9(5) COMP-3 VALUE 0.
    05 TOTAL-SIN-ANOTACION PIC 9(5) COMP-3 VALUE 0.
    05 TOTAL-COLUMNAS   PIC 9(5) COMP-3 VALUE 0.
    05 TOTAL-FUERA-RANGO PIC 9(7) COMP-3 VALUE 0.
    05 TOTAL-DISCREPANCIAS PIC 9(7) COMP-3 VALUE 0.

01 DETALLE-DISCREPANCIA.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DDI-FECHA        PIC 9(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DDI-SERIE        PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DDI-TIPO         PIC X(14).
    05 FILLER           PIC X(8) VALUE ' ESTADO='.
    05 DDI-ESTADO       PIC X(3).
    05 FILLER           PIC X(10) VALUE ' BITACORA='.
    05 DDI-BITACORA     PIC X(3).
    05 FILLER           PIC X(10) VALUE ' HISTORIA='.
    05 DDI-HISTORIA     PIC ZZ9.
    05 FILLER           PIC X(11) VALUE ' ACEPTADOS='.
    05 DDI-ACEPTADOS    PIC X(5).
    05 FILLER           PIC X VALUE SPACE.
    05 DDI-NOTA         PIC X(40).

01 DETALLE-FUERA-RANGO.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DFR-FECHA        PIC 9(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DFR-SERIE        PIC X(8).
    05 FILLER           PIC X(9) VALUE ' COLUMNA='.
    05 DFR-COLUMNA      PIC ZZ9.
    05 FILLER           PIC X(3) VALUE ' Y='.
    05 DFR-Y            PIC -(7)9.99.
    05 FILLER           PIC X(17) VALUE ' FUERA DE EJE-Y=['.
    05 DFR-MINIMO       PIC -(7)9.99.
    05 FILLER           PIC XX VALUE '..'.
    05 DFR-MAXIMO       PIC -(7)9.99.
    05 FILLER           PIC X VALUE ']'.

01 INFORME-RUBRICAS.
    05 INF-FECHA        PIC 9(8).
    05 INF-CONTADOR     PIC ZZZZZZ9.
    05 INF-CIFRA-3      PIC ZZ9.
    05 INF-CIFRA-5      PIC ZZZZ9.

PROCEDURE DIVISION.
    PERFORM INTERPRETAR-PARAMETROS.
    PERFORM ABRIR-INFORME.
    PERFORM CARGAR-ESTADO.
    PERFORM CARGAR-BITACORA.
    PERFORM RECORRER-HISTORIA.
    PERFORM GRABAR-DISCREPANCIAS.
    PERFORM GRABAR-TOTALES.
    CLOSE ARCH-INFORME.
*>  Cualquier discrepancia deja la prueba de auditoria en rojo
    IF TOTAL-DISCREPANCIAS > 0 AND RETURN-CODE = 0
        MOVE 8 TO RETURN-CODE
    END-IF.
STOP RUN.

INTERPRETAR-PARAMETROS.
    *> Troceado de la linea de comandos en fichas CLAVE=VALOR, el mismo
    *> del graficado; sin rango se cuadra la ultima semana cerrada, de
    *> ayer hacia atras, porque hoy el graficado puede no haber corrido
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
    IF FECHA-HASTA = 0
        COMPUTE FECHA-ENTERA = FUNCTION INTEGER-OF-DATE
            (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8))) - 1
        COMPUTE FECHA-HASTA = FUNCTION DATE-OF-INTEGER (FECHA-ENTERA)
    END-IF.
    IF FECHA-DESDE = 0
        COMPUTE FECHA-ENTERA =
            FUNCTION INTEGER-OF-DATE (FECHA-HASTA) - 6
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
        DISPLAY 'ERROR: no se pudo abrir CUADRE.LST, FILE STATUS '
            FS-INFORME
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FECHA-DESDE TO INF-FECHA.
    MOVE SPACES TO REG-INFORME.
    STRING
        'CUADRE DE HISTORIA CONTRA GRAFICA.EST Y GRAFICA.LOG  DESDE '
            DELIMITED BY SIZE
        INF-FECHA DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    MOVE FECHA-HASTA TO INF-FECHA.
    STRING
        '  HASTA '  DELIMITED BY SIZE
        INF-FECHA   DELIMITED BY SIZE
        INTO REG-INFORME (69:)
    END-STRING.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.

CARGAR-ESTADO.
    *> Registros 'G' del rango cuya grafica guardo la serie en HISTORIA;
    *> una grafica rechazada o sin HISTORIA=S no promete ningun punto
    OPEN INPUT ARCH-ESTADO.
    IF FS-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir GRAFICA.EST, FILE STATUS '
            FS-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL FIN-ESTADO = 'S'
        READ ARCH-ESTADO
            AT END
                MOVE 'S' TO FIN-ESTADO
            NOT AT END
                IF REG-ESTADO (1:1) = 'G'
                    MOVE REG-ESTADO TO DETALLE-ESTADO-GRAFICA
                    PERFORM ANOTAR-REGISTRO-ESTADO
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCH-ESTADO.

ANOTAR-REGISTRO-ESTADO.
    ADD 1 TO REGISTROS-G.
    IF EST-FECHA NOT NUMERIC OR EST-COLUMNAS NOT NUMERIC
    *> Registro de una corrida anterior a la fecha de historia en el
    *> estado: no se sabe que dia guardo
        ADD 1 TO REGISTROS-G-SIN-FECHA
    ELSE
        IF EST-HISTORIA = 'S'
                AND EST-FECHA NOT < FECHA-DESDE
                AND EST-FECHA NOT > FECHA-HASTA
            MOVE EST-FECHA TO FECHA-BUSCADA
            MOVE EST-SERIE TO SERIE-BUSCADA
            PERFORM BUSCAR-ENTRADA
            MOVE 'S'          TO CUA-EN-ESTADO (INDICE-CUADRE)
            MOVE EST-COLUMNAS TO CUA-COLUMNAS-ESTADO (INDICE-CUADRE)
            IF EST-ACEPTADOS NUMERIC
                MOVE EST-ACEPTADOS TO CUA-ACEPTADOS (INDICE-CUADRE)
            ELSE
                MOVE 0 TO CUA-ACEPTADOS (INDICE-CUADRE)
            END-IF
        END-IF
    END-IF.

CARGAR-BITACORA.
    *> Corridas del graficado y anotaciones HISTORIA: del rango; la
    *> anotacion se fecha por el dia guardado, no por el sello de la
    *> linea, que pasada la medianoche ya es el dia siguiente
    OPEN INPUT ARCH-BITACORA.
    IF FS-BITACORA NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir GRAFICA.LOG, FILE STATUS '
            FS-BITACORA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL FIN-BITACORA = 'S'
        READ ARCH-BITACORA
            AT END
                MOVE 'S' TO FIN-BITACORA
            NOT AT END
                IF REG-BITACORA (1:8) NUMERIC
                    PERFORM ANOTAR-LINEA-BITACORA
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCH-BITACORA.

ANOTAR-LINEA-BITACORA.
    IF REG-BITACORA (23:7) = 'FUENTE='
        IF REG-BITACORA (1:8) NOT < FECHA-DESDE
                AND REG-BITACORA (1:8) NOT > FECHA-HASTA
            ADD 1 TO CORRIDAS-ANOTADAS
        END-IF
    ELSE
        MOVE REG-BITACORA TO ANOTACION-HISTORIA
        IF AH-ROTULO = ' HISTORIA: SERIE='
                AND AH-FECHA NUMERIC AND AH-COLUMNAS NUMERIC
            MOVE AH-FECHA TO FECHA-BUSCADA
            IF FECHA-BUSCADA NOT < FECHA-DESDE
                    AND FECHA-BUSCADA NOT > FECHA-HASTA
                ADD 1 TO ANOTACIONES-HISTORIA
                MOVE AH-SERIE TO SERIE-BUSCADA
                PERFORM BUSCAR-ENTRADA
                MOVE 'S' TO CUA-EN-BITACORA (INDICE-CUADRE)
                MOVE AH-COLUMNAS
                    TO CUA-COLUMNAS-BITACORA (INDICE-CUADRE)
                COMPUTE CUA-Y-MINIMO (INDICE-CUADRE) =
                    FUNCTION NUMVAL (AH-EJE-Y-MIN)
                COMPUTE CUA-Y-MAXIMO (INDICE-CUADRE) =
                    FUNCTION NUMVAL (AH-EJE-Y-MAX)
            END-IF
        END-IF
        MOVE REG-BITACORA TO ANOTACION-RECTIFICACION
        IF AR-ROTULO = ' RECTIFICACION: SERIE=' AND AR-FECHA NUMERIC
            MOVE AR-FECHA TO FECHA-BUSCADA
            IF FECHA-BUSCADA NOT < FECHA-DESDE
                    AND FECHA-BUSCADA NOT > FECHA-HASTA
                MOVE AR-SERIE TO SERIE-BUSCADA
                PERFORM BUSCAR-ENTRADA
                MOVE 'S' TO CUA-RECTIFICADA (INDICE-CUADRE)
            END-IF
        END-IF
    END-IF.

BUSCAR-ENTRADA.
    *> Deja en INDICE-CUADRE la entrada de FECHA-BUSCADA/SERIE-BUSCADA,
    *> dandola de alta vacia si aun no existe
    MOVE 1 TO INDICE-CUADRE.
    PERFORM UNTIL INDICE-CUADRE > TOTAL-CUADRE
            OR (CUA-FECHA (INDICE-CUADRE) = FECHA-BUSCADA
                AND CUA-SERIE (INDICE-CUADRE) = SERIE-BUSCADA)
        ADD 1 TO INDICE-CUADRE
    END-PERFORM.
    IF INDICE-CUADRE > TOTAL-CUADRE
        IF TOTAL-CUADRE NOT < 2000
            DISPLAY 'ERROR: mas de 2000 series y fechas en el rango, '
                'amplie la tabla'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO TOTAL-CUADRE
        MOVE TOTAL-CUADRE  TO INDICE-CUADRE
        MOVE FECHA-BUSCADA TO CUA-FECHA (INDICE-CUADRE)
        MOVE SERIE-BUSCADA TO CUA-SERIE (INDICE-CUADRE)
        MOVE 'N' TO CUA-EN-ESTADO (INDICE-CUADRE)
        MOVE 'N' TO CUA-EN-BITACORA (INDICE-CUADRE)
        MOVE 0   TO CUA-COLUMNAS-ESTADO (INDICE-CUADRE)
        MOVE 0   TO CUA-ACEPTADOS (INDICE-CUADRE)
        MOVE 0   TO CUA-COLUMNAS-BITACORA (INDICE-CUADRE)
        MOVE 0   TO CUA-Y-MINIMO (INDICE-CUADRE)
        MOVE 0   TO CUA-Y-MAXIMO (INDICE-CUADRE)
        MOVE 0   TO CUA-COLUMNAS-HISTORIA (INDICE-CUADRE)
        MOVE 0   TO CUA-FUERA-RANGO (INDICE-CUADRE)
        MOVE 'N' TO CUA-RECTIFICADA (INDICE-CUADRE)
    END-IF.

RECORRER-HISTORIA.
    *> Recorre el maestro desde la primera clave del rango, cuenta las
    *> columnas guardadas de cada fecha y serie y compara cada Y con el
    *> rango anotado en la bitacora para esa grafica
    MOVE 'B' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    IF HIS-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir HISTORIA, FILE STATUS '
            HIS-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'PUNTOS GUARDADOS FUERA DEL RANGO Y ANOTADO EN LA BITACORA'
        TO REG-INFORME.
    WRITE REG-INFORME.
    MOVE 'P' TO HIS-OPERACION.
    MOVE FECHA-DESDE TO HIS-FECHA.
    MOVE LOW-VALUES TO HIS-SERIE.
    MOVE 0 TO HIS-COLUMNA.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    MOVE 'N' TO FIN-RECORRIDO.
    IF HIS-ESTADO NOT = '00'
        MOVE 'S' TO FIN-RECORRIDO
    END-IF.
    PERFORM UNTIL FIN-RECORRIDO = 'S'
        MOVE 'S' TO HIS-OPERACION
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        IF HIS-ESTADO NOT = '00' OR HIS-FECHA > FECHA-HASTA
            MOVE 'S' TO FIN-RECORRIDO
        ELSE
            PERFORM CUADRAR-PUNTO
        END-IF
    END-PERFORM.
    MOVE 'C' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    IF TOTAL-FUERA-RANGO = 0
        MOVE '  NINGUNO' TO REG-INFORME
        WRITE REG-INFORME
    END-IF.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.

CUADRAR-PUNTO.
    *> El maestro va ordenado por fecha y serie: la entrada solo se busca
    *> al cambiar de una a otra
    ADD 1 TO PUNTOS-LEIDOS.
    IF HIS-FECHA NOT = FECHA-EN-CURSO OR HIS-SERIE NOT = SERIE-EN-CURSO
        MOVE HIS-FECHA TO FECHA-EN-CURSO FECHA-BUSCADA
        MOVE HIS-SERIE TO SERIE-EN-CURSO SERIE-BUSCADA
        PERFORM BUSCAR-ENTRADA
    END-IF.
    ADD 1 TO CUA-COLUMNAS-HISTORIA (INDICE-CUADRE).
    IF CUA-EN-BITACORA (INDICE-CUADRE) = 'S'
        IF HIS-Y < CUA-Y-MINIMO (INDICE-CUADRE)
                OR HIS-Y > CUA-Y-MAXIMO (INDICE-CUADRE)
            ADD 1 TO CUA-FUERA-RANGO (INDICE-CUADRE)
            ADD 1 TO TOTAL-FUERA-RANGO
            MOVE HIS-FECHA   TO DFR-FECHA
            MOVE HIS-SERIE   TO DFR-SERIE
            MOVE HIS-COLUMNA TO DFR-COLUMNA
            MOVE HIS-Y       TO DFR-Y
            MOVE CUA-Y-MINIMO (INDICE-CUADRE) TO DFR-MINIMO
            MOVE CUA-Y-MAXIMO (INDICE-CUADRE) TO DFR-MAXIMO
            WRITE REG-INFORME FROM DETALLE-FUERA-RANGO
        END-IF
    END-IF.

GRABAR-DISCREPANCIAS.
    *> Una linea por cada discrepancia de cada fecha y serie del rango,
    *> en el orden en que las fuentes las fueron nombrando
    MOVE 'DISCREPANCIAS POR FECHA Y SERIE' TO REG-INFORME.
    WRITE REG-INFORME.
    PERFORM VARYING INDICE-CUADRE FROM 1 BY 1
            UNTIL INDICE-CUADRE > TOTAL-CUADRE
        PERFORM CUADRAR-ENTRADA
    END-PERFORM.
    IF TOTAL-DISCREPANCIAS = 0
        MOVE '  NINGUNA: EL MAESTRO CUADRA CON EL ESTADO Y LA BITACORA'
            TO REG-INFORME
        WRITE REG-INFORME
    END-IF.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.

CUADRAR-ENTRADA.
    *> Las columnas que se esperan son las de la anotacion de la bitacora
    *> y, a falta de ella, las del registro 'G'. Un dia rectificado se
    *> guardo de nuevo con otro extracto: su registro 'G' es el de la
    *> noche y ya no tiene por que cuadrar con la anotacion ni con HISTORIA
    IF CUA-EN-BITACORA (INDICE-CUADRE) = 'S'
        MOVE CUA-COLUMNAS-BITACORA (INDICE-CUADRE) TO COLUMNAS-ESPERADAS
    ELSE
        MOVE CUA-COLUMNAS-ESTADO (INDICE-CUADRE) TO COLUMNAS-ESPERADAS
    END-IF.
    IF CUA-EN-BITACORA (INDICE-CUADRE) = 'N'
            AND CUA-EN-ESTADO (INDICE-CUADRE) = 'N'
        IF CUA-COLUMNAS-HISTORIA (INDICE-CUADRE) > 0
            ADD 1 TO TOTAL-HUERFANAS
            MOVE 'HUERFANA'      TO DDI-TIPO
            MOVE 'SERIE GUARDADA SIN CORRIDA ANOTADA' TO DDI-NOTA
            PERFORM GRABAR-LINEA-DISCREPANCIA
        END-IF
    ELSE
        IF CUA-COLUMNAS-HISTORIA (INDICE-CUADRE) = 0
            IF COLUMNAS-ESPERADAS > 0
                ADD 1 TO TOTAL-FALTAN
                MOVE 'FALTA'         TO DDI-TIPO
                MOVE 'NINGUN PUNTO EN HISTORIA' TO DDI-NOTA
                PERFORM GRABAR-LINEA-DISCREPANCIA
            END-IF
        ELSE
            IF CUA-COLUMNAS-HISTORIA (INDICE-CUADRE) < COLUMNAS-ESPERADAS
                ADD 1 TO TOTAL-PARCIALES
                MOVE 'PARCIAL'       TO DDI-TIPO
                MOVE 'DIA A MEDIAS EN HISTORIA' TO DDI-NOTA
                PERFORM GRABAR-LINEA-DISCREPANCIA
            END-IF
            IF CUA-COLUMNAS-HISTORIA (INDICE-CUADRE) > COLUMNAS-ESPERADAS
                ADD 1 TO TOTAL-COLUMNAS
                MOVE 'COLUMNAS'      TO DDI-TIPO
                MOVE 'MAS COLUMNAS EN HISTORIA QUE GRABADAS'
                    TO DDI-NOTA
                PERFORM GRABAR-LINEA-DISCREPANCIA
            END-IF
        END-IF
        IF CUA-EN-BITACORA (INDICE-CUADRE) = 'N'
    *> La grafica consta en el estado pero la bitacora no anoto que su
    *> serie terminara de grabarse
            ADD 1 TO TOTAL-SIN-ANOTACION
            MOVE 'SIN ANOTACION' TO DDI-TIPO
            MOVE 'GRAFICA.LOG NO ANOTA LA GRABACION' TO DDI-NOTA
            PERFORM GRABAR-LINEA-DISCREPANCIA
        END-IF
        IF CUA-EN-BITACORA (INDICE-CUADRE) = 'S'
                AND CUA-EN-ESTADO (INDICE-CUADRE) = 'S'
                AND CUA-RECTIFICADA (INDICE-CUADRE) = 'N'
                AND CUA-COLUMNAS-ESTADO (INDICE-CUADRE)
                    NOT = CUA-COLUMNAS-BITACORA (INDICE-CUADRE)
            ADD 1 TO TOTAL-COLUMNAS
            MOVE 'COLUMNAS'      TO DDI-TIPO
            MOVE 'ESTADO Y BITACORA NO CUADRAN' TO DDI-NOTA
            PERFORM GRABAR-LINEA-DISCREPANCIA
        END-IF
    *> Cada columna guardada sale de al menos un punto aceptado; con
    *> FUENTE=F no hay puntos editados y los aceptados van a cero
        IF CUA-EN-ESTADO (INDICE-CUADRE) = 'S'
                AND CUA-RECTIFICADA (INDICE-CUADRE) = 'N'
                AND CUA-ACEPTADOS (INDICE-CUADRE) > 0
                AND CUA-COLUMNAS-ESTADO (INDICE-CUADRE)
                    > CUA-ACEPTADOS (INDICE-CUADRE)
            ADD 1 TO TOTAL-COLUMNAS
            MOVE 'COLUMNAS'      TO DDI-TIPO
            MOVE 'MAS COLUMNAS QUE PUNTOS ACEPTADOS' TO DDI-NOTA
            PERFORM GRABAR-LINEA-DISCREPANCIA
        END-IF
    END-IF.
    IF CUA-FUERA-RANGO (INDICE-CUADRE) > 0
        MOVE 'FUERA DE RANGO' TO DDI-TIPO
        MOVE CUA-FUERA-RANGO (INDICE-CUADRE) TO INF-CIFRA-3
        MOVE SPACES TO DDI-NOTA
        STRING
            INF-CIFRA-3                      DELIMITED BY SIZE
            ' PUNTOS FUERA DEL EJE-Y ANOTADO' DELIMITED BY SIZE
            INTO DDI-NOTA
        END-STRING
        PERFORM GRABAR-LINEA-DISCREPANCIA
    END-IF.

GRABAR-LINEA-DISCREPANCIA.
    *> Los recuentos que no constan en una fuente salen como '-'
    ADD 1 TO TOTAL-DISCREPANCIAS.
    MOVE CUA-FECHA (INDICE-CUADRE) TO DDI-FECHA.
    MOVE CUA-SERIE (INDICE-CUADRE) TO DDI-SERIE.
    IF CUA-EN-ESTADO (INDICE-CUADRE) = 'S'
        MOVE CUA-COLUMNAS-ESTADO (INDICE-CUADRE) TO INF-CIFRA-3
        MOVE INF-CIFRA-3 TO DDI-ESTADO
        MOVE CUA-ACEPTADOS (INDICE-CUADRE) TO INF-CIFRA-5
        MOVE INF-CIFRA-5 TO DDI-ACEPTADOS
    ELSE
        MOVE '  -'   TO DDI-ESTADO
        MOVE '    -' TO DDI-ACEPTADOS
    END-IF.
    IF CUA-EN-BITACORA (INDICE-CUADRE) = 'S'
        MOVE CUA-COLUMNAS-BITACORA (INDICE-CUADRE) TO INF-CIFRA-3
        MOVE INF-CIFRA-3 TO DDI-BITACORA
    ELSE
        MOVE '  -'   TO DDI-BITACORA
    END-IF.
    MOVE CUA-COLUMNAS-HISTORIA (INDICE-CUADRE) TO DDI-HISTORIA.
    WRITE REG-INFORME FROM DETALLE-DISCREPANCIA.

GRABAR-TOTALES.
    MOVE 'TOTALES DEL CUADRE' TO REG-INFORME.
    WRITE REG-INFORME.
    MOVE REGISTROS-G TO INF-CONTADOR.
    MOVE SPACES TO REG-INFORME.
    STRING
        '  REGISTROS G LEIDOS=' DELIMITED BY SIZE
        INF-CONTADOR            DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    MOVE REGISTROS-G-SIN-FECHA TO INF-CONTADOR.
    STRING
        '  SIN FECHA DE HISTORIA=' DELIMITED BY SIZE
        INF-CONTADOR               DELIMITED BY SIZE
        INTO REG-INFORME (31:)
    END-STRING.
    WRITE REG-INFORME.
    MOVE CORRIDAS-ANOTADAS TO INF-CONTADOR.
    MOVE SPACES TO REG-INFORME.
    STRING
        '  CORRIDAS ANOTADAS=' DELIMITED BY SIZE
        INF-CONTADOR           DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    MOVE ANOTACIONES-HISTORIA TO INF-CONTADOR.
    STRING
        '  GRABACIONES EN HISTORIA ANOTADAS=' DELIMITED BY SIZE
        INF-CONTADOR                          DELIMITED BY SIZE
        INTO REG-INFORME (31:)
    END-STRING.
    WRITE REG-INFORME.
    MOVE TOTAL-CUADRE TO INF-CONTADOR.
    MOVE SPACES TO REG-INFORME.
    STRING
        '  FECHAS Y SERIES=' DELIMITED BY SIZE
        INF-CONTADOR         DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    MOVE PUNTOS-LEIDOS TO INF-CONTADOR.
    STRING
        '  PUNTOS LEIDOS DE HISTORIA=' DELIMITED BY SIZE
        INF-CONTADOR                   DELIMITED BY SIZE
        INTO REG-INFORME (31:)
    END-STRING.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-INFORME.
    MOVE TOTAL-FALTAN TO INF-CONTADOR.
    STRING
        '  FALTAN='    DELIMITED BY SIZE
        INF-CONTADOR   DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    MOVE TOTAL-PARCIALES TO INF-CONTADOR.
    STRING
        '  PARCIALES=' DELIMITED BY SIZE
        INF-CONTADOR   DELIMITED BY SIZE
        INTO REG-INFORME (18:)
    END-STRING.
    MOVE TOTAL-HUERFANAS TO INF-CONTADOR.
    STRING
        '  HUERFANAS=' DELIMITED BY SIZE
        INF-CONTADOR   DELIMITED BY SIZE
        INTO REG-INFORME (37:)
    END-STRING.
    MOVE TOTAL-SIN-ANOTACION TO INF-CONTADOR.
    STRING
        '  SIN ANOTACION=' DELIMITED BY SIZE
        INF-CONTADOR       DELIMITED BY SIZE
        INTO REG-INFORME (56:)
    END-STRING.
    MOVE TOTAL-COLUMNAS TO INF-CONTADOR.
    STRING
        '  COLUMNAS='  DELIMITED BY SIZE
        INF-CONTADOR   DELIMITED BY SIZE
        INTO REG-INFORME (79:)
    END-STRING.
    MOVE TOTAL-FUERA-RANGO TO INF-CONTADOR.
    STRING
        '  PUNTOS FUERA DE RANGO=' DELIMITED BY SIZE
        INF-CONTADOR               DELIMITED BY SIZE
        INTO REG-INFORME (97:)
    END-STRING.
    WRITE REG-INFORME.

END PROGRAM CUADRE-DE-HISTORIA.
