IDENTIFICATION DIVISION.
PROGRAM-ID. GENERACION-DE-PREVISION.

*> Generacion automatica de la prevision DATPREV a partir del maestro
*> historico HISTORIA, para que la corrida nocturna superponga la curva
*> esperada sin que nadie la teclee punto a punto en la pantalla de
*> MANTENIMIENTO-DE-PREVISION. Para una serie y una fecha objetivo
*> calcula, columna a columna, una de dos previsiones:
*>   METODO=S  media del mismo dia de la semana en las ultimas N semanas
*>             guardadas (la fecha objetivo menos 7, 14, ... dias)
*>   METODO=P  media ponderada de los ultimos N dias anteriores a la
*>             fecha objetivo, con mas peso cuanto mas reciente es el dia
*>             (el de ayer pesa N, el de hace N dias pesa 1)
*> Graba un REG-DATOS-PREVISION normal, con el trazado clasico de X o el
*> de fecha-hora AAAAMMDDHHMM de FORMATOX=T, y el listado PREVISION.LST
*> con las fechas guardadas que alimentaron cada columna y las columnas
*> que no reunieron dias suficientes para preverse (quedan como hueco en
*> el fichero, igual que un intervalo ausente de DATREAL).
*> Los mismos puntos se graban ademas como una version nueva de la serie
*> y fecha objetivo en el maestro de versiones PREVISIO (origen 'G'),
*> la que superpone el graficado con PREVISION=V y la que retoca la
*> pantalla de MANTENIMIENTO-DE-PREVISION; sin ninguna columna prevista
*> no se graba version.
*> Parametros por linea de comandos, con el troceado CLAVE=VALOR del
*> graficado:
*>   SERIE=XXXXXXXX  serie a prever (obligatorio)
*>   FECHA=AAAAMMDD  fecha objetivo (por defecto, mañana)
*>   METODO=S|P      S = mismo dia de la semana (por defecto),
*>                   P = media ponderada de dias recientes
*>   SEMANAS=N       semanas hacia atras con METODO=S (1 a 12, def. 4)
*>   DIAS=N          dias hacia atras con METODO=P (1 a 12, def. 7)
*>   MINIMO=N        dias guardados que exige una columna para preverse
*>                   (por defecto 2)
*>   FORMATOX=T      graba el X como fecha-hora de la fecha objetivo con
*>                   la hora de reloj de la columna, como el eje de
*>                   tiempo del graficado; sin el, el X guardado tal cual
*>   SALIDA=nombre   fichero de prevision a grabar (por defecto DATPREV)
*>   USUARIO=xxxxxxxx autor de la version en PREVISIO (por defecto
*>                   GENPREV)
*> Codigo de retorno: 0 todas las columnas previstas, 4 alguna columna
*> quedo hueco por falta de dias, 8 ninguna columna pudo preverse,
*> 16 error de fichero o de parametros

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-DATOS-PREVISION ASSIGN TO NOMBRE-SALIDA
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-DATOS-PREVISION.
    SELECT ARCH-INFORME ASSIGN TO "PREVISION.LST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-INFORME.

DATA DIVISION.
FILE SECTION.
FD ARCH-DATOS-PREVISION.
01 REG-DATOS-PREVISION.
    05 FP-X-VALUE       PIC S9(5)V9(2).
    05 FP-Y-VALUE       PIC S9(7)V9(2).
01 REG-DATOS-PREVISION-TIEMPO.
    05 FP-X-TIEMPO      PIC 9(12).
    05 FP-Y-VALUE-T     PIC S9(7)V9(2).

FD ARCH-INFORME.
01 REG-INFORME             PIC X(132).

WORKING-STORAGE SECTION.
01 FS-DATOS-PREVISION   PIC XX VALUE '00'.
01 FS-INFORME           PIC XX VALUE '00'.

01 PARAMETROS-PREVISION.
    05 SERIE-PEDIDA     PIC X(8) VALUE SPACES.
    05 FECHA-OBJETIVO   PIC 9(8) VALUE 0.
*>  'S' = mismo dia de la semana, 'P' = media ponderada de dias recientes
    05 METODO-PREVISION PIC X VALUE 'S'.
    05 SEMANAS-PEDIDAS  PIC 9(3) COMP-3 VALUE 4.
    05 DIAS-PEDIDOS     PIC 9(3) COMP-3 VALUE 7.
    05 MINIMO-DIAS      PIC 9(3) COMP-3 VALUE 2.
    05 FORMATO-EJE-X    PIC X VALUE 'N'.

01 NOMBRE-SALIDA        PIC X(44) VALUE 'DATPREV'.
01 USUARIO-VERSION      PIC X(8) VALUE 'GENPREV'.

01 LINEA-DE-COMANDO     PIC X(132).
01 ANALISIS-PARAMETROS.
    05 TOKEN-PARAMETRO  PIC X(40).
    05 CLAVE-PARAMETRO  PIC X(20).
    05 VALOR-PARAMETRO  PIC X(20).
    05 PUNTERO-COMANDO  PIC 9(4) COMP-3.

COPY "historia-peticion.cpy".
COPY "prevision-peticion.cpy".

*>  Fechas guardadas que se consultan, de la mas reciente a la mas
*>  antigua, con el peso de cada una en la media y cuantas columnas de la
*>  serie trajo; 12 fechas son tres meses del mismo dia de la semana
01 FECHAS-ORIGEN.
    05 TOTAL-FECHAS     PIC 99 COMP-3 VALUE 0.
    05 INDICE-FECHA     PIC 99 COMP-3.
    05 FECHA-ORIGEN OCCURS 12 TIMES.
        10 FO-FECHA        PIC 9(8).
        10 FO-PESO         PIC 9(3) COMP-3.
        10 FO-COLUMNAS     PIC 9(3) COMP-3.

*>  Acumuladores por columna de la rejilla; 132 columnas, el mismo tope
*>  que las tablas de serie del graficado. La suma ponderada en COMP-2,
*>  como los acumuladores de la tendencia; el X de muestra es el de la
*>  fecha mas reciente que trajo la columna
01 ACUMULADORES-COLUMNA.
    05 ACUMULADO-COL OCCURS 132 TIMES.
        10 ACP-DIAS        PIC 9(3) COMP-3.
        10 ACP-SUMA        COMP-2.
        10 ACP-PESOS       COMP-2.
        10 ACP-X-MUESTRA   PIC S9(9)V9(2) COMP-3.
        10 ACP-FECHA-USADA PIC X OCCURS 12 TIMES.

01 RECORRIDO-CAMPOS.
    05 FIN-RECORRIDO    PIC X VALUE 'N'.
    05 COLUMNA-EN-CURSO PIC 9(3) COMP-3.
    05 MAYOR-COLUMNA    PIC 9(3) COMP-3 VALUE 0.
    05 DIAS-ENTEROS     PIC 9(7) COMP-3.
    05 VALOR-PREVISTO   COMP-2.

01 RESULTADO-CAMPOS.
    05 COLUMNAS-PREVISTAS PIC 9(3) COMP-3 VALUE 0.
    05 COLUMNAS-CORTAS    PIC 9(3) COMP-3 VALUE 0.
*>  'S' cuando la columna en curso no cabe en el trazado clasico (un X
*>  guardado de mas de cinco enteros pide FORMATOX=T)
    05 X-DESBORDADO       PIC X.
    05 COLUMNAS-DESBORDADAS PIC 9(3) COMP-3 VALUE 0.
*>  Version que recibe los puntos en PREVISIO (cero si no se grabo)
    05 VERSION-GRABADA    PIC 9(4) VALUE 0.
*>  Punto en curso mientras se reserva la version
    05 GUARDA-X           PIC S9(12)V9(2).
    05 GUARDA-Y           PIC S9(7)V9(2).

*>  Rotulo de la columna: la hora de reloj HH:MM del minuto del dia del
*>  X guardado con FORMATOX=T, o el propio X editado
01 ROTULO-COLUMNA-CAMPOS.
    05 MINUTOS-DEL-DIA  PIC 9(4) COMP-3.
    05 HORA-ROTULO      PIC 99.
    05 MINUTO-ROTULO    PIC 99.
    05 ETIQUETA-X       PIC X(12).
    05 ETIQUETA-X-NUM   PIC -(8)9.99.

01 DETALLE-COLUMNA.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DPC-COLUMNA      PIC ZZ9.
    05 FILLER           PIC X(3) VALUE ' X='.
    05 DPC-X            PIC X(12).
    05 FILLER           PIC X(6) VALUE ' DIAS='.
    05 DPC-DIAS         PIC Z9.
    05 FILLER           PIC X(7) VALUE ' PREV= '.
    05 DPC-PREVISION    PIC X(20).
    05 FILLER           PIC X(8) VALUE ' FECHAS:'.

01 DETALLE-FECHA.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DPF-ORDEN        PIC Z9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DPF-FECHA        PIC 9(8).
    05 FILLER           PIC X(6) VALUE ' PESO='.
    05 DPF-PESO         PIC ZZ9.
    05 FILLER           PIC X(10) VALUE ' COLUMNAS='.
    05 DPF-COLUMNAS     PIC ZZ9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DPF-NOTA         PIC X(30).

01 INFORME-RUBRICAS.
    05 INF-FECHA        PIC 9(8).
    05 INF-CONTADOR     PIC ZZ9.
    05 INF-CIFRA        PIC -(7)9.99.
    05 PUNTERO-LINEA    PIC 999 COMP-3.

PROCEDURE DIVISION.
    PERFORM INTERPRETAR-PARAMETROS.
    PERFORM PREPARAR-FECHAS-ORIGEN.
    PERFORM ACUMULAR-HISTORIA.
    PERFORM ABRIR-SALIDAS.
    PERFORM ABRIR-VERSION-PREVISION.
    PERFORM GRABAR-CABECERA-INFORME.
    PERFORM GRABAR-PREVISION.
    PERFORM CERRAR-VERSION-PREVISION.
    PERFORM GRABAR-PIE-INFORME.
    CLOSE ARCH-DATOS-PREVISION ARCH-INFORME.
    IF COLUMNAS-PREVISTAS = 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF COLUMNAS-CORTAS > 0 OR COLUMNAS-DESBORDADAS > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
STOP RUN.

INTERPRETAR-PARAMETROS.
    *> Troceado de la linea de comandos en fichas CLAVE=VALOR, el mismo
    *> del graficado; la serie es obligatoria y el resto tiene valor por
    *> defecto
    ACCEPT LINEA-DE-COMANDO FROM COMMAND-LINE.
    IF LINEA-DE-COMANDO NOT EQUAL SPACES
        MOVE 1 TO PUNTERO-COMANDO
        PERFORM UNTIL PUNTERO-COMANDO > LENGTH OF LINEA-DE-COMANDO
            MOVE SPACES TO TOKEN-PARAMETRO
            UNSTRING LINEA-DE-COMANDO DELIMITED BY ALL SPACES
                INTO TOKEN-PARAMETRO
                WITH POINTER PUNTERO-COMANDO
            END-UNSTRING
            IF TOKEN-PARAMETRO NOT EQUAL SPACES
                MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO
                UNSTRING TOKEN-PARAMETRO DELIMITED BY '='
                    INTO CLAVE-PARAMETRO VALOR-PARAMETRO
                END-UNSTRING
                EVALUATE CLAVE-PARAMETRO
                    WHEN 'SERIE'
                        MOVE VALOR-PARAMETRO (1:8) TO SERIE-PEDIDA
                    WHEN 'FECHA'
                        COMPUTE FECHA-OBJETIVO =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 0 TO FECHA-OBJETIVO
                        END-COMPUTE
                    WHEN 'METODO'
                        MOVE VALOR-PARAMETRO (1:1) TO METODO-PREVISION
                    WHEN 'SEMANAS'
                        COMPUTE SEMANAS-PEDIDAS =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 999 TO SEMANAS-PEDIDAS
                        END-COMPUTE
                    WHEN 'DIAS'
                        COMPUTE DIAS-PEDIDOS =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 999 TO DIAS-PEDIDOS
                        END-COMPUTE
                    WHEN 'MINIMO'
                        COMPUTE MINIMO-DIAS =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 999 TO MINIMO-DIAS
                        END-COMPUTE
                    WHEN 'FORMATOX'
                        MOVE VALOR-PARAMETRO (1:1) TO FORMATO-EJE-X
                    WHEN 'SALIDA'
                        MOVE VALOR-PARAMETRO TO NOMBRE-SALIDA
                    WHEN 'USUARIO'
                        MOVE VALOR-PARAMETRO (1:8) TO USUARIO-VERSION
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-PERFORM
    END-IF.
    IF SERIE-PEDIDA = SPACES
        DISPLAY 'ERROR: la generacion de prevision exige SERIE=XXXXXXXX'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> Sin fecha objetivo se preve mañana: la corrida nocturna deja lista
    *> la curva esperada de la siguiente ventana
    IF FECHA-OBJETIVO = 0
        COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE
            (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8))) + 1
        COMPUTE FECHA-OBJETIVO =
            FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
    END-IF.
    COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE (FECHA-OBJETIVO).
    IF DIAS-ENTEROS = 0
        DISPLAY 'ERROR: FECHA= no es una fecha AAAAMMDD valida'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF METODO-PREVISION NOT EQUAL 'P'
        MOVE 'S' TO METODO-PREVISION
    END-IF.
    IF SEMANAS-PEDIDAS < 1 OR SEMANAS-PEDIDAS > 12
        DISPLAY 'ERROR: SEMANAS= debe estar entre 1 y 12'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF DIAS-PEDIDOS < 1 OR DIAS-PEDIDOS > 12
        DISPLAY 'ERROR: DIAS= debe estar entre 1 y 12'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF MINIMO-DIAS < 1
        MOVE 1 TO MINIMO-DIAS
    END-IF.

PREPARAR-FECHAS-ORIGEN.
    *> Lista de fechas guardadas que alimentan la prevision, de la mas
    *> reciente a la mas antigua: con METODO=S la fecha objetivo menos
    *> 7, 14, ... dias (todas pesan 1); con METODO=P los N dias anteriores
    *> a la fecha objetivo, con peso N para ayer y 1 para el mas antiguo
    COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE (FECHA-OBJETIVO).
    IF METODO-PREVISION = 'S'
        MOVE SEMANAS-PEDIDAS TO TOTAL-FECHAS
    ELSE
        MOVE DIAS-PEDIDOS TO TOTAL-FECHAS
    END-IF.
    PERFORM VARYING INDICE-FECHA FROM 1 BY 1
            UNTIL INDICE-FECHA > TOTAL-FECHAS
        IF METODO-PREVISION = 'S'
            COMPUTE FO-FECHA (INDICE-FECHA) = FUNCTION DATE-OF-INTEGER
                (DIAS-ENTEROS - INDICE-FECHA * 7)
            MOVE 1 TO FO-PESO (INDICE-FECHA)
        ELSE
            COMPUTE FO-FECHA (INDICE-FECHA) = FUNCTION DATE-OF-INTEGER
                (DIAS-ENTEROS - INDICE-FECHA)
            COMPUTE FO-PESO (INDICE-FECHA) =
                TOTAL-FECHAS - INDICE-FECHA + 1
        END-IF
        MOVE 0 TO FO-COLUMNAS (INDICE-FECHA)
    END-PERFORM.

ACUMULAR-HISTORIA.
    *> Para cada fecha de la lista se posiciona el maestro en su primera
    *> clave de la serie y se leen sus columnas; la clave va por fecha y
    *> serie delante, asi que el recorrido se corta al cambiar cualquiera
    *> de las dos sin leer el resto del maestro
    PERFORM VARYING COLUMNA-EN-CURSO FROM 1 BY 1
            UNTIL COLUMNA-EN-CURSO > 132
        MOVE 0 TO ACP-DIAS (COLUMNA-EN-CURSO)
        MOVE 0 TO ACP-SUMA (COLUMNA-EN-CURSO)
        MOVE 0 TO ACP-PESOS (COLUMNA-EN-CURSO)
        MOVE 0 TO ACP-X-MUESTRA (COLUMNA-EN-CURSO)
        PERFORM VARYING INDICE-FECHA FROM 1 BY 1
                UNTIL INDICE-FECHA > 12
            MOVE 'N' TO ACP-FECHA-USADA (COLUMNA-EN-CURSO INDICE-FECHA)
        END-PERFORM
    END-PERFORM.
    MOVE 'B' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    IF HIS-ESTADO NOT EQUAL '00'
        DISPLAY 'ERROR: no se pudo abrir HISTORIA, FILE STATUS '
            HIS-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING INDICE-FECHA FROM 1 BY 1
            UNTIL INDICE-FECHA > TOTAL-FECHAS
        PERFORM ACUMULAR-FECHA-ORIGEN
    END-PERFORM.
    MOVE 'C' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.

ACUMULAR-FECHA-ORIGEN.
    MOVE 'P' TO HIS-OPERACION.
    MOVE FO-FECHA (INDICE-FECHA) TO HIS-FECHA.
    MOVE SERIE-PEDIDA TO HIS-SERIE.
    MOVE 0 TO HIS-COLUMNA.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    MOVE 'N' TO FIN-RECORRIDO.
    IF HIS-ESTADO NOT EQUAL '00'
        MOVE 'S' TO FIN-RECORRIDO
    END-IF.
    PERFORM UNTIL FIN-RECORRIDO = 'S'
        MOVE 'S' TO HIS-OPERACION
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        IF HIS-ESTADO NOT EQUAL '00'
                OR HIS-FECHA NOT EQUAL FO-FECHA (INDICE-FECHA)
                OR HIS-SERIE NOT EQUAL SERIE-PEDIDA
            MOVE 'S' TO FIN-RECORRIDO
        ELSE
            PERFORM ACUMULAR-PUNTO
        END-IF
    END-PERFORM.

ACUMULAR-PUNTO.
    *> Un punto de la serie en una fecha de la lista: entra en la suma
    *> ponderada de su columna y deja marcada la fecha como alimentadora
    MOVE HIS-COLUMNA TO COLUMNA-EN-CURSO.
    IF COLUMNA-EN-CURSO < 1 OR COLUMNA-EN-CURSO > 132
    *> Una columna fuera de la rejilla seria un maestro corrompido; se
    *> ignora el punto antes que desbordar la tabla de acumuladores
        CONTINUE
    ELSE
        IF ACP-DIAS (COLUMNA-EN-CURSO) = 0
            MOVE HIS-X TO ACP-X-MUESTRA (COLUMNA-EN-CURSO)
        END-IF
        ADD 1 TO ACP-DIAS (COLUMNA-EN-CURSO)
        COMPUTE ACP-SUMA (COLUMNA-EN-CURSO) =
            ACP-SUMA (COLUMNA-EN-CURSO) + HIS-Y * FO-PESO (INDICE-FECHA)
        ADD FO-PESO (INDICE-FECHA) TO ACP-PESOS (COLUMNA-EN-CURSO)
        MOVE 'S' TO ACP-FECHA-USADA (COLUMNA-EN-CURSO INDICE-FECHA)
        ADD 1 TO FO-COLUMNAS (INDICE-FECHA)
        IF COLUMNA-EN-CURSO > MAYOR-COLUMNA
            MOVE COLUMNA-EN-CURSO TO MAYOR-COLUMNA
        END-IF
    END-IF.

ABRIR-SALIDAS.
    OPEN OUTPUT ARCH-DATOS-PREVISION.
    IF FS-DATOS-PREVISION NOT EQUAL '00'
        DISPLAY 'ERROR: no se pudo abrir '
            FUNCTION TRIM (NOMBRE-SALIDA)
            ', FILE STATUS ' FS-DATOS-PREVISION
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT ARCH-INFORME.
    IF FS-INFORME NOT EQUAL '00'
        DISPLAY 'ERROR: no se pudo abrir PREVISION.LST, FILE STATUS '
            FS-INFORME
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

ABRIR-VERSION-PREVISION.
    *> El maestro de versiones se abre en grabacion; el numero de la
    *> version se reserva con el primer punto
    MOVE 'A' TO PRV-OPERACION.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir PREVISIO, FILE STATUS '
            PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO VERSION-GRABADA.

RESERVAR-VERSION-PREVISION.
    *> Numero de la version siguiente de la serie y fecha objetivo,
    *> reservado con su cabecera pendiente. Si una sesion de la pantalla
    *> reserva el mismo numero a la vez, se numera de nuevo
    MOVE '22' TO PRV-ESTADO.
    PERFORM UNTIL PRV-ESTADO NOT = '22'
        MOVE 'N' TO PRV-OPERACION
        MOVE SERIE-PEDIDA TO PRV-SERIE
        MOVE FECHA-OBJETIVO TO PRV-FECHA
        CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION
        IF PRV-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo numerar la version en PREVISIO, '
                'FILE STATUS ' PRV-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'R' TO PRV-OPERACION
        MOVE 0 TO PRV-PUNTO
        MOVE USUARIO-VERSION TO PRV-USUARIO
        MOVE 'G' TO PRV-ORIGEN
        CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION
    END-PERFORM.
    IF PRV-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo reservar la version ' PRV-VERSION
            ' en PREVISIO, FILE STATUS ' PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PRV-VERSION TO VERSION-GRABADA.

CERRAR-VERSION-PREVISION.
    *> Completar la cabecera es lo ultimo: hasta entonces la version esta
    *> pendiente y no existe para nadie. Sin columnas previstas no se
    *> llego a reservar ninguna
    IF COLUMNAS-PREVISTAS > 0
        MOVE 'H' TO PRV-OPERACION
        MOVE SERIE-PEDIDA TO PRV-SERIE
        MOVE FECHA-OBJETIVO TO PRV-FECHA
        MOVE VERSION-GRABADA TO PRV-VERSION
        MOVE 0 TO PRV-PUNTO
        MOVE USUARIO-VERSION TO PRV-USUARIO
        MOVE COLUMNAS-PREVISTAS TO PRV-PUNTOS
        MOVE 'G' TO PRV-ORIGEN
        CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION
        IF PRV-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo grabar la version ' VERSION-GRABADA
                ' en PREVISIO, FILE STATUS ' PRV-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        MOVE 0 TO VERSION-GRABADA
    END-IF.
    MOVE 'C' TO PRV-OPERACION.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.

GRABAR-VERSION-PUNTO.
    *> Punto recien grabado en DATPREV, con el mismo X, como punto
    *> siguiente de la version; el primero reserva antes la version
    IF VERSION-GRABADA = 0
        MOVE PRV-X TO GUARDA-X
        MOVE PRV-Y TO GUARDA-Y
        PERFORM RESERVAR-VERSION-PREVISION
        MOVE GUARDA-X TO PRV-X
        MOVE GUARDA-Y TO PRV-Y
    END-IF.
    MOVE 'G' TO PRV-OPERACION.
    MOVE SERIE-PEDIDA TO PRV-SERIE.
    MOVE FECHA-OBJETIVO TO PRV-FECHA.
    MOVE VERSION-GRABADA TO PRV-VERSION.
    MOVE COLUMNAS-PREVISTAS TO PRV-PUNTO.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo grabar en PREVISIO, FILE STATUS '
            PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

GRABAR-CABECERA-INFORME.
    *> Cabecera del listado: serie, fecha objetivo, metodo y la lista de
    *> fechas consultadas con su peso y las columnas que trajo cada una
    MOVE FECHA-OBJETIVO TO INF-FECHA.
    MOVE SPACES TO REG-INFORME.
    STRING
        'PREVISION GENERADA DESDE HISTORIA - SERIE ' DELIMITED BY SIZE
        SERIE-PEDIDA                                 DELIMITED BY SIZE
        '  FECHA OBJETIVO '                          DELIMITED BY SIZE
        INF-FECHA                                    DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    WRITE REG-INFORME.
    MOVE TOTAL-FECHAS TO INF-CONTADOR.
    MOVE SPACES TO REG-INFORME.
    IF METODO-PREVISION = 'S'
        STRING
            'METODO S: MEDIA DEL MISMO DIA DE LA SEMANA, ULTIMAS '
                DELIMITED BY SIZE
            INF-CONTADOR DELIMITED BY SIZE
            ' SEMANAS'   DELIMITED BY SIZE
            INTO REG-INFORME
        END-STRING
    ELSE
        STRING
            'METODO P: MEDIA PONDERADA DE LOS ULTIMOS '
                DELIMITED BY SIZE
            INF-CONTADOR DELIMITED BY SIZE
            ' DIAS, MAS PESO AL MAS RECIENTE' DELIMITED BY SIZE
            INTO REG-INFORME
        END-STRING
    END-IF.
    WRITE REG-INFORME.
    MOVE MINIMO-DIAS TO INF-CONTADOR.
    MOVE SPACES TO REG-INFORME.
    STRING
        'MINIMO DE DIAS POR COLUMNA=' DELIMITED BY SIZE
        INF-CONTADOR                  DELIMITED BY SIZE
        '  SALIDA='                   DELIMITED BY SIZE
        NOMBRE-SALIDA                 DELIMITED BY SPACE
        INTO REG-INFORME
    END-STRING.
    IF FORMATO-EJE-X = 'T'
        MOVE 'FORMATOX=T' TO REG-INFORME (60:10)
    END-IF.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.
    MOVE 'FECHAS GUARDADAS CONSULTADAS' TO REG-INFORME.
    WRITE REG-INFORME.
    PERFORM VARYING INDICE-FECHA FROM 1 BY 1
            UNTIL INDICE-FECHA > TOTAL-FECHAS
        MOVE INDICE-FECHA TO DPF-ORDEN
        MOVE FO-FECHA (INDICE-FECHA) TO DPF-FECHA
        MOVE FO-PESO (INDICE-FECHA) TO DPF-PESO
        MOVE FO-COLUMNAS (INDICE-FECHA) TO DPF-COLUMNAS
        IF FO-COLUMNAS (INDICE-FECHA) = 0
            MOVE 'SIN PUNTOS DE LA SERIE' TO DPF-NOTA
        ELSE
            MOVE SPACES TO DPF-NOTA
        END-IF
        WRITE REG-INFORME FROM DETALLE-FECHA
    END-PERFORM.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.
    MOVE 'PREVISION POR COLUMNA Y FECHAS QUE LA ALIMENTAN'
        TO REG-INFORME.
    WRITE REG-INFORME.

GRABAR-PREVISION.
    *> Un registro de prevision por columna con dias suficientes, en
    *> orden de columna (el orden ascendente de X que exige la edicion
    *> del graficado); la columna corta no se graba y queda como hueco
    PERFORM VARYING COLUMNA-EN-CURSO FROM 1 BY 1
            UNTIL COLUMNA-EN-CURSO > MAYOR-COLUMNA
        MOVE 'N' TO X-DESBORDADO
        IF ACP-DIAS (COLUMNA-EN-CURSO) NOT < MINIMO-DIAS
            COMPUTE VALOR-PREVISTO = ACP-SUMA (COLUMNA-EN-CURSO)
                / ACP-PESOS (COLUMNA-EN-CURSO)
            PERFORM GRABAR-PUNTO-PREVISION
        ELSE
            ADD 1 TO COLUMNAS-CORTAS
        END-IF
        PERFORM GRABAR-LINEA-COLUMNA
    END-PERFORM.

GRABAR-PUNTO-PREVISION.
    *> Con FORMATOX=T el X es la fecha objetivo con la hora de reloj del
    *> minuto del dia guardado; sin el, el X guardado tal cual, que debe
    *> caber en los cinco enteros del trazado clasico
    IF FORMATO-EJE-X = 'T'
        PERFORM CALCULAR-HORA-COLUMNA
        COMPUTE FP-X-TIEMPO = FECHA-OBJETIVO * 10000
            + HORA-ROTULO * 100 + MINUTO-ROTULO
        COMPUTE FP-Y-VALUE-T ROUNDED = VALOR-PREVISTO
        WRITE REG-DATOS-PREVISION-TIEMPO
        ADD 1 TO COLUMNAS-PREVISTAS
        MOVE FP-X-TIEMPO TO PRV-X
        MOVE FP-Y-VALUE-T TO PRV-Y
        PERFORM GRABAR-VERSION-PUNTO
    ELSE
        COMPUTE FP-X-VALUE = ACP-X-MUESTRA (COLUMNA-EN-CURSO)
            ON SIZE ERROR
                MOVE 'S' TO X-DESBORDADO
        END-COMPUTE
        IF X-DESBORDADO = 'S'
            ADD 1 TO COLUMNAS-DESBORDADAS
        ELSE
            COMPUTE FP-Y-VALUE ROUNDED = VALOR-PREVISTO
            WRITE REG-DATOS-PREVISION
            ADD 1 TO COLUMNAS-PREVISTAS
            MOVE FP-X-VALUE TO PRV-X
            MOVE FP-Y-VALUE TO PRV-Y
            PERFORM GRABAR-VERSION-PUNTO
        END-IF
    END-IF.

CALCULAR-HORA-COLUMNA.
    *> Hora y minuto de reloj del X guardado de la columna en curso (el
    *> minuto continuo del graficado con FORMATOX=T)
    COMPUTE MINUTOS-DEL-DIA = FUNCTION MOD
        (ACP-X-MUESTRA (COLUMNA-EN-CURSO) 1440).
    COMPUTE HORA-ROTULO = MINUTOS-DEL-DIA / 60.
    COMPUTE MINUTO-ROTULO = MINUTOS-DEL-DIA - HORA-ROTULO * 60.

ROTULAR-COLUMNA.
    *> Etiqueta X de la columna en curso, como en la tendencia: la hora
    *> de reloj HH:MM con FORMATOX=T, el X guardado editado sin el
    IF FORMATO-EJE-X = 'T'
        PERFORM CALCULAR-HORA-COLUMNA
        MOVE SPACES TO ETIQUETA-X
        STRING
            HORA-ROTULO   DELIMITED BY SIZE
            ':'           DELIMITED BY SIZE
            MINUTO-ROTULO DELIMITED BY SIZE
            INTO ETIQUETA-X
        END-STRING
    ELSE
        MOVE ACP-X-MUESTRA (COLUMNA-EN-CURSO) TO ETIQUETA-X-NUM
        MOVE ETIQUETA-X-NUM TO ETIQUETA-X
    END-IF.

GRABAR-LINEA-COLUMNA.
    *> Linea del listado de la columna en curso: su X, cuantos dias la
    *> alimentaron, la prevision o el motivo de no haberla, y las fechas
    *> guardadas que entraron en la media (con mas de las que caben en la
    *> linea se sigue en otra sangrada)
    MOVE COLUMNA-EN-CURSO TO DPC-COLUMNA.
    IF ACP-DIAS (COLUMNA-EN-CURSO) = 0
        MOVE SPACES TO DPC-X
    ELSE
        PERFORM ROTULAR-COLUMNA
        MOVE ETIQUETA-X TO DPC-X
    END-IF.
    MOVE ACP-DIAS (COLUMNA-EN-CURSO) TO DPC-DIAS.
    IF ACP-DIAS (COLUMNA-EN-CURSO) < MINIMO-DIAS
        MOVE '*DIAS INSUFICIENTES*' TO DPC-PREVISION
    ELSE
        IF X-DESBORDADO = 'S'
            MOVE '*X NO CABE, USE T*' TO DPC-PREVISION
        ELSE
            COMPUTE INF-CIFRA ROUNDED = VALOR-PREVISTO
            MOVE INF-CIFRA TO DPC-PREVISION
        END-IF
    END-IF.
    MOVE SPACES TO REG-INFORME.
    MOVE DETALLE-COLUMNA TO REG-INFORME.
    COMPUTE PUNTERO-LINEA = LENGTH OF DETALLE-COLUMNA + 1.
    PERFORM VARYING INDICE-FECHA FROM 1 BY 1
            UNTIL INDICE-FECHA > TOTAL-FECHAS
        IF ACP-FECHA-USADA (COLUMNA-EN-CURSO INDICE-FECHA) = 'S'
            IF PUNTERO-LINEA > 123
                WRITE REG-INFORME
                MOVE SPACES TO REG-INFORME
                COMPUTE PUNTERO-LINEA = LENGTH OF DETALLE-COLUMNA + 1
            END-IF
            MOVE FO-FECHA (INDICE-FECHA) TO INF-FECHA
            STRING
                ' '        DELIMITED BY SIZE
                INF-FECHA  DELIMITED BY SIZE
                INTO REG-INFORME
                WITH POINTER PUNTERO-LINEA
            END-STRING
        END-IF
    END-PERFORM.
    WRITE REG-INFORME.

GRABAR-PIE-INFORME.
    *> Cuadre final: columnas previstas y columnas que quedaron hueco,
    *> por falta de dias o por no caber su X en el trazado clasico
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.
    IF MAYOR-COLUMNA = 0
        MOVE '  SIN PUNTOS DE LA SERIE EN LAS FECHAS CONSULTADAS'
            TO REG-INFORME
        WRITE REG-INFORME
    END-IF.
    MOVE COLUMNAS-PREVISTAS TO INF-CONTADOR.
    MOVE SPACES TO REG-INFORME.
    STRING
        'COLUMNAS PREVISTAS=' DELIMITED BY SIZE
        INF-CONTADOR          DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    MOVE COLUMNAS-CORTAS TO INF-CONTADOR.
    STRING
        '  COLUMNAS CON DIAS INSUFICIENTES=' DELIMITED BY SIZE
        INF-CONTADOR                         DELIMITED BY SIZE
        INTO REG-INFORME (25:)
    END-STRING.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-INFORME.
    IF VERSION-GRABADA > 0
        STRING
            'GRABADA EN PREVISIO COMO VERSION ' DELIMITED BY SIZE
            VERSION-GRABADA                     DELIMITED BY SIZE
            ' DE '                              DELIMITED BY SIZE
            USUARIO-VERSION                     DELIMITED BY SPACE
            INTO REG-INFORME
        END-STRING
    ELSE
        MOVE 'SIN COLUMNAS PREVISTAS, NO SE GRABA VERSION EN PREVISIO'
            TO REG-INFORME
    END-IF.
    WRITE REG-INFORME.
    IF COLUMNAS-DESBORDADAS > 0
        MOVE COLUMNAS-DESBORDADAS TO INF-CONTADOR
        MOVE SPACES TO REG-INFORME
        STRING
            'COLUMNAS CON X FUERA DEL TRAZADO CLASICO=' DELIMITED BY SIZE
            INF-CONTADOR                                DELIMITED BY SIZE
            ' (LA SERIE SE GUARDO CON FORMATOX=T)'      DELIMITED BY SIZE
            INTO REG-INFORME
        END-STRING
        WRITE REG-INFORME
    END-IF.
    IF COLUMNAS-CORTAS > 0
        MOVE SPACES TO REG-INFORME
        WRITE REG-INFORME
        MOVE 'COLUMNAS SIN DIAS SUFICIENTES PARA PREVERSE (HUECO EN LA PREVISION)'
            TO REG-INFORME
        WRITE REG-INFORME
        MOVE SPACES TO REG-INFORME
        MOVE 3 TO PUNTERO-LINEA
        PERFORM VARYING COLUMNA-EN-CURSO FROM 1 BY 1
                UNTIL COLUMNA-EN-CURSO > MAYOR-COLUMNA
            IF ACP-DIAS (COLUMNA-EN-CURSO) < MINIMO-DIAS
                IF PUNTERO-LINEA > 124
                    WRITE REG-INFORME
                    MOVE SPACES TO REG-INFORME
                    MOVE 3 TO PUNTERO-LINEA
                END-IF
                MOVE COLUMNA-EN-CURSO TO INF-CONTADOR
                STRING
                    INF-CONTADOR DELIMITED BY SIZE
                    ' '          DELIMITED BY SIZE
                    INTO REG-INFORME
                    WITH POINTER PUNTERO-LINEA
                END-STRING
            END-IF
        END-PERFORM
        WRITE REG-INFORME
    END-IF.

END PROGRAM GENERACION-DE-PREVISION.
