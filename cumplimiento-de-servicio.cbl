IDENTIFICATION DIVISION.
PROGRAM-ID. CUMPLIMIENTO-DE-SERVICIO.

*> Informe mensual de cumplimiento del nivel de servicio por serie: que
*> parte del mes estuvo cada servicio dentro de su banda contractual.
*> EXCESOS se regenera cada noche e INCIDENC solo guarda la situacion
*> en vigor de cada intervalo, asi que la respuesta sale de los puntos
*> guardados en HISTORIA contra el perfil de LIMITES de la serie, con sus
*> tramos horarios, igual que los vigila el graficado.
*> Para cada dia del mes y para el mes entero: porcentaje de cumplimiento
*> sobre el tiempo medido con banda en vigor, minutos por encima y por
*> debajo de la banda, el peor intervalo (el de mayor exceso sobre su
*> limite) y la racha de incumplimiento continuo mas larga. Un dia sin
*> ningun punto guardado se cuenta aparte como SIN DATOS, y uno con
*> puntos pero sin banda en vigor a ninguna hora como SIN BANDA: ninguno
*> de los dos cuenta como cumplido ni como incumplido.
*> El dia es la fecha con que la serie se guardo en HISTORIA. Cada punto
*> vale el intervalo de su serie ese dia (el menor salto de X entre dos
*> puntos seguidos), de modo que un hueco sin puntos no se mide; una
*> racha se corta en cuanto falta un intervalo o el punto cumple.
*> Sale por duplicado: CUMPLIMIENTO.LST imprimible y CUMPLIMIENTO.CSV
*> delimitado por punto y coma para la hoja del acuerdo de servicio.
*> Parametros por linea de comandos, con el troceado CLAVE=VALOR del
*> graficado:
*>   MES=AAAAMM      mes del informe (por defecto, el mes anterior)
*>   SERIE=XXXXXXXX  una sola serie; sin el, todas las series activas del
*>                   catalogo que tienen fichero de limites
*>   DATLIM=nombre   fichero de limites de la serie de SERIE=, en lugar
*>                   del que da el catalogo
*>   FORMATOX=N      la X guardada no es tiempo de reloj: cada punto vale
*>                   un intervalo, los tiempos salen en intervalos y un
*>                   perfil por tramos se aplana a sus extremos
*>   INTERVALO=nnnn  minutos de un punto en un dia de un solo punto
*>                   (por defecto 15)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-LIMITES ASSIGN TO NOMBRE-LIMITES
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LIMITES.
    SELECT ARCH-INFORME ASSIGN TO "CUMPLIMIENTO.LST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-INFORME.
    SELECT ARCH-EXPORTACION ASSIGN TO "CUMPLIMIENTO.CSV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EXPORTACION.

DATA DIVISION.
FILE SECTION.
FD ARCH-LIMITES.
01 REG-LIMITES.
    05 FL-LIMITE-INFERIOR PIC S9(7)V9(2).
    05 FL-LIMITE-SUPERIOR PIC S9(7)V9(2).
*>  Trazado de tramo horario, el mismo del graficado: con mas de un
*>  registro cada uno es un tramo HHMM desde/hasta con su pareja
01 REG-LIMITES-TRAMO.
    05 FL-TRAMO-DESDE     PIC 9(4).
    05 FL-TRAMO-HASTA     PIC 9(4).
    05 FL-TRAMO-INFERIOR  PIC S9(7)V9(2).
    05 FL-TRAMO-SUPERIOR  PIC S9(7)V9(2).

FD ARCH-INFORME.
01 REG-INFORME             PIC X(132).

FD ARCH-EXPORTACION.
01 REG-EXPORTACION         PIC X(132).

WORKING-STORAGE SECTION.
01 FS-LIMITES           PIC XX VALUE '00'.
01 FS-INFORME           PIC XX VALUE '00'.
01 FS-EXPORTACION       PIC XX VALUE '00'.

01 PARAMETROS-CUMPLIMIENTO.
    05 MES-INFORME      PIC 9(6) VALUE 0.
    05 SERIE-PEDIDA     PIC X(8) VALUE SPACES.
    05 LIMITES-PEDIDOS  PIC X(44) VALUE SPACES.
    05 FORMATO-EJE-X    PIC X VALUE 'T'.
    05 INTERVALO-DEFECTO PIC 9(4) COMP-3 VALUE 15.
01 NOMBRE-LIMITES       PIC X(44) VALUE 'LIMITES'.
01 SERIE-EN-CURSO       PIC X(8).

01 LINEA-DE-COMANDO     PIC X(132).
01 ANALISIS-PARAMETROS.
    05 TOKEN-PARAMETRO  PIC X(60).
    05 CLAVE-PARAMETRO  PIC X(20).
    05 VALOR-PARAMETRO  PIC X(44).
    05 PUNTERO-COMANDO  PIC 9(4) COMP-3.

COPY "historia-peticion.cpy".
COPY "catalogo-peticion.cpy".

*>  Mes del informe y su despiece para recorrer los dias del calendario
01 FECHA-DEL-DIA.
    05 FD-MES           PIC 9(6).
    05 FD-DIA           PIC 99.
01 FECHA-DIA            PIC 9(8).
01 ULTIMO-DIA-MES       PIC 99 COMP-3.
01 DIA-EN-CURSO         PIC 99 COMP-3.
01 DIAS-ENTEROS         PIC 9(7) COMP-3.

*>  Tramos del perfil de LIMITES de la serie en curso, como en el
*>  graficado: un registro unico es la banda plana de todo el dia
01 TRAMOS-LIMITES.
    05 TOTAL-TRAMOS       PIC 99 COMP-3 VALUE 0.
    05 INDICE-TRAMO       PIC 99 COMP-3.
    05 FIN-LIMITES        PIC X.
    05 PRIMER-REG-LIMITES PIC X(30).
    05 SEGUNDO-REG-LIMITES PIC X(30).
    05 LIMITE-GLOBAL-INF  PIC S9(7)V9(2) COMP-3.
    05 LIMITE-GLOBAL-SUP  PIC S9(7)V9(2) COMP-3.
    05 TRAMO-LIMITE OCCURS 48 TIMES.
        10 TRAMO-DESDE    PIC 9(4) COMP-3.
        10 TRAMO-HASTA    PIC 9(4) COMP-3.
        10 TRAMO-INFERIOR PIC S9(7)V9(2) COMP-3.
        10 TRAMO-SUPERIOR PIC S9(7)V9(2) COMP-3.
01 BANDA-CAMPOS.
    05 LIMITE-EN-VIGOR    PIC X.
    05 LIMITE-INFERIOR    PIC S9(7)V9(2) COMP-3.
    05 LIMITE-SUPERIOR    PIC S9(7)V9(2) COMP-3.
    05 MINUTOS-DEL-DIA    PIC 9(4) COMP-3.
    05 HORA-ROTULO        PIC 99.
    05 MINUTO-ROTULO      PIC 99.
    05 HORA-DE-PUNTO      PIC 9(4) COMP-3.

*>  Puntos guardados de la serie en el dia en curso, en orden de columna;
*>  132 columnas, el mismo tope que las tablas de serie del graficado
01 PUNTOS-DEL-DIA.
    05 TOTAL-PUNTOS-DIA   PIC 9(3) COMP-3.
    05 PUNTO-DIA OCCURS 132 TIMES.
        10 PD-X           PIC S9(9)V9(2) COMP-3.
        10 PD-Y           PIC S9(7)V9(2) COMP-3.
01 INDICE-PUNTO         PIC 9(3) COMP-3.
01 FIN-DIA              PIC X.

*>  Cifras del dia en curso y del mes de la serie en curso
01 CIFRAS-DIA.
    05 INTERVALO-DIA      PIC 9(9)V9(2) COMP-3.
    05 SALTO-X            PIC S9(9)V9(2) COMP-3.
    05 EXCESO-PUNTO       PIC S9(7)V9(2) COMP-3.
    05 MIN-DENTRO-DIA     PIC 9(5) COMP-3.
    05 MIN-ENCIMA-DIA     PIC 9(5) COMP-3.
    05 MIN-DEBAJO-DIA     PIC 9(5) COMP-3.
    05 PEOR-EXCESO-DIA    PIC S9(7)V9(2) COMP-3.
    05 PEOR-X-DIA         PIC S9(9)V9(2) COMP-3.
    05 RACHA-EN-CURSO     PIC 9(5) COMP-3.
    05 RACHA-MAYOR-DIA    PIC 9(5) COMP-3.
    05 RACHA-X-INICIO     PIC S9(9)V9(2) COMP-3.
    05 RACHA-MAYOR-X-DIA  PIC S9(9)V9(2) COMP-3.
    05 PUNTO-ANTERIOR-FUERA PIC X.
    05 X-ANTERIOR         PIC S9(9)V9(2) COMP-3.
01 CIFRAS-MES.
    05 PUNTOS-MES         PIC 9(5) COMP-3.
    05 MIN-DENTRO-MES     PIC 9(7) COMP-3.
    05 MIN-ENCIMA-MES     PIC 9(7) COMP-3.
    05 MIN-DEBAJO-MES     PIC 9(7) COMP-3.
    05 PEOR-EXCESO-MES    PIC S9(7)V9(2) COMP-3.
    05 PEOR-X-MES         PIC S9(9)V9(2) COMP-3.
    05 RACHA-MAYOR-MES    PIC 9(5) COMP-3.
    05 RACHA-MAYOR-X-MES  PIC S9(9)V9(2) COMP-3.
    05 DIAS-CON-DATOS     PIC 99 COMP-3.
    05 DIAS-SIN-DATOS     PIC 99 COMP-3.
    05 DIAS-SIN-BANDA     PIC 99 COMP-3.
    05 DIAS-CUMPLIDOS     PIC 99 COMP-3.
01 MINUTOS-MEDIDOS      PIC 9(7) COMP-3.
01 MINUTOS-FUERA        PIC 9(7) COMP-3.
01 PORCENTAJE           PIC 9(3)V9(2) COMP-3.

01 RECORRIDO-CAMPOS.
    05 CATALOGO-ABIERTO   PIC X VALUE 'N'.
    05 FIN-CATALOGO       PIC X VALUE 'N'.
    05 SERIES-INFORMADAS  PIC 9(3) COMP-3 VALUE 0.
    05 SERIES-SIN-LIMITES PIC 9(3) COMP-3 VALUE 0.

*>  Presentacion de un X: 'AAAAMMDD HH:MM' con eje de tiempo, o el X
*>  editado sin el, como los rotulos del graficado
01 ROTULO-X-CAMPOS.
    05 X-A-ROTULAR        PIC S9(9)V9(2) COMP-3.
    05 MINUTOS-ENTEROS    PIC 9(9) COMP-3.
    05 CT-FECHA           PIC 9(8).
    05 ROTULO-X           PIC X(14).
    05 ROTULO-X-NUM       PIC -(8)9.99.

01 DETALLE-DIA.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DD-FECHA         PIC X(8).
    05 FILLER           PIC X(6) VALUE ' PTOS='.
    05 DD-PUNTOS        PIC ZZZZ9.
    05 FILLER           PIC X(8) VALUE ' CUMPLE='.
    05 DD-PORCENTAJE    PIC ZZ9.99.
    05 FILLER           PIC X VALUE '%'.
    05 FILLER           PIC X(8) VALUE ' DENTRO='.
    05 DD-DENTRO        PIC ZZZZ9.
    05 FILLER           PIC X(8) VALUE ' ENCIMA='.
    05 DD-ENCIMA        PIC ZZZZ9.
    05 FILLER           PIC X(8) VALUE ' DEBAJO='.
    05 DD-DEBAJO        PIC ZZZZ9.
    05 FILLER           PIC X(6) VALUE ' PEOR='.
    05 DD-PEOR-X        PIC X(14).
    05 FILLER           PIC X(8) VALUE ' EXCESO='.
    05 DD-PEOR-EXCESO   PIC -(7)9.99.
    05 FILLER           PIC X(7) VALUE ' RACHA='.
    05 DD-RACHA         PIC ZZZZ9.

01 INFORME-RUBRICAS.
    05 INF-MES          PIC 9(6).
    05 INF-CONTADOR     PIC ZZZZ9.
    05 INF-RACHA        PIC ZZZZ9.
    05 INF-UNIDAD       PIC X(10).

01 EXPORTACION-RUBRICAS.
    05 EXP-TIPO         PIC X(9).
    05 EXP-FECHA        PIC X(8).
    05 EXP-PUNTOS       PIC ZZZZ9.
    05 EXP-PORCENTAJE   PIC ZZ9.99.
    05 EXP-DENTRO       PIC Z(6)9.
    05 EXP-ENCIMA       PIC Z(6)9.
    05 EXP-DEBAJO       PIC Z(6)9.
    05 EXP-PEOR-EXCESO  PIC -(7)9.99.
    05 EXP-RACHA        PIC ZZZZ9.
    05 EXP-PEOR-X       PIC X(14).
    05 EXP-RACHA-X      PIC X(14).
    05 PUNTERO-EXPORTACION PIC 9(4) COMP-3.

PROCEDURE DIVISION.
    PERFORM INTERPRETAR-PARAMETROS.
    PERFORM ABRIR-SALIDAS.
    MOVE 'B' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    IF HIS-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir HISTORIA, FILE STATUS '
            HIS-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM ABRIR-CATALOGO.
    IF SERIE-PEDIDA NOT = SPACES
        PERFORM INFORMAR-SERIE-PEDIDA
    ELSE
        PERFORM INFORMAR-CATALOGO
    END-IF.
    MOVE 'C' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    IF CATALOGO-ABIERTO = 'S'
        MOVE 'C' TO CAT-OPERACION
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
    END-IF.
    PERFORM GRABAR-PIE.
    CLOSE ARCH-INFORME ARCH-EXPORTACION.
STOP RUN.

INTERPRETAR-PARAMETROS.
    *> Troceado de la linea de comandos en fichas CLAVE=VALOR, el mismo
    *> del graficado; sin MES= se informa del mes anterior, que es el
    *> ultimo cerrado
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
                    WHEN 'MES'
                        COMPUTE MES-INFORME =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 0 TO MES-INFORME
                        END-COMPUTE
                    WHEN 'SERIE'
                        MOVE VALOR-PARAMETRO (1:8) TO SERIE-PEDIDA
                    WHEN 'DATLIM'
                        MOVE VALOR-PARAMETRO TO LIMITES-PEDIDOS
                    WHEN 'FORMATOX'
                        MOVE VALOR-PARAMETRO (1:1) TO FORMATO-EJE-X
                    WHEN 'INTERVALO'
                        COMPUTE INTERVALO-DEFECTO =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 15 TO INTERVALO-DEFECTO
                        END-COMPUTE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-PERFORM
    END-IF.
    IF FORMATO-EJE-X NOT = 'N'
        MOVE 'T' TO FORMATO-EJE-X
    END-IF.
    IF INTERVALO-DEFECTO = 0
        MOVE 15 TO INTERVALO-DEFECTO
    END-IF.
    IF MES-INFORME = 0
        MOVE FUNCTION CURRENT-DATE (1:6) TO FD-MES
        MOVE 1 TO FD-DIA
        COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE
            (FUNCTION NUMVAL (FECHA-DEL-DIA)) - 1
        COMPUTE FECHA-DIA = FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
        MOVE FECHA-DIA (1:6) TO MES-INFORME
    END-IF.
    PERFORM CALCULAR-ULTIMO-DIA.

CALCULAR-ULTIMO-DIA.
    *> Busca el ultimo dia real del mes probando desde el 31 hacia atras;
    *> INTEGER-OF-DATE devuelve cero ante un dia que no existe. Del mes en
    *> curso solo cuentan los dias ya cerrados, hasta ayer
    MOVE MES-INFORME TO FD-MES.
    MOVE 31 TO ULTIMO-DIA-MES.
    MOVE 0 TO DIAS-ENTEROS.
    PERFORM UNTIL DIAS-ENTEROS > 0 OR ULTIMO-DIA-MES < 28
        MOVE ULTIMO-DIA-MES TO FD-DIA
        COMPUTE DIAS-ENTEROS =
            FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (FECHA-DEL-DIA))
        IF DIAS-ENTEROS = 0
            SUBTRACT 1 FROM ULTIMO-DIA-MES
        END-IF
    END-PERFORM.
    IF FUNCTION CURRENT-DATE (1:6) = FECHA-DEL-DIA (1:6)
        COMPUTE ULTIMO-DIA-MES =
            FUNCTION NUMVAL (FUNCTION CURRENT-DATE (7:2)) - 1
    END-IF.

ABRIR-SALIDAS.
    OPEN OUTPUT ARCH-INFORME.
    IF FS-INFORME NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir CUMPLIMIENTO.LST, FILE STATUS '
            FS-INFORME
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT ARCH-EXPORTACION.
    IF FS-EXPORTACION NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir CUMPLIMIENTO.CSV, FILE STATUS '
            FS-EXPORTACION
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF FORMATO-EJE-X = 'T'
        MOVE 'MINUTOS'    TO INF-UNIDAD
    ELSE
        MOVE 'INTERVALOS' TO INF-UNIDAD
    END-IF.
    MOVE MES-INFORME TO INF-MES.
    MOVE SPACES TO REG-INFORME.
    STRING
        'CUMPLIMIENTO DEL NIVEL DE SERVICIO - MES ' DELIMITED BY SIZE
        INF-MES                                     DELIMITED BY SIZE
        '  TIEMPOS EN '                             DELIMITED BY SIZE
        INF-UNIDAD                                  DELIMITED BY SPACE
        INTO REG-INFORME
    END-STRING.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.
    *> Cabecera de columnas de la hoja del acuerdo de servicio
    MOVE SPACES TO REG-EXPORTACION.
    STRING
        'SERIE;TIPO;FECHA;PUNTOS;CUMPLIMIENTO;DENTRO;ENCIMA;DEBAJO;'
            DELIMITED BY SIZE
        'PEOR INTERVALO;EXCESO;RACHA MAS LARGA;INICIO RACHA'
            DELIMITED BY SIZE
        INTO REG-EXPORTACION
    END-STRING.
    WRITE REG-EXPORTACION.

ABRIR-CATALOGO.
    *> Sin SERIE= las series salen del catalogo, que es obligatorio; con
    *> ella el catalogo solo aporta su fichero de limites, si existe
    MOVE 'B' TO CAT-OPERACION.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO = '00'
        MOVE 'S' TO CATALOGO-ABIERTO
    ELSE
        IF SERIE-PEDIDA = SPACES OR CAT-ESTADO NOT = '35'
            DISPLAY 'ERROR: no se pudo abrir CATALOGO, FILE STATUS '
                CAT-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

INFORMAR-SERIE-PEDIDA.
    MOVE SERIE-PEDIDA TO SERIE-EN-CURSO.
    MOVE SPACES TO NOMBRE-LIMITES.
    IF LIMITES-PEDIDOS NOT = SPACES
        MOVE LIMITES-PEDIDOS TO NOMBRE-LIMITES
    ELSE
        IF CATALOGO-ABIERTO = 'S'
            MOVE 'L' TO CAT-OPERACION
            MOVE SERIE-PEDIDA TO CAT-SERIE
            CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
            IF CAT-ESTADO = '00'
                MOVE CAT-DATLIM TO NOMBRE-LIMITES
            END-IF
        END-IF
    END-IF.
    IF NOMBRE-LIMITES = SPACES
        DISPLAY 'ERROR: la serie ' SERIE-PEDIDA
            ' no tiene fichero de limites; indique DATLIM='
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM INFORMAR-SERIE.

INFORMAR-CATALOGO.
    *> Todas las series activas del catalogo, en orden de identificador;
    *> la que no tiene fichero de limites no tiene banda que cumplir y
    *> solo se lista al pie
    MOVE 'P' TO CAT-OPERACION.
    MOVE LOW-VALUES TO CAT-SERIE.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO NOT = '00'
        MOVE 'S' TO FIN-CATALOGO
    END-IF.
    PERFORM UNTIL FIN-CATALOGO = 'S'
        MOVE 'S' TO CAT-OPERACION
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
        IF CAT-ESTADO NOT = '00'
            MOVE 'S' TO FIN-CATALOGO
        ELSE
            IF CAT-SITUACION NOT = 'R'
                IF CAT-DATLIM = SPACES
                    ADD 1 TO SERIES-SIN-LIMITES
                    MOVE SPACES TO REG-INFORME
                    STRING
                        'SERIE ' DELIMITED BY SIZE
                        CAT-SERIE DELIMITED BY SIZE
                        '  SIN FICHERO DE LIMITES EN EL CATALOGO, '
                            DELIMITED BY SIZE
                        'NO SE INFORMA' DELIMITED BY SIZE
                        INTO REG-INFORME
                    END-STRING
                    WRITE REG-INFORME
                    MOVE SPACES TO REG-INFORME
                    WRITE REG-INFORME
                ELSE
                    MOVE CAT-SERIE  TO SERIE-EN-CURSO
                    MOVE CAT-DATLIM TO NOMBRE-LIMITES
                    PERFORM INFORMAR-SERIE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

INFORMAR-SERIE.
    *> Un bloque por serie: cabecera, una linea por dia del mes y el
    *> resumen del mes entero
    ADD 1 TO SERIES-INFORMADAS.
    PERFORM CARGAR-LIMITES.
    MOVE SPACES TO REG-INFORME.
    STRING
        'SERIE '        DELIMITED BY SIZE
        SERIE-EN-CURSO  DELIMITED BY SIZE
        '  LIMITES='    DELIMITED BY SIZE
        NOMBRE-LIMITES  DELIMITED BY SPACE
        INTO REG-INFORME
    END-STRING.
    MOVE TOTAL-TRAMOS TO INF-CONTADOR.
    STRING
        '  TRAMOS=' DELIMITED BY SIZE
        INF-CONTADOR DELIMITED BY SIZE
        INTO REG-INFORME (70:)
    END-STRING.
    WRITE REG-INFORME.
    MOVE 0 TO PUNTOS-MES MIN-DENTRO-MES MIN-ENCIMA-MES MIN-DEBAJO-MES
              PEOR-EXCESO-MES PEOR-X-MES RACHA-MAYOR-MES
              RACHA-MAYOR-X-MES DIAS-CON-DATOS DIAS-SIN-DATOS
              DIAS-SIN-BANDA DIAS-CUMPLIDOS.
    PERFORM VARYING DIA-EN-CURSO FROM 1 BY 1
            UNTIL DIA-EN-CURSO > ULTIMO-DIA-MES
        MOVE DIA-EN-CURSO TO FD-DIA
        MOVE FECHA-DEL-DIA TO FECHA-DIA
        PERFORM CARGAR-PUNTOS-DIA
        IF TOTAL-PUNTOS-DIA = 0
            ADD 1 TO DIAS-SIN-DATOS
            PERFORM GRABAR-DIA-SIN-DATOS
        ELSE
            PERFORM EVALUAR-DIA
        END-IF
    END-PERFORM.
    PERFORM GRABAR-MES.

CARGAR-LIMITES.
    *> El perfil de la serie con las mismas reglas del graficado: un
    *> unico registro es la banda plana clasica de todo el dia; con
    *> varios, cada uno es un tramo horario HHMM desde/hasta
    OPEN INPUT ARCH-LIMITES.
    IF FS-LIMITES NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir ' NOMBRE-LIMITES
            ', FILE STATUS ' FS-LIMITES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ ARCH-LIMITES
        AT END
            DISPLAY 'ERROR: el fichero de limites ' NOMBRE-LIMITES
                ' esta vacio'
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.
    MOVE REG-LIMITES-TRAMO TO PRIMER-REG-LIMITES.
    MOVE 0 TO TOTAL-TRAMOS.
    MOVE 'N' TO FIN-LIMITES.
    READ ARCH-LIMITES
        AT END
            MOVE 'S' TO FIN-LIMITES
    END-READ.
    IF FIN-LIMITES = 'S'
        MOVE PRIMER-REG-LIMITES (1:22) TO REG-LIMITES
        IF FL-LIMITE-INFERIOR NOT NUMERIC
                OR FL-LIMITE-SUPERIOR NOT NUMERIC
            DISPLAY 'ERROR: registro de limites no numerico en '
                NOMBRE-LIMITES
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 1 TO TOTAL-TRAMOS
        MOVE 0    TO TRAMO-DESDE (1)
        MOVE 2400 TO TRAMO-HASTA (1)
        MOVE FL-LIMITE-INFERIOR TO TRAMO-INFERIOR (1)
        MOVE FL-LIMITE-SUPERIOR TO TRAMO-SUPERIOR (1)
    ELSE
    *> Varios registros: el apartado y el recien leido son los dos
    *> primeros tramos, en su orden, y el resto se carga a continuacion
        MOVE REG-LIMITES-TRAMO TO SEGUNDO-REG-LIMITES
        MOVE PRIMER-REG-LIMITES TO REG-LIMITES-TRAMO
        PERFORM CARGAR-TRAMO-LIMITES
        MOVE SEGUNDO-REG-LIMITES TO REG-LIMITES-TRAMO
        PERFORM CARGAR-TRAMO-LIMITES
        PERFORM UNTIL FIN-LIMITES = 'S'
            READ ARCH-LIMITES
                AT END
                    MOVE 'S' TO FIN-LIMITES
                NOT AT END
                    PERFORM CARGAR-TRAMO-LIMITES
            END-READ
        END-PERFORM
    END-IF.
    CLOSE ARCH-LIMITES.
    MOVE TRAMO-INFERIOR (1) TO LIMITE-GLOBAL-INF.
    MOVE TRAMO-SUPERIOR (1) TO LIMITE-GLOBAL-SUP.
    PERFORM VARYING INDICE-TRAMO FROM 2 BY 1
            UNTIL INDICE-TRAMO > TOTAL-TRAMOS
        IF TRAMO-INFERIOR (INDICE-TRAMO) < LIMITE-GLOBAL-INF
            MOVE TRAMO-INFERIOR (INDICE-TRAMO) TO LIMITE-GLOBAL-INF
        END-IF
        IF TRAMO-SUPERIOR (INDICE-TRAMO) > LIMITE-GLOBAL-SUP
            MOVE TRAMO-SUPERIOR (INDICE-TRAMO) TO LIMITE-GLOBAL-SUP
        END-IF
    END-PERFORM.

CARGAR-TRAMO-LIMITES.
    IF FL-TRAMO-DESDE NOT NUMERIC OR FL-TRAMO-HASTA NOT NUMERIC
            OR FL-TRAMO-INFERIOR NOT NUMERIC
            OR FL-TRAMO-SUPERIOR NOT NUMERIC
        DISPLAY 'ERROR: registro de tramo no numerico en '
            NOMBRE-LIMITES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF TOTAL-TRAMOS > 47
        DISPLAY 'ERROR: mas de 48 tramos en ' NOMBRE-LIMITES
            ', amplie la tabla'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO TOTAL-TRAMOS.
    MOVE FL-TRAMO-DESDE    TO TRAMO-DESDE (TOTAL-TRAMOS).
    MOVE FL-TRAMO-HASTA    TO TRAMO-HASTA (TOTAL-TRAMOS).
    MOVE FL-TRAMO-INFERIOR TO TRAMO-INFERIOR (TOTAL-TRAMOS).
    MOVE FL-TRAMO-SUPERIOR TO TRAMO-SUPERIOR (TOTAL-TRAMOS).

CARGAR-PUNTOS-DIA.
    *> Puntos guardados de la serie en FECHA-DIA: se posiciona en
    *> (fecha, serie, columna 0) y se lee mientras siga la misma fecha y
    *> serie
    MOVE 0 TO TOTAL-PUNTOS-DIA.
    MOVE 'P' TO HIS-OPERACION.
    MOVE FECHA-DIA      TO HIS-FECHA.
    MOVE SERIE-EN-CURSO TO HIS-SERIE.
    MOVE 0              TO HIS-COLUMNA.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    IF HIS-ESTADO = '00'
        MOVE 'N' TO FIN-DIA
        PERFORM UNTIL FIN-DIA = 'S'
            MOVE 'S' TO HIS-OPERACION
            CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
            IF HIS-ESTADO = '00'
                    AND HIS-FECHA = FECHA-DIA
                    AND HIS-SERIE = SERIE-EN-CURSO
                IF TOTAL-PUNTOS-DIA < 132
                    ADD 1 TO TOTAL-PUNTOS-DIA
                    MOVE HIS-X TO PD-X (TOTAL-PUNTOS-DIA)
                    MOVE HIS-Y TO PD-Y (TOTAL-PUNTOS-DIA)
                END-IF
            ELSE
                MOVE 'S' TO FIN-DIA
            END-IF
        END-PERFORM
    END-IF.

EVALUAR-DIA.
    *> Clasifica cada punto del dia contra la banda en vigor a su hora
    *> y acumula el tiempo dentro, encima y debajo, el peor exceso y la
    *> racha de incumplimiento mas larga
    PERFORM CALCULAR-INTERVALO-DIA.
    MOVE 0 TO MIN-DENTRO-DIA MIN-ENCIMA-DIA MIN-DEBAJO-DIA
              PEOR-EXCESO-DIA PEOR-X-DIA RACHA-EN-CURSO
              RACHA-MAYOR-DIA RACHA-X-INICIO RACHA-MAYOR-X-DIA.
    MOVE 'N' TO PUNTO-ANTERIOR-FUERA.
    PERFORM VARYING INDICE-PUNTO FROM 1 BY 1
            UNTIL INDICE-PUNTO > TOTAL-PUNTOS-DIA
        PERFORM EVALUAR-PUNTO
    END-PERFORM.
    COMPUTE MINUTOS-MEDIDOS =
        MIN-DENTRO-DIA + MIN-ENCIMA-DIA + MIN-DEBAJO-DIA.
    ADD TOTAL-PUNTOS-DIA TO PUNTOS-MES.
    IF MINUTOS-MEDIDOS = 0
        ADD 1 TO DIAS-SIN-BANDA
        PERFORM GRABAR-DIA-SIN-BANDA
    ELSE
        ADD 1 TO DIAS-CON-DATOS
        ADD MIN-DENTRO-DIA TO MIN-DENTRO-MES
        ADD MIN-ENCIMA-DIA TO MIN-ENCIMA-MES
        ADD MIN-DEBAJO-DIA TO MIN-DEBAJO-MES
        IF MIN-ENCIMA-DIA + MIN-DEBAJO-DIA = 0
            ADD 1 TO DIAS-CUMPLIDOS
        END-IF
        IF PEOR-EXCESO-DIA > PEOR-EXCESO-MES
            MOVE PEOR-EXCESO-DIA TO PEOR-EXCESO-MES
            MOVE PEOR-X-DIA      TO PEOR-X-MES
        END-IF
        IF RACHA-MAYOR-DIA > RACHA-MAYOR-MES
            MOVE RACHA-MAYOR-DIA   TO RACHA-MAYOR-MES
            MOVE RACHA-MAYOR-X-DIA TO RACHA-MAYOR-X-MES
        END-IF
        PERFORM GRABAR-DIA
    END-IF.

CALCULAR-INTERVALO-DIA.
    *> Lo que vale cada punto: con eje de tiempo, el menor salto de X
    *> entre dos puntos seguidos del dia (un hueco mas largo es tiempo
    *> sin medir); sin eje de tiempo, un intervalo por punto
    IF FORMATO-EJE-X NOT = 'T'
        MOVE 1 TO INTERVALO-DIA
    ELSE
        MOVE 0 TO INTERVALO-DIA
        PERFORM VARYING INDICE-PUNTO FROM 2 BY 1
                UNTIL INDICE-PUNTO > TOTAL-PUNTOS-DIA
            COMPUTE SALTO-X =
                PD-X (INDICE-PUNTO) - PD-X (INDICE-PUNTO - 1)
            IF SALTO-X > 0
                    AND (INTERVALO-DIA = 0 OR SALTO-X < INTERVALO-DIA)
                MOVE SALTO-X TO INTERVALO-DIA
            END-IF
        END-PERFORM
        IF INTERVALO-DIA = 0
            MOVE INTERVALO-DEFECTO TO INTERVALO-DIA
        END-IF
    END-IF.

EVALUAR-PUNTO.
    PERFORM OBTENER-BANDA-DE-PUNTO.
    IF LIMITE-EN-VIGOR = 'N'
    *> Hora sin tramo: ni cumple ni incumple, y corta la racha
        MOVE 'N' TO PUNTO-ANTERIOR-FUERA
        MOVE 0 TO RACHA-EN-CURSO
    ELSE
        MOVE 0 TO EXCESO-PUNTO
        IF PD-Y (INDICE-PUNTO) > LIMITE-SUPERIOR
            ADD INTERVALO-DIA TO MIN-ENCIMA-DIA
            COMPUTE EXCESO-PUNTO =
                PD-Y (INDICE-PUNTO) - LIMITE-SUPERIOR
        ELSE
            IF PD-Y (INDICE-PUNTO) < LIMITE-INFERIOR
                ADD INTERVALO-DIA TO MIN-DEBAJO-DIA
                COMPUTE EXCESO-PUNTO =
                    LIMITE-INFERIOR - PD-Y (INDICE-PUNTO)
            ELSE
                ADD INTERVALO-DIA TO MIN-DENTRO-DIA
            END-IF
        END-IF
        IF EXCESO-PUNTO = 0
            MOVE 'N' TO PUNTO-ANTERIOR-FUERA
            MOVE 0 TO RACHA-EN-CURSO
        ELSE
            IF EXCESO-PUNTO > PEOR-EXCESO-DIA
                MOVE EXCESO-PUNTO        TO PEOR-EXCESO-DIA
                MOVE PD-X (INDICE-PUNTO) TO PEOR-X-DIA
            END-IF
    *> La racha sigue si el punto anterior tambien incumplia y no falta
    *> ningun intervalo entre los dos
            IF PUNTO-ANTERIOR-FUERA = 'S'
                    AND PD-X (INDICE-PUNTO) - X-ANTERIOR
                        NOT > INTERVALO-DIA
                ADD INTERVALO-DIA TO RACHA-EN-CURSO
            ELSE
                MOVE INTERVALO-DIA       TO RACHA-EN-CURSO
                MOVE PD-X (INDICE-PUNTO) TO RACHA-X-INICIO
            END-IF
            IF RACHA-EN-CURSO > RACHA-MAYOR-DIA
                MOVE RACHA-EN-CURSO TO RACHA-MAYOR-DIA
                MOVE RACHA-X-INICIO TO RACHA-MAYOR-X-DIA
            END-IF
            MOVE 'S' TO PUNTO-ANTERIOR-FUERA
        END-IF
    END-IF.
    MOVE PD-X (INDICE-PUNTO) TO X-ANTERIOR.

OBTENER-BANDA-DE-PUNTO.
    *> La banda en vigor a la hora del punto, con las reglas de
    *> OBTENER-LIMITE-DE-COLUMNA del graficado: el tramo unico rige todo
    *> el dia; sin eje de tiempo el perfil se aplana a sus extremos; con
    *> el, la hora HHMM del minuto del dia busca su tramo y una hora sin
    *> tramo queda sin banda
    IF TOTAL-TRAMOS = 1
        MOVE TRAMO-INFERIOR (1) TO LIMITE-INFERIOR
        MOVE TRAMO-SUPERIOR (1) TO LIMITE-SUPERIOR
        MOVE 'S' TO LIMITE-EN-VIGOR
    ELSE
        IF FORMATO-EJE-X NOT = 'T'
            MOVE LIMITE-GLOBAL-INF TO LIMITE-INFERIOR
            MOVE LIMITE-GLOBAL-SUP TO LIMITE-SUPERIOR
            MOVE 'S' TO LIMITE-EN-VIGOR
        ELSE
            COMPUTE MINUTOS-DEL-DIA =
                FUNCTION MOD (PD-X (INDICE-PUNTO) 1440)
            COMPUTE HORA-ROTULO = MINUTOS-DEL-DIA / 60
            COMPUTE MINUTO-ROTULO =
                MINUTOS-DEL-DIA - HORA-ROTULO * 60
            COMPUTE HORA-DE-PUNTO = HORA-ROTULO * 100 + MINUTO-ROTULO
            MOVE 'N' TO LIMITE-EN-VIGOR
            PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
                    UNTIL INDICE-TRAMO > TOTAL-TRAMOS
                    OR LIMITE-EN-VIGOR = 'S'
                PERFORM PROBAR-TRAMO-EN-VIGOR
            END-PERFORM
        END-IF
    END-IF.

PROBAR-TRAMO-EN-VIGOR.
    *> El tramo cubre la hora si desde <= hora < hasta; con desde mayor
    *> que hasta el tramo cruza la medianoche y cubre los dos lados
    IF TRAMO-DESDE (INDICE-TRAMO) < TRAMO-HASTA (INDICE-TRAMO)
        IF HORA-DE-PUNTO NOT < TRAMO-DESDE (INDICE-TRAMO)
                AND HORA-DE-PUNTO < TRAMO-HASTA (INDICE-TRAMO)
            MOVE 'S' TO LIMITE-EN-VIGOR
        END-IF
    ELSE
        IF HORA-DE-PUNTO NOT < TRAMO-DESDE (INDICE-TRAMO)
                OR HORA-DE-PUNTO < TRAMO-HASTA (INDICE-TRAMO)
            MOVE 'S' TO LIMITE-EN-VIGOR
        END-IF
    END-IF.
    IF LIMITE-EN-VIGOR = 'S'
        MOVE TRAMO-INFERIOR (INDICE-TRAMO) TO LIMITE-INFERIOR
        MOVE TRAMO-SUPERIOR (INDICE-TRAMO) TO LIMITE-SUPERIOR
    END-IF.

ROTULAR-X.
    *> De minutos continuos a 'AAAAMMDD HH:MM', como FORMATEAR-TIEMPO del
    *> graficado; sin eje de tiempo, el X editado
    IF FORMATO-EJE-X = 'T'
        MOVE X-A-ROTULAR TO MINUTOS-ENTEROS
        COMPUTE DIAS-ENTEROS = MINUTOS-ENTEROS / 1440
        COMPUTE MINUTOS-DEL-DIA = MINUTOS-ENTEROS - DIAS-ENTEROS * 1440
        COMPUTE CT-FECHA = FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
        COMPUTE HORA-ROTULO = MINUTOS-DEL-DIA / 60
        COMPUTE MINUTO-ROTULO = MINUTOS-DEL-DIA - HORA-ROTULO * 60
        MOVE SPACES TO ROTULO-X
        STRING
            CT-FECHA      DELIMITED BY SIZE
            ' '           DELIMITED BY SIZE
            HORA-ROTULO   DELIMITED BY SIZE
            ':'           DELIMITED BY SIZE
            MINUTO-ROTULO DELIMITED BY SIZE
            INTO ROTULO-X
        END-STRING
    ELSE
        MOVE X-A-ROTULAR TO ROTULO-X-NUM
        MOVE ROTULO-X-NUM TO ROTULO-X
    END-IF.

CALCULAR-PORCENTAJE.
    *> Tiempo dentro de la banda sobre el tiempo medido con banda
    COMPUTE MINUTOS-MEDIDOS = MIN-DENTRO-DIA + MIN-ENCIMA-DIA
        + MIN-DEBAJO-DIA.
    IF MINUTOS-MEDIDOS = 0
        MOVE 0 TO PORCENTAJE
    ELSE
        COMPUTE PORCENTAJE ROUNDED =
            MIN-DENTRO-DIA * 100 / MINUTOS-MEDIDOS
    END-IF.

GRABAR-DIA.
    PERFORM CALCULAR-PORCENTAJE.
    MOVE FECHA-DIA        TO DD-FECHA.
    MOVE TOTAL-PUNTOS-DIA TO DD-PUNTOS.
    MOVE PORCENTAJE       TO DD-PORCENTAJE.
    MOVE MIN-DENTRO-DIA   TO DD-DENTRO.
    MOVE MIN-ENCIMA-DIA   TO DD-ENCIMA.
    MOVE MIN-DEBAJO-DIA   TO DD-DEBAJO.
    MOVE PEOR-EXCESO-DIA  TO DD-PEOR-EXCESO.
    MOVE RACHA-MAYOR-DIA  TO DD-RACHA.
    IF PEOR-EXCESO-DIA = 0
        MOVE SPACES TO DD-PEOR-X
    ELSE
        MOVE PEOR-X-DIA TO X-A-ROTULAR
        PERFORM ROTULAR-X
        MOVE ROTULO-X TO DD-PEOR-X
    END-IF.
    WRITE REG-INFORME FROM DETALLE-DIA.
    MOVE 'DIA'            TO EXP-TIPO.
    MOVE FECHA-DIA        TO EXP-FECHA.
    MOVE TOTAL-PUNTOS-DIA TO EXP-PUNTOS.
    MOVE MIN-DENTRO-DIA   TO EXP-DENTRO.
    MOVE MIN-ENCIMA-DIA   TO EXP-ENCIMA.
    MOVE MIN-DEBAJO-DIA   TO EXP-DEBAJO.
    MOVE PEOR-EXCESO-DIA  TO EXP-PEOR-EXCESO.
    MOVE RACHA-MAYOR-DIA  TO EXP-RACHA.
    MOVE DD-PEOR-X        TO EXP-PEOR-X.
    MOVE SPACES           TO EXP-RACHA-X.
    IF RACHA-MAYOR-DIA > 0
        MOVE RACHA-MAYOR-X-DIA TO X-A-ROTULAR
        PERFORM ROTULAR-X
        MOVE ROTULO-X TO EXP-RACHA-X
    END-IF.
    PERFORM EXPORTAR-CIFRAS.

GRABAR-DIA-SIN-DATOS.
    MOVE SPACES TO REG-INFORME.
    MOVE FECHA-DIA TO DD-FECHA.
    STRING
        '  '      DELIMITED BY SIZE
        DD-FECHA  DELIMITED BY SIZE
        ' SIN DATOS: NINGUN PUNTO GUARDADO EN HISTORIA'
            DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-EXPORTACION.
    STRING
        SERIE-EN-CURSO DELIMITED BY SPACE
        ';SIN DATOS;'  DELIMITED BY SIZE
        DD-FECHA       DELIMITED BY SIZE
        ';0'           DELIMITED BY SIZE
        INTO REG-EXPORTACION
    END-STRING.
    WRITE REG-EXPORTACION.

GRABAR-DIA-SIN-BANDA.
    MOVE SPACES TO REG-INFORME.
    MOVE FECHA-DIA TO DD-FECHA.
    MOVE TOTAL-PUNTOS-DIA TO DD-PUNTOS.
    STRING
        '  '      DELIMITED BY SIZE
        DD-FECHA  DELIMITED BY SIZE
        ' PTOS='  DELIMITED BY SIZE
        DD-PUNTOS DELIMITED BY SIZE
        ' SIN BANDA: NINGUN PUNTO CAE EN UN TRAMO DE LIMITES'
            DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-EXPORTACION.
    STRING
        SERIE-EN-CURSO        DELIMITED BY SPACE
        ';SIN BANDA;'         DELIMITED BY SIZE
        DD-FECHA              DELIMITED BY SIZE
        ';'                   DELIMITED BY SIZE
        FUNCTION TRIM (DD-PUNTOS) DELIMITED BY SIZE
        INTO REG-EXPORTACION
    END-STRING.
    WRITE REG-EXPORTACION.

GRABAR-MES.
    *> Resumen del mes: las mismas cifras sobre todos los dias medidos,
    *> y el recuento de dias cumplidos, sin datos y sin banda
    MOVE MIN-DENTRO-MES TO MIN-DENTRO-DIA.
    MOVE MIN-ENCIMA-MES TO MIN-ENCIMA-DIA.
    MOVE MIN-DEBAJO-MES TO MIN-DEBAJO-DIA.
    PERFORM CALCULAR-PORCENTAJE.
    MOVE MES-INFORME TO INF-MES.
    MOVE SPACES      TO DD-FECHA.
    STRING
        'MES '  DELIMITED BY SIZE
        INF-MES (5:2) DELIMITED BY SIZE
        INTO DD-FECHA
    END-STRING.
    MOVE PUNTOS-MES      TO DD-PUNTOS.
    MOVE PORCENTAJE      TO DD-PORCENTAJE.
    MOVE MIN-DENTRO-MES  TO DD-DENTRO.
    MOVE MIN-ENCIMA-MES  TO DD-ENCIMA.
    MOVE MIN-DEBAJO-MES  TO DD-DEBAJO.
    MOVE PEOR-EXCESO-MES TO DD-PEOR-EXCESO.
    MOVE RACHA-MAYOR-MES TO DD-RACHA.
    IF PEOR-EXCESO-MES = 0
        MOVE SPACES TO DD-PEOR-X
    ELSE
        MOVE PEOR-X-MES TO X-A-ROTULAR
        PERFORM ROTULAR-X
        MOVE ROTULO-X TO DD-PEOR-X
    END-IF.
    WRITE REG-INFORME FROM DETALLE-DIA.
    MOVE DD-PEOR-X TO EXP-PEOR-X.
    MOVE SPACES TO REG-INFORME EXP-RACHA-X.
    IF RACHA-MAYOR-MES > 0
        MOVE RACHA-MAYOR-X-MES TO X-A-ROTULAR
        PERFORM ROTULAR-X
        MOVE ROTULO-X TO EXP-RACHA-X
        MOVE RACHA-MAYOR-MES TO INF-RACHA
        STRING
            '  RACHA MAS LARGA=' DELIMITED BY SIZE
            INF-RACHA            DELIMITED BY SIZE
            ' DESDE '            DELIMITED BY SIZE
            ROTULO-X             DELIMITED BY SIZE
            INTO REG-INFORME
        END-STRING
    ELSE
        MOVE '  SIN INCUMPLIMIENTOS EN EL MES' TO REG-INFORME
    END-IF.
    MOVE DIAS-CON-DATOS TO INF-CONTADOR.
    STRING
        '  DIAS MEDIDOS=' DELIMITED BY SIZE
        INF-CONTADOR      DELIMITED BY SIZE
        INTO REG-INFORME (46:)
    END-STRING.
    MOVE DIAS-CUMPLIDOS TO INF-CONTADOR.
    STRING
        '  AL 100%=' DELIMITED BY SIZE
        INF-CONTADOR DELIMITED BY SIZE
        INTO REG-INFORME (66:)
    END-STRING.
    MOVE DIAS-SIN-DATOS TO INF-CONTADOR.
    STRING
        '  SIN DATOS=' DELIMITED BY SIZE
        INF-CONTADOR   DELIMITED BY SIZE
        INTO REG-INFORME (81:)
    END-STRING.
    MOVE DIAS-SIN-BANDA TO INF-CONTADOR.
    STRING
        '  SIN BANDA=' DELIMITED BY SIZE
        INF-CONTADOR   DELIMITED BY SIZE
        INTO REG-INFORME (98:)
    END-STRING.
    WRITE REG-INFORME.
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.
    MOVE 'MES'           TO EXP-TIPO.
    MOVE MES-INFORME     TO EXP-FECHA.
    MOVE PUNTOS-MES      TO EXP-PUNTOS.
    MOVE MIN-DENTRO-MES  TO EXP-DENTRO.
    MOVE MIN-ENCIMA-MES  TO EXP-ENCIMA.
    MOVE MIN-DEBAJO-MES  TO EXP-DEBAJO.
    MOVE PEOR-EXCESO-MES TO EXP-PEOR-EXCESO.
    MOVE RACHA-MAYOR-MES TO EXP-RACHA.
    PERFORM EXPORTAR-CIFRAS.

EXPORTAR-CIFRAS.
    *> Registro delimitado de un dia o del mes: serie, tipo, fecha,
    *> puntos, porcentaje, dentro, encima, debajo, peor intervalo, su
    *> exceso, racha mas larga y su inicio
    MOVE PORCENTAJE TO EXP-PORCENTAJE.
    MOVE SPACES TO REG-EXPORTACION.
    MOVE 1 TO PUNTERO-EXPORTACION.
    STRING
        SERIE-EN-CURSO                  DELIMITED BY SPACE
        ';'                             DELIMITED BY SIZE
        EXP-TIPO                        DELIMITED BY SPACE
        ';'                             DELIMITED BY SIZE
        EXP-FECHA                       DELIMITED BY SPACE
        ';'                             DELIMITED BY SIZE
        FUNCTION TRIM (EXP-PUNTOS)      DELIMITED BY SIZE
        ';'                             DELIMITED BY SIZE
        FUNCTION TRIM (EXP-PORCENTAJE)  DELIMITED BY SIZE
        ';'                             DELIMITED BY SIZE
        FUNCTION TRIM (EXP-DENTRO)      DELIMITED BY SIZE
        ';'                             DELIMITED BY SIZE
        FUNCTION TRIM (EXP-ENCIMA)      DELIMITED BY SIZE
        ';'                             DELIMITED BY SIZE
        FUNCTION TRIM (EXP-DEBAJO)      DELIMITED BY SIZE
        ';'                             DELIMITED BY SIZE
        INTO REG-EXPORTACION
        WITH POINTER PUNTERO-EXPORTACION
    END-STRING.
    IF EXP-PEOR-X NOT = SPACES
        STRING
            FUNCTION TRIM (EXP-PEOR-X)  DELIMITED BY SIZE
            INTO REG-EXPORTACION
            WITH POINTER PUNTERO-EXPORTACION
        END-STRING
    END-IF.
    STRING
        ';'                             DELIMITED BY SIZE
        FUNCTION TRIM (EXP-PEOR-EXCESO) DELIMITED BY SIZE
        ';'                             DELIMITED BY SIZE
        FUNCTION TRIM (EXP-RACHA)       DELIMITED BY SIZE
        ';'                             DELIMITED BY SIZE
        INTO REG-EXPORTACION
        WITH POINTER PUNTERO-EXPORTACION
    END-STRING.
    IF EXP-RACHA-X NOT = SPACES
        STRING
            FUNCTION TRIM (EXP-RACHA-X) DELIMITED BY SIZE
            INTO REG-EXPORTACION
            WITH POINTER PUNTERO-EXPORTACION
        END-STRING
    END-IF.
    WRITE REG-EXPORTACION.

GRABAR-PIE.
    IF SERIES-INFORMADAS = 0
        MOVE 'NINGUNA SERIE ACTIVA CON FICHERO DE LIMITES EN EL CATALOGO'
            TO REG-INFORME
        WRITE REG-INFORME
    END-IF.
    MOVE SERIES-INFORMADAS TO INF-CONTADOR.
    MOVE SPACES TO REG-INFORME.
    STRING
        'SERIES INFORMADAS=' DELIMITED BY SIZE
        INF-CONTADOR         DELIMITED BY SIZE
        INTO REG-INFORME
    END-STRING.
    MOVE SERIES-SIN-LIMITES TO INF-CONTADOR.
    STRING
        '  SIN FICHERO DE LIMITES=' DELIMITED BY SIZE
        INF-CONTADOR                DELIMITED BY SIZE
        INTO REG-INFORME (24:)
    END-STRING.
    WRITE REG-INFORME.

END PROGRAM CUMPLIMIENTO-DE-SERVICIO.
