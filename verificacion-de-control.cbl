*> analiza cada registro con las mismas reglas de claves que el
*> graficado, comprueba que cada DATREAL/DATPREV/DATLIM nombrado se
*> puede abrir, avisa de claves desconocidas, de SERIE= duplicadas y de
*> un TITULO= que no sea la ultima clave y de series que no estan en el
*> catalogo de series o que estan retiradas (tambien las series de
*> una grafica compuesta, en COMPONENTES=), y termina con codigo de
*> retorno distinto de cero si algo esta mal, para que el planificador
*> lo corra como paso predecesor y un control roto pare el job antes de
*> las 02:00. El detalle queda en VERIFICACION.LST.
01 NOMBRE-PROBADO       PIC X(44).

COPY "historia-peticion.cpy".
COPY "catalogo-peticion.cpy".

*>  Valores del registro de control en curso, con los mismos valores por
*>  defecto que pone el graficado antes de interpretar cada registro
    05 NOMBRE-DATOS-REAL      PIC X(44).
    05 NOMBRE-DATOS-PREVISION PIC X(44).
    05 NOMBRE-LIMITES   PIC X(44).
    05 LIMITES-EXPLICITOS PIC X.
    05 IDENTIFICADOR-SERIE PIC X(8).
    05 FECHA-COMPARACION PIC 9(8).
    05 SERIE-EXPLICITA  PIC X.
    05 TITULO-GRAFICA   PIC X(120).
*>  Componentes de una grafica compuesta (COMPONENTES=A,B,..), en el
*>  orden del registro; el graficado suma como mucho ocho
    05 TOTAL-COMPONENTES PIC 99 COMP-3.
    05 COMAS-COMPONENTES PIC 99 COMP-3.
    05 LISTA-COMPONENTES.
        10 COMPONENTE-REGISTRO PIC X(8) OCCURS 8 TIMES.

01 LINEA-DE-COMANDO     PIC X(132).
01 ANALISIS-PARAMETROS.
    05 TOKEN-PARAMETRO  PIC X(100).
    05 CLAVE-PARAMETRO  PIC X(20).
    05 VALOR-PARAMETRO  PIC X(80).
    05 PUNTERO-COMANDO  PIC 9(4) COMP-3.

*>  SERIE= dadas explicitamente en los registros ya verificados, para
        'COLUMNAS' 'FILAS' 'DESTINO' 'AGRUPAR' 'TOLERANCIA'
        'DATREAL' 'DATPREV' 'LIMITES' 'DATLIM' 'FORMATOX'
        'HISTORIA' 'SERIE' 'COMPARAR' 'DESTINATARIO' 'MODO'
        'ANOMALIAS' 'ANODIAS' 'ANOFACTOR' 'ANOPCT' 'COMPONENTES'
        'VERSION' 'TITULO'.

01 VERIFICACION-CAMPOS.
    05 FIN-CONTROL      PIC X VALUE 'N'.
    05 TOTAL-ERRORES    PIC 9(5) COMP-3 VALUE 0.
    05 TOTAL-REGISTROS  PIC 9(3) COMP-3 VALUE 0.
    05 INDICE-SERIE     PIC 9(3) COMP-3.
    05 INDICE-COMPONENTE PIC 99 COMP-3.
    05 INDICE-ANTERIOR  PIC 99 COMP-3.
    05 HALLADO-HISTORIA PIC X.
    05 FIN-BUSQUEDA     PIC X.
    05 TEXTO-AVISO      PIC X(100).

PROCEDURE DIVISION.
    PERFORM ABRIR-INFORME.
    PERFORM ABRIR-CATALOGO.
    PERFORM VERIFICAR-CONTROL.
    MOVE 'C' TO CAT-OPERACION.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    PERFORM CERRAR-INFORME.
*>  Cualquier defecto corta el job planificado antes de la ventana; el
*>  codigo 8 deja libres el 12 de la edicion y el 16 de ficheros
    MOVE SPACES TO REG-INFORME.
    WRITE REG-INFORME.

ABRIR-CATALOGO.
    *> Sin catalogo de series ninguna serie se puede dar por buena: es un
    *> fallo de fichero y no un defecto de cada registro
    MOVE 'B' TO CAT-OPERACION.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir CATALOGO, FILE STATUS '
            CAT-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

VERIFICAR-CONTROL.
    *> Recorre GRAFCTL con el mismo criterio que el modo por lotes del
    *> graficado: comentarios y lineas en blanco se saltan y cada
    MOVE 'DATREAL' TO NOMBRE-DATOS-REAL.
    MOVE 'DATPREV' TO NOMBRE-DATOS-PREVISION.
    MOVE 'LIMITES' TO NOMBRE-LIMITES.
    MOVE 'N' TO LIMITES-EXPLICITOS.
    MOVE 'SERIE01' TO IDENTIFICADOR-SERIE.
    MOVE 0 TO FECHA-COMPARACION.
    MOVE 'N' TO SERIE-EXPLICITA.
    MOVE 0 TO TOTAL-COMPONENTES.
    *> El mismo recorte que el graficado: todo lo que sigue a TITULO= es
    *> el titulo, asi que TITULO= debe ser la ultima clave del registro
    MOVE SPACES TO TITULO-GRAFICA.
    PERFORM ANALIZAR-CLAVES-REGISTRO.
    PERFORM VERIFICAR-TITULO.
    PERFORM VERIFICAR-SERIE-DUPLICADA.
    PERFORM VERIFICAR-SERIE-CATALOGADA.
    IF TOTAL-COMPONENTES > 0
        PERFORM VERIFICAR-COMPONENTES
    END-IF.
    PERFORM VERIFICAR-FICHEROS.
    IF FECHA-COMPARACION NOT EQUAL 0
        PERFORM VERIFICAR-COMPARACION
            CONTINUE
        WHEN 'PREVISION'
            MOVE VALOR-PARAMETRO (1:1) TO USAR-PREVISION
    *> VERSION= pide una version del maestro PREVISIO, como PREVISION=V:
    *> la superposicion no sale de DATPREV y no hay fichero que probar
        WHEN 'VERSION'
            PERFORM VERIFICAR-VALOR-NUMERICO
            MOVE 'V' TO USAR-PREVISION
        WHEN 'COLUMNAS'
            PERFORM VERIFICAR-VALOR-NUMERICO
        WHEN 'FILAS'
            MOVE VALOR-PARAMETRO (1:1) TO USAR-LIMITES
        WHEN 'DATLIM'
            MOVE VALOR-PARAMETRO TO NOMBRE-LIMITES
            MOVE 'S' TO LIMITES-EXPLICITOS
        WHEN 'FORMATOX'
            CONTINUE
        WHEN 'HISTORIA'
            CONTINUE
        WHEN 'MODO'
            CONTINUE
        WHEN 'ANOMALIAS'
            CONTINUE
        WHEN 'ANODIAS'
            PERFORM VERIFICAR-VALOR-NUMERICO
        WHEN 'ANOFACTOR'
            PERFORM VERIFICAR-VALOR-NUMERICO
        WHEN 'ANOPCT'
            PERFORM VERIFICAR-VALOR-NUMERICO
        WHEN 'COMPONENTES'
            PERFORM ANALIZAR-COMPONENTES
        WHEN 'COMPARAR'
            PERFORM VERIFICAR-VALOR-NUMERICO
            COMPUTE FECHA-COMPARACION =
            PERFORM ANOTAR-DEFECTO
    END-EVALUATE.

ANALIZAR-COMPONENTES.
    *> La lista de la grafica compuesta se trocea como en el graficado;
    *> aqui se denuncian ademas la lista vacia, los huecos entre comas y
    *> las series que pasan de ocho, que la noche rechazaria
    MOVE 0 TO COMAS-COMPONENTES.
    MOVE SPACES TO LISTA-COMPONENTES.
    UNSTRING VALOR-PARAMETRO DELIMITED BY ','
        INTO COMPONENTE-REGISTRO (1) COMPONENTE-REGISTRO (2)
             COMPONENTE-REGISTRO (3) COMPONENTE-REGISTRO (4)
             COMPONENTE-REGISTRO (5) COMPONENTE-REGISTRO (6)
             COMPONENTE-REGISTRO (7) COMPONENTE-REGISTRO (8)
    END-UNSTRING.
    INSPECT VALOR-PARAMETRO TALLYING COMAS-COMPONENTES FOR ALL ','.
    IF COMAS-COMPONENTES > 7
        MOVE 'MAS DE 8 SERIES EN COMPONENTES=' TO TEXTO-AVISO
        PERFORM ANOTAR-DEFECTO
        MOVE 8 TO TOTAL-COMPONENTES
    ELSE
        COMPUTE TOTAL-COMPONENTES = COMAS-COMPONENTES + 1
    END-IF.
    PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
            UNTIL INDICE-COMPONENTE > TOTAL-COMPONENTES
        IF COMPONENTE-REGISTRO (INDICE-COMPONENTE) = SPACES
            MOVE 'SERIE EN BLANCO EN COMPONENTES=' TO TEXTO-AVISO
            PERFORM ANOTAR-DEFECTO
            MOVE TOTAL-COMPONENTES TO INDICE-COMPONENTE
        END-IF
    END-PERFORM.

VERIFICAR-VALOR-NUMERICO.
    *> El graficado traga un valor no numerico via NUMVAL; aqui se
    *> denuncia antes de que la ventana grafique con un cero accidental
        END-IF
    END-IF.

VERIFICAR-SERIE-CATALOGADA.
    *> La serie de la grafica (la de SERIE= o la SERIE01 por defecto)
    *> debe estar en el catalogo y activa: una errata en SERIE= abriria
    *> en la noche una serie nueva en HISTORIA y en INCIDENC sin que nadie
    *> lo notara. Como en el graficado, sin DATLIM= la banda sale del
    *> fichero de limites que el catalogo da a la serie
    MOVE 'L' TO CAT-OPERACION.
    MOVE IDENTIFICADOR-SERIE TO CAT-SERIE.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO NOT = '00'
        MOVE SPACES TO TEXTO-AVISO
        STRING
            'SERIE NO CATALOGADA: ' DELIMITED BY SIZE
            IDENTIFICADOR-SERIE     DELIMITED BY SIZE
            INTO TEXTO-AVISO
        END-STRING
        PERFORM ANOTAR-DEFECTO
    ELSE
        IF CAT-SITUACION = 'R'
            MOVE SPACES TO TEXTO-AVISO
            STRING
                'SERIE RETIRADA EN EL CATALOGO: ' DELIMITED BY SIZE
                IDENTIFICADOR-SERIE               DELIMITED BY SIZE
                INTO TEXTO-AVISO
            END-STRING
            PERFORM ANOTAR-DEFECTO
        END-IF
        IF LIMITES-EXPLICITOS = 'N' AND CAT-DATLIM NOT = SPACES
            MOVE CAT-DATLIM TO NOMBRE-LIMITES
        END-IF
    END-IF.

VERIFICAR-COMPONENTES.
    *> Cada componente de una grafica compuesta debe ser una serie del
    *> catalogo y activa, distinta de la propia serie total y no repetida
    *> en el registro: un componente que no se encuentre en la noche
    *> cuenta como rechazo y el total saldria corto
    PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
            UNTIL INDICE-COMPONENTE > TOTAL-COMPONENTES
        IF COMPONENTE-REGISTRO (INDICE-COMPONENTE) NOT = SPACES
            PERFORM VERIFICAR-UN-COMPONENTE
        END-IF
    END-PERFORM.

VERIFICAR-UN-COMPONENTE.
    *> Una serie de la lista: ni la propia serie total, ni repetida, y
    *> en el catalogo y activa
    IF COMPONENTE-REGISTRO (INDICE-COMPONENTE) = IDENTIFICADOR-SERIE
        MOVE SPACES TO TEXTO-AVISO
        STRING
            'COMPONENTE IGUAL A LA PROPIA SERIE: ' DELIMITED BY SIZE
            IDENTIFICADOR-SERIE                    DELIMITED BY SIZE
            INTO TEXTO-AVISO
        END-STRING
        PERFORM ANOTAR-DEFECTO
    END-IF.
    PERFORM VARYING INDICE-ANTERIOR FROM 1 BY 1
            UNTIL INDICE-ANTERIOR NOT < INDICE-COMPONENTE
        IF COMPONENTE-REGISTRO (INDICE-ANTERIOR)
                = COMPONENTE-REGISTRO (INDICE-COMPONENTE)
            MOVE SPACES TO TEXTO-AVISO
            STRING
                'COMPONENTE REPETIDO: ' DELIMITED BY SIZE
                COMPONENTE-REGISTRO (INDICE-COMPONENTE)
                                        DELIMITED BY SIZE
                INTO TEXTO-AVISO
            END-STRING
            PERFORM ANOTAR-DEFECTO
            MOVE INDICE-COMPONENTE TO INDICE-ANTERIOR
        END-IF
    END-PERFORM.
    MOVE 'L' TO CAT-OPERACION.
    MOVE COMPONENTE-REGISTRO (INDICE-COMPONENTE) TO CAT-SERIE.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO NOT = '00'
        MOVE SPACES TO TEXTO-AVISO
        STRING
            'COMPONENTE NO CATALOGADO: ' DELIMITED BY SIZE
            COMPONENTE-REGISTRO (INDICE-COMPONENTE)
                                      DELIMITED BY SIZE
            INTO TEXTO-AVISO
        END-STRING
        PERFORM ANOTAR-DEFECTO
    ELSE
        IF CAT-SITUACION = 'R'
            MOVE SPACES TO TEXTO-AVISO
            STRING
                'COMPONENTE RETIRADO EN EL CATALOGO: '
                    DELIMITED BY SIZE
                COMPONENTE-REGISTRO (INDICE-COMPONENTE)
                    DELIMITED BY SIZE
                INTO TEXTO-AVISO
            END-STRING
            PERFORM ANOTAR-DEFECTO
        END-IF
    END-IF.

VERIFICAR-FICHEROS.
    *> Cada fichero de datos que la noche fuera a abrir se prueba ahora:
    *> DATREAL si la grafica va de datos, DATPREV si lleva superposicion
    *> de fichero (con COMPARAR= la superposicion sale del maestro
    *> historico y con PREVISION=V del de versiones PREVISIO) y el
    *> de limites si la banda esta activa; la compuesta no lee DATREAL
    IF FUENTE-DATOS = 'D' AND TOTAL-COMPONENTES = 0
        MOVE NOMBRE-DATOS-REAL TO NOMBRE-PROBADO
        PERFORM PROBAR-FICHERO
    END-IF.
