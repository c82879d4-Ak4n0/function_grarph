IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMIENTO-DE-CATALOGO.

*> Pantalla de mantenimiento del catalogo de series CATALOGO, con el
*> mismo manejo que la de la prevision: lista las series catalogadas y
*> permite altas, cambios y retiradas (y reactivar una serie retirada
*> por error) con validacion campo a campo. Una serie no se borra
*> nunca: su historia sigue en HISTORIA bajo la misma clave y la
*> retirada basta para que el control ya no pueda usarla. Los cambios
*> solo se escriben al catalogo (y a la bitacora GRAFICA.LOG, con quien
*> cambio que) al salir con la opcion G de grabar

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-BITACORA ASSIGN TO "GRAFICA.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BITACORA.

DATA DIVISION.
FILE SECTION.
FD ARCH-BITACORA.
01 REG-BITACORA            PIC X(132).

WORKING-STORAGE SECTION.
01 FS-BITACORA          PIC XX VALUE '00'.

COPY "catalogo-peticion.cpy".

*>  Catalogo completo en memoria, en orden de serie como lo devuelve el
*>  recorrido; se trabaja aqui y al grabar solo se regraban las series
*>  tocadas en la sesion
01 SERIES-CATALOGO.
    05 TOTAL-SERIES     PIC 9(3) COMP-3 VALUE 0.
    05 SERIE-CATALOGO OCCURS 500 TIMES.
        10 SC-SERIE         PIC X(8).
        10 SC-DESCRIPCION   PIC X(40).
        10 SC-UNIDADES      PIC X(10).
        10 SC-DESTINATARIO  PIC X(8).
        10 SC-DATLIM        PIC X(44).
        10 SC-RETENCION     PIC 9(5).
        10 SC-SITUACION     PIC X.
        10 SC-FECHA-CAMBIO  PIC 9(8).
        10 SC-USUARIO       PIC X(8).
        10 SC-MODIFICADA    PIC X.

*>  Anotaciones pendientes para la bitacora, una por alta/cambio/
*>  retirada; se vuelcan a GRAFICA.LOG solo al grabar
01 CAMBIOS-PENDIENTES.
    05 TOTAL-CAMBIOS    PIC 9(3) COMP-3 VALUE 0.
    05 LINEA-CAMBIO     PIC X(132) OCCURS 200 TIMES.

01 SESION-CAMPOS.
    05 USUARIO          PIC X(8) VALUE SPACES.
    05 OPCION           PIC XX.
    05 FIN-SESION       PIC X VALUE 'N'.
    05 ENTRADA-CANCELADA PIC X.
    05 MENSAJE          PIC X(60) VALUE SPACES.
    05 FECHA-HORA       PIC X(21).

01 ENTRADA-CAMPOS.
    05 ENTRADA-TEXTO    PIC X(44).
    05 SERIE-ENTRADA    PIC X(8).
    05 RETENCION-ENTRADA PIC 9(5).
*>  'A' en un alta (el campo en blanco queda en blanco) y 'C' en un
*>  cambio (el campo en blanco conserva el valor que tenia)
    05 MODO-EDICION     PIC X.
    05 INDICE-SERIE     PIC 9(3) COMP-3.
    05 INDICE-HALLADO   PIC 9(3) COMP-3.
    05 INDICE-CORRIDO   PIC 9(3) COMP-3.
    05 HALLADO          PIC X.
    05 ENTRADA-VALIDA   PIC X.

*>  Valores de la serie en edicion, que solo pasan a la tabla cuando el
*>  operador completa todos los campos sin cancelar, y en un cambio los
*>  que tenia antes, para ver si algo cambio y anotar cada campo tocado
01 SERIE-EN-EDICION.
    05 VALORES-EDICION.
        10 ED-DESCRIPCION   PIC X(40).
        10 ED-UNIDADES      PIC X(10).
        10 ED-DESTINATARIO  PIC X(8).
        10 ED-DATLIM        PIC X(44).
        10 ED-RETENCION     PIC 9(5).
    05 VALORES-ANTERIORES.
        10 AN-DESCRIPCION   PIC X(40).
        10 AN-UNIDADES      PIC X(10).
        10 AN-DESTINATARIO  PIC X(8).
        10 AN-DATLIM        PIC X(44).
        10 AN-RETENCION     PIC 9(5).

01 PAGINACION.
    05 PRIMERA-LINEA-PAGINA PIC 9(3) COMP-3 VALUE 1.
    05 LINEAS-POR-PAGINA    PIC 99 COMP-3 VALUE 15.
    05 FILA-PANTALLA        PIC 99 COMP-3.

01 DETALLE-SERIE.
    05 DET-SERIE        PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DET-SITUACION    PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DET-UNIDADES     PIC X(10).
    05 FILLER           PIC X VALUE SPACE.
    05 DET-DESTINATARIO PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DET-RETENCION    PIC ZZZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 DET-DESCRIPCION  PIC X(36).

01 BITACORA-RUBRICAS.
    05 BIT-RETENCION    PIC ZZZZ9.
    05 BIT-RETENCION-ANTERIOR PIC ZZZZ9.
*>  Campo cambiado y sus dos valores, para la anotacion de un cambio
    05 CAMPO-BITACORA   PIC X(12).
    05 VALOR-ANTERIOR   PIC X(44).
    05 VALOR-NUEVO      PIC X(44).
    05 PUNTERO-BITACORA PIC 9(3) COMP-3.
    05 LINEA-DESBORDADA PIC X.

PROCEDURE DIVISION.
    PERFORM IDENTIFICAR-USUARIO.
    PERFORM CARGAR-CATALOGO.
    PERFORM ATENDER-MENU UNTIL FIN-SESION = 'S'.
STOP RUN.

IDENTIFICAR-USUARIO.
    *> La bitacora debe decir quien cambio que: sin identificarse no se
    *> entra al mantenimiento
    PERFORM UNTIL USUARIO NOT = SPACES
        DISPLAY 'MANTENIMIENTO DEL CATALOGO DE SERIES - IDENTIFICACION'
            COLUMN 1 LINE 1
        DISPLAY 'USUARIO (INICIALES): ' COLUMN 1 LINE 3
        ACCEPT USUARIO
    END-PERFORM.

CARGAR-CATALOGO.
    *> Trae el catalogo entero a la tabla recorriendolo en orden de
    *> serie. Un catalogo ausente arranca la sesion con la tabla vacia,
    *> listo para dar altas; el catalogo se creara al grabar
    MOVE 0 TO TOTAL-SERIES.
    MOVE 'B' TO CAT-OPERACION.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO = '35'
        MOVE 'CATALOGO NO EXISTE TODAVIA: SESION DE ALTAS' TO MENSAJE
    ELSE
        IF CAT-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo abrir CATALOGO, FILE STATUS '
                CAT-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'P' TO CAT-OPERACION
        MOVE LOW-VALUES TO CAT-SERIE
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
        PERFORM UNTIL CAT-ESTADO NOT = '00'
            MOVE 'S' TO CAT-OPERACION
            CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
            IF CAT-ESTADO = '00'
    *> Si el catalogo no cabe en la tabla, grabar no perderia nada (solo
    *> se regraban las series tocadas), pero el operador no veria las
    *> de la cola: la sesion se rechaza antes de tocar nada
                IF TOTAL-SERIES > 499
                    DISPLAY 'ERROR: CATALOGO no cabe en la tabla de '
                        'mantenimiento (500 series); no se abre la sesion'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO TOTAL-SERIES
                MOVE CAT-SERIE        TO SC-SERIE (TOTAL-SERIES)
                MOVE CAT-DESCRIPCION  TO SC-DESCRIPCION (TOTAL-SERIES)
                MOVE CAT-UNIDADES     TO SC-UNIDADES (TOTAL-SERIES)
                MOVE CAT-DESTINATARIO TO SC-DESTINATARIO (TOTAL-SERIES)
                MOVE CAT-DATLIM       TO SC-DATLIM (TOTAL-SERIES)
                MOVE CAT-RETENCION-DIAS TO SC-RETENCION (TOTAL-SERIES)
                MOVE CAT-SITUACION    TO SC-SITUACION (TOTAL-SERIES)
                MOVE CAT-FECHA-CAMBIO TO SC-FECHA-CAMBIO (TOTAL-SERIES)
                MOVE CAT-USUARIO      TO SC-USUARIO (TOTAL-SERIES)
                MOVE 'N'              TO SC-MODIFICADA (TOTAL-SERIES)
            END-IF
        END-PERFORM
        MOVE 'C' TO CAT-OPERACION
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
    END-IF.

ATENDER-MENU.
    PERFORM MOSTRAR-PANTALLA.
    MOVE SPACES TO OPCION.
    ACCEPT OPCION.
    MOVE SPACES TO MENSAJE.
    EVALUATE OPCION
        WHEN 'AV'
            IF PRIMERA-LINEA-PAGINA + LINEAS-POR-PAGINA
                    NOT > TOTAL-SERIES
                ADD LINEAS-POR-PAGINA TO PRIMERA-LINEA-PAGINA
            END-IF
        WHEN 'RE'
            IF PRIMERA-LINEA-PAGINA > LINEAS-POR-PAGINA
                SUBTRACT LINEAS-POR-PAGINA FROM PRIMERA-LINEA-PAGINA
            ELSE
                MOVE 1 TO PRIMERA-LINEA-PAGINA
            END-IF
        WHEN 'A '
            PERFORM DAR-DE-ALTA
        WHEN 'C '
            PERFORM CAMBIAR-SERIE
        WHEN 'R '
            PERFORM RETIRAR-SERIE
        WHEN 'V '
            PERFORM REACTIVAR-SERIE
        WHEN 'G '
            PERFORM GRABAR-CATALOGO
            MOVE 'S' TO FIN-SESION
        WHEN 'T '
            MOVE 'S' TO FIN-SESION
        WHEN OTHER
            MOVE 'OPCION NO RECONOCIDA' TO MENSAJE
    END-EVALUATE.

MOSTRAR-PANTALLA.
    *> Pinta la pagina en curso de la lista de series y el menu al pie
    DISPLAY 'MANTENIMIENTO DEL CATALOGO DE SERIES (CATALOGO)   USUARIO: '
        COLUMN 1 LINE 1 ERASE EOS
    DISPLAY USUARIO COLUMN 60 LINE 1.
    DISPLAY 'SERIE    SITUACION UNIDADES   DESTINO  DIAS  DESCRIPCION'
        COLUMN 1 LINE 2.
    MOVE 3 TO FILA-PANTALLA.
    MOVE PRIMERA-LINEA-PAGINA TO INDICE-SERIE.
    PERFORM UNTIL INDICE-SERIE > TOTAL-SERIES
            OR FILA-PANTALLA > LINEAS-POR-PAGINA + 2
        MOVE SC-SERIE (INDICE-SERIE)        TO DET-SERIE
        IF SC-SITUACION (INDICE-SERIE) = 'R'
            MOVE 'RETIRADA' TO DET-SITUACION
        ELSE
            MOVE 'ACTIVA' TO DET-SITUACION
        END-IF
        MOVE SC-UNIDADES (INDICE-SERIE)     TO DET-UNIDADES
        MOVE SC-DESTINATARIO (INDICE-SERIE) TO DET-DESTINATARIO
        MOVE SC-RETENCION (INDICE-SERIE)    TO DET-RETENCION
        MOVE SC-DESCRIPCION (INDICE-SERIE)  TO DET-DESCRIPCION
        DISPLAY DETALLE-SERIE COLUMN 1 LINE FILA-PANTALLA
        ADD 1 TO INDICE-SERIE
        ADD 1 TO FILA-PANTALLA
    END-PERFORM.
    IF TOTAL-SERIES = 0
        DISPLAY '(SIN SERIES CATALOGADAS)' COLUMN 1 LINE 3
    END-IF.
    DISPLAY MENSAJE COLUMN 1 LINE 20.
    DISPLAY 'AV=AVANZAR RE=RETROCEDER A=ALTA C=CAMBIO R=RETIRAR V=REACTIVAR'
        COLUMN 1 LINE 21.
    DISPLAY 'G=GRABAR Y SALIR T=SALIR SIN GRABAR' COLUMN 1 LINE 22.
    DISPLAY 'OPCION: [  ]' COLUMN 1 LINE 23.

PEDIR-SERIE.
    *> Pide el identificador de la serie; en blanco, el operador cancela
    MOVE 'N' TO ENTRADA-CANCELADA.
    DISPLAY 'SERIE (EN BLANCO CANCELA): ' COLUMN 1 LINE 24.
    MOVE SPACES TO ENTRADA-TEXTO.
    ACCEPT ENTRADA-TEXTO.
    IF ENTRADA-TEXTO = SPACES
        MOVE 'S' TO ENTRADA-CANCELADA
    ELSE
        MOVE ENTRADA-TEXTO (1:8) TO SERIE-ENTRADA
    END-IF.

PEDIR-CAMPOS-SERIE.
    *> Pide los campos descriptivos de la serie; en un cambio, un campo en
    *> blanco conserva el valor que tenia (ya cargado en SERIE-EN-EDICION)
    IF MODO-EDICION = 'A'
        DISPLAY 'DESCRIPCION: ' COLUMN 1 LINE 25
    ELSE
        DISPLAY 'DESCRIPCION (EN BLANCO CONSERVA): ' COLUMN 1 LINE 25
    END-IF.
    MOVE SPACES TO ENTRADA-TEXTO.
    ACCEPT ENTRADA-TEXTO.
    IF ENTRADA-TEXTO NOT = SPACES
        MOVE ENTRADA-TEXTO TO ED-DESCRIPCION
    END-IF.
    DISPLAY 'UNIDADES (P.EJ. TPS, MS, PCT): ' COLUMN 1 LINE 26.
    MOVE SPACES TO ENTRADA-TEXTO.
    ACCEPT ENTRADA-TEXTO.
    IF ENTRADA-TEXTO NOT = SPACES
        MOVE ENTRADA-TEXTO TO ED-UNIDADES
    END-IF.
    DISPLAY 'DESTINATARIO PROPIETARIO: ' COLUMN 1 LINE 27.
    MOVE SPACES TO ENTRADA-TEXTO.
    ACCEPT ENTRADA-TEXTO.
    IF ENTRADA-TEXTO NOT = SPACES
        MOVE ENTRADA-TEXTO TO ED-DESTINATARIO
    END-IF.
    DISPLAY 'DATLIM POR DEFECTO: ' COLUMN 1 LINE 28.
    MOVE SPACES TO ENTRADA-TEXTO.
    ACCEPT ENTRADA-TEXTO.
    IF ENTRADA-TEXTO NOT = SPACES
        MOVE ENTRADA-TEXTO TO ED-DATLIM
    END-IF.
    PERFORM PEDIR-RETENCION.

PEDIR-RETENCION.
    *> Dias de historia a conservar, entero sin signo; cero = sin purga
    MOVE 'N' TO ENTRADA-VALIDA.
    PERFORM UNTIL ENTRADA-VALIDA = 'S'
        DISPLAY 'DIAS DE RETENCION (0 = SIN PURGA): ' COLUMN 1 LINE 29
        MOVE SPACES TO ENTRADA-TEXTO
        ACCEPT ENTRADA-TEXTO
        IF ENTRADA-TEXTO = SPACES
            MOVE 'S' TO ENTRADA-VALIDA
        ELSE
            IF FUNCTION TEST-NUMVAL (ENTRADA-TEXTO) = 0
                    AND FUNCTION NUMVAL (ENTRADA-TEXTO) NOT < 0
                    AND FUNCTION NUMVAL (ENTRADA-TEXTO) < 100000
                COMPUTE ED-RETENCION =
                    FUNCTION NUMVAL (ENTRADA-TEXTO)
                MOVE 'S' TO ENTRADA-VALIDA
            ELSE
                DISPLAY 'RETENCION NO VALIDA (0 A 99999), REINTENTE'
                    COLUMN 1 LINE 30
            END-IF
        END-IF
    END-PERFORM.

BUSCAR-SERIE.
    *> Deja en INDICE-HALLADO la posicion de la serie pedida, o la
    *> posicion donde tocaria insertarla para conservar el orden
    MOVE 'N' TO HALLADO.
    MOVE 1 TO INDICE-HALLADO.
    PERFORM VARYING INDICE-SERIE FROM 1 BY 1
            UNTIL INDICE-SERIE > TOTAL-SERIES
            OR HALLADO NOT = 'N'
        IF SC-SERIE (INDICE-SERIE) = SERIE-ENTRADA
            MOVE 'S' TO HALLADO
            MOVE INDICE-SERIE TO INDICE-HALLADO
        ELSE
            IF SC-SERIE (INDICE-SERIE) > SERIE-ENTRADA
                MOVE INDICE-SERIE TO INDICE-HALLADO
                MOVE 'F' TO HALLADO
            END-IF
        END-IF
    END-PERFORM.
    IF HALLADO = 'N'
        COMPUTE INDICE-HALLADO = TOTAL-SERIES + 1
    END-IF.
    IF HALLADO = 'F'
        MOVE 'N' TO HALLADO
    END-IF.

DAR-DE-ALTA.
    IF TOTAL-SERIES > 499
        MOVE 'EL CATALOGO ESTA LLENO' TO MENSAJE
    ELSE
    *> Un alta deja tres anotaciones en la bitacora
        IF TOTAL-CAMBIOS > 197
            MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO'
                TO MENSAJE
        ELSE
            PERFORM PEDIR-SERIE
            IF ENTRADA-CANCELADA NOT = 'S'
                PERFORM BUSCAR-SERIE
                IF HALLADO = 'S'
                    MOVE 'YA EXISTE ESA SERIE: USE CAMBIO' TO MENSAJE
                ELSE
                    MOVE 'A' TO MODO-EDICION
                    MOVE SPACES TO ED-DESCRIPCION ED-UNIDADES
                                   ED-DESTINATARIO ED-DATLIM
                    MOVE 0 TO ED-RETENCION
                    PERFORM PEDIR-CAMPOS-SERIE
                    IF ED-DESCRIPCION = SPACES
    *> Sin descripcion la serie seguiria sin decir que mide, que es
    *> justo lo que el catalogo viene a remediar
                        MOVE 'ALTA CANCELADA: LA DESCRIPCION ES OBLIGATORIA'
                            TO MENSAJE
                    ELSE
                        PERFORM INSERTAR-SERIE
                        MOVE 'ALTA  ' TO MENSAJE
                        PERFORM ANOTAR-ALTA
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

INSERTAR-SERIE.
    *> Corre hacia abajo la cola de la tabla y deja la serie nueva en su
    *> posicion, conservando el orden de clave del catalogo
    MOVE TOTAL-SERIES TO INDICE-CORRIDO.
    PERFORM UNTIL INDICE-CORRIDO < INDICE-HALLADO
        COMPUTE INDICE-SERIE = INDICE-CORRIDO + 1
        MOVE SERIE-CATALOGO (INDICE-CORRIDO)
            TO SERIE-CATALOGO (INDICE-SERIE)
        SUBTRACT 1 FROM INDICE-CORRIDO
    END-PERFORM.
    MOVE SERIE-ENTRADA   TO SC-SERIE (INDICE-HALLADO).
    MOVE 'A'             TO SC-SITUACION (INDICE-HALLADO).
    PERFORM PASAR-EDICION-A-TABLA.
    ADD 1 TO TOTAL-SERIES.

PASAR-EDICION-A-TABLA.
    MOVE ED-DESCRIPCION  TO SC-DESCRIPCION (INDICE-HALLADO).
    MOVE ED-UNIDADES     TO SC-UNIDADES (INDICE-HALLADO).
    MOVE ED-DESTINATARIO TO SC-DESTINATARIO (INDICE-HALLADO).
    MOVE ED-DATLIM       TO SC-DATLIM (INDICE-HALLADO).
    MOVE ED-RETENCION    TO SC-RETENCION (INDICE-HALLADO).
    PERFORM SELLAR-SERIE.

SELLAR-SERIE.
    *> Quien y cuando toco la serie por ultima vez, y marca de regrabar
    MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
    MOVE FECHA-HORA (1:8) TO SC-FECHA-CAMBIO (INDICE-HALLADO).
    MOVE USUARIO          TO SC-USUARIO (INDICE-HALLADO).
    MOVE 'S'              TO SC-MODIFICADA (INDICE-HALLADO).

CAMBIAR-SERIE.
    *> Un cambio deja hasta dos anotaciones por cada uno de sus cinco
    *> campos; si el operador no toca ninguno no se anota ni se regraba
    IF TOTAL-CAMBIOS > 190
        MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO' TO MENSAJE
    ELSE
        PERFORM PEDIR-SERIE
        IF ENTRADA-CANCELADA NOT = 'S'
            PERFORM BUSCAR-SERIE
            IF HALLADO NOT = 'S'
                MOVE 'NO ESTA CATALOGADA ESA SERIE: USE ALTA' TO MENSAJE
            ELSE
                MOVE 'C' TO MODO-EDICION
                MOVE SC-DESCRIPCION (INDICE-HALLADO)  TO ED-DESCRIPCION
                MOVE SC-UNIDADES (INDICE-HALLADO)     TO ED-UNIDADES
                MOVE SC-DESTINATARIO (INDICE-HALLADO) TO ED-DESTINATARIO
                MOVE SC-DATLIM (INDICE-HALLADO)       TO ED-DATLIM
                MOVE SC-RETENCION (INDICE-HALLADO)    TO ED-RETENCION
                MOVE VALORES-EDICION TO VALORES-ANTERIORES
                PERFORM PEDIR-CAMPOS-SERIE
                IF VALORES-EDICION = VALORES-ANTERIORES
                    MOVE 'SIN CAMBIOS' TO MENSAJE
                ELSE
                    PERFORM PASAR-EDICION-A-TABLA
                    MOVE 'CAMBIO' TO MENSAJE
                    PERFORM ANOTAR-CAMBIO
                END-IF
            END-IF
        END-IF
    END-IF.

RETIRAR-SERIE.
    IF TOTAL-CAMBIOS > 199
        MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO' TO MENSAJE
    ELSE
        PERFORM PEDIR-SERIE
        IF ENTRADA-CANCELADA NOT = 'S'
            PERFORM BUSCAR-SERIE
            IF HALLADO NOT = 'S'
                MOVE 'NO ESTA CATALOGADA ESA SERIE' TO MENSAJE
            ELSE
                IF SC-SITUACION (INDICE-HALLADO) = 'R'
                    MOVE 'LA SERIE YA ESTA RETIRADA' TO MENSAJE
                ELSE
                    MOVE 'R' TO SC-SITUACION (INDICE-HALLADO)
                    PERFORM SELLAR-SERIE
                    MOVE 'RETIRADA' TO MENSAJE
                    PERFORM ANOTAR-SITUACION
                END-IF
            END-IF
        END-IF
    END-IF.

REACTIVAR-SERIE.
    IF TOTAL-CAMBIOS > 199
        MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO' TO MENSAJE
    ELSE
        PERFORM PEDIR-SERIE
        IF ENTRADA-CANCELADA NOT = 'S'
            PERFORM BUSCAR-SERIE
            IF HALLADO NOT = 'S'
                MOVE 'NO ESTA CATALOGADA ESA SERIE' TO MENSAJE
            ELSE
                IF SC-SITUACION (INDICE-HALLADO) NOT = 'R'
                    MOVE 'LA SERIE YA ESTA ACTIVA' TO MENSAJE
                ELSE
                    MOVE 'A' TO SC-SITUACION (INDICE-HALLADO)
                    PERFORM SELLAR-SERIE
                    MOVE 'REACTIVADA' TO MENSAJE
                    PERFORM ANOTAR-SITUACION
                END-IF
            END-IF
        END-IF
    END-IF.

ANOTAR-ALTA.
    *> Tres anotaciones, para que todo quepa en la linea de la bitacora:
    *> los campos cortos, el DATLIM y la descripcion
    MOVE SC-RETENCION (INDICE-HALLADO) TO BIT-RETENCION.
    ADD 1 TO TOTAL-CAMBIOS.
    MOVE SPACES TO LINEA-CAMBIO (TOTAL-CAMBIOS).
    STRING
        FECHA-HORA              DELIMITED BY SIZE
        ' MANT-CAT USUARIO='    DELIMITED BY SIZE
        USUARIO                 DELIMITED BY SIZE
        ' ALTA SERIE='          DELIMITED BY SIZE
        SERIE-ENTRADA           DELIMITED BY SIZE
        ' UNIDADES='            DELIMITED BY SIZE
        SC-UNIDADES (INDICE-HALLADO) DELIMITED BY SIZE
        ' DESTINATARIO='        DELIMITED BY SIZE
        SC-DESTINATARIO (INDICE-HALLADO) DELIMITED BY SIZE
        ' RETENCION='           DELIMITED BY SIZE
        BIT-RETENCION           DELIMITED BY SIZE
        INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
    END-STRING.
    ADD 1 TO TOTAL-CAMBIOS.
    MOVE SPACES TO LINEA-CAMBIO (TOTAL-CAMBIOS).
    STRING
        FECHA-HORA              DELIMITED BY SIZE
        ' MANT-CAT USUARIO='    DELIMITED BY SIZE
        USUARIO                 DELIMITED BY SIZE
        ' ALTA SERIE='          DELIMITED BY SIZE
        SERIE-ENTRADA           DELIMITED BY SIZE
        ' DATLIM='              DELIMITED BY SIZE
        SC-DATLIM (INDICE-HALLADO) DELIMITED BY SIZE
        INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
    END-STRING.
    ADD 1 TO TOTAL-CAMBIOS.
    MOVE SPACES TO LINEA-CAMBIO (TOTAL-CAMBIOS).
    STRING
        FECHA-HORA              DELIMITED BY SIZE
        ' MANT-CAT USUARIO='    DELIMITED BY SIZE
        USUARIO                 DELIMITED BY SIZE
        ' ALTA SERIE='          DELIMITED BY SIZE
        SERIE-ENTRADA           DELIMITED BY SIZE
        ' DESCRIPCION='         DELIMITED BY SIZE
        SC-DESCRIPCION (INDICE-HALLADO) DELIMITED BY SIZE
        INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
    END-STRING.

ANOTAR-CAMBIO.
    *> Una anotacion por cada campo que de verdad cambio, con su valor
    *> anterior y el nuevo, como las de la pantalla de la prevision
    IF ED-DESCRIPCION NOT = AN-DESCRIPCION
        MOVE 'DESCRIPCION'  TO CAMPO-BITACORA
        MOVE AN-DESCRIPCION TO VALOR-ANTERIOR
        MOVE ED-DESCRIPCION TO VALOR-NUEVO
        PERFORM ANOTAR-CAMBIO-CAMPO
    END-IF.
    IF ED-UNIDADES NOT = AN-UNIDADES
        MOVE 'UNIDADES'     TO CAMPO-BITACORA
        MOVE AN-UNIDADES    TO VALOR-ANTERIOR
        MOVE ED-UNIDADES    TO VALOR-NUEVO
        PERFORM ANOTAR-CAMBIO-CAMPO
    END-IF.
    IF ED-DESTINATARIO NOT = AN-DESTINATARIO
        MOVE 'DESTINATARIO' TO CAMPO-BITACORA
        MOVE AN-DESTINATARIO TO VALOR-ANTERIOR
        MOVE ED-DESTINATARIO TO VALOR-NUEVO
        PERFORM ANOTAR-CAMBIO-CAMPO
    END-IF.
    IF ED-DATLIM NOT = AN-DATLIM
        MOVE 'DATLIM'       TO CAMPO-BITACORA
        MOVE AN-DATLIM      TO VALOR-ANTERIOR
        MOVE ED-DATLIM      TO VALOR-NUEVO
        PERFORM ANOTAR-CAMBIO-CAMPO
    END-IF.
    IF ED-RETENCION NOT = AN-RETENCION
        MOVE 'RETENCION'    TO CAMPO-BITACORA
        MOVE AN-RETENCION   TO BIT-RETENCION-ANTERIOR
        MOVE ED-RETENCION   TO BIT-RETENCION
        MOVE BIT-RETENCION-ANTERIOR TO VALOR-ANTERIOR
        MOVE BIT-RETENCION  TO VALOR-NUEVO
        PERFORM ANOTAR-CAMBIO-CAMPO
    END-IF.

ANOTAR-CAMBIO-CAMPO.
    *> CAMBIO SERIE= con <CAMPO>-ANTERIOR= y <CAMPO>-NUEVO= en una linea,
    *> como el Y-ANTERIOR/Y-NUEVO de la pantalla de la prevision. Con un
    *> DATLIM o una descripcion largos los dos valores no caben en los
    *> 132 de la bitacora: entonces van en dos anotaciones seguidas
    MOVE 'N' TO LINEA-DESBORDADA.
    ADD 1 TO TOTAL-CAMBIOS.
    PERFORM ANOTAR-CABECERA-CAMPO.
    STRING
        ' '                     DELIMITED BY SIZE
        CAMPO-BITACORA          DELIMITED BY SPACE
        '-ANTERIOR='            DELIMITED BY SIZE
        FUNCTION TRIM (VALOR-ANTERIOR TRAILING) DELIMITED BY SIZE
        ' '                     DELIMITED BY SIZE
        CAMPO-BITACORA          DELIMITED BY SPACE
        '-NUEVO='               DELIMITED BY SIZE
        FUNCTION TRIM (VALOR-NUEVO TRAILING) DELIMITED BY SIZE
        INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
        WITH POINTER PUNTERO-BITACORA
        ON OVERFLOW
            MOVE 'S' TO LINEA-DESBORDADA
    END-STRING.
    IF LINEA-DESBORDADA = 'S'
        PERFORM ANOTAR-CABECERA-CAMPO
        STRING
            ' '                 DELIMITED BY SIZE
            CAMPO-BITACORA      DELIMITED BY SPACE
            '-ANTERIOR='        DELIMITED BY SIZE
            FUNCTION TRIM (VALOR-ANTERIOR TRAILING) DELIMITED BY SIZE
            INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
            WITH POINTER PUNTERO-BITACORA
        END-STRING
        ADD 1 TO TOTAL-CAMBIOS
        PERFORM ANOTAR-CABECERA-CAMPO
        STRING
            ' '                 DELIMITED BY SIZE
            CAMPO-BITACORA      DELIMITED BY SPACE
            '-NUEVO='           DELIMITED BY SIZE
            FUNCTION TRIM (VALOR-NUEVO TRAILING) DELIMITED BY SIZE
            INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
            WITH POINTER PUNTERO-BITACORA
        END-STRING
    END-IF.

ANOTAR-CABECERA-CAMPO.
    *> Sello, usuario y serie de la anotacion de un cambio
    MOVE SPACES TO LINEA-CAMBIO (TOTAL-CAMBIOS).
    MOVE 1 TO PUNTERO-BITACORA.
    STRING
        FECHA-HORA              DELIMITED BY SIZE
        ' MANT-CAT USUARIO='    DELIMITED BY SIZE
        USUARIO                 DELIMITED BY SIZE
        ' CAMBIO SERIE='        DELIMITED BY SIZE
        SERIE-ENTRADA           DELIMITED BY SIZE
        INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
        WITH POINTER PUNTERO-BITACORA
    END-STRING.

ANOTAR-SITUACION.
    *> Retirada o reactivacion: basta la serie y el texto del mensaje
    ADD 1 TO TOTAL-CAMBIOS.
    MOVE SPACES TO LINEA-CAMBIO (TOTAL-CAMBIOS).
    STRING
        FECHA-HORA              DELIMITED BY SIZE
        ' MANT-CAT USUARIO='    DELIMITED BY SIZE
        USUARIO                 DELIMITED BY SIZE
        ' '                     DELIMITED BY SIZE
        FUNCTION TRIM (MENSAJE) DELIMITED BY SIZE
        ' SERIE='               DELIMITED BY SIZE
        SERIE-ENTRADA           DELIMITED BY SIZE
        INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
    END-STRING.

GRABAR-CATALOGO.
    *> Regraba en el catalogo las series tocadas en la sesion y solo
    *> entonces vuelca a la bitacora las anotaciones de la sesion
    IF TOTAL-CAMBIOS > 0
        MOVE 'A' TO CAT-OPERACION
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
        IF CAT-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo abrir CATALOGO, FILE STATUS '
                CAT-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING INDICE-SERIE FROM 1 BY 1
                UNTIL INDICE-SERIE > TOTAL-SERIES
            IF SC-MODIFICADA (INDICE-SERIE) = 'S'
                PERFORM REGRABAR-SERIE
            END-IF
        END-PERFORM
        MOVE 'C' TO CAT-OPERACION
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
        OPEN EXTEND ARCH-BITACORA
        IF FS-BITACORA = '35'
            OPEN OUTPUT ARCH-BITACORA
        END-IF
        IF FS-BITACORA NOT = '00'
            DISPLAY 'ERROR: no se pudo abrir GRAFICA.LOG, FILE STATUS '
                FS-BITACORA
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING INDICE-SERIE FROM 1 BY 1
                UNTIL INDICE-SERIE > TOTAL-CAMBIOS
            WRITE REG-BITACORA FROM LINEA-CAMBIO (INDICE-SERIE)
        END-PERFORM
        CLOSE ARCH-BITACORA
    END-IF.

REGRABAR-SERIE.
    MOVE 'G' TO CAT-OPERACION.
    MOVE SC-SERIE (INDICE-SERIE)        TO CAT-SERIE.
    MOVE SC-DESCRIPCION (INDICE-SERIE)  TO CAT-DESCRIPCION.
    MOVE SC-UNIDADES (INDICE-SERIE)     TO CAT-UNIDADES.
    MOVE SC-DESTINATARIO (INDICE-SERIE) TO CAT-DESTINATARIO.
    MOVE SC-DATLIM (INDICE-SERIE)       TO CAT-DATLIM.
    MOVE SC-RETENCION (INDICE-SERIE)    TO CAT-RETENCION-DIAS.
    MOVE SC-SITUACION (INDICE-SERIE)    TO CAT-SITUACION.
    MOVE SC-FECHA-CAMBIO (INDICE-SERIE) TO CAT-FECHA-CAMBIO.
    MOVE SC-USUARIO (INDICE-SERIE)      TO CAT-USUARIO.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo grabar la serie ' CAT-SERIE
            ' en CATALOGO, FILE STATUS ' CAT-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM MANTENIMIENTO-DE-CATALOGO.
