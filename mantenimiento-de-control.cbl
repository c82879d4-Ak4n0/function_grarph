IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMIENTO-DE-CONTROL.

*> Pantalla de mantenimiento del fichero de control GRAFCTL, con el
*> mismo manejo que la del catalogo de series: lista las lineas del
*> control (registros activos, registros comentados y notas) y permite
*> dar de alta, cambiar, copiar y mover registros, y comentarlos o
*> restaurarlos. Cada registro se edita en un formulario con un campo
*> por clave del graficado y cada campo pasa al entrar por las mismas
*> reglas que aplica VERIFICACION-DE-CONTROL; el registro entero se
*> vuelve a verificar (SERIE= duplicadas, ficheros que la noche abriria,
*> fecha de COMPARAR= en HISTORIA) antes de aceptarlo. El formulario
*> compone el registro con TITULO= siempre al final. El orden de las
*> lineas importa: una grafica compuesta toma sus componentes de las
*> graficas anteriores de la misma corrida. GRAFCTL solo se reescribe
*> al salir con la opcion G de grabar: el GRAFCTL anterior queda como
*> generacion de respaldo GRAFCTL.AAAAMMDDHHMMSS y cada cambio se anota
*> en la bitacora GRAFICA.LOG con quien lo hizo. Si GRAFCTL se toco por
*> otro lado durante la sesion no se graba nada

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-CONTROL ASSIGN TO "GRAFCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CONTROL.
    SELECT ARCH-RESPALDO ASSIGN TO NOMBRE-RESPALDO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RESPALDO.
    SELECT ARCH-PROBADO ASSIGN TO NOMBRE-PROBADO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PROBADO.
    SELECT ARCH-BITACORA ASSIGN TO "GRAFICA.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BITACORA.

DATA DIVISION.
FILE SECTION.
FD ARCH-CONTROL.
01 REG-CONTROL             PIC X(132).

FD ARCH-RESPALDO.
01 REG-RESPALDO            PIC X(132).

FD ARCH-PROBADO.
01 REG-PROBADO             PIC X(132).

FD ARCH-BITACORA.
01 REG-BITACORA            PIC X(132).

WORKING-STORAGE SECTION.
01 FS-CONTROL           PIC XX VALUE '00'.
01 FS-RESPALDO          PIC XX VALUE '00'.
01 FS-PROBADO           PIC XX VALUE '00'.
01 FS-BITACORA          PIC XX VALUE '00'.

01 NOMBRE-RESPALDO      PIC X(44) VALUE SPACES.
01 NOMBRE-PROBADO       PIC X(44).

COPY "historia-peticion.cpy".
COPY "catalogo-peticion.cpy".

*>  GRAFCTL entero en memoria, linea a linea tal como esta en el
*>  fichero (comentarios y lineas en blanco incluidos); se trabaja aqui
*>  y solo se reescribe al grabar
01 LINEAS-CONTROL.
    05 TOTAL-LINEAS     PIC 9(3) COMP-3 VALUE 0.
    05 LC-TEXTO         PIC X(132) OCCURS 300 TIMES.

*>  GRAFCTL tal como se cargo: al grabar se coteja con el fichero para
*>  no pisar una edicion hecha por otro lado durante la sesion, y es lo
*>  que se guarda como generacion de respaldo
01 LINEAS-CARGADAS.
    05 TOTAL-CARGADAS   PIC 9(3) COMP-3 VALUE 0.
    05 LINEA-CARGADA    PIC X(132) OCCURS 300 TIMES.

*>  Anotaciones pendientes para la bitacora, una por cada cambio; se
*>  vuelcan a GRAFICA.LOG solo al grabar
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
    05 CONTROL-EXISTIA  PIC X VALUE 'S'.
    05 CONTROL-INTACTO  PIC X.
    05 FIN-CONTROL      PIC X.
    05 LINEAS-LEIDAS    PIC 9(5) COMP-3.

01 ENTRADA-CAMPOS.
    05 ENTRADA-TEXTO    PIC X(120).
    05 PREGUNTA         PIC X(50).
    05 NUMERO-LINEA     PIC 9(3) COMP-3.
    05 POSICION-DESTINO PIC 9(3) COMP-3.
    05 INDICE-LINEA     PIC 9(3) COMP-3.
    05 INDICE-CORRIDO   PIC 9(3) COMP-3.
*>  Linea que se esta cambiando o restaurando, que no cuenta para las
*>  SERIE= duplicadas; cero en un alta o una copia
    05 LINEA-EDITADA    PIC 9(3) COMP-3.
    05 LINEA-GUARDADA   PIC X(132).
    05 DECISION         PIC X.
    05 RESPUESTA        PIC X.

*>  Una linea de GRAFCTL clasificada: 'A' registro activo, 'C' registro
*>  comentado (lleva alguna CLAVE=), 'N' nota de comentario y 'B' linea
*>  en blanco. CUERPO-LINEA es el registro sin el '*' del comentario
01 LINEA-CLASIFICADA.
    05 TEXTO-LINEA      PIC X(132).
    05 CLASE-LINEA      PIC X.
    05 CUERPO-LINEA     PIC X(132).
    05 SERIE-LINEA      PIC X(8).
    05 SERIE-LINEA-EXPLICITA PIC X.

*>  Campos del formulario, uno por clave del graficado, en el orden en
*>  que se componen en el registro; TITULO va el ultimo porque todo lo
*>  que le sigue es titulo. Tipo: 'S' serie del catalogo, 'C' lista de
*>  componentes, 'N' numerico, 'F' nombre de fichero, 'T' titulo (admite
*>  blancos) y 'L' valor libre. Largo es lo mas que admite el campo
01 DEFINICION-FORMULARIO.
    05 FILLER PIC X(40) VALUE
        'SERIE       S008SERIE DEL CATALOGO      '.
    05 FILLER PIC X(40) VALUE
        'FUENTE      L080D=DATREAL OTRA=FUNCION  '.
    05 FILLER PIC X(40) VALUE
        'FUNCION     L080CURVA DE LA FUNCION     '.
    05 FILLER PIC X(40) VALUE
        'DATREAL     F044FICHERO DE REALES       '.
    05 FILLER PIC X(40) VALUE
        'COMPONENTES C080A,B,.. HASTA 8 SERIES   '.
    05 FILLER PIC X(40) VALUE
        'PREVISION   L080S=DATPREV V=PREVISIO    '.
    05 FILLER PIC X(40) VALUE
        'VERSION     N080VERSION DE PREVISIO     '.
    05 FILLER PIC X(40) VALUE
        'DATPREV     F044FICHERO DE PREVISION    '.
    05 FILLER PIC X(40) VALUE
        'COMPARAR    N080AAAAMMDD DE HISTORIA    '.
    05 FILLER PIC X(40) VALUE
        'LIMITES     L080S=BANDA DE LIMITES      '.
    05 FILLER PIC X(40) VALUE
        'DATLIM      F044FICHERO DE LIMITES      '.
    05 FILLER PIC X(40) VALUE
        'DESTINATARIOL008PAQUETE DEL REPORTE     '.
    05 FILLER PIC X(40) VALUE
        'MODO        L080D/P CURVA DESVIACION    '.
    05 FILLER PIC X(40) VALUE
        'AGRUPAR     L080P/X/N/S AGRUPACION      '.
    05 FILLER PIC X(40) VALUE
        'COLUMNAS    N080COLUMNAS DE REJILLA     '.
    05 FILLER PIC X(40) VALUE
        'FILAS       N080FILAS DE REJILLA        '.
    05 FILLER PIC X(40) VALUE
        'DESTINO     L080R=REPORTE P=PANTALLA    '.
    05 FILLER PIC X(40) VALUE
        'TOLERANCIA  N080RECHAZOS TOLERADOS      '.
    05 FILLER PIC X(40) VALUE
        'FORMATOX    L080T=EJE FECHA-HORA        '.
    05 FILLER PIC X(40) VALUE
        'HISTORIA    L080S=GUARDAR EN HISTORIA   '.
    05 FILLER PIC X(40) VALUE
        'ANOMALIAS   L080S=SIGMA P=PERCENTIL     '.
    05 FILLER PIC X(40) VALUE
        'ANODIAS     N080DIAS DE ENVOLVENTE      '.
    05 FILLER PIC X(40) VALUE
        'ANOFACTOR   N080FACTOR DE SIGMA         '.
    05 FILLER PIC X(40) VALUE
        'ANOPCT      N080PERCENTIL DE BANDA      '.
    05 FILLER PIC X(40) VALUE
        'TITULO      T120TEXTO LIBRE, EL ULTIMO  '.

01 TABLA-FORMULARIO REDEFINES DEFINICION-FORMULARIO.
    05 DEFINICION-CAMPO OCCURS 25 TIMES.
        10 DC-CLAVE         PIC X(12).
        10 DC-TIPO          PIC X.
        10 DC-LARGO         PIC 9(3).
        10 DC-AYUDA         PIC X(24).

01 VALORES-FORMULARIO.
    05 VALOR-CAMPO      PIC X(120) OCCURS 25 TIMES.

01 FORMULARIO-CAMPOS.
    05 TOTAL-CAMPOS     PIC 99 COMP-3 VALUE 25.
    05 INDICE-CAMPO     PIC 99 COMP-3.
    05 INDICE-HALLADO   PIC 99 COMP-3.
    05 TITULO-FORMULARIO PIC X(60).
    05 FIN-FORMULARIO   PIC X.
    05 CAMPO-CERRADO    PIC X.
    05 REGISTRO-ACEPTADO PIC X.
    05 VALOR-ANTERIOR   PIC X(120).
    05 FICHA-VALOR      PIC X(120).
    05 LARGO-VALOR      PIC 9(3) COMP-3.
    05 CLAVES-DESCARTADAS PIC X(60).
    05 PUNTERO-DESCARTADAS PIC 9(4) COMP-3.

01 DETALLE-CAMPO.
    05 DCM-CLAVE        PIC X(12).
    05 FILLER           PIC X VALUE SPACE.
    05 DCM-VALOR        PIC X(40).
    05 FILLER           PIC X VALUE SPACE.
    05 DCM-AYUDA        PIC X(24).

*>  Registro compuesto desde el formulario (o el de una linea que se
*>  restaura), que es lo que se verifica y lo que pasa a GRAFCTL
01 TEXTO-REGISTRO       PIC X(132).
01 COMPOSICION-CAMPOS.
    05 PUNTERO-REGISTRO PIC 9(4) COMP-3.
    05 REGISTRO-DESBORDADO PIC X.

*>  Valores del registro en verificacion, con los mismos valores por
*>  defecto que pone el graficado antes de interpretar cada registro
01 VALORES-REGISTRO.
    05 FUENTE-DATOS     PIC X.
    05 USAR-PREVISION   PIC X.
    05 USAR-LIMITES     PIC X.
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

*>  Clave extraida de una ficha del titulo, cotejada contra la lista de
*>  claves que atiende el graficado (la misma de VERIFICACION-DE-CONTROL)
01 CLAVE-EXAMINADA      PIC X(20).
    88 CLAVE-RECONOCIDA VALUE 'FUENTE' 'FUNCION' 'PREVISION'
        'COLUMNAS' 'FILAS' 'DESTINO' 'AGRUPAR' 'TOLERANCIA'
        'DATREAL' 'DATPREV' 'LIMITES' 'DATLIM' 'FORMATOX'
        'HISTORIA' 'SERIE' 'COMPARAR' 'DESTINATARIO' 'MODO'
        'ANOMALIAS' 'ANODIAS' 'ANOFACTOR' 'ANOPCT' 'COMPONENTES'
        'VERSION' 'TITULO'.

01 VERIFICACION-CAMPOS.
    05 CLAVE-EN-TITULO  PIC X.
    05 IGUALES-EN-FICHA PIC 99 COMP-3.
    05 INDICE-COMPONENTE PIC 99 COMP-3.
    05 INDICE-ANTERIOR  PIC 99 COMP-3.
    05 HALLADO-HISTORIA PIC X.
    05 TEXTO-AVISO      PIC X(100).

*>  Defectos hallados en el campo o en el registro en verificacion; se
*>  muestran los doce primeros
01 DEFECTOS-REGISTRO.
    05 TOTAL-DEFECTOS   PIC 9(3) COMP-3.
    05 DEFECTO          PIC X(80) OCCURS 12 TIMES.
    05 INDICE-DEFECTO   PIC 99 COMP-3.

01 PAGINACION.
    05 PRIMERA-LINEA-PAGINA PIC 9(3) COMP-3 VALUE 1.
    05 LINEAS-POR-PAGINA    PIC 99 COMP-3 VALUE 15.
    05 FILA-PANTALLA        PIC 99 COMP-3.

01 DETALLE-LINEA.
    05 DET-LINEA        PIC ZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 DET-ESTADO       PIC X(9).
    05 FILLER           PIC X VALUE SPACE.
    05 DET-SERIE        PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DET-TEXTO        PIC X(57).

01 BITACORA-RUBRICAS.
    05 ACCION-BITACORA  PIC X(10).
    05 SERIE-BITACORA   PIC X(8).
    05 LINEA-ORIGEN     PIC 9(3) COMP-3.
    05 PUNTERO-BITACORA PIC 9(4) COMP-3.
    05 BIT-LINEA        PIC ZZ9.
    05 BIT-ORIGEN       PIC ZZ9.
    05 BIT-LINEAS       PIC ZZ9.
    05 MSJ-NUMERO       PIC ZZ9.

PROCEDURE DIVISION.
    PERFORM IDENTIFICAR-USUARIO.
    PERFORM ABRIR-CATALOGO.
    PERFORM CARGAR-CONTROL.
    PERFORM ATENDER-MENU UNTIL FIN-SESION = 'S'.
    MOVE 'C' TO CAT-OPERACION.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
STOP RUN.

IDENTIFICAR-USUARIO.
    *> La bitacora debe decir quien cambio que: sin identificarse no se
    *> entra al mantenimiento
    PERFORM UNTIL USUARIO NOT = SPACES
        DISPLAY 'MANTENIMIENTO DEL CONTROL DE GRAFICAS - IDENTIFICACION'
            COLUMN 1 LINE 1
        DISPLAY 'USUARIO (INICIALES): ' COLUMN 1 LINE 3
        ACCEPT USUARIO
    END-PERFORM.

ABRIR-CATALOGO.
    *> Las series se cotejan con el catalogo durante toda la sesion; sin
    *> catalogo ninguna serie se puede dar por buena
    MOVE 'B' TO CAT-OPERACION.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir CATALOGO, FILE STATUS '
            CAT-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CARGAR-CONTROL.
    *> Trae GRAFCTL entero a la tabla. Un GRAFCTL ausente arranca la
    *> sesion con la tabla vacia; el fichero se creara al grabar
    MOVE 0 TO TOTAL-LINEAS.
    OPEN INPUT ARCH-CONTROL.
    IF FS-CONTROL = '35'
        MOVE 'N' TO CONTROL-EXISTIA
        MOVE 'GRAFCTL NO EXISTE TODAVIA: SE CREARA AL GRABAR' TO MENSAJE
    ELSE
        IF FS-CONTROL NOT = '00'
            DISPLAY 'ERROR: no se pudo abrir GRAFCTL, FILE STATUS '
                FS-CONTROL
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'N' TO FIN-CONTROL
        PERFORM UNTIL FIN-CONTROL = 'S'
            READ ARCH-CONTROL
                AT END
                    MOVE 'S' TO FIN-CONTROL
                NOT AT END
    *> Un GRAFCTL que no cabe en la tabla no se podria reescribir
    *> entero: la sesion se rechaza antes de tocar nada
                    IF TOTAL-LINEAS > 299
                        DISPLAY 'ERROR: GRAFCTL no cabe en la tabla de '
                            'mantenimiento (300 lineas); no se abre la '
                            'sesion'
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO TOTAL-LINEAS
                    MOVE REG-CONTROL TO LC-TEXTO (TOTAL-LINEAS)
                    MOVE REG-CONTROL TO LINEA-CARGADA (TOTAL-LINEAS)
            END-READ
        END-PERFORM
        CLOSE ARCH-CONTROL
    END-IF.
    MOVE TOTAL-LINEAS TO TOTAL-CARGADAS.

ATENDER-MENU.
    PERFORM MOSTRAR-PANTALLA.
    MOVE SPACES TO OPCION.
    ACCEPT OPCION.
    MOVE SPACES TO MENSAJE.
    EVALUATE OPCION
        WHEN 'AV'
            IF PRIMERA-LINEA-PAGINA + LINEAS-POR-PAGINA
                    NOT > TOTAL-LINEAS
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
            PERFORM CAMBIAR-REGISTRO
        WHEN 'CO'
            PERFORM COPIAR-REGISTRO
        WHEN 'M '
            PERFORM MOVER-LINEA
        WHEN 'X '
            PERFORM COMENTAR-REGISTRO
        WHEN 'R '
            PERFORM RESTAURAR-REGISTRO
        WHEN 'G '
            PERFORM GRABAR-CONTROL
        WHEN 'T '
            MOVE 'S' TO FIN-SESION
        WHEN OTHER
            MOVE 'OPCION NO RECONOCIDA' TO MENSAJE
    END-EVALUATE.

MOSTRAR-PANTALLA.
    *> Pinta la pagina en curso de las lineas de GRAFCTL y el menu al pie
    DISPLAY 'MANTENIMIENTO DEL CONTROL DE GRAFICAS (GRAFCTL)   USUARIO: '
        COLUMN 1 LINE 1 ERASE EOS
    DISPLAY USUARIO COLUMN 60 LINE 1.
    DISPLAY 'LIN ESTADO    SERIE    REGISTRO' COLUMN 1 LINE 2.
    MOVE 3 TO FILA-PANTALLA.
    MOVE PRIMERA-LINEA-PAGINA TO INDICE-LINEA.
    PERFORM UNTIL INDICE-LINEA > TOTAL-LINEAS
            OR FILA-PANTALLA > LINEAS-POR-PAGINA + 2
        MOVE INDICE-LINEA TO DET-LINEA
        MOVE LC-TEXTO (INDICE-LINEA) TO TEXTO-LINEA
        PERFORM CLASIFICAR-LINEA
        MOVE SPACES TO DET-SERIE
        EVALUATE CLASE-LINEA
            WHEN 'A'
                MOVE 'ACTIVO' TO DET-ESTADO
                PERFORM EXTRAER-SERIE
                MOVE SERIE-LINEA TO DET-SERIE
            WHEN 'C'
                MOVE 'COMENTADO' TO DET-ESTADO
                PERFORM EXTRAER-SERIE
                MOVE SERIE-LINEA TO DET-SERIE
            WHEN 'N'
                MOVE 'NOTA' TO DET-ESTADO
            WHEN OTHER
                MOVE 'EN BLANCO' TO DET-ESTADO
        END-EVALUATE
        MOVE LC-TEXTO (INDICE-LINEA) TO DET-TEXTO
        DISPLAY DETALLE-LINEA COLUMN 1 LINE FILA-PANTALLA
        ADD 1 TO INDICE-LINEA
        ADD 1 TO FILA-PANTALLA
    END-PERFORM.
    IF TOTAL-LINEAS = 0
        DISPLAY '(GRAFCTL SIN LINEAS)' COLUMN 1 LINE 3
    END-IF.
    IF TOTAL-CAMBIOS > 0
        MOVE TOTAL-CAMBIOS TO MSJ-NUMERO
        DISPLAY 'CAMBIOS SIN GRABAR: ' COLUMN 1 LINE 19
        DISPLAY MSJ-NUMERO COLUMN 21 LINE 19
    END-IF.
    DISPLAY MENSAJE COLUMN 1 LINE 20.
    DISPLAY 'AV=AVANZAR RE=RETROCEDER A=ALTA C=CAMBIO CO=COPIA M=MOVER X=COMENTAR R=RESTAURAR'
        COLUMN 1 LINE 21.
    DISPLAY 'G=GRABAR Y SALIR T=SALIR SIN GRABAR' COLUMN 1 LINE 22.
    DISPLAY 'OPCION: [  ]' COLUMN 1 LINE 23.

CLASIFICAR-LINEA.
    *> Como en VERIFICACION-DE-CONTROL, una linea en blanco o que empieza
    *> por '*' no es un registro; de las comentadas, las que llevan alguna
    *> CLAVE= son registros que se pueden restaurar y el resto son notas
    MOVE SPACES TO CUERPO-LINEA.
    IF TEXTO-LINEA = SPACES
        MOVE 'B' TO CLASE-LINEA
    ELSE
        IF TEXTO-LINEA (1:1) = '*'
            MOVE FUNCTION TRIM (TEXTO-LINEA (2:131) LEADING)
                TO CUERPO-LINEA
            MOVE 0 TO IGUALES-EN-FICHA
            INSPECT CUERPO-LINEA TALLYING IGUALES-EN-FICHA FOR ALL '='
            IF IGUALES-EN-FICHA > 0
                MOVE 'C' TO CLASE-LINEA
            ELSE
                MOVE 'N' TO CLASE-LINEA
            END-IF
        ELSE
            MOVE 'A' TO CLASE-LINEA
            MOVE TEXTO-LINEA TO CUERPO-LINEA
        END-IF
    END-IF.

EXTRAER-SERIE.
    *> Serie del registro de CUERPO-LINEA: la de SERIE= o la SERIE01 que
    *> pone por defecto el graficado
    MOVE 'SERIE01' TO SERIE-LINEA.
    MOVE 'N' TO SERIE-LINEA-EXPLICITA.
    MOVE SPACES TO LINEA-DE-COMANDO.
    UNSTRING CUERPO-LINEA DELIMITED BY 'TITULO='
        INTO LINEA-DE-COMANDO
    END-UNSTRING.
    MOVE 1 TO PUNTERO-COMANDO.
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
            IF CLAVE-PARAMETRO = 'SERIE'
                MOVE VALOR-PARAMETRO (1:8) TO SERIE-LINEA
                MOVE 'S' TO SERIE-LINEA-EXPLICITA
            END-IF
        END-IF
    END-PERFORM.

PEDIR-NUMERO-LINEA.
    *> Pide el numero de una linea existente; en blanco, el operador
    *> cancela
    MOVE 'N' TO ENTRADA-CANCELADA.
    DISPLAY PREGUNTA COLUMN 1 LINE 24.
    MOVE SPACES TO ENTRADA-TEXTO.
    ACCEPT ENTRADA-TEXTO.
    IF ENTRADA-TEXTO = SPACES
        MOVE 'S' TO ENTRADA-CANCELADA
    ELSE
        IF FUNCTION TEST-NUMVAL (ENTRADA-TEXTO) = 0
                AND FUNCTION NUMVAL (ENTRADA-TEXTO) NOT < 1
                AND FUNCTION NUMVAL (ENTRADA-TEXTO) NOT > TOTAL-LINEAS
            COMPUTE NUMERO-LINEA = FUNCTION NUMVAL (ENTRADA-TEXTO)
        ELSE
            MOVE 'NO EXISTE ESA LINEA' TO MENSAJE
            MOVE 'S' TO ENTRADA-CANCELADA
        END-IF
    END-IF.

PEDIR-POSICION.
    *> Posicion de destino de una linea nueva o movida: delante de la
    *> linea que se indique, o al final si se deja en blanco
    MOVE 0 TO POSICION-DESTINO.
    PERFORM UNTIL POSICION-DESTINO > 0
        DISPLAY 'DELANTE DE LA LINEA (EN BLANCO = AL FINAL): '
            COLUMN 1 LINE 25
        MOVE SPACES TO ENTRADA-TEXTO
        ACCEPT ENTRADA-TEXTO
        IF ENTRADA-TEXTO = SPACES
            COMPUTE POSICION-DESTINO = TOTAL-LINEAS + 1
        ELSE
            IF FUNCTION TEST-NUMVAL (ENTRADA-TEXTO) = 0
                    AND FUNCTION NUMVAL (ENTRADA-TEXTO) NOT < 1
                    AND FUNCTION NUMVAL (ENTRADA-TEXTO)
                        NOT > TOTAL-LINEAS + 1
                COMPUTE POSICION-DESTINO =
                    FUNCTION NUMVAL (ENTRADA-TEXTO)
            ELSE
                DISPLAY 'POSICION NO VALIDA, REINTENTE' COLUMN 1 LINE 26
            END-IF
        END-IF
    END-PERFORM.

DAR-DE-ALTA.
    IF TOTAL-LINEAS > 299
        MOVE 'GRAFCTL ESTA LLENO (300 LINEAS)' TO MENSAJE
    ELSE
        IF TOTAL-CAMBIOS > 199
            MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO'
                TO MENSAJE
        ELSE
            PERFORM PEDIR-POSICION
            MOVE SPACES TO VALORES-FORMULARIO CLAVES-DESCARTADAS
            MOVE 0 TO LINEA-EDITADA
            MOVE 'ALTA DE UN REGISTRO DE CONTROL' TO TITULO-FORMULARIO
            PERFORM EDITAR-REGISTRO
            IF REGISTRO-ACEPTADO = 'S'
                PERFORM INSERTAR-LINEA
                MOVE 'ALTA' TO ACCION-BITACORA
                MOVE POSICION-DESTINO TO NUMERO-LINEA
                MOVE 0 TO LINEA-ORIGEN
                PERFORM ANOTAR-OPERACION
            END-IF
        END-IF
    END-IF.

CAMBIAR-REGISTRO.
    IF TOTAL-CAMBIOS > 199
        MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO' TO MENSAJE
    ELSE
        MOVE 'LINEA A CAMBIAR (EN BLANCO CANCELA): ' TO PREGUNTA
        PERFORM PEDIR-NUMERO-LINEA
        IF ENTRADA-CANCELADA NOT = 'S'
            MOVE LC-TEXTO (NUMERO-LINEA) TO TEXTO-LINEA
            PERFORM CLASIFICAR-LINEA
            IF CLASE-LINEA NOT = 'A'
                MOVE 'SOLO SE CAMBIAN REGISTROS ACTIVOS (COMENTADO: USE R)'
                    TO MENSAJE
            ELSE
                PERFORM CARGAR-FORMULARIO
                MOVE NUMERO-LINEA TO LINEA-EDITADA
                MOVE 'CAMBIO DE UN REGISTRO DE CONTROL'
                    TO TITULO-FORMULARIO
                PERFORM EDITAR-REGISTRO
                IF REGISTRO-ACEPTADO = 'S'
                    MOVE TEXTO-REGISTRO TO LC-TEXTO (NUMERO-LINEA)
                    MOVE 'CAMBIO' TO ACCION-BITACORA
                    MOVE 0 TO LINEA-ORIGEN
                    PERFORM ANOTAR-OPERACION
                END-IF
            END-IF
        END-IF
    END-IF.

COPIAR-REGISTRO.
    *> La copia se edita en el formulario partiendo del registro original
    *> (activo o comentado) y queda justo detras de el; con la misma
    *> SERIE= que el original no pasaria la verificacion
    IF TOTAL-LINEAS > 299
        MOVE 'GRAFCTL ESTA LLENO (300 LINEAS)' TO MENSAJE
    ELSE
        IF TOTAL-CAMBIOS > 199
            MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO'
                TO MENSAJE
        ELSE
            MOVE 'LINEA A COPIAR (EN BLANCO CANCELA): ' TO PREGUNTA
            PERFORM PEDIR-NUMERO-LINEA
            IF ENTRADA-CANCELADA NOT = 'S'
                MOVE LC-TEXTO (NUMERO-LINEA) TO TEXTO-LINEA
                PERFORM CLASIFICAR-LINEA
                IF CLASE-LINEA NOT = 'A' AND CLASE-LINEA NOT = 'C'
                    MOVE 'ESA LINEA NO ES UN REGISTRO DE CONTROL'
                        TO MENSAJE
                ELSE
                    PERFORM CARGAR-FORMULARIO
                    MOVE 0 TO LINEA-EDITADA
                    MOVE 'COPIA DE UN REGISTRO DE CONTROL'
                        TO TITULO-FORMULARIO
                    PERFORM EDITAR-REGISTRO
                    IF REGISTRO-ACEPTADO = 'S'
                        COMPUTE POSICION-DESTINO = NUMERO-LINEA + 1
                        PERFORM INSERTAR-LINEA
                        MOVE 'COPIA' TO ACCION-BITACORA
                        MOVE NUMERO-LINEA TO LINEA-ORIGEN
                        MOVE POSICION-DESTINO TO NUMERO-LINEA
                        PERFORM ANOTAR-OPERACION
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

MOVER-LINEA.
    *> Cambia de sitio una linea cualquiera (registro, nota o blanco): el
    *> orden importa porque una compuesta suma graficas anteriores
    IF TOTAL-CAMBIOS > 199
        MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO' TO MENSAJE
    ELSE
        MOVE 'LINEA A MOVER (EN BLANCO CANCELA): ' TO PREGUNTA
        PERFORM PEDIR-NUMERO-LINEA
        IF ENTRADA-CANCELADA NOT = 'S'
            PERFORM PEDIR-POSICION
            IF POSICION-DESTINO = NUMERO-LINEA
                    OR POSICION-DESTINO = NUMERO-LINEA + 1
                MOVE 'LA LINEA YA ESTA EN ESA POSICION' TO MENSAJE
            ELSE
                MOVE LC-TEXTO (NUMERO-LINEA) TO LINEA-GUARDADA
                PERFORM QUITAR-LINEA
                IF POSICION-DESTINO > NUMERO-LINEA
                    SUBTRACT 1 FROM POSICION-DESTINO
                END-IF
                MOVE LINEA-GUARDADA TO TEXTO-REGISTRO
                PERFORM INSERTAR-LINEA
                MOVE LINEA-GUARDADA TO TEXTO-LINEA
                PERFORM CLASIFICAR-LINEA
                PERFORM SERIE-DE-LA-LINEA
                MOVE 'MOVIDO' TO ACCION-BITACORA
                MOVE NUMERO-LINEA TO LINEA-ORIGEN
                MOVE POSICION-DESTINO TO NUMERO-LINEA
                PERFORM ANOTAR-OPERACION
            END-IF
        END-IF
    END-IF.

COMENTAR-REGISTRO.
    *> Un registro activo pasa a comentado con un '*' delante, sin perder
    *> nada de su texto, para poder restaurarlo despues
    IF TOTAL-CAMBIOS > 199
        MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO' TO MENSAJE
    ELSE
        MOVE 'LINEA A COMENTAR (EN BLANCO CANCELA): ' TO PREGUNTA
        PERFORM PEDIR-NUMERO-LINEA
        IF ENTRADA-CANCELADA NOT = 'S'
            MOVE LC-TEXTO (NUMERO-LINEA) TO TEXTO-LINEA
            PERFORM CLASIFICAR-LINEA
            IF CLASE-LINEA NOT = 'A'
                MOVE 'ESA LINEA NO ES UN REGISTRO ACTIVO' TO MENSAJE
            ELSE
                IF TEXTO-LINEA (132:1) NOT = SPACE
                    MOVE 'EL REGISTRO OCUPA LAS 132 POSICIONES: NO CABE EL *'
                        TO MENSAJE
                ELSE
                    MOVE SPACES TO LC-TEXTO (NUMERO-LINEA)
                    STRING
                        '*'                DELIMITED BY SIZE
                        TEXTO-LINEA (1:131) DELIMITED BY SIZE
                        INTO LC-TEXTO (NUMERO-LINEA)
                    END-STRING
                    PERFORM SERIE-DE-LA-LINEA
                    MOVE 'COMENTADO' TO ACCION-BITACORA
                    MOVE 0 TO LINEA-ORIGEN
                    PERFORM ANOTAR-OPERACION
                END-IF
            END-IF
        END-IF
    END-IF.

RESTAURAR-REGISTRO.
    *> Un registro comentado vuelve a activo solo si pasa la verificacion
    *> tal como esta; si no, el operador puede corregirlo en el formulario
    IF TOTAL-CAMBIOS > 199
        MOVE 'DEMASIADOS CAMBIOS SIN GRABAR: GRABE PRIMERO' TO MENSAJE
    ELSE
        MOVE 'LINEA A RESTAURAR (EN BLANCO CANCELA): ' TO PREGUNTA
        PERFORM PEDIR-NUMERO-LINEA
        IF ENTRADA-CANCELADA NOT = 'S'
            MOVE LC-TEXTO (NUMERO-LINEA) TO TEXTO-LINEA
            PERFORM CLASIFICAR-LINEA
            EVALUATE CLASE-LINEA
                WHEN 'C'
                    PERFORM RESTAURAR-COMENTADO
                WHEN 'N'
                    MOVE 'ES UNA NOTA Y NO UN REGISTRO: NO SE RESTAURA'
                        TO MENSAJE
                WHEN OTHER
                    MOVE 'ESA LINEA NO ESTA COMENTADA' TO MENSAJE
            END-EVALUATE
        END-IF
    END-IF.

RESTAURAR-COMENTADO.
    MOVE NUMERO-LINEA TO LINEA-EDITADA.
    MOVE CUERPO-LINEA TO TEXTO-REGISTRO.
    MOVE 'N' TO REGISTRO-DESBORDADO.
    PERFORM VALIDAR-REGISTRO.
    IF TOTAL-DEFECTOS = 0
        MOVE 'S' TO REGISTRO-ACEPTADO
    ELSE
        MOVE 'N' TO REGISTRO-ACEPTADO
        PERFORM MOSTRAR-VALIDACION
        IF DECISION = 'C'
    *> La busqueda de SERIE= duplicadas recorre la tabla con el mismo
    *> clasificador: se vuelve a tomar el cuerpo de la linea restaurada
            MOVE LC-TEXTO (NUMERO-LINEA) TO TEXTO-LINEA
            PERFORM CLASIFICAR-LINEA
            PERFORM CARGAR-FORMULARIO
            MOVE 'RESTAURACION DE UN REGISTRO COMENTADO'
                TO TITULO-FORMULARIO
            PERFORM EDITAR-REGISTRO
        ELSE
            MOVE 'RESTAURACION CANCELADA, NADA CAMBIADO' TO MENSAJE
        END-IF
    END-IF.
    IF REGISTRO-ACEPTADO = 'S'
        MOVE TEXTO-REGISTRO TO LC-TEXTO (NUMERO-LINEA)
        MOVE 'RESTAURADO' TO ACCION-BITACORA
        MOVE 0 TO LINEA-ORIGEN
        PERFORM ANOTAR-OPERACION
    END-IF.

SERIE-DE-LA-LINEA.
    *> Serie para la bitacora de una linea ya clasificada; las notas y
    *> las lineas en blanco no tienen
    MOVE SPACES TO IDENTIFICADOR-SERIE.
    IF CLASE-LINEA = 'A' OR CLASE-LINEA = 'C'
        PERFORM EXTRAER-SERIE
        MOVE SERIE-LINEA TO IDENTIFICADOR-SERIE
    END-IF.

INSERTAR-LINEA.
    *> Corre hacia abajo la cola de la tabla y deja TEXTO-REGISTRO en la
    *> posicion de destino
    MOVE TOTAL-LINEAS TO INDICE-CORRIDO.
    PERFORM UNTIL INDICE-CORRIDO < POSICION-DESTINO
        COMPUTE INDICE-LINEA = INDICE-CORRIDO + 1
        MOVE LC-TEXTO (INDICE-CORRIDO) TO LC-TEXTO (INDICE-LINEA)
        SUBTRACT 1 FROM INDICE-CORRIDO
    END-PERFORM.
    MOVE TEXTO-REGISTRO TO LC-TEXTO (POSICION-DESTINO).
    ADD 1 TO TOTAL-LINEAS.

QUITAR-LINEA.
    *> Corre hacia arriba la cola de la tabla tapando la linea
    *> NUMERO-LINEA
    PERFORM VARYING INDICE-CORRIDO FROM NUMERO-LINEA BY 1
            UNTIL INDICE-CORRIDO NOT < TOTAL-LINEAS
        COMPUTE INDICE-LINEA = INDICE-CORRIDO + 1
        MOVE LC-TEXTO (INDICE-LINEA) TO LC-TEXTO (INDICE-CORRIDO)
    END-PERFORM.
    MOVE SPACES TO LC-TEXTO (TOTAL-LINEAS).
    SUBTRACT 1 FROM TOTAL-LINEAS.

CARGAR-FORMULARIO.
    *> Reparte el registro de CUERPO-LINEA en los campos del formulario
    *> con el mismo troceado que el graficado; una clave que el graficado
    *> no atiende no tiene campo y se descarta, avisando en el formulario
    MOVE SPACES TO VALORES-FORMULARIO CLAVES-DESCARTADAS.
    MOVE 1 TO PUNTERO-DESCARTADAS.
    MOVE SPACES TO LINEA-DE-COMANDO TITULO-GRAFICA.
    UNSTRING CUERPO-LINEA DELIMITED BY 'TITULO='
        INTO LINEA-DE-COMANDO TITULO-GRAFICA
    END-UNSTRING.
    MOVE 1 TO PUNTERO-COMANDO.
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
            PERFORM BUSCAR-CAMPO
            IF INDICE-HALLADO > 0
                MOVE VALOR-PARAMETRO TO VALOR-CAMPO (INDICE-HALLADO)
            ELSE
                STRING
                    FUNCTION TRIM (CLAVE-PARAMETRO) DELIMITED BY SIZE
                    ' '                             DELIMITED BY SIZE
                    INTO CLAVES-DESCARTADAS
                    WITH POINTER PUNTERO-DESCARTADAS
                END-STRING
            END-IF
        END-IF
    END-PERFORM.
    *> TITULO es el ultimo campo del formulario
    MOVE TITULO-GRAFICA TO VALOR-CAMPO (TOTAL-CAMPOS).

BUSCAR-CAMPO.
    *> Deja en INDICE-HALLADO el campo de la clave CLAVE-PARAMETRO, o cero
    MOVE 0 TO INDICE-HALLADO.
    PERFORM VARYING INDICE-CAMPO FROM 1 BY 1
            UNTIL INDICE-CAMPO > TOTAL-CAMPOS
            OR INDICE-HALLADO > 0
        IF DC-CLAVE (INDICE-CAMPO) = CLAVE-PARAMETRO
            MOVE INDICE-CAMPO TO INDICE-HALLADO
        END-IF
    END-PERFORM.

EDITAR-REGISTRO.
    *> Formulario, composicion y verificacion del registro entero, hasta
    *> que el operador lo acepta sin defectos, lo descarta o cancela
    MOVE 'N' TO REGISTRO-ACEPTADO.
    MOVE 'N' TO FIN-FORMULARIO.
    PERFORM UNTIL FIN-FORMULARIO = 'S'
        PERFORM PEDIR-FORMULARIO
        MOVE SPACES TO CLAVES-DESCARTADAS
        IF ENTRADA-CANCELADA = 'S'
            MOVE 'S' TO FIN-FORMULARIO
            MOVE 'EDICION CANCELADA, NADA CAMBIADO' TO MENSAJE
        ELSE
            PERFORM COMPONER-REGISTRO
            PERFORM VALIDAR-REGISTRO
            PERFORM MOSTRAR-VALIDACION
            EVALUATE DECISION
                WHEN 'A'
                    MOVE 'S' TO REGISTRO-ACEPTADO
                    MOVE 'S' TO FIN-FORMULARIO
                WHEN 'C'
                    CONTINUE
                WHEN OTHER
                    MOVE 'S' TO FIN-FORMULARIO
                    MOVE 'REGISTRO DESCARTADO, NADA CAMBIADO' TO MENSAJE
            END-EVALUATE
        END-IF
    END-PERFORM.

PEDIR-FORMULARIO.
    *> Pinta el formulario y pide los campos uno a uno; '/' en cualquier
    *> campo cancela la edicion entera
    PERFORM MOSTRAR-FORMULARIO.
    MOVE 'N' TO ENTRADA-CANCELADA.
    PERFORM VARYING INDICE-CAMPO FROM 1 BY 1
            UNTIL INDICE-CAMPO > TOTAL-CAMPOS
            OR ENTRADA-CANCELADA = 'S'
        PERFORM PEDIR-CAMPO
    END-PERFORM.

MOSTRAR-FORMULARIO.
    DISPLAY TITULO-FORMULARIO COLUMN 1 LINE 1 ERASE EOS.
    DISPLAY 'EN BLANCO CONSERVA EL VALOR, - QUITA LA CLAVE, / CANCELA'
        COLUMN 1 LINE 2.
    PERFORM VARYING INDICE-CAMPO FROM 1 BY 1
            UNTIL INDICE-CAMPO > TOTAL-CAMPOS
        PERFORM MOSTRAR-CAMPO
    END-PERFORM.
    IF CLAVES-DESCARTADAS NOT = SPACES
        DISPLAY 'SE DESCARTAN CLAVES DESCONOCIDAS: ' COLUMN 1 LINE 28
        DISPLAY CLAVES-DESCARTADAS COLUMN 35 LINE 28
    END-IF.

MOSTRAR-CAMPO.
    *> Una fila del formulario; un valor que no cabe entero acaba en '+'
    COMPUTE FILA-PANTALLA = INDICE-CAMPO + 2.
    MOVE DC-CLAVE (INDICE-CAMPO) TO DCM-CLAVE.
    MOVE VALOR-CAMPO (INDICE-CAMPO) TO DCM-VALOR.
    IF VALOR-CAMPO (INDICE-CAMPO) (41:) NOT = SPACES
        MOVE '+' TO DCM-VALOR (40:1)
    END-IF.
    MOVE DC-AYUDA (INDICE-CAMPO) TO DCM-AYUDA.
    DISPLAY DETALLE-CAMPO COLUMN 1 LINE FILA-PANTALLA.

PEDIR-CAMPO.
    *> Un campo: el valor nuevo se verifica al entrar y, si no pasa, se
    *> muestra el defecto y se vuelve a pedir
    MOVE 'N' TO CAMPO-CERRADO.
    MOVE SPACES TO PREGUNTA.
    STRING
        FUNCTION TRIM (DC-CLAVE (INDICE-CAMPO)) DELIMITED BY SIZE
        ': '                                    DELIMITED BY SIZE
        INTO PREGUNTA
    END-STRING.
    PERFORM UNTIL CAMPO-CERRADO = 'S'
        DISPLAY PREGUNTA COLUMN 1 LINE 29
        MOVE SPACES TO ENTRADA-TEXTO
        ACCEPT ENTRADA-TEXTO
        EVALUATE TRUE
            WHEN ENTRADA-TEXTO = SPACES
                MOVE 'S' TO CAMPO-CERRADO
            WHEN ENTRADA-TEXTO = '/'
                MOVE 'S' TO CAMPO-CERRADO
                MOVE 'S' TO ENTRADA-CANCELADA
            WHEN ENTRADA-TEXTO = '-'
                MOVE SPACES TO VALOR-CAMPO (INDICE-CAMPO)
                MOVE 'S' TO CAMPO-CERRADO
            WHEN OTHER
                MOVE VALOR-CAMPO (INDICE-CAMPO) TO VALOR-ANTERIOR
                MOVE FUNCTION TRIM (ENTRADA-TEXTO)
                    TO VALOR-CAMPO (INDICE-CAMPO)
                PERFORM VALIDAR-CAMPO
                IF TOTAL-DEFECTOS = 0
                    MOVE 'S' TO CAMPO-CERRADO
                ELSE
                    MOVE VALOR-ANTERIOR TO VALOR-CAMPO (INDICE-CAMPO)
                    MOVE SPACES TO TEXTO-AVISO
                    STRING
                        DEFECTO (1)     DELIMITED BY '  '
                        ', REINTENTE'   DELIMITED BY SIZE
                        INTO TEXTO-AVISO
                    END-STRING
                    DISPLAY TEXTO-AVISO (1:80) COLUMN 1 LINE 30
                END-IF
        END-EVALUATE
    END-PERFORM.
    IF ENTRADA-CANCELADA NOT = 'S'
        PERFORM MOSTRAR-CAMPO
        MOVE SPACES TO TEXTO-AVISO
        DISPLAY TEXTO-AVISO (1:80) COLUMN 1 LINE 30
    END-IF.

VALIDAR-CAMPO.
    *> Las reglas de VERIFICACION-DE-CONTROL que se pueden aplicar a un
    *> campo suelto, mas las de forma de la ficha CLAVE=VALOR: fuera del
    *> titulo el valor no lleva blancos ni '=' (la ficha se partiria en
    *> la noche) y no pasa del largo del campo
    MOVE 0 TO TOTAL-DEFECTOS.
    IF VALOR-CAMPO (INDICE-CAMPO) NOT = SPACES
        MOVE DC-CLAVE (INDICE-CAMPO) TO CLAVE-PARAMETRO
        IF DC-TIPO (INDICE-CAMPO) = 'T'
            MOVE VALOR-CAMPO (INDICE-CAMPO) TO TITULO-GRAFICA
            PERFORM VERIFICAR-TITULO
        ELSE
            PERFORM VERIFICAR-FORMA-VALOR
            IF TOTAL-DEFECTOS = 0
                MOVE VALOR-CAMPO (INDICE-CAMPO) TO VALOR-PARAMETRO
                EVALUATE DC-TIPO (INDICE-CAMPO)
                    WHEN 'N'
                        PERFORM VERIFICAR-VALOR-NUMERICO
                    WHEN 'S'
                        MOVE VALOR-PARAMETRO (1:8) TO IDENTIFICADOR-SERIE
                        PERFORM VERIFICAR-SERIE-CATALOGADA
                    WHEN 'C'
                        PERFORM ANALIZAR-COMPONENTES
                        PERFORM SERIE-DEL-FORMULARIO
                        PERFORM VERIFICAR-COMPONENTES
                END-EVALUATE
            END-IF
        END-IF
    END-IF.

VERIFICAR-FORMA-VALOR.
    MOVE SPACES TO FICHA-VALOR.
    MOVE 0 TO LARGO-VALOR.
    UNSTRING VALOR-CAMPO (INDICE-CAMPO) DELIMITED BY SPACE
        INTO FICHA-VALOR COUNT IN LARGO-VALOR
    END-UNSTRING.
    MOVE 0 TO IGUALES-EN-FICHA.
    INSPECT FICHA-VALOR TALLYING IGUALES-EN-FICHA FOR ALL '='.
    MOVE SPACES TO TEXTO-AVISO.
    IF FICHA-VALOR NOT = VALOR-CAMPO (INDICE-CAMPO)
        STRING
            'EL VALOR DE '                  DELIMITED BY SIZE
            FUNCTION TRIM (CLAVE-PARAMETRO) DELIMITED BY SIZE
            ' NO PUEDE LLEVAR BLANCOS'      DELIMITED BY SIZE
            INTO TEXTO-AVISO
        END-STRING
        PERFORM ANOTAR-DEFECTO
    ELSE
        IF IGUALES-EN-FICHA > 0
            STRING
                'EL VALOR DE '                  DELIMITED BY SIZE
                FUNCTION TRIM (CLAVE-PARAMETRO) DELIMITED BY SIZE
                ' NO PUEDE LLEVAR ='            DELIMITED BY SIZE
                INTO TEXTO-AVISO
            END-STRING
            PERFORM ANOTAR-DEFECTO
        ELSE
            IF LARGO-VALOR > DC-LARGO (INDICE-CAMPO)
                MOVE DC-LARGO (INDICE-CAMPO) TO MSJ-NUMERO
                STRING
                    FUNCTION TRIM (CLAVE-PARAMETRO) DELIMITED BY SIZE
                    ' ADMITE COMO MUCHO '           DELIMITED BY SIZE
                    FUNCTION TRIM (MSJ-NUMERO)      DELIMITED BY SIZE
                    ' POSICIONES'                   DELIMITED BY SIZE
                    INTO TEXTO-AVISO
                END-STRING
                PERFORM ANOTAR-DEFECTO
            END-IF
        END-IF
    END-IF.

SERIE-DEL-FORMULARIO.
    *> Serie de la grafica segun el formulario: la de SERIE= o la
    *> SERIE01 por defecto del graficado (SERIE es el primer campo)
    IF VALOR-CAMPO (1) = SPACES
        MOVE 'SERIE01' TO IDENTIFICADOR-SERIE
    ELSE
        MOVE VALOR-CAMPO (1) (1:8) TO IDENTIFICADOR-SERIE
    END-IF.

COMPONER-REGISTRO.
    *> Registro CLAVE=VALOR con un blanco entre fichas, en el orden del
    *> formulario y por tanto con TITULO= al final
    MOVE SPACES TO TEXTO-REGISTRO.
    MOVE 'N' TO REGISTRO-DESBORDADO.
    MOVE 1 TO PUNTERO-REGISTRO.
    PERFORM VARYING INDICE-CAMPO FROM 1 BY 1
            UNTIL INDICE-CAMPO > TOTAL-CAMPOS
        IF VALOR-CAMPO (INDICE-CAMPO) NOT = SPACES
            IF PUNTERO-REGISTRO > 1
                STRING ' ' DELIMITED BY SIZE
                    INTO TEXTO-REGISTRO
                    WITH POINTER PUNTERO-REGISTRO
                    ON OVERFLOW
                        MOVE 'S' TO REGISTRO-DESBORDADO
                END-STRING
            END-IF
            STRING
                FUNCTION TRIM (DC-CLAVE (INDICE-CAMPO))
                    DELIMITED BY SIZE
                '='                DELIMITED BY SIZE
                FUNCTION TRIM (VALOR-CAMPO (INDICE-CAMPO) TRAILING)
                    DELIMITED BY SIZE
                INTO TEXTO-REGISTRO
                WITH POINTER PUNTERO-REGISTRO
                ON OVERFLOW
                    MOVE 'S' TO REGISTRO-DESBORDADO
            END-STRING
        END-IF
    END-PERFORM.

MOSTRAR-VALIDACION.
    *> Ensena el registro resultante y sus defectos y deja en DECISION lo
    *> que elige el operador: 'A' aceptar (solo sin defectos), 'C'
    *> corregir en el formulario o 'D' descartar
    DISPLAY 'VERIFICACION DEL REGISTRO' COLUMN 1 LINE 1 ERASE EOS.
    DISPLAY 'REGISTRO RESULTANTE:' COLUMN 1 LINE 3.
    DISPLAY TEXTO-REGISTRO (1:80) COLUMN 1 LINE 4.
    DISPLAY TEXTO-REGISTRO (81:52) COLUMN 1 LINE 5.
    MOVE SPACES TO RESPUESTA.
    IF TOTAL-DEFECTOS = 0
        DISPLAY 'SIN DEFECTOS' COLUMN 1 LINE 7
        DISPLAY 'S=ACEPTAR C=CORREGIR OTRA=DESCARTAR: ' COLUMN 1 LINE 9
        ACCEPT RESPUESTA
        EVALUATE RESPUESTA
            WHEN 'S'
                MOVE 'A' TO DECISION
            WHEN 'C'
                MOVE 'C' TO DECISION
            WHEN OTHER
                MOVE 'D' TO DECISION
        END-EVALUATE
    ELSE
        DISPLAY 'DEFECTOS:' COLUMN 1 LINE 7
        MOVE 8 TO FILA-PANTALLA
        PERFORM VARYING INDICE-DEFECTO FROM 1 BY 1
                UNTIL INDICE-DEFECTO > TOTAL-DEFECTOS
                OR INDICE-DEFECTO > 12
            DISPLAY DEFECTO (INDICE-DEFECTO) COLUMN 1 LINE FILA-PANTALLA
            ADD 1 TO FILA-PANTALLA
        END-PERFORM
        IF TOTAL-DEFECTOS > 12
            DISPLAY '(HAY MAS DEFECTOS)' COLUMN 1 LINE FILA-PANTALLA
        END-IF
        DISPLAY 'C=CORREGIR EN EL FORMULARIO OTRA=DESCARTAR: '
            COLUMN 1 LINE 22
        ACCEPT RESPUESTA
        IF RESPUESTA = 'C'
            MOVE 'C' TO DECISION
        ELSE
            MOVE 'D' TO DECISION
        END-IF
    END-IF.

VALIDAR-REGISTRO.
    *> El registro entero pasa por las reglas de VERIFICACION-DE-CONTROL
    *> (VERIFICAR-REGISTRO y los parrafos que siguen son los suyos), con
    *> las SERIE= duplicadas buscadas en las demas lineas de la tabla
    MOVE 0 TO TOTAL-DEFECTOS.
    IF REGISTRO-DESBORDADO = 'S'
        MOVE 'EL REGISTRO NO CABE EN LAS 132 POSICIONES DE GRAFCTL'
            TO TEXTO-AVISO
        PERFORM ANOTAR-DEFECTO
    ELSE
        IF TEXTO-REGISTRO = SPACES
            MOVE 'REGISTRO VACIO: DE AL MENOS UNA CLAVE' TO TEXTO-AVISO
            PERFORM ANOTAR-DEFECTO
        ELSE
            PERFORM VERIFICAR-REGISTRO
        END-IF
    END-IF.

VERIFICAR-REGISTRO.
    *> Un registro de control: valores por defecto, troceado de claves y
    *> luego las comprobaciones de ficheros y del maestro historico
    MOVE 'F' TO FUENTE-DATOS.
    MOVE 'N' TO USAR-PREVISION.
    MOVE 'N' TO USAR-LIMITES.
    MOVE 'DATREAL' TO NOMBRE-DATOS-REAL.
    MOVE 'DATPREV' TO NOMBRE-DATOS-PREVISION.
    MOVE 'LIMITES' TO NOMBRE-LIMITES.
    MOVE 'N' TO LIMITES-EXPLICITOS.
    MOVE 'SERIE01' TO IDENTIFICADOR-SERIE.
    MOVE 0 TO FECHA-COMPARACION.
    MOVE 'N' TO SERIE-EXPLICITA.
    MOVE 0 TO TOTAL-COMPONENTES.
    MOVE SPACES TO LINEA-DE-COMANDO TITULO-GRAFICA.
    UNSTRING TEXTO-REGISTRO DELIMITED BY 'TITULO='
        INTO LINEA-DE-COMANDO TITULO-GRAFICA
    END-UNSTRING.
    PERFORM ANALIZAR-CLAVES-REGISTRO.
    PERFORM VERIFICAR-TITULO.
    PERFORM VERIFICAR-SERIE-DUPLICADA.
    PERFORM VERIFICAR-SERIE-CATALOGADA.
    IF TOTAL-COMPONENTES > 0
        PERFORM VERIFICAR-COMPONENTES
    END-IF.
    PERFORM VERIFICAR-FICHEROS.
    IF FECHA-COMPARACION NOT = 0
        PERFORM VERIFICAR-COMPARACION
    END-IF.

ANALIZAR-CLAVES-REGISTRO.
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
                PERFORM CLASIFICAR-CLAVE
            END-IF
        END-PERFORM
    END-IF.

CLASIFICAR-CLAVE.
    EVALUATE CLAVE-PARAMETRO
        WHEN 'FUENTE'
            MOVE VALOR-PARAMETRO (1:1) TO FUENTE-DATOS
        WHEN 'FUNCION'
            CONTINUE
        WHEN 'PREVISION'
            MOVE VALOR-PARAMETRO (1:1) TO USAR-PREVISION
        WHEN 'VERSION'
            PERFORM VERIFICAR-VALOR-NUMERICO
            MOVE 'V' TO USAR-PREVISION
        WHEN 'COLUMNAS'
            PERFORM VERIFICAR-VALOR-NUMERICO
        WHEN 'FILAS'
            PERFORM VERIFICAR-VALOR-NUMERICO
        WHEN 'DESTINO'
            CONTINUE
        WHEN 'AGRUPAR'
            CONTINUE
        WHEN 'TOLERANCIA'
            PERFORM VERIFICAR-VALOR-NUMERICO
        WHEN 'DATREAL'
            MOVE VALOR-PARAMETRO TO NOMBRE-DATOS-REAL
        WHEN 'DATPREV'
            MOVE VALOR-PARAMETRO TO NOMBRE-DATOS-PREVISION
        WHEN 'LIMITES'
            MOVE VALOR-PARAMETRO (1:1) TO USAR-LIMITES
        WHEN 'DATLIM'
            MOVE VALOR-PARAMETRO TO NOMBRE-LIMITES
            MOVE 'S' TO LIMITES-EXPLICITOS
        WHEN 'FORMATOX'
            CONTINUE
        WHEN 'HISTORIA'
            CONTINUE
        WHEN 'SERIE'
            MOVE VALOR-PARAMETRO (1:8) TO IDENTIFICADOR-SERIE
            MOVE 'S' TO SERIE-EXPLICITA
        WHEN 'DESTINATARIO'
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
                    FUNCTION NUMVAL (VALOR-PARAMETRO)
                ON SIZE ERROR
                    MOVE 0 TO FECHA-COMPARACION
            END-COMPUTE
        WHEN OTHER
            MOVE SPACES TO TEXTO-AVISO
            STRING
                'CLAVE DESCONOCIDA: ' DELIMITED BY SIZE
                CLAVE-PARAMETRO       DELIMITED BY SIZE
                INTO TEXTO-AVISO
            END-STRING
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
    IF FUNCTION TEST-NUMVAL (VALOR-PARAMETRO) NOT = 0
        MOVE SPACES TO TEXTO-AVISO
        STRING
            'VALOR NO NUMERICO EN ' DELIMITED BY SIZE
            CLAVE-PARAMETRO         DELIMITED BY SIZE
            INTO TEXTO-AVISO
        END-STRING
        PERFORM ANOTAR-DEFECTO
    END-IF.

VERIFICAR-TITULO.
    *> Todo lo que sigue a TITULO= es el titulo: si dentro aparece otra
    *> CLAVE= de las que atiende el graficado, esa clave se perderia
    *> tragada por el titulo en la noche. Solo cuentan las claves
    *> reconocidas: un '=' suelto en el texto del titulo es legitimo
    IF TITULO-GRAFICA NOT = SPACES
        MOVE 'N' TO CLAVE-EN-TITULO
        MOVE 1 TO PUNTERO-COMANDO
        PERFORM UNTIL PUNTERO-COMANDO > LENGTH OF TITULO-GRAFICA
                OR CLAVE-EN-TITULO = 'S'
            MOVE SPACES TO TOKEN-PARAMETRO
            UNSTRING TITULO-GRAFICA DELIMITED BY ALL SPACES
                INTO TOKEN-PARAMETRO
                WITH POINTER PUNTERO-COMANDO
            END-UNSTRING
            IF TOKEN-PARAMETRO NOT = SPACES
                MOVE 0 TO IGUALES-EN-FICHA
                INSPECT TOKEN-PARAMETRO TALLYING IGUALES-EN-FICHA
                    FOR ALL '='
                IF IGUALES-EN-FICHA > 0
                    MOVE SPACES TO CLAVE-EXAMINADA
                    UNSTRING TOKEN-PARAMETRO DELIMITED BY '='
                        INTO CLAVE-EXAMINADA
                    END-UNSTRING
                    IF CLAVE-RECONOCIDA
                        MOVE 'S' TO CLAVE-EN-TITULO
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF CLAVE-EN-TITULO = 'S'
            MOVE SPACES TO TEXTO-AVISO
            STRING
                'TITULO= NO ES LA ULTIMA CLAVE: EL TITULO SE '
                    DELIMITED BY SIZE
                'TRAGARIA ' DELIMITED BY SIZE
                FUNCTION TRIM (CLAVE-EXAMINADA) DELIMITED BY SIZE
                '='         DELIMITED BY SIZE
                INTO TEXTO-AVISO
            END-STRING
            PERFORM ANOTAR-DEFECTO
        END-IF
    END-IF.

VERIFICAR-SERIE-DUPLICADA.
    *> Dos registros con la misma SERIE= pisarian la misma clave del
    *> maestro historico y del de incidencias; solo cuentan las series
    *> dadas explicitamente en los demas registros activos de GRAFCTL
    IF SERIE-EXPLICITA = 'S'
        PERFORM VARYING INDICE-LINEA FROM 1 BY 1
                UNTIL INDICE-LINEA > TOTAL-LINEAS
            IF INDICE-LINEA NOT = LINEA-EDITADA
                MOVE LC-TEXTO (INDICE-LINEA) TO TEXTO-LINEA
                PERFORM CLASIFICAR-LINEA
                IF CLASE-LINEA = 'A'
                    PERFORM EXTRAER-SERIE
                    IF SERIE-LINEA-EXPLICITA = 'S'
                            AND SERIE-LINEA = IDENTIFICADOR-SERIE
                        MOVE INDICE-LINEA TO MSJ-NUMERO
                        MOVE SPACES TO TEXTO-AVISO
                        STRING
                            'SERIE= DUPLICADA EN EL CONTROL: '
                                DELIMITED BY SIZE
                            IDENTIFICADOR-SERIE DELIMITED BY SIZE
                            ' (LINEA '          DELIMITED BY SIZE
                            FUNCTION TRIM (MSJ-NUMERO) DELIMITED BY SIZE
                            ')'                 DELIMITED BY SIZE
                            INTO TEXTO-AVISO
                        END-STRING
                        PERFORM ANOTAR-DEFECTO
                    END-IF
                END-IF
            END-IF
        END-PERFORM
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
    IF USAR-PREVISION = 'S' AND FECHA-COMPARACION = 0
        MOVE NOMBRE-DATOS-PREVISION TO NOMBRE-PROBADO
        PERFORM PROBAR-FICHERO
    END-IF.
    IF USAR-LIMITES = 'S'
        MOVE NOMBRE-LIMITES TO NOMBRE-PROBADO
        PERFORM PROBAR-FICHERO
    END-IF.

PROBAR-FICHERO.
    OPEN INPUT ARCH-PROBADO.
    IF FS-PROBADO = '00'
        CLOSE ARCH-PROBADO
    ELSE
        MOVE SPACES TO TEXTO-AVISO
        STRING
            'NO SE PUDO ABRIR '             DELIMITED BY SIZE
            FUNCTION TRIM (NOMBRE-PROBADO)  DELIMITED BY SIZE
            ', FILE STATUS '                DELIMITED BY SIZE
            FS-PROBADO                      DELIMITED BY SIZE
            INTO TEXTO-AVISO
        END-STRING
        PERFORM ANOTAR-DEFECTO
    END-IF.

VERIFICAR-COMPARACION.
    *> La fecha de COMPARAR= debe tener puntos guardados de la serie en
    *> el maestro historico: se posiciona el recorrido en (fecha, serie)
    *> y basta con que el primer punto leido siga bajo esa clave
    MOVE 'B' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    IF HIS-ESTADO NOT = '00'
        MOVE SPACES TO TEXTO-AVISO
        STRING
            'COMPARAR= PERO NO SE PUDO ABRIR HISTORIA, FILE STATUS '
                DELIMITED BY SIZE
            HIS-ESTADO DELIMITED BY SIZE
            INTO TEXTO-AVISO
        END-STRING
        PERFORM ANOTAR-DEFECTO
    ELSE
        MOVE 'N' TO HALLADO-HISTORIA
        MOVE 'P' TO HIS-OPERACION
        MOVE FECHA-COMPARACION   TO HIS-FECHA
        MOVE IDENTIFICADOR-SERIE TO HIS-SERIE
        MOVE 0 TO HIS-COLUMNA
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        IF HIS-ESTADO = '00'
            MOVE 'S' TO HIS-OPERACION
            CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
            IF HIS-ESTADO = '00'
                    AND HIS-FECHA = FECHA-COMPARACION
                    AND HIS-SERIE = IDENTIFICADOR-SERIE
                MOVE 'S' TO HALLADO-HISTORIA
            END-IF
        END-IF
        MOVE 'C' TO HIS-OPERACION
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        IF HALLADO-HISTORIA = 'N'
            MOVE SPACES TO TEXTO-AVISO
            MOVE FECHA-COMPARACION TO HIS-FECHA
            STRING
                'COMPARAR= SIN PUNTOS EN HISTORIA PARA LA SERIE '
                    DELIMITED BY SIZE
                IDENTIFICADOR-SERIE DELIMITED BY SIZE
                ' EN LA FECHA '     DELIMITED BY SIZE
                HIS-FECHA           DELIMITED BY SIZE
                INTO TEXTO-AVISO
            END-STRING
            PERFORM ANOTAR-DEFECTO
        END-IF
    END-IF.

ANOTAR-DEFECTO.
    ADD 1 TO TOTAL-DEFECTOS.
    IF TOTAL-DEFECTOS NOT > 12
        MOVE TEXTO-AVISO TO DEFECTO (TOTAL-DEFECTOS)
    END-IF.

ANOTAR-OPERACION.
    *> Anotacion de un cambio para la bitacora: que se hizo, en que linea
    *> queda (y de cual venia en una copia o un movimiento) y la serie
    MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
    MOVE NUMERO-LINEA TO BIT-LINEA.
    ADD 1 TO TOTAL-CAMBIOS.
    MOVE SPACES TO LINEA-CAMBIO (TOTAL-CAMBIOS).
    MOVE 1 TO PUNTERO-BITACORA.
    STRING
        FECHA-HORA              DELIMITED BY SIZE
        ' MANT-CTL USUARIO='    DELIMITED BY SIZE
        USUARIO                 DELIMITED BY SIZE
        ' '                     DELIMITED BY SIZE
        FUNCTION TRIM (ACCION-BITACORA) DELIMITED BY SIZE
        ' LINEA='               DELIMITED BY SIZE
        BIT-LINEA               DELIMITED BY SIZE
        INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
        WITH POINTER PUNTERO-BITACORA
    END-STRING.
    IF LINEA-ORIGEN > 0
        MOVE LINEA-ORIGEN TO BIT-ORIGEN
        STRING
            ' DESDE='           DELIMITED BY SIZE
            BIT-ORIGEN          DELIMITED BY SIZE
            INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
            WITH POINTER PUNTERO-BITACORA
        END-STRING
    END-IF.
    IF IDENTIFICADOR-SERIE NOT = SPACES
        STRING
            ' SERIE='           DELIMITED BY SIZE
            IDENTIFICADOR-SERIE DELIMITED BY SIZE
            INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
            WITH POINTER PUNTERO-BITACORA
        END-STRING
    END-IF.
    MOVE SPACES TO MENSAJE.
    STRING
        FUNCTION TRIM (ACCION-BITACORA) DELIMITED BY SIZE
        ' EN LA LINEA '                 DELIMITED BY SIZE
        FUNCTION TRIM (BIT-LINEA)       DELIMITED BY SIZE
        INTO MENSAJE
    END-STRING.

GRABAR-CONTROL.
    *> Solo al grabar se toca GRAFCTL: primero se comprueba que nadie lo
    *> cambio durante la sesion, luego el GRAFCTL anterior queda como
    *> generacion de respaldo, se reescribe y se vuelcan a la bitacora
    *> las anotaciones de la sesion
    IF TOTAL-CAMBIOS = 0
        MOVE 'S' TO FIN-SESION
    ELSE
        PERFORM COMPROBAR-CONTROL-INTACTO
        IF CONTROL-INTACTO NOT = 'S'
            MOVE 'GRAFCTL CAMBIADO FUERA DE LA SESION: NO SE GRABA'
                TO MENSAJE
        ELSE
            MOVE FUNCTION CURRENT-DATE TO FECHA-HORA
            IF CONTROL-EXISTIA = 'S'
                PERFORM GUARDAR-RESPALDO
            END-IF
            PERFORM REESCRIBIR-CONTROL
            PERFORM VOLCAR-BITACORA
            MOVE 'S' TO FIN-SESION
        END-IF
    END-IF.

COMPROBAR-CONTROL-INTACTO.
    *> GRAFCTL debe seguir linea a linea como se cargo (o seguir sin
    *> existir); si no, grabar pisaria una edicion hecha por otro lado
    MOVE 'S' TO CONTROL-INTACTO.
    OPEN INPUT ARCH-CONTROL.
    IF FS-CONTROL = '35'
        IF CONTROL-EXISTIA = 'S'
            MOVE 'N' TO CONTROL-INTACTO
        END-IF
    ELSE
        IF FS-CONTROL NOT = '00'
            DISPLAY 'ERROR: no se pudo abrir GRAFCTL, FILE STATUS '
                FS-CONTROL
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF CONTROL-EXISTIA = 'N'
            MOVE 'N' TO CONTROL-INTACTO
        END-IF
        MOVE 0 TO LINEAS-LEIDAS
        MOVE 'N' TO FIN-CONTROL
        PERFORM UNTIL FIN-CONTROL = 'S'
            READ ARCH-CONTROL
                AT END
                    MOVE 'S' TO FIN-CONTROL
                NOT AT END
                    ADD 1 TO LINEAS-LEIDAS
                    IF LINEAS-LEIDAS > TOTAL-CARGADAS
                        MOVE 'N' TO CONTROL-INTACTO
                    ELSE
                        IF REG-CONTROL
                                NOT = LINEA-CARGADA (LINEAS-LEIDAS)
                            MOVE 'N' TO CONTROL-INTACTO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCH-CONTROL
        IF LINEAS-LEIDAS NOT = TOTAL-CARGADAS
            MOVE 'N' TO CONTROL-INTACTO
        END-IF
    END-IF.

GUARDAR-RESPALDO.
    *> El GRAFCTL anterior (el cargado, que ya se sabe igual al fichero)
    *> queda como generacion GRAFCTL.AAAAMMDDHHMMSS
    MOVE SPACES TO NOMBRE-RESPALDO.
    STRING
        'GRAFCTL.'          DELIMITED BY SIZE
        FECHA-HORA (1:14)   DELIMITED BY SIZE
        INTO NOMBRE-RESPALDO
    END-STRING.
    OPEN OUTPUT ARCH-RESPALDO.
    IF FS-RESPALDO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir ' NOMBRE-RESPALDO
            ', FILE STATUS ' FS-RESPALDO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING INDICE-LINEA FROM 1 BY 1
            UNTIL INDICE-LINEA > TOTAL-CARGADAS
        WRITE REG-RESPALDO FROM LINEA-CARGADA (INDICE-LINEA)
    END-PERFORM.
    CLOSE ARCH-RESPALDO.

REESCRIBIR-CONTROL.
    OPEN OUTPUT ARCH-CONTROL.
    IF FS-CONTROL NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir GRAFCTL, FILE STATUS '
            FS-CONTROL
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING INDICE-LINEA FROM 1 BY 1
            UNTIL INDICE-LINEA > TOTAL-LINEAS
        WRITE REG-CONTROL FROM LC-TEXTO (INDICE-LINEA)
    END-PERFORM.
    CLOSE ARCH-CONTROL.

VOLCAR-BITACORA.
    *> Las anotaciones de la sesion y una ultima con el respaldo guardado
    OPEN EXTEND ARCH-BITACORA.
    IF FS-BITACORA = '35'
        OPEN OUTPUT ARCH-BITACORA
    END-IF.
    IF FS-BITACORA NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir GRAFICA.LOG, FILE STATUS '
            FS-BITACORA
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING INDICE-LINEA FROM 1 BY 1
            UNTIL INDICE-LINEA > TOTAL-CAMBIOS
        WRITE REG-BITACORA FROM LINEA-CAMBIO (INDICE-LINEA)
    END-PERFORM.
    MOVE TOTAL-LINEAS TO BIT-LINEAS.
    IF NOMBRE-RESPALDO = SPACES
        MOVE 'NINGUNO' TO NOMBRE-RESPALDO
    END-IF.
    MOVE SPACES TO REG-BITACORA.
    STRING
        FECHA-HORA              DELIMITED BY SIZE
        ' MANT-CTL USUARIO='    DELIMITED BY SIZE
        USUARIO                 DELIMITED BY SIZE
        ' GRABADO GRAFCTL LINEAS=' DELIMITED BY SIZE
        BIT-LINEAS              DELIMITED BY SIZE
        ' RESPALDO='            DELIMITED BY SIZE
        FUNCTION TRIM (NOMBRE-RESPALDO) DELIMITED BY SIZE
        INTO REG-BITACORA
    END-STRING.
    WRITE REG-BITACORA.
    CLOSE ARCH-BITACORA.

END PROGRAM MANTENIMIENTO-DE-CONTROL.
