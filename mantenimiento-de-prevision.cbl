IDENTIFICATION DIVISION.
PROGRAM-ID. MANTENIMIENTO-DE-PREVISION.

*> Pantalla de mantenimiento de la prevision, que hasta ahora se
*> corregia editando a mano registros de formato fijo (un digito corrido
*> desplaza todos los campos siguientes). Se elige la serie y la fecha
*> objetivo y se trabaja sobre su ultima version del maestro PREVISIO:
*> lista los puntos, permite altas, cambios y bajas con validacion
*> numerica campo a campo, conserva el orden ascendente de X y deja en
*> la bitacora GRAFICA.LOG quien cambio que. Los cambios solo se graban
*> al salir con la opcion G de grabar, y cada grabacion es una version
*> nueva con el usuario y la hora: la anterior no se pierde. Pasado el
*> corte de la fecha (ver prevision-peticion.cpy) la prevision esta
*> congelada: se puede grabar, previa confirmacion, pero la version
*> queda como revision tardia y no sustituye a la de referencia que
*> superpone el graficado. Una fecha sin ninguna version parte de la
*> tabla vacia. La serie ha de estar en el catalogo y activa

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

COPY "prevision-peticion.cpy".
COPY "catalogo-peticion.cpy".

*>  Tabla de puntos de la prevision en memoria; se trabaja aqui y solo se
*>  graba como version nueva al salir grabando, en orden ascendente de X.
*>  El X admite la fecha-hora AAAAMMDDHHMM de las previsiones generadas
*>  con FORMATOX=T
01 PUNTOS-PREVISION.
    05 TOTAL-PUNTOS     PIC 9(5) COMP-3 VALUE 0.
    05 PUNTO-PREVISION OCCURS 3000 TIMES.
        10 PV-X         PIC S9(12)V9(2).
        10 PV-Y         PIC S9(7)V9(2).

*>  Serie y fecha objetivo de la sesion y version de la que se partio
01 VERSION-CAMPOS.
    05 SERIE-PREVISION  PIC X(8) VALUE SPACES.
    05 FECHA-OBJETIVO   PIC 9(8) VALUE 0.
    05 DIAS-ENTEROS     PIC 9(7) COMP-3.
    05 VERSION-CARGADA  PIC 9(4) VALUE 0.
    05 USUARIO-VERSION  PIC X(8) VALUE SPACES.
    05 FECHA-HORA-VERSION PIC X(14) VALUE SPACES.
    05 CORTE-PASADO     PIC X VALUE 'N'.
    05 CONFIRMACION     PIC X.
*>  'S' cuando la version quedo reservada y completa en PREVISIO
    05 VERSION-GRABADA  PIC X VALUE 'N'.
*>  'N' si la instalacion no tiene catalogo: la serie no se coteja
    05 HAY-CATALOGO     PIC X VALUE 'S'.

*>  Anotaciones pendientes para la bitacora, una por alta/cambio/baja; se
*>  vuelcan a GRAFICA.LOG solo al grabar, para no registrar cambios que el
*>  operador descarto al salir sin grabar
    05 FECHA-HORA       PIC X(21).

01 ENTRADA-CAMPOS.
    05 ENTRADA-TEXTO    PIC X(16).
    05 VALOR-X-ENTRADA  PIC S9(12)V9(2) COMP-3.
    05 VALOR-Y-ENTRADA  PIC S9(7)V9(2) COMP-3.
    05 INDICE-PUNTO     PIC 9(5) COMP-3.
    05 INDICE-HALLADO   PIC 9(5) COMP-3.
    05 INDICE-CORRIDO   PIC 9(5) COMP-3.
    05 HALLADO          PIC X.

01 PAGINACION.
    05 PRIMERA-LINEA-PAGINA PIC 9(5) COMP-3 VALUE 1.
    05 LINEAS-POR-PAGINA    PIC 99 COMP-3 VALUE 15.
01 DETALLE-PUNTO.
    05 DET-INDICE       PIC ZZZZ9.
    05 FILLER           PIC X(4) VALUE '  X='.
    05 DET-X            PIC -(12)9.99.
    05 FILLER           PIC X(4) VALUE '  Y='.
    05 DET-Y            PIC -(7)9.99.

*>  Linea 2 de la pantalla: de que version se parte y si la fecha ya
*>  esta congelada
01 CABECERA-VERSION.
    05 FILLER           PIC X(6) VALUE 'SERIE='.
    05 CV-SERIE         PIC X(8).
    05 FILLER           PIC X(7) VALUE ' FECHA='.
    05 CV-FECHA         PIC 9(8).
    05 FILLER           PIC X VALUE SPACE.
    05 CV-VERSION       PIC X(50).

01 BITACORA-RUBRICAS.
    05 BIT-X            PIC -(12)9.99.
    05 BIT-Y            PIC -(7)9.99.
    05 BIT-Y-ANTERIOR   PIC -(7)9.99.
    05 BIT-VERSION      PIC 9(4).
    05 BIT-PUNTOS       PIC ZZZZ9.

PROCEDURE DIVISION.
    PERFORM IDENTIFICAR-USUARIO.
    PERFORM ELEGIR-SERIE-Y-FECHA.
    PERFORM CARGAR-PREVISION.
    PERFORM ATENDER-MENU UNTIL FIN-SESION EQUALS 'S'.
STOP RUN.
        ACCEPT USUARIO
    END-PERFORM.

ELEGIR-SERIE-Y-FECHA.
    *> Cada version es de una serie y una fecha objetivo; sin fecha se
    *> trabaja la de mañana, la que aun no ha llegado a su corte. Una
    *> serie que no esta en el catalogo, o esta retirada, no se acepta:
    *> una errata abriria versiones de una serie que nadie grafica
    PERFORM ABRIR-CATALOGO.
    PERFORM UNTIL SERIE-PREVISION NOT = SPACES
        DISPLAY 'SERIE DE LA PREVISION: ' COLUMN 1 LINE 5
        ACCEPT SERIE-PREVISION
        IF SERIE-PREVISION NOT = SPACES AND HAY-CATALOGO = 'S'
            PERFORM VERIFICAR-SERIE-CATALOGADA
        END-IF
    END-PERFORM.
    IF HAY-CATALOGO = 'S'
        MOVE 'C' TO CAT-OPERACION
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
    END-IF.
    PERFORM UNTIL FECHA-OBJETIVO NOT = 0
        DISPLAY 'FECHA OBJETIVO AAAAMMDD (EN BLANCO, MAÑANA): '
            COLUMN 1 LINE 7
        MOVE SPACES TO ENTRADA-TEXTO
        ACCEPT ENTRADA-TEXTO
        IF ENTRADA-TEXTO = SPACES
            COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8))) + 1
            COMPUTE FECHA-OBJETIVO =
                FUNCTION DATE-OF-INTEGER (DIAS-ENTEROS)
        ELSE
            IF FUNCTION TEST-NUMVAL (ENTRADA-TEXTO) = 0
                COMPUTE FECHA-OBJETIVO = FUNCTION NUMVAL (ENTRADA-TEXTO)
                    ON SIZE ERROR
                        MOVE 0 TO FECHA-OBJETIVO
                END-COMPUTE
            END-IF
            IF FECHA-OBJETIVO NOT = 0
                COMPUTE DIAS-ENTEROS =
                    FUNCTION INTEGER-OF-DATE (FECHA-OBJETIVO)
                IF DIAS-ENTEROS = 0
                    MOVE 0 TO FECHA-OBJETIVO
                END-IF
            END-IF
            IF FECHA-OBJETIVO = 0
                DISPLAY 'FECHA NO VALIDA, REINTENTE      '
                    COLUMN 1 LINE 8
            END-IF
        END-IF
    END-PERFORM.

ABRIR-CATALOGO.
    *> Sin catalogo en la instalacion la serie no se coteja
    MOVE 'B' TO CAT-OPERACION.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO = '35'
        MOVE 'N' TO HAY-CATALOGO
    ELSE
        IF CAT-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo abrir CATALOGO, FILE STATUS '
                CAT-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

VERIFICAR-SERIE-CATALOGADA.
    MOVE 'L' TO CAT-OPERACION.
    MOVE SERIE-PREVISION TO CAT-SERIE.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO NOT = '00'
        DISPLAY 'SERIE NO CATALOGADA, REINTENTE          '
            COLUMN 1 LINE 6
        MOVE SPACES TO SERIE-PREVISION
    ELSE
        IF CAT-SITUACION = 'R'
            DISPLAY 'SERIE RETIRADA EN EL CATALOGO, REINTENTE'
                COLUMN 1 LINE 6
            MOVE SPACES TO SERIE-PREVISION
        END-IF
    END-IF.

CARGAR-PREVISION.
    *> Parte de la ultima version grabada de la serie y fecha; la fecha
    *> que aun no tiene ninguna parte de la tabla vacia
    MOVE 0 TO TOTAL-PUNTOS.
    MOVE 'A' TO PRV-OPERACION.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir PREVISIO, FILE STATUS '
            PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'U' TO PRV-OPERACION.
    MOVE SERIE-PREVISION TO PRV-SERIE.
    MOVE FECHA-OBJETIVO  TO PRV-FECHA.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    MOVE PRV-CONGELADA TO CORTE-PASADO.
    IF PRV-ESTADO = '00'
        MOVE PRV-VERSION    TO VERSION-CARGADA
        MOVE PRV-USUARIO    TO USUARIO-VERSION
        MOVE PRV-FECHA-HORA TO FECHA-HORA-VERSION
        IF PRV-PUNTOS > 3000
            DISPLAY 'ERROR: la version no cabe en la tabla de '
                'mantenimiento (3000 puntos); no se abre la sesion'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING INDICE-PUNTO FROM 1 BY 1
                UNTIL INDICE-PUNTO > PRV-PUNTOS
            PERFORM CARGAR-PUNTO-VERSION
        END-PERFORM
    END-IF.
    MOVE 'C' TO PRV-OPERACION.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF VERSION-CARGADA = 0
        MOVE 'SIN VERSIONES: SESION DE ALTAS' TO MENSAJE
    END-IF.
    IF CORTE-PASADO = 'S' AND MENSAJE = SPACES
        MOVE 'FECHA CONGELADA: LO QUE SE GRABE QUEDA COMO REVISION TARDIA'
            TO MENSAJE
    END-IF.

CARGAR-PUNTO-VERSION.
    *> Los puntos de una version se grabaron ya en orden y sin repetir X
    MOVE 'L' TO PRV-OPERACION.
    MOVE SERIE-PREVISION TO PRV-SERIE.
    MOVE FECHA-OBJETIVO  TO PRV-FECHA.
    MOVE VERSION-CARGADA TO PRV-VERSION.
    MOVE INDICE-PUNTO    TO PRV-PUNTO.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO NOT = '00'
        DISPLAY 'ERROR: falta el punto ' INDICE-PUNTO ' de la version '
            VERSION-CARGADA ' en PREVISIO, FILE STATUS ' PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE PRV-X TO PV-X (INDICE-PUNTO).
    MOVE PRV-Y TO PV-Y (INDICE-PUNTO).
    MOVE INDICE-PUNTO TO TOTAL-PUNTOS.

ATENDER-MENU.
    PERFORM MOSTRAR-PANTALLA.
            PERFORM DAR-DE-BAJA
        WHEN 'G '
            PERFORM GRABAR-PREVISION
        WHEN 'T '
            MOVE 'S' TO FIN-SESION
        WHEN OTHER

MOSTRAR-PANTALLA.
    *> Pinta la pagina en curso de la lista de puntos y el menu al pie
    DISPLAY 'MANTENIMIENTO DE LA PREVISION (PREVISIO)  USUARIO: '
        COLUMN 1 LINE 1 ERASE EOS
    DISPLAY USUARIO COLUMN 52 LINE 1.
    PERFORM PREPARAR-CABECERA-VERSION.
    DISPLAY CABECERA-VERSION COLUMN 1 LINE 2.
    MOVE 3 TO FILA-PANTALLA.
    MOVE PRIMERA-LINEA-PAGINA TO INDICE-PUNTO.
    PERFORM UNTIL INDICE-PUNTO > TOTAL-PUNTOS
        COLUMN 1 LINE 21.
    DISPLAY 'OPCION: [  ]' COLUMN 1 LINE 22.

PREPARAR-CABECERA-VERSION.
    MOVE SERIE-PREVISION TO CV-SERIE.
    MOVE FECHA-OBJETIVO  TO CV-FECHA.
    MOVE SPACES TO CV-VERSION.
    IF VERSION-CARGADA = 0
        MOVE 'SIN VERSIONES GRABADAS' TO CV-VERSION
    ELSE
        MOVE VERSION-CARGADA TO BIT-VERSION
        STRING
            'VERSION '              DELIMITED BY SIZE
            BIT-VERSION             DELIMITED BY SIZE
            ' DE '                  DELIMITED BY SIZE
            USUARIO-VERSION         DELIMITED BY SPACE
            ' '                     DELIMITED BY SIZE
            FECHA-HORA-VERSION (1:8) DELIMITED BY SIZE
            ' '                     DELIMITED BY SIZE
            FECHA-HORA-VERSION (9:2) DELIMITED BY SIZE
            ':'                     DELIMITED BY SIZE
            FECHA-HORA-VERSION (11:2) DELIMITED BY SIZE
            INTO CV-VERSION
        END-STRING
    END-IF.
    IF CORTE-PASADO = 'S'
        MOVE 'CONGELADA' TO CV-VERSION (41:9)
    END-IF.

PEDIR-VALOR-X.
    *> Pide y valida el X del punto; en blanco, el operador cancela
    MOVE 'N' TO ENTRADA-CANCELADA.
        INTO LINEA-CAMBIO (TOTAL-CAMBIOS)
    END-STRING.


GRABAR-PREVISION.
    *> Graba la tabla como version nueva de la serie y fecha, y solo
    *> entonces vuelca a la bitacora las anotaciones de la sesion. Sin
    *> cambios no hay version nueva. Pasado el corte se pide
    *> confirmacion: la version queda como revision tardia y la de
    *> referencia sigue siendo otra
    IF TOTAL-CAMBIOS = 0
        MOVE 'S' TO FIN-SESION
    ELSE
        MOVE 'S' TO CONFIRMACION
        IF CORTE-PASADO = 'S'
            DISPLAY 'EL CORTE DE LA FECHA YA PASO: NO SUSTITUYE A LA DE '
                'REFERENCIA' COLUMN 1 LINE 23
            DISPLAY 'GRABAR COMO REVISION TARDIA (S/N): ' COLUMN 1 LINE 24
            MOVE SPACE TO CONFIRMACION
            ACCEPT CONFIRMACION
        END-IF
        IF CONFIRMACION = 'S'
            PERFORM GRABAR-VERSION
            IF VERSION-GRABADA = 'S'
                PERFORM VOLCAR-BITACORA
                MOVE 'S' TO FIN-SESION
            END-IF
        ELSE
            MOVE 'GRABACION ANULADA: LOS CAMBIOS SIGUEN SIN GRABAR'
                TO MENSAJE
        END-IF
    END-IF.

GRABAR-VERSION.
    *> Primero se reserva el numero con la cabecera pendiente, luego los
    *> puntos y al final se completa la cabecera: una grabacion que se
    *> corte a medias no deja una version que parezca completa. Si otra
    *> sesion reservo el mismo numero a la vez, no se graba nada y los
    *> cambios siguen en la tabla para volver a grabar
    MOVE 'N' TO VERSION-GRABADA.
    MOVE 'A' TO PRV-OPERACION.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir PREVISIO, FILE STATUS '
            PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO PRV-OPERACION.
    MOVE SERIE-PREVISION TO PRV-SERIE.
    MOVE FECHA-OBJETIVO  TO PRV-FECHA.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO NOT = '00'
        DISPLAY 'ERROR: la fecha ' FECHA-OBJETIVO ' de la serie '
            SERIE-PREVISION ' no admite mas versiones, FILE STATUS '
            PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'R' TO PRV-OPERACION.
    MOVE 0            TO PRV-PUNTO.
    MOVE USUARIO      TO PRV-USUARIO.
    MOVE 'P'          TO PRV-ORIGEN.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO = '22'
        MOVE PRV-VERSION TO BIT-VERSION
        MOVE SPACES TO MENSAJE
        STRING
            'OTRA SESION GRABO A LA VEZ LA VERSION ' DELIMITED BY SIZE
            BIT-VERSION                               DELIMITED BY SIZE
            ': VUELVA A GRABAR'                       DELIMITED BY SIZE
            INTO MENSAJE
        END-STRING
    ELSE
        IF PRV-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo reservar la version ' PRV-VERSION
                ' en PREVISIO, FILE STATUS ' PRV-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM GRABAR-PUNTOS-VERSION
        MOVE 'S' TO VERSION-GRABADA
    END-IF.
    MOVE 'C' TO PRV-OPERACION.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.

GRABAR-PUNTOS-VERSION.
    PERFORM VARYING INDICE-PUNTO FROM 1 BY 1
            UNTIL INDICE-PUNTO > TOTAL-PUNTOS
        MOVE 'G' TO PRV-OPERACION
        MOVE INDICE-PUNTO        TO PRV-PUNTO
        MOVE PV-X (INDICE-PUNTO) TO PRV-X
        MOVE PV-Y (INDICE-PUNTO) TO PRV-Y
        CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION
        IF PRV-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo grabar en PREVISIO, FILE STATUS '
                PRV-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-PERFORM.
    MOVE 'H' TO PRV-OPERACION.
    MOVE USUARIO      TO PRV-USUARIO.
    MOVE TOTAL-PUNTOS TO PRV-PUNTOS.
    MOVE 'P'          TO PRV-ORIGEN.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo completar la version ' PRV-VERSION
            ' en PREVISIO, FILE STATUS ' PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

VOLCAR-BITACORA.
    *> Las anotaciones de la sesion y, tras ellas, la version que las
    *> recoge: serie, fecha objetivo, numero y si llego antes del corte
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
    PERFORM VARYING INDICE-PUNTO FROM 1 BY 1
            UNTIL INDICE-PUNTO > TOTAL-CAMBIOS
        WRITE REG-BITACORA FROM LINEA-CAMBIO (INDICE-PUNTO)
    END-PERFORM.
    MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
    MOVE PRV-VERSION  TO BIT-VERSION.
    MOVE TOTAL-PUNTOS TO BIT-PUNTOS.
    MOVE SPACES TO REG-BITACORA.
    STRING
        FECHA-HORA              DELIMITED BY SIZE
        ' MANT-PREV USUARIO='   DELIMITED BY SIZE
        USUARIO                 DELIMITED BY SIZE
        ' GRABADA SERIE='       DELIMITED BY SIZE
        SERIE-PREVISION         DELIMITED BY SIZE
        ' FECHA='               DELIMITED BY SIZE
        FECHA-OBJETIVO          DELIMITED BY SIZE
        ' VERSION='             DELIMITED BY SIZE
        BIT-VERSION             DELIMITED BY SIZE
        ' PUNTOS='              DELIMITED BY SIZE
        BIT-PUNTOS              DELIMITED BY SIZE
        INTO REG-BITACORA
    END-STRING.
    IF PRV-ANTES-DEL-CORTE = 'N'
        MOVE ' TARDIA' TO REG-BITACORA (113:7)
    END-IF.
    WRITE REG-BITACORA.
    CLOSE ARCH-BITACORA.

END PROGRAM MANTENIMIENTO-DE-PREVISION.
