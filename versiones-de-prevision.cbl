IDENTIFICATION DIVISION.
PROGRAM-ID. VERSIONES-DE-PREVISION.

*> Acceso al maestro de versiones de la prevision: la prevision de una
*> serie para una fecha objetivo ya no es un DATPREV que se reescribe
*> encima, sino una version nueva por cada grabacion (clave: serie,
*> fecha objetivo, version y punto), con quien y cuando la grabo. Lo
*> grabado no se vuelve a tocar, y pasado el corte de la fecha (el
*> comienzo del dia que se preve) la version de referencia es la
*> ultima grabada antes del corte: la que se comparo con los reales y
*> no la que alguien retoco despues de verlos.
*> Una grabacion reserva primero su numero con la cabecera pendiente,
*> graba luego los puntos y al final completa la cabecera: dos sesiones
*> que graban a la vez no pueden mezclar puntos en la misma version, y
*> una version pendiente no existe para nadie mas que la que la graba.
*> El maestro queda abierto entre llamadas; el llamador abre ('A' o
*> 'B'), opera y cierra ('C') segun prevision-peticion.cpy

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-VERSIONES ASSIGN TO "PREVISIO"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MV-CLAVE
        FILE STATUS IS FS-VERSIONES.

DATA DIVISION.
FILE SECTION.
FD ARCH-VERSIONES.
01 REG-VERSION.
    05 MV-CLAVE.
        10 MV-SERIE         PIC X(8).
        10 MV-FECHA         PIC 9(8).
        10 MV-VERSION       PIC 9(4).
        10 MV-PUNTO         PIC 9(5).
    05 MV-DATOS             PIC X(40).
*>  Punto 0: cabecera de la version
    05 MV-CABECERA REDEFINES MV-DATOS.
        10 MV-USUARIO       PIC X(8).
        10 MV-FECHA-HORA    PIC X(14).
        10 MV-PUNTOS        PIC 9(5).
        10 MV-ORIGEN        PIC X.
*>      'P' mientras la version se esta grabando; espacio al completarla
        10 MV-PENDIENTE     PIC X.
        10 FILLER           PIC X(11).
*>  Puntos 1..MV-PUNTOS de la version, en orden ascendente de X
    05 MV-PUNTO-DATOS REDEFINES MV-DATOS.
        10 MV-X             PIC S9(12)V9(2).
        10 MV-Y             PIC S9(7)V9(2).
        10 FILLER           PIC X(17).

WORKING-STORAGE SECTION.
01 FS-VERSIONES         PIC XX VALUE '00'.

*>  Hora del corte dentro de la fecha objetivo (HHMMSS): a las 00:00:00
*>  del dia que se preve, antes de que llegue ningun real de ese dia
01 HORA-DE-CORTE        PIC 9(6) VALUE 0.

01 BUSQUEDA-CAMPOS.
    05 VERSION-EN-CURSO PIC 9(4).
    05 VERSION-HALLADA  PIC 9(4).
    05 VERSION-OCUPADA  PIC 9(4).
    05 FIN-BUSQUEDA     PIC X.
    05 FECHA-HORA-ACTUAL PIC X(21).
    05 MOMENTO-ACTUAL   PIC 9(14).

01 CABECERA-HALLADA.
    05 CH-USUARIO       PIC X(8).
    05 CH-FECHA-HORA    PIC X(14).
    05 CH-PUNTOS        PIC 9(5).
    05 CH-ORIGEN        PIC X.

*>  Version pendiente que el recorrido secuencial esta saltando
01 RECORRIDO-CAMPOS.
    05 OMITIDA-SERIE    PIC X(8)  VALUE SPACES.
    05 OMITIDA-FECHA    PIC 9(8)  VALUE 0.
    05 OMITIDA-VERSION  PIC 9(4)  VALUE 0.
    05 FIN-RECORRIDO    PIC X.

LINKAGE SECTION.
COPY "prevision-peticion.cpy".

PROCEDURE DIVISION USING PRV-PETICION.
    EVALUATE PRV-OPERACION
        WHEN 'A'
            PERFORM ABRIR-GRABACION
        WHEN 'B'
            OPEN INPUT ARCH-VERSIONES
            MOVE FS-VERSIONES TO PRV-ESTADO
        WHEN 'U'
            PERFORM BUSCAR-ULTIMA-VERSION
        WHEN 'F'
            PERFORM BUSCAR-VERSION-REFERENCIA
        WHEN 'K'
            PERFORM LEER-CABECERA
        WHEN 'N'
            PERFORM NUMERAR-VERSION-SIGUIENTE
        WHEN 'R'
            PERFORM RESERVAR-VERSION
        WHEN 'G'
            PERFORM GRABAR-PUNTO
        WHEN 'H'
            PERFORM GRABAR-CABECERA
        WHEN 'L'
            PERFORM LEER-PUNTO
        WHEN 'P'
            PERFORM POSICIONAR-RECORRIDO
        WHEN 'S'
            PERFORM LEER-SIGUIENTE
        WHEN 'C'
            CLOSE ARCH-VERSIONES
            MOVE FS-VERSIONES TO PRV-ESTADO
        WHEN OTHER
            MOVE '99' TO PRV-ESTADO
    END-EVALUATE.
    GOBACK.

ABRIR-GRABACION.
    *> La primera grabacion de la instalacion no encuentra el maestro; se
    *> crea vacio y se reabre en actualizacion, como el maestro historico
    OPEN I-O ARCH-VERSIONES.
    IF FS-VERSIONES = '35'
        OPEN OUTPUT ARCH-VERSIONES
        CLOSE ARCH-VERSIONES
        OPEN I-O ARCH-VERSIONES
    END-IF.
    MOVE FS-VERSIONES TO PRV-ESTADO.

CALCULAR-CORTE.
    *> Corte de la fecha objetivo pedida y si ya ha pasado
    COMPUTE PRV-CORTE = PRV-FECHA * 1000000 + HORA-DE-CORTE.
    MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-ACTUAL.
    MOVE FECHA-HORA-ACTUAL (1:14) TO MOMENTO-ACTUAL.
    IF MOMENTO-ACTUAL < PRV-CORTE
        MOVE 'N' TO PRV-CONGELADA
    ELSE
        MOVE 'S' TO PRV-CONGELADA
    END-IF.

BUSCAR-ULTIMA-VERSION.
    *> Las versiones de una fecha se numeran seguidas desde 1: la ultima
    *> es la anterior a la primera cabecera que falta. Una pendiente
    *> ocupa su numero pero no cuenta como version
    PERFORM CALCULAR-CORTE.
    MOVE 0 TO VERSION-HALLADA.
    MOVE 0 TO VERSION-OCUPADA.
    MOVE 0 TO VERSION-EN-CURSO.
    MOVE 'N' TO FIN-BUSQUEDA.
    PERFORM UNTIL FIN-BUSQUEDA = 'S'
        ADD 1 TO VERSION-EN-CURSO
        PERFORM LEER-CABECERA-EN-CURSO
        IF FS-VERSIONES = '00'
            MOVE VERSION-EN-CURSO TO VERSION-OCUPADA
            IF MV-PENDIENTE NOT = 'P'
                MOVE VERSION-EN-CURSO TO VERSION-HALLADA
                PERFORM GUARDAR-CABECERA-HALLADA
            END-IF
        ELSE
            MOVE 'S' TO FIN-BUSQUEDA
        END-IF
        IF VERSION-EN-CURSO = 9999
            MOVE 'S' TO FIN-BUSQUEDA
        END-IF
    END-PERFORM.
    PERFORM DEVOLVER-CABECERA-HALLADA.

BUSCAR-VERSION-REFERENCIA.
    *> La ultima version grabada antes del corte; las grabadas despues
    *> quedan en el maestro como revisiones tardias y no la sustituyen
    PERFORM CALCULAR-CORTE.
    MOVE 0 TO VERSION-HALLADA.
    MOVE 0 TO VERSION-EN-CURSO.
    MOVE 'N' TO FIN-BUSQUEDA.
    PERFORM UNTIL FIN-BUSQUEDA = 'S'
        ADD 1 TO VERSION-EN-CURSO
        PERFORM LEER-CABECERA-EN-CURSO
        IF FS-VERSIONES = '00'
            IF MV-FECHA-HORA < PRV-CORTE AND MV-PENDIENTE NOT = 'P'
                MOVE VERSION-EN-CURSO TO VERSION-HALLADA
                PERFORM GUARDAR-CABECERA-HALLADA
            END-IF
        ELSE
            MOVE 'S' TO FIN-BUSQUEDA
        END-IF
        IF VERSION-EN-CURSO = 9999
            MOVE 'S' TO FIN-BUSQUEDA
        END-IF
    END-PERFORM.
    PERFORM DEVOLVER-CABECERA-HALLADA.

LEER-CABECERA-EN-CURSO.
    MOVE PRV-SERIE        TO MV-SERIE.
    MOVE PRV-FECHA        TO MV-FECHA.
    MOVE VERSION-EN-CURSO TO MV-VERSION.
    MOVE 0                TO MV-PUNTO.
    READ ARCH-VERSIONES
        INVALID KEY
            MOVE '23' TO FS-VERSIONES
    END-READ.

GUARDAR-CABECERA-HALLADA.
    MOVE MV-USUARIO    TO CH-USUARIO.
    MOVE MV-FECHA-HORA TO CH-FECHA-HORA.
    MOVE MV-PUNTOS     TO CH-PUNTOS.
    MOVE MV-ORIGEN     TO CH-ORIGEN.

DEVOLVER-CABECERA-HALLADA.
    MOVE VERSION-HALLADA TO PRV-VERSION.
    IF VERSION-HALLADA = 0
        MOVE SPACES TO PRV-USUARIO PRV-FECHA-HORA PRV-ORIGEN
        MOVE 0 TO PRV-PUNTOS
        MOVE 'N' TO PRV-ANTES-DEL-CORTE
        MOVE '23' TO PRV-ESTADO
    ELSE
        MOVE CH-USUARIO    TO PRV-USUARIO
        MOVE CH-FECHA-HORA TO PRV-FECHA-HORA
        MOVE CH-PUNTOS     TO PRV-PUNTOS
        MOVE CH-ORIGEN     TO PRV-ORIGEN
        PERFORM SITUAR-ANTES-DEL-CORTE
        MOVE '00' TO PRV-ESTADO
    END-IF.

SITUAR-ANTES-DEL-CORTE.
    IF PRV-FECHA-HORA < PRV-CORTE
        MOVE 'S' TO PRV-ANTES-DEL-CORTE
    ELSE
        MOVE 'N' TO PRV-ANTES-DEL-CORTE
    END-IF.

LEER-CABECERA.
    PERFORM CALCULAR-CORTE.
    MOVE PRV-VERSION TO VERSION-EN-CURSO.
    PERFORM LEER-CABECERA-EN-CURSO.
    IF FS-VERSIONES = '00' AND MV-PENDIENTE NOT = 'P'
        MOVE PRV-VERSION TO VERSION-HALLADA
        PERFORM GUARDAR-CABECERA-HALLADA
    ELSE
        MOVE 0 TO VERSION-HALLADA
    END-IF.
    PERFORM DEVOLVER-CABECERA-HALLADA.
    IF VERSION-HALLADA = 0
        MOVE VERSION-EN-CURSO TO PRV-VERSION
    END-IF.

NUMERAR-VERSION-SIGUIENTE.
    *> El siguiente al ultimo numero ocupado, pendiente o no
    PERFORM BUSCAR-ULTIMA-VERSION.
    IF VERSION-OCUPADA = 9999
        MOVE '24' TO PRV-ESTADO
    ELSE
        COMPUTE PRV-VERSION = VERSION-OCUPADA + 1
        MOVE '00' TO PRV-ESTADO
    END-IF.

RESERVAR-VERSION.
    *> Cabecera pendiente con el numero pedido: si otra sesion lo reservo
    *> ya, el WRITE devuelve '22' antes de que se grabe ningun punto
    PERFORM CALCULAR-CORTE.
    MOVE PRV-SERIE   TO MV-SERIE.
    MOVE PRV-FECHA   TO MV-FECHA.
    MOVE PRV-VERSION TO MV-VERSION.
    MOVE 0           TO MV-PUNTO.
    MOVE SPACES      TO MV-DATOS.
    MOVE PRV-USUARIO TO MV-USUARIO.
    MOVE FECHA-HORA-ACTUAL (1:14) TO MV-FECHA-HORA.
    MOVE 0           TO MV-PUNTOS.
    MOVE PRV-ORIGEN  TO MV-ORIGEN.
    MOVE 'P'         TO MV-PENDIENTE.
    WRITE REG-VERSION
        INVALID KEY
            MOVE '22' TO FS-VERSIONES
    END-WRITE.
    IF FS-VERSIONES = '00'
        PERFORM BORRAR-PUNTOS-HUERFANOS
        MOVE '00' TO FS-VERSIONES
    END-IF.
    MOVE FS-VERSIONES TO PRV-ESTADO.

BORRAR-PUNTOS-HUERFANOS.
    *> Puntos sin cabecera que dejo con este numero una grabacion
    *> interrumpida antes de reservar; el numero ya es nuestro
    MOVE PRV-SERIE   TO MV-SERIE.
    MOVE PRV-FECHA   TO MV-FECHA.
    MOVE PRV-VERSION TO MV-VERSION.
    MOVE 1           TO MV-PUNTO.
    MOVE 'N' TO FIN-RECORRIDO.
    START ARCH-VERSIONES KEY NOT LESS THAN MV-CLAVE
        INVALID KEY
            MOVE 'S' TO FIN-RECORRIDO
    END-START.
    PERFORM UNTIL FIN-RECORRIDO = 'S'
        READ ARCH-VERSIONES NEXT
            AT END
                MOVE 'S' TO FIN-RECORRIDO
        END-READ
        IF FIN-RECORRIDO = 'N'
            IF MV-SERIE = PRV-SERIE AND MV-FECHA = PRV-FECHA
                    AND MV-VERSION = PRV-VERSION
                DELETE ARCH-VERSIONES
                    INVALID KEY
                        MOVE 'S' TO FIN-RECORRIDO
                END-DELETE
            ELSE
                MOVE 'S' TO FIN-RECORRIDO
            END-IF
        END-IF
    END-PERFORM.

GRABAR-PUNTO.
    *> Solo en una version reservada por esta sesion: nadie mas graba en
    *> ella, y una clave repetida es un error del llamador
    MOVE PRV-SERIE   TO MV-SERIE.
    MOVE PRV-FECHA   TO MV-FECHA.
    MOVE PRV-VERSION TO MV-VERSION.
    MOVE PRV-PUNTO   TO MV-PUNTO.
    MOVE SPACES      TO MV-DATOS.
    MOVE PRV-X       TO MV-X.
    MOVE PRV-Y       TO MV-Y.
    WRITE REG-VERSION
        INVALID KEY
            MOVE '22' TO FS-VERSIONES
    END-WRITE.
    MOVE FS-VERSIONES TO PRV-ESTADO.

GRABAR-CABECERA.
    *> Completa la version reservada: la cabecera deja de estar pendiente
    *> y toma la fecha-hora de ahora. Una version completa no se pisa
    *> nunca ('22'); sin reserva no hay version que completar ('23')
    PERFORM CALCULAR-CORTE.
    MOVE PRV-VERSION TO VERSION-EN-CURSO.
    PERFORM LEER-CABECERA-EN-CURSO.
    IF FS-VERSIONES = '00'
        IF MV-PENDIENTE = 'P'
            MOVE PRV-USUARIO TO MV-USUARIO
            MOVE FECHA-HORA-ACTUAL (1:14) TO MV-FECHA-HORA
            MOVE PRV-PUNTOS  TO MV-PUNTOS
            MOVE PRV-ORIGEN  TO MV-ORIGEN
            MOVE SPACE       TO MV-PENDIENTE
            REWRITE REG-VERSION
                INVALID KEY
                    MOVE '23' TO FS-VERSIONES
            END-REWRITE
        ELSE
            MOVE '22' TO FS-VERSIONES
        END-IF
    END-IF.
    MOVE FECHA-HORA-ACTUAL (1:14) TO PRV-FECHA-HORA.
    PERFORM SITUAR-ANTES-DEL-CORTE.
    MOVE FS-VERSIONES TO PRV-ESTADO.

LEER-PUNTO.
    MOVE PRV-SERIE   TO MV-SERIE.
    MOVE PRV-FECHA   TO MV-FECHA.
    MOVE PRV-VERSION TO MV-VERSION.
    MOVE PRV-PUNTO   TO MV-PUNTO.
    READ ARCH-VERSIONES
        INVALID KEY
            MOVE '23' TO PRV-ESTADO
            MOVE 0 TO PRV-X PRV-Y
        NOT INVALID KEY
            MOVE MV-X TO PRV-X
            MOVE MV-Y TO PRV-Y
            MOVE '00' TO PRV-ESTADO
    END-READ.

POSICIONAR-RECORRIDO.
    *> Deja el recorrido secuencial en la primera clave no menor que la
    *> pedida; el llamador encadena luego lecturas 'S' hasta agotar
    MOVE SPACES TO OMITIDA-SERIE.
    MOVE 0 TO OMITIDA-FECHA OMITIDA-VERSION.
    MOVE PRV-SERIE   TO MV-SERIE.
    MOVE PRV-FECHA   TO MV-FECHA.
    MOVE PRV-VERSION TO MV-VERSION.
    MOVE PRV-PUNTO   TO MV-PUNTO.
    START ARCH-VERSIONES KEY NOT LESS THAN MV-CLAVE
        INVALID KEY
            MOVE '23' TO PRV-ESTADO
        NOT INVALID KEY
            MOVE '00' TO PRV-ESTADO
    END-START.

LEER-SIGUIENTE.
    *> Siguiente registro del recorrido con su clave completa: una
    *> cabecera devuelve quien y cuando, y un punto su X e Y. Una version
    *> pendiente se salta entera, cabecera y puntos
    MOVE 'N' TO FIN-RECORRIDO.
    PERFORM UNTIL FIN-RECORRIDO = 'S'
        READ ARCH-VERSIONES NEXT
            AT END
                MOVE 'S' TO FIN-RECORRIDO
            NOT AT END
                IF MV-PUNTO = 0 AND MV-PENDIENTE = 'P'
                    MOVE MV-SERIE   TO OMITIDA-SERIE
                    MOVE MV-FECHA   TO OMITIDA-FECHA
                    MOVE MV-VERSION TO OMITIDA-VERSION
                ELSE
                    IF MV-SERIE NOT = OMITIDA-SERIE
                            OR MV-FECHA NOT = OMITIDA-FECHA
                            OR MV-VERSION NOT = OMITIDA-VERSION
                        MOVE 'S' TO FIN-RECORRIDO
                    END-IF
                END-IF
        END-READ
        IF FS-VERSIONES NOT = '00'
            MOVE 'S' TO FIN-RECORRIDO
        END-IF
    END-PERFORM.
    IF FS-VERSIONES NOT = '00'
        MOVE FS-VERSIONES TO PRV-ESTADO
    ELSE
        MOVE MV-SERIE   TO PRV-SERIE
        MOVE MV-FECHA   TO PRV-FECHA
        MOVE MV-VERSION TO PRV-VERSION
        MOVE MV-PUNTO   TO PRV-PUNTO
        IF MV-PUNTO = 0
            MOVE MV-USUARIO    TO PRV-USUARIO
            MOVE MV-FECHA-HORA TO PRV-FECHA-HORA
            MOVE MV-PUNTOS     TO PRV-PUNTOS
            MOVE MV-ORIGEN     TO PRV-ORIGEN
            PERFORM CALCULAR-CORTE
            PERFORM SITUAR-ANTES-DEL-CORTE
        ELSE
            MOVE MV-X TO PRV-X
            MOVE MV-Y TO PRV-Y
        END-IF
        MOVE '00' TO PRV-ESTADO
    END-IF.

END PROGRAM VERSIONES-DE-PREVISION.
