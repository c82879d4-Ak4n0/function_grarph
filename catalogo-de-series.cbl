IDENTIFICATION DIVISION.
PROGRAM-ID. CATALOGO-DE-SERIES.

*> Acceso al catalogo de series: un registro por identificador SERIE=
*> con lo que mide (descripcion y unidades), el departamento que la
*> posee, su fichero de limites por defecto, los dias de historia que
*> hay que conservar y si sigue activa o esta retirada. Hasta ahora una
*> serie era solo ocho caracteres y nadie distinguia una errata de una
*> serie nueva. Se mantiene con MANTENIMIENTO-DE-CATALOGO.
*> El catalogo queda abierto entre llamadas; el llamador abre ('A' o
*> 'B'), opera ('L'/'G', o recorre con 'P'/'S') y cierra ('C') segun
*> catalogo-peticion.cpy

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-CATALOGO ASSIGN TO "CATALOGO"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MC-SERIE
        FILE STATUS IS FS-CATALOGO.

DATA DIVISION.
FILE SECTION.
FD ARCH-CATALOGO.
01 REG-CATALOGO.
    05 MC-SERIE             PIC X(8).
    05 MC-DESCRIPCION       PIC X(40).
    05 MC-UNIDADES          PIC X(10).
    05 MC-DESTINATARIO      PIC X(8).
    05 MC-DATLIM            PIC X(44).
    05 MC-RETENCION-DIAS    PIC 9(5).
    05 MC-SITUACION         PIC X.
    05 MC-FECHA-CAMBIO      PIC 9(8).
    05 MC-USUARIO           PIC X(8).

WORKING-STORAGE SECTION.
01 FS-CATALOGO          PIC XX VALUE '00'.

LINKAGE SECTION.
COPY "catalogo-peticion.cpy".

PROCEDURE DIVISION USING CAT-PETICION.
    EVALUATE CAT-OPERACION
        WHEN 'A'
            PERFORM ABRIR-ACTUALIZACION
        WHEN 'B'
            OPEN INPUT ARCH-CATALOGO
            MOVE FS-CATALOGO TO CAT-ESTADO
        WHEN 'L'
            PERFORM LEER-SERIE
        WHEN 'G'
            PERFORM GRABAR-SERIE
        WHEN 'P'
            PERFORM POSICIONAR-RECORRIDO
        WHEN 'S'
            PERFORM LEER-SIGUIENTE
        WHEN 'C'
            CLOSE ARCH-CATALOGO
            MOVE FS-CATALOGO TO CAT-ESTADO
        WHEN OTHER
            MOVE '99' TO CAT-ESTADO
    END-EVALUATE.
    GOBACK.

ABRIR-ACTUALIZACION.
    *> La primera sesion de mantenimiento no encuentra el catalogo; se
    *> crea vacio y se reabre en actualizacion, como el maestro historico
    OPEN I-O ARCH-CATALOGO.
    IF FS-CATALOGO = '35'
        OPEN OUTPUT ARCH-CATALOGO
        CLOSE ARCH-CATALOGO
        OPEN I-O ARCH-CATALOGO
    END-IF.
    MOVE FS-CATALOGO TO CAT-ESTADO.

LEER-SERIE.
    MOVE CAT-SERIE TO MC-SERIE.
    READ ARCH-CATALOGO
        INVALID KEY
            MOVE '23' TO CAT-ESTADO
        NOT INVALID KEY
            PERFORM DEVOLVER-SERIE
    END-READ.

GRABAR-SERIE.
    *> Alta o cambio indistintamente: la serie que ya existe se regraba
    MOVE CAT-SERIE          TO MC-SERIE.
    MOVE CAT-DESCRIPCION    TO MC-DESCRIPCION.
    MOVE CAT-UNIDADES       TO MC-UNIDADES.
    MOVE CAT-DESTINATARIO   TO MC-DESTINATARIO.
    MOVE CAT-DATLIM         TO MC-DATLIM.
    MOVE CAT-RETENCION-DIAS TO MC-RETENCION-DIAS.
    MOVE CAT-SITUACION      TO MC-SITUACION.
    MOVE CAT-FECHA-CAMBIO   TO MC-FECHA-CAMBIO.
    MOVE CAT-USUARIO        TO MC-USUARIO.
    WRITE REG-CATALOGO
        INVALID KEY
            REWRITE REG-CATALOGO
    END-WRITE.
    MOVE FS-CATALOGO TO CAT-ESTADO.

POSICIONAR-RECORRIDO.
    MOVE CAT-SERIE TO MC-SERIE.
    START ARCH-CATALOGO KEY NOT LESS THAN MC-SERIE
        INVALID KEY
            MOVE '23' TO CAT-ESTADO
        NOT INVALID KEY
            MOVE '00' TO CAT-ESTADO
    END-START.

LEER-SIGUIENTE.
    READ ARCH-CATALOGO NEXT
        AT END
            MOVE '10' TO CAT-ESTADO
        NOT AT END
            PERFORM DEVOLVER-SERIE
    END-READ.

DEVOLVER-SERIE.
    MOVE MC-SERIE          TO CAT-SERIE.
    MOVE MC-DESCRIPCION    TO CAT-DESCRIPCION.
    MOVE MC-UNIDADES       TO CAT-UNIDADES.
    MOVE MC-DESTINATARIO   TO CAT-DESTINATARIO.
    MOVE MC-DATLIM         TO CAT-DATLIM.
    MOVE MC-RETENCION-DIAS TO CAT-RETENCION-DIAS.
    MOVE MC-SITUACION      TO CAT-SITUACION.
    MOVE MC-FECHA-CAMBIO   TO CAT-FECHA-CAMBIO.
    MOVE MC-USUARIO        TO CAT-USUARIO.
    MOVE '00' TO CAT-ESTADO.

END PROGRAM CATALOGO-DE-SERIES.
