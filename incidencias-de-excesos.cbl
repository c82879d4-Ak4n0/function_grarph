*> ese intervalo la cierra con su fecha. Asi el diff a ojo de EXCESOS
*> contra el listado de ayer se vuelve una consulta por clave.
*> El maestro queda abierto entre llamadas; el llamador abre ('A' o
*> 'B'), opera ('L'/'G'/'D', o recorre con 'P'/'S') y cierra ('C') segun
*> incidencia-peticion.cpy

ENVIRONMENT DIVISION.
    05 MI-FECHA-ULTIMA      PIC 9(8).
    05 MI-DIAS-SEGUIDOS     PIC 9(3).
    05 MI-FECHA-CIERRE      PIC 9(8).
    05 MI-FECHA-AVISO       PIC 9(8).
    05 MI-ACUSE-USUARIO     PIC X(8).
    05 MI-ACUSE-FECHA-HORA  PIC X(14).
    05 MI-ACUSE-COMENTARIO  PIC X(40).

WORKING-STORAGE SECTION.
01 FS-INCIDENCIAS       PIC XX VALUE '00'.
            PERFORM LEER-INCIDENCIA
        WHEN 'G'
            PERFORM GRABAR-INCIDENCIA
        WHEN 'D'
            PERFORM BORRAR-INCIDENCIA
        WHEN 'P'
            PERFORM POSICIONAR-RECORRIDO
        WHEN 'S'
    MOVE INC-FECHA-ULTIMA   TO MI-FECHA-ULTIMA.
    MOVE INC-DIAS-SEGUIDOS  TO MI-DIAS-SEGUIDOS.
    MOVE INC-FECHA-CIERRE   TO MI-FECHA-CIERRE.
    MOVE INC-FECHA-AVISO    TO MI-FECHA-AVISO.
    MOVE INC-ACUSE-USUARIO  TO MI-ACUSE-USUARIO.
    MOVE INC-ACUSE-FECHA-HORA TO MI-ACUSE-FECHA-HORA.
    MOVE INC-ACUSE-COMENTARIO TO MI-ACUSE-COMENTARIO.
    WRITE REG-INCIDENCIA
        INVALID KEY
            REWRITE REG-INCIDENCIA
    END-WRITE.
    MOVE FS-INCIDENCIAS TO INC-ESTADO.

BORRAR-INCIDENCIA.
    *> Solo la rectificacion de un dia pasado borra: si el recalculo deja
    *> el intervalo sin ninguna incidencia, su registro no debe quedar
    MOVE INC-SERIE   TO MI-SERIE.
    MOVE INC-COLUMNA TO MI-COLUMNA.
    DELETE ARCH-INCIDENCIAS
        INVALID KEY
            MOVE '23' TO INC-ESTADO
        NOT INVALID KEY
            MOVE '00' TO INC-ESTADO
    END-DELETE.

POSICIONAR-RECORRIDO.
    MOVE INC-SERIE   TO MI-SERIE.
    MOVE INC-COLUMNA TO MI-COLUMNA.
    MOVE MI-FECHA-ULTIMA  TO INC-FECHA-ULTIMA.
    MOVE MI-DIAS-SEGUIDOS TO INC-DIAS-SEGUIDOS.
    MOVE MI-FECHA-CIERRE  TO INC-FECHA-CIERRE.
    MOVE MI-FECHA-AVISO   TO INC-FECHA-AVISO.
    MOVE MI-ACUSE-USUARIO TO INC-ACUSE-USUARIO.
    MOVE MI-ACUSE-FECHA-HORA TO INC-ACUSE-FECHA-HORA.
    MOVE MI-ACUSE-COMENTARIO TO INC-ACUSE-COMENTARIO.

END PROGRAM INCIDENCIAS-DE-EXCESOS.
