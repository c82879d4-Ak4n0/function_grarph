*> incidencias abiertas ordenada por antiguedad (la mas vieja primero),
*> con su serie, columna, fecha de inicio, dias seguidos y ultima noche
*> incumplidora; las de tres o mas dias van marcadas como escaladas.
*> Cada una lleva su responsable, el operador que la acuso con
*> ACUSE-DE-INCIDENCIAS, y debajo cuando y con que comentario; la
*> escalada sin acuse sale SIN ACUSE, que es la que sigue avisando.
*> Sustituye el cotejo a ojo de EXCESOS contra el listado de ayer.
*> Las incidencias ya cerradas no se listan: su constancia queda en el
*> propio maestro hasta que el intervalo vuelva a incumplir.
        10 AB-FECHA-PRIMERA  PIC 9(8).
        10 AB-FECHA-ULTIMA   PIC 9(8).
        10 AB-DIAS           PIC 9(3).
        10 AB-ACUSE-USUARIO  PIC X(8).
        10 AB-ACUSE-FECHA-HORA PIC X(14).
        10 AB-ACUSE-COMENTARIO PIC X(40).

01 RECORRIDO-CAMPOS.
    05 FIN-RECORRIDO    PIC X VALUE 'N'.
    05 INDICE-HUECO     PIC 9(3) COMP-3.
    05 INDICE-CORRIDO   PIC 9(3) COMP-3.
    05 TOTAL-ESCALADAS  PIC 9(3) COMP-3 VALUE 0.
    05 TOTAL-SIN-ACUSE  PIC 9(3) COMP-3 VALUE 0.

01 DETALLE-INCIDENCIA.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTI-FECHA-ULT    PIC 9(8).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTI-MARCA        PIC X(10).
    05 FILLER           PIC X(13) VALUE '  A CARGO DE '.
    05 DTI-RESPONSABLE  PIC X(9).

*>  Segunda linea de una incidencia acusada: cuando y por que
01 DETALLE-ACUSE.
    05 FILLER           PIC X(14) VALUE SPACES.
    05 FILLER           PIC X(9) VALUE 'ACUSADA '.
    05 DTA-FECHA        PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 DTA-HORA         PIC X(2).
    05 FILLER           PIC X VALUE ':'.
    05 DTA-MINUTO       PIC X(2).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DTA-COMENTARIO   PIC X(40).

01 INFORME-RUBRICAS.
    05 INF-CONTADOR     PIC ZZ9.
    MOVE INC-FECHA-PRIMERA TO AB-FECHA-PRIMERA (INDICE-HUECO).
    MOVE INC-FECHA-ULTIMA  TO AB-FECHA-ULTIMA (INDICE-HUECO).
    MOVE INC-DIAS-SEGUIDOS TO AB-DIAS (INDICE-HUECO).
    MOVE INC-ACUSE-USUARIO    TO AB-ACUSE-USUARIO (INDICE-HUECO).
    MOVE INC-ACUSE-FECHA-HORA TO AB-ACUSE-FECHA-HORA (INDICE-HUECO).
    MOVE INC-ACUSE-COMENTARIO TO AB-ACUSE-COMENTARIO (INDICE-HUECO).
    ADD 1 TO TOTAL-ABIERTAS.
    IF INC-DIAS-SEGUIDOS NOT < 3
        ADD 1 TO TOTAL-ESCALADAS
        IF INC-ACUSE-USUARIO = SPACES
            ADD 1 TO TOTAL-SIN-ACUSE
        END-IF
    END-IF.

GRABAR-INFORME.
            ELSE
                MOVE SPACES TO DTI-MARCA
            END-IF
            IF AB-ACUSE-USUARIO (INDICE-ABIERTA) = SPACES
                MOVE 'SIN ACUSE' TO DTI-RESPONSABLE
            ELSE
                MOVE AB-ACUSE-USUARIO (INDICE-ABIERTA) TO DTI-RESPONSABLE
            END-IF
            WRITE REG-INFORME FROM DETALLE-INCIDENCIA
            IF AB-ACUSE-USUARIO (INDICE-ABIERTA) NOT = SPACES
                PERFORM GRABAR-LINEA-ACUSE
            END-IF
        END-PERFORM
        MOVE SPACES TO REG-INFORME
        WRITE REG-INFORME
            INF-CONTADOR             DELIMITED BY SIZE
            INTO REG-INFORME (19:)
        END-STRING
        MOVE TOTAL-SIN-ACUSE TO INF-CONTADOR
        STRING
            '  ESCALADAS SIN ACUSE=' DELIMITED BY SIZE
            INF-CONTADOR             DELIMITED BY SIZE
            INTO REG-INFORME (44:)
        END-STRING
        WRITE REG-INFORME
    END-IF.
    CLOSE ARCH-INFORME.
        MOVE 8 TO RETURN-CODE
    END-IF.

GRABAR-LINEA-ACUSE.
    MOVE AB-ACUSE-FECHA-HORA (INDICE-ABIERTA) (1:8)  TO DTA-FECHA.
    MOVE AB-ACUSE-FECHA-HORA (INDICE-ABIERTA) (9:2)  TO DTA-HORA.
    MOVE AB-ACUSE-FECHA-HORA (INDICE-ABIERTA) (11:2) TO DTA-MINUTO.
    MOVE AB-ACUSE-COMENTARIO (INDICE-ABIERTA)        TO DTA-COMENTARIO.
    WRITE REG-INFORME FROM DETALLE-ACUSE.

END PROGRAM INFORME-DE-INCIDENCIAS.
