IDENTIFICATION DIVISION.
PROGRAM-ID. ACUSE-DE-INCIDENCIAS.

*> Acuse de una incidencia de limites abierta: el operador de guardia
*> que recibe el aviso de la pasarela de busca anota en el registro de
*> INCIDENC que se hace cargo (quien, cuando y un comentario). Con el
*> acuse la incidencia deja de reavisarse cada noche e
*> INFORME-DE-INCIDENCIAS la lista con su responsable. Un segundo acuse
*> sobre la misma incidencia la pasa a otro responsable.
*> Parametros por linea de comandos, con el troceado CLAVE=VALOR del
*> graficado:
*>   SERIE=xxxxxxxx  serie de la incidencia
*>   COLUMNA=nnn     intervalo (columna) de la incidencia, como en
*>                   AVISOS e INCIDENCIAS.LST
*>   USUARIO=xxxxxxxx quien se hace cargo
*>   COMENTARIO=...  texto libre; va el ultimo porque admite blancos
*> RC 4 = no hay incidencia abierta en esa serie y columna, no se anota
*> nada; RC 16 = parametros o fichero.

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "incidencia-peticion.cpy".

01 LINEA-DE-COMANDO     PIC X(132).
01 PARAMETROS-SIN-COMENTARIO PIC X(132).
01 ANALISIS-PARAMETROS.
    05 TOKEN-PARAMETRO  PIC X(40).
    05 CLAVE-PARAMETRO  PIC X(20).
    05 VALOR-PARAMETRO  PIC X(20).
    05 PUNTERO-COMANDO  PIC 9(4) COMP-3.

01 ACUSE-CAMPOS.
    05 SERIE-ACUSE      PIC X(8) VALUE SPACES.
    05 COLUMNA-ACUSE    PIC 9(3) VALUE 0.
    05 USUARIO-ACUSE    PIC X(8) VALUE SPACES.
    05 COMENTARIO-ACUSE PIC X(40) VALUE SPACES.
    05 FECHA-HORA-ACUSE PIC X(21).
    05 ACUSE-ANOTADO    PIC X VALUE 'N'.

PROCEDURE DIVISION.
    PERFORM INTERPRETAR-PARAMETROS.
    PERFORM ANOTAR-ACUSE.
STOP RUN.

INTERPRETAR-PARAMETROS.
    *> Todo lo que sigue a COMENTARIO= es el comentario, como el motivo
    *> de una rectificacion en el graficado
    ACCEPT LINEA-DE-COMANDO FROM COMMAND-LINE.
    MOVE SPACES TO PARAMETROS-SIN-COMENTARIO.
    UNSTRING LINEA-DE-COMANDO DELIMITED BY 'COMENTARIO='
        INTO PARAMETROS-SIN-COMENTARIO COMENTARIO-ACUSE
    END-UNSTRING.
    MOVE PARAMETROS-SIN-COMENTARIO TO LINEA-DE-COMANDO.
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
            EVALUATE CLAVE-PARAMETRO
                WHEN 'SERIE'
                    MOVE VALOR-PARAMETRO (1:8) TO SERIE-ACUSE
                WHEN 'COLUMNA'
                    COMPUTE COLUMNA-ACUSE =
                        FUNCTION NUMVAL (VALOR-PARAMETRO)
                        ON SIZE ERROR
                            MOVE 0 TO COLUMNA-ACUSE
                    END-COMPUTE
                WHEN 'USUARIO'
                    MOVE VALOR-PARAMETRO (1:8) TO USUARIO-ACUSE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.
    IF SERIE-ACUSE = SPACES OR USUARIO-ACUSE = SPACES
            OR COLUMNA-ACUSE < 1 OR COLUMNA-ACUSE > 132
        DISPLAY 'ERROR: el acuse exige SERIE=, COLUMNA= (1 a 132) y '
            'USUARIO='
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

ANOTAR-ACUSE.
    *> Solo se acusa una incidencia abierta: una cerrada ya no avisa y
    *> la siguiente del intervalo empezara sin acuse
    MOVE 'A' TO INC-OPERACION.
    CALL 'INCIDENCIAS-DE-EXCESOS' USING INC-PETICION.
    IF INC-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir INCIDENC, FILE STATUS '
            INC-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'L' TO INC-OPERACION.
    MOVE SERIE-ACUSE   TO INC-SERIE.
    MOVE COLUMNA-ACUSE TO INC-COLUMNA.
    CALL 'INCIDENCIAS-DE-EXCESOS' USING INC-PETICION.
    IF INC-ESTADO NOT = '00' AND INC-ESTADO NOT = '23'
        DISPLAY 'ERROR: no se pudo leer INCIDENC, FILE STATUS '
            INC-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF INC-ESTADO = '23' OR INC-SITUACION NOT = 'A'
        DISPLAY 'AVISO: la serie ' SERIE-ACUSE ' columna ' COLUMNA-ACUSE
            ' no tiene incidencia abierta, no se anota el acuse'
    ELSE
        MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-ACUSE
        MOVE USUARIO-ACUSE           TO INC-ACUSE-USUARIO
        MOVE FECHA-HORA-ACUSE (1:14) TO INC-ACUSE-FECHA-HORA
        MOVE COMENTARIO-ACUSE        TO INC-ACUSE-COMENTARIO
        MOVE 'G' TO INC-OPERACION
        MOVE SERIE-ACUSE   TO INC-SERIE
        MOVE COLUMNA-ACUSE TO INC-COLUMNA
        CALL 'INCIDENCIAS-DE-EXCESOS' USING INC-PETICION
        IF INC-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo grabar en INCIDENC, FILE STATUS '
                INC-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY 'ACUSE ANOTADO: serie ' SERIE-ACUSE ' columna '
            COLUMNA-ACUSE ' desde ' INC-FECHA-PRIMERA ' a cargo de '
            USUARIO-ACUSE
        MOVE 'S' TO ACUSE-ANOTADO
    END-IF.
    MOVE 'C' TO INC-OPERACION.
    CALL 'INCIDENCIAS-DE-EXCESOS' USING INC-PETICION.
    *> Tras la ultima llamada al modulo, que pisaria el RETURN-CODE
    IF ACUSE-ANOTADO = 'N'
        MOVE 4 TO RETURN-CODE
    END-IF.

END PROGRAM ACUSE-DE-INCIDENCIAS.
