*> una fecha de corte (y opcionalmente una serie), mueve a un fichero
*> secuencial de archivo todo punto con fecha anterior al corte y lo
*> borra del maestro, con un informe de archivados, borrados y
*> conservados por serie. Con MODO=C el corte no se teclea: cada serie
*> se purga segun los dias de retencion que le da el catalogo de series,
*> todas en la misma corrida. La retencion es reversible: el mismo programa
*> recarga un fichero de archivo al maestro si un auditor pide un
*> periodo viejo.
*> Parametros por linea de comandos, con el troceado CLAVE=VALOR del
*> graficado:
*>   MODO=A    archivar y borrar (por defecto); exige CORTE=
*>   MODO=C    archivar y borrar con el corte de cada serie sacado de su
*>             retencion en el catalogo (hoy menos los dias de
*>             retencion); la serie sin retencion o sin catalogar no se
*>             toca
*>   MODO=R    recargar el fichero de archivo al maestro
*>   CORTE=AAAAMMDD  se archiva todo punto con fecha anterior al corte
*>   SERIE=XXXXXXXX  limita el archivado a una serie; en blanco, todas
01 NOMBRE-ARCHIVO       PIC X(44) VALUE 'HISTARCH'.

01 PARAMETROS-ARCHIVADO.
*>  'A' = archivar y borrar, 'C' = archivar y borrar por la retencion
*>  del catalogo, 'R' = recargar el archivo al maestro
    05 MODO-ARCHIVADO   PIC X VALUE 'A'.
    05 FECHA-CORTE      PIC 9(8) VALUE 0.
    05 FECHA-DE-HOY     PIC 9(8).
    05 SERIE-PEDIDA     PIC X(8) VALUE SPACES.

01 LINEA-DE-COMANDO     PIC X(132).
    05 PUNTERO-COMANDO  PIC 9(4) COMP-3.

COPY "historia-peticion.cpy".
COPY "catalogo-peticion.cpy".

*>  Recuentos por serie del periodo tratado; 50 series dan holgura a los
*>  grupos de contadores en produccion sin acercarse al tope
    05 TOTAL-SERIES     PIC 9(3) COMP-3 VALUE 0.
    05 CUENTA-SERIE OCCURS 50 TIMES.
        10 CTA-SERIE        PIC X(8).
*>  Corte que se aplica a la serie: el de CORTE= o, con MODO=C, el de
*>  su retencion en el catalogo; a cero la serie se conserva entera
        10 CTA-CORTE        PIC 9(8).
        10 CTA-ARCHIVADOS   PIC 9(7) COMP-3.
        10 CTA-BORRADOS     PIC 9(7) COMP-3.
        10 CTA-CONSERVADOS  PIC 9(7) COMP-3.
    05 DSI-BORRADOS     PIC ZZZZZZ9.
    05 FILLER           PIC X(14) VALUE '  CONSERVADOS='.
    05 DSI-CONSERVADOS  PIC ZZZZZZ9.
    05 FILLER           PIC X(2) VALUE SPACES.
    05 DSI-NOTA         PIC X(30).

PROCEDURE DIVISION.
    PERFORM INTERPRETAR-PARAMETROS.
    IF MODO-ARCHIVADO EQUALS 'R'
        PERFORM RECARGAR-ARCHIVO
    ELSE
        IF MODO-ARCHIVADO = 'C'
            PERFORM ABRIR-CATALOGO
        END-IF
        PERFORM ARCHIVAR-MAESTRO
        PERFORM BORRAR-ARCHIVADOS
        IF MODO-ARCHIVADO = 'C'
            MOVE 'C' TO CAT-OPERACION
            CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
        END-IF
    END-IF.
    PERFORM GRABAR-INFORME.
    CLOSE ARCH-INFORME.
    *> Troceado de la linea de comandos en fichas CLAVE=VALOR, el mismo
    *> del graficado; una clave desconocida se ignora como alli
    ACCEPT LINEA-DE-COMANDO FROM COMMAND-LINE.
    MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY.
    IF LINEA-DE-COMANDO NOT EQUAL SPACES
        MOVE 1 TO PUNTERO-COMANDO
        PERFORM UNTIL PUNTERO-COMANDO > LENGTH OF LINEA-DE-COMANDO
        END-PERFORM
    END-IF.
*>  Archivar sin fecha de corte vaciaria el maestro entero: se exige el
*>  corte explicito antes de tocar nada, salvo con MODO=C, donde el
*>  corte de cada serie sale de su retencion en el catalogo
    IF MODO-ARCHIVADO = 'C'
        MOVE 0 TO FECHA-CORTE
    END-IF.
    IF MODO-ARCHIVADO NOT = 'R' AND MODO-ARCHIVADO NOT = 'C'
            AND FECHA-CORTE = 0
        DISPLAY 'ERROR: el archivado exige CORTE=AAAAMMDD'
        MOVE 16 TO RETURN-CODE
        STOP RUN
        STOP RUN
    END-IF.

ABRIR-CATALOGO.
    *> La purga por retencion no tiene sentido sin el catalogo que la da
    MOVE 'B' TO CAT-OPERACION.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    IF CAT-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir CATALOGO, FILE STATUS '
            CAT-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

ARCHIVAR-MAESTRO.
    *> Primera pasada: recorre el maestro completo y copia al fichero de
    *> archivo todo punto anterior al corte (de la serie pedida, o de
        ELSE
            MOVE HIS-SERIE TO SERIE-EN-CURSO
            PERFORM BUSCAR-CUENTA-SERIE
            IF HIS-FECHA < CTA-CORTE (INDICE-SERIE)
                    AND (SERIE-PEDIDA EQUALS SPACES
                    OR HIS-SERIE EQUALS SERIE-PEDIDA)
                MOVE HIS-FECHA   TO AR-FECHA
        MOVE 0 TO CTA-ARCHIVADOS (INDICE-SERIE)
        MOVE 0 TO CTA-BORRADOS (INDICE-SERIE)
        MOVE 0 TO CTA-CONSERVADOS (INDICE-SERIE)
        PERFORM ASIGNAR-CORTE-SERIE
    END-IF.

ASIGNAR-CORTE-SERIE.
    *> Corte de la serie recien dada de alta en los recuentos: el comun
    *> de CORTE= o, con MODO=C, hoy menos los dias de retencion que le da
    *> el catalogo. Una serie sin catalogar o sin retencion se conserva
    *> entera: ante la duda no se borra historia
    IF MODO-ARCHIVADO = 'C'
        MOVE 0 TO CTA-CORTE (INDICE-SERIE)
        MOVE 'L' TO CAT-OPERACION
        MOVE SERIE-EN-CURSO TO CAT-SERIE
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
        IF CAT-ESTADO = '00' AND CAT-RETENCION-DIAS > 0
            COMPUTE CTA-CORTE (INDICE-SERIE) =
                FUNCTION DATE-OF-INTEGER (
                    FUNCTION INTEGER-OF-DATE (FECHA-DE-HOY)
                    - CAT-RETENCION-DIAS)
        END-IF
    ELSE
        MOVE FECHA-CORTE TO CTA-CORTE (INDICE-SERIE)
    END-IF.

GRABAR-INFORME.
            INTO REG-INFORME
        END-STRING
    ELSE
        IF MODO-ARCHIVADO = 'C'
            MOVE FECHA-DE-HOY TO INF-FECHA
    *> Cabe entera antes de la serie pedida, que va en la columna 48
            STRING
                'ARCHIVADO POR RETENCION - CATALOGO AL '
                    DELIMITED BY SIZE
                INF-FECHA DELIMITED BY SIZE
                INTO REG-INFORME
            END-STRING
        ELSE
            MOVE FECHA-CORTE TO INF-FECHA
            STRING
                'ARCHIVADO DEL MAESTRO HISTORIA - CORTE '
                    DELIMITED BY SIZE
                INF-FECHA DELIMITED BY SIZE
                INTO REG-INFORME
            END-STRING
        END-IF
        IF SERIE-PEDIDA NOT EQUAL SPACES
            STRING
                '  SERIE '   DELIMITED BY SIZE
        MOVE CTA-ARCHIVADOS (INDICE-SERIE)  TO DSI-ARCHIVADOS
        MOVE CTA-BORRADOS (INDICE-SERIE)    TO DSI-BORRADOS
        MOVE CTA-CONSERVADOS (INDICE-SERIE) TO DSI-CONSERVADOS
        MOVE SPACES TO DSI-NOTA
        IF MODO-ARCHIVADO = 'C'
            IF CTA-CORTE (INDICE-SERIE) = 0
                MOVE 'SIN RETENCION EN EL CATALOGO' TO DSI-NOTA
            ELSE
                MOVE CTA-CORTE (INDICE-SERIE) TO INF-FECHA
                STRING
                    'CORTE=' DELIMITED BY SIZE
                    INF-FECHA DELIMITED BY SIZE
                    INTO DSI-NOTA
                END-STRING
            END-IF
        END-IF
        WRITE REG-INFORME FROM DETALLE-SERIE-INFORME
    END-PERFORM.
    IF TOTAL-SERIES EQUALS 0
