*> ahora se compilaba leyendo el fichero a ojo.
*> El mes se pide con MES=AAAAMM en la linea de comandos; sin parametro se
*> resume el mes en curso. Las lineas de la bitacora que no son corridas
*> del graficado (rearranques, grabaciones en HISTORIA, mantenimiento de
*> la prevision) se cuentan aparte como otras anotaciones.
*> Un dia sin corrida que el calendario de ventanas planificadas (CALENDAR)
*> cubre entero para todas las series es un festivo o una parada sabida,
*> no un job saltado: se lista aparte con su motivo, y al pie van todas
*> las ventanas planificadas del mes para que el auditor vea que se excuso.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05 MENOR-EJE-Y      PIC S9(7)V9(2) COMP-3.
    05 MAYOR-EJE-Y      PIC S9(7)V9(2) COMP-3.
    05 DIAS-SIN-CORRIDA PIC 99 COMP-3 VALUE 0.
    05 DIAS-PLANIFICADOS PIC 99 COMP-3 VALUE 0.
    05 VENTANAS-DEL-MES PIC 9(3) COMP-3 VALUE 0.
01 FIN-BITACORA         PIC X VALUE 'N'.
01 FIN-CALENDARIO       PIC X VALUE 'N'.

COPY "calendario-peticion.cpy".

*>  Dia del mes excusado por el calendario, apartado para listarlo junto
*>  a su ventana despues de los dias sin corrida de verdad
01 DIAS-EXCUSADOS.
    05 DIA-EXCUSADO OCCURS 31 TIMES.
        10 DEX-FECHA       PIC 9(8).
        10 DEX-DESDE       PIC 9(4).
        10 DEX-HASTA       PIC 9(4).
        10 DEX-MOTIVO      PIC X(4).
        10 DEX-DESCRIPCION PIC X(40).
01 INDICE-EXCUSADO      PIC 99 COMP-3.

01 DETALLE-VENTANA.
    05 FILLER             PIC X(2) VALUE SPACES.
    05 DVE-FECHA          PIC 9(8).
    05 FILLER             PIC X VALUE SPACE.
    05 DVE-DESDE          PIC 9(4).
    05 FILLER             PIC X VALUE '-'.
    05 DVE-HASTA          PIC 9(4).
    05 FILLER             PIC X(8) VALUE ' MOTIVO='.
    05 DVE-MOTIVO         PIC X(4).
    05 FILLER             PIC X(7) VALUE ' SERIE='.
    05 DVE-SERIE          PIC X(8).
    05 FILLER             PIC X VALUE SPACE.
    05 DVE-DESCRIPCION    PIC X(40).

01 RESUMEN-RUBRICAS.
    05 RES-MES          PIC 9(6).

PROCEDURE DIVISION.
    PERFORM INTERPRETAR-PARAMETROS.
    PERFORM CARGAR-CALENDARIO.
    PERFORM ACUMULAR-BITACORA.
    PERFORM GRABAR-RESUMEN.
STOP RUN.
        END-IF
    END-PERFORM.

CARGAR-CALENDARIO.
    *> El calendario de ventanas planificadas es opcional: sin el, todo
    *> dia sin corrida se lista como siempre
    MOVE 'A' TO CAL-OPERACION.
    CALL 'CALENDARIO-DE-VENTANAS' USING CAL-PETICION.
    EVALUATE CAL-ESTADO
        WHEN '00'
            CONTINUE
        WHEN '22'
            DISPLAY 'ERROR: registro ' CAL-NUMERO
                ' de CALENDAR no valido'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN '24'
            DISPLAY 'ERROR: mas de 500 ventanas en CALENDAR, amplie la '
                'tabla'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            DISPLAY 'ERROR: no se pudo abrir CALENDAR, FILE STATUS '
                CAL-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ACUMULAR-BITACORA.
    *> Recorre la bitacora y acumula las corridas del mes pedido; cada
    *> linea de corrida lleva el sello AAAAMMDDHHMMSS al frente y las
    MOVE 'DIAS SIN CORRIDA' TO REG-RESUMEN.
    WRITE REG-RESUMEN.
    MOVE 0 TO DIAS-SIN-CORRIDA.
    MOVE 0 TO DIAS-PLANIFICADOS.
    PERFORM VARYING DIA-EN-CURSO FROM 1 BY 1
            UNTIL DIA-EN-CURSO > ULTIMO-DIA-MES
        IF CORRIDAS-POR-DIA (DIA-EN-CURSO) EQUALS 0
            PERFORM CLASIFICAR-DIA-SIN-CORRIDA
        END-IF
    END-PERFORM.
    IF DIAS-SIN-CORRIDA EQUALS 0
        MOVE '  NINGUNO: COBERTURA COMPLETA DEL MES' TO REG-RESUMEN
        WRITE REG-RESUMEN
    END-IF.
    IF DIAS-PLANIFICADOS > 0
        PERFORM GRABAR-DIAS-EXCUSADOS
    END-IF.
    PERFORM GRABAR-VENTANAS-DEL-MES.
    IF OTRAS-ANOTACIONES > 0
        MOVE SPACES TO REG-RESUMEN
        WRITE REG-RESUMEN
    END-STRING.
    WRITE REG-RESUMEN.

CLASIFICAR-DIA-SIN-CORRIDA.
    *> Un dia sin corrida que una ventana de todas las series cubre
    *> entero es un festivo o una parada planificada: se aparta para
    *> listarlo con su motivo en vez de darlo por job saltado
    COMPUTE RES-FECHA = MES-RESUMEN * 100 + DIA-EN-CURSO.
    MOVE 'D' TO CAL-OPERACION.
    MOVE SPACES TO CAL-SERIE.
    MOVE RES-FECHA TO CAL-FECHA.
    CALL 'CALENDARIO-DE-VENTANAS' USING CAL-PETICION.
    IF CAL-ESTADO = '00'
        ADD 1 TO DIAS-PLANIFICADOS
        MOVE CAL-FECHA       TO DEX-FECHA (DIAS-PLANIFICADOS)
        MOVE CAL-DESDE       TO DEX-DESDE (DIAS-PLANIFICADOS)
        MOVE CAL-HASTA       TO DEX-HASTA (DIAS-PLANIFICADOS)
        MOVE CAL-MOTIVO      TO DEX-MOTIVO (DIAS-PLANIFICADOS)
        MOVE CAL-DESCRIPCION TO DEX-DESCRIPCION (DIAS-PLANIFICADOS)
    ELSE
        ADD 1 TO DIAS-SIN-CORRIDA
        PERFORM GRABAR-DIA-SIN-CORRIDA
    END-IF.

GRABAR-DIAS-EXCUSADOS.
    MOVE SPACES TO REG-RESUMEN.
    WRITE REG-RESUMEN.
    MOVE 'DIAS SIN CORRIDA EXCUSADOS POR EL CALENDARIO (FESTIVOS Y PARADAS)'
        TO REG-RESUMEN.
    WRITE REG-RESUMEN.
    PERFORM VARYING INDICE-EXCUSADO FROM 1 BY 1
            UNTIL INDICE-EXCUSADO > DIAS-PLANIFICADOS
        MOVE DEX-FECHA (INDICE-EXCUSADO)       TO DVE-FECHA
        MOVE DEX-DESDE (INDICE-EXCUSADO)       TO DVE-DESDE
        MOVE DEX-HASTA (INDICE-EXCUSADO)       TO DVE-HASTA
        MOVE DEX-MOTIVO (INDICE-EXCUSADO)      TO DVE-MOTIVO
        MOVE 'TODAS'                           TO DVE-SERIE
        MOVE DEX-DESCRIPCION (INDICE-EXCUSADO) TO DVE-DESCRIPCION
        WRITE REG-RESUMEN FROM DETALLE-VENTANA
    END-PERFORM.

GRABAR-VENTANAS-DEL-MES.
    *> Todas las ventanas planificadas del mes, de cualquier serie, con
    *> su motivo: lo que el graficado pudo excusar durante el periodo
    MOVE SPACES TO REG-RESUMEN.
    WRITE REG-RESUMEN.
    MOVE 'VENTANAS PLANIFICADAS DEL MES' TO REG-RESUMEN.
    WRITE REG-RESUMEN.
    MOVE 0 TO VENTANAS-DEL-MES.
    MOVE 'P' TO CAL-OPERACION.
    CALL 'CALENDARIO-DE-VENTANAS' USING CAL-PETICION.
    MOVE 'N' TO FIN-CALENDARIO.
    PERFORM UNTIL FIN-CALENDARIO = 'S'
        MOVE 'S' TO CAL-OPERACION
        CALL 'CALENDARIO-DE-VENTANAS' USING CAL-PETICION
        IF CAL-ESTADO NOT = '00'
            MOVE 'S' TO FIN-CALENDARIO
        ELSE
            IF CAL-FECHA (1:6) = MES-RESUMEN
                ADD 1 TO VENTANAS-DEL-MES
                MOVE CAL-FECHA       TO DVE-FECHA
                MOVE CAL-DESDE       TO DVE-DESDE
                MOVE CAL-HASTA       TO DVE-HASTA
                MOVE CAL-MOTIVO      TO DVE-MOTIVO
                MOVE CAL-SERIE       TO DVE-SERIE
                MOVE CAL-DESCRIPCION TO DVE-DESCRIPCION
                WRITE REG-RESUMEN FROM DETALLE-VENTANA
            END-IF
        END-IF
    END-PERFORM.
    IF VENTANAS-DEL-MES = 0
        MOVE '  NINGUNA' TO REG-RESUMEN
        WRITE REG-RESUMEN
    END-IF.

GRABAR-REPARTOS.
    MOVE CORRIDAS-FUENTE-DATOS TO RES-CONTADOR.
    MOVE SPACES TO REG-RESUMEN.
