*> Area de peticion del calendario de ventanas planificadas (paradas de
*> mantenimiento y festivos), compartida entre CALENDARIO-DE-VENTANAS y
*> los programas que excusan lo que ocurre dentro de una ventana
*> (GRAFICADO-DE-FUNCIONES, RESUMEN-DE-BITACORA). Operaciones:
*>   'A' = cargar el calendario en memoria; sin fichero CALENDAR el
*>         calendario queda vacio y ninguna consulta encuentra ventana
*>   'V' = buscar la ventana de la serie (o de todas las series) que
*>         cubre la fecha y la hora HHMM pedidas; estado '23' si no hay
*>   'D' = buscar la ventana que cubre el dia entero (0000 a 2400) de la
*>         fecha pedida; con CAL-SERIE en blanco solo valen las de todas
*>         las series; estado '23' si no hay
*>   'P' = posicionar el recorrido al principio del calendario
*>   'S' = devolver la siguiente ventana del recorrido, en el orden del
*>         fichero; estado '10' al agotarlo
*>   'C' = liberar el calendario
*> Las consultas devuelven la ventana encontrada completa, con su
*> motivo, y CAL-NUMERO, su numero de orden en el calendario, para que
*> el llamador pueda listar una sola vez cada ventana aplicada.
*> CAL-ESTADO devuelve el resultado de la operacion ('00' = correcto)
01 CAL-PETICION.
    05 CAL-OPERACION      PIC X.
*>  Serie de la ventana; 'TODAS' (o en blanco) cubre todas las series
    05 CAL-SERIE          PIC X(8).
    05 CAL-FECHA          PIC 9(8).
    05 CAL-HORA           PIC 9(4).
    05 CAL-DESDE          PIC 9(4).
    05 CAL-HASTA          PIC 9(4).
*>  Codigo de motivo (p.ej. MANT = parada de mantenimiento, FEST =
*>  festivo) y texto libre que lo explica al auditor
    05 CAL-MOTIVO         PIC X(4).
    05 CAL-DESCRIPCION    PIC X(40).
    05 CAL-NUMERO         PIC 9(3).
    05 CAL-ESTADO         PIC XX.
