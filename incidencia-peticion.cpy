*> Area de peticion del maestro de incidencias de limites, compartida
*> entre GRAFICADO-DE-FUNCIONES (que abre y cierra incidencias al
*> vigilar la banda), INFORME-DE-INCIDENCIAS (que lista las abiertas) y
*> ACUSE-DE-INCIDENCIAS (que anota quien se hace cargo de una).
*> Operaciones:
*>   'A' = abrir para actualizacion (crea el maestro si no existe)
*>   'B' = abrir para consulta
*>   'L' = leer la incidencia de la clave (serie, columna); estado '23'
*>         si no existe
*>   'G' = grabar/regrabar la incidencia de la clave
*>   'D' = borrar la incidencia de la clave; estado '23' si no existe
*>   'P' = posicionar el recorrido en la primera clave no menor que la
*>         pedida; estado '23' si no hay ninguna
*>   'S' = leer la siguiente incidencia del recorrido, devolviendo su
    05 INC-FECHA-ULTIMA   PIC 9(8).
    05 INC-DIAS-SEGUIDOS  PIC 9(3).
    05 INC-FECHA-CIERRE   PIC 9(8).
*>  Ultima noche en que la incidencia escalada se aviso por AVISOS; cero
*>  mientras no se ha avisado. Una incidencia nueva la pone a cero
    05 INC-FECHA-AVISO    PIC 9(8).
*>  Acuse del operador que se hace cargo: quien, cuando (AAAAMMDDHHMMSS)
*>  y su comentario. Con acuse la incidencia ya no se vuelve a avisar
    05 INC-ACUSE-USUARIO  PIC X(8).
    05 INC-ACUSE-FECHA-HORA PIC X(14).
    05 INC-ACUSE-COMENTARIO PIC X(40).
    05 INC-ESTADO         PIC XX.
