*> Area de peticion del maestro de versiones de la prevision PREVISIO,
*> compartida entre VERSIONES-DE-PREVISION y sus llamadores (pantalla
*> de MANTENIMIENTO-DE-PREVISION, GENERACION-DE-PREVISION, graficado y
*> REVISION-DE-PREVISION). Cada grabacion de la prevision de una serie
*> para una fecha objetivo es una version nueva (1, 2, ...) que ya no
*> se modifica: una cabecera con quien y cuando la grabo (punto 0) y
*> sus puntos 1..PRV-PUNTOS en orden ascendente de X. El corte de una
*> fecha objetivo es el comienzo de ese dia: pasado el corte la
*> prevision de la fecha queda congelada, y la version de referencia
*> es la ultima grabada antes del corte. Operaciones:
*>   'A' = abrir para grabacion (crea el maestro si no existe)
*>   'B' = abrir para consulta
*>   'U' = cabecera de la ultima version de (serie, fecha); estado '23'
*>         y version cero si la fecha no tiene ninguna
*>   'F' = cabecera de la version de referencia de (serie, fecha), la
*>         ultima grabada antes del corte; estado '23' si no hay
*>   'K' = cabecera de la version pedida; estado '23' si no existe
*>   'N' = numero de la version siguiente de (serie, fecha) en
*>         PRV-VERSION, detras tambien de las pendientes; no graba nada
*>   'R' = reservar la version PRV-VERSION (la de 'N') grabando su
*>         cabecera pendiente con PRV-USUARIO y PRV-ORIGEN; estado '22'
*>         si otra sesion reservo antes ese numero. Se reserva antes de
*>         grabar ningun punto
*>   'G' = grabar el punto PRV-PUNTO de la version reservada (X e Y)
*>   'H' = completar la version reservada (PRV-USUARIO, PRV-PUNTOS y
*>         PRV-ORIGEN); el modulo pone la fecha-hora. Mientras no se
*>         completa la version esta pendiente y 'U', 'F', 'K' y 'S' no
*>         la ven. Estado '22' si la version ya estaba completa y '23'
*>         si no se reservo
*>   'L' = leer el punto PRV-PUNTO de la version; estado '23' si no
*>   'P' = posicionar el recorrido en la primera clave no menor que la
*>         pedida (serie, fecha, version, punto); estado '23' si no hay
*>   'S' = leer el siguiente registro del recorrido, devolviendo su
*>         clave completa y, si es una cabecera (punto 0), sus datos;
*>         estado '10' al agotar el maestro
*>   'C' = cerrar el maestro
*> Con toda cabecera devuelta ('U', 'F', 'K', 'S') y tambien con 'U' y
*> 'N' sin version, PRV-CONGELADA dice si el corte de la fecha ya paso
*> y PRV-CORTE da el corte como fecha-hora AAAAMMDDHHMMSS.
*> PRV-ESTADO devuelve el FILE STATUS de la operacion ('00' = correcto)
01 PRV-PETICION.
    05 PRV-OPERACION    PIC X.
    05 PRV-SERIE        PIC X(8).
    05 PRV-FECHA        PIC 9(8).
    05 PRV-VERSION      PIC 9(4).
    05 PRV-PUNTO        PIC 9(5).
*>  Doce enteros: el X se guarda como llega, numero clasico o fecha-hora
*>  AAAAMMDDHHMM de FORMATOX=T
    05 PRV-X            PIC S9(12)V9(2).
    05 PRV-Y            PIC S9(7)V9(2).
    05 PRV-USUARIO      PIC X(8).
    05 PRV-FECHA-HORA   PIC X(14).
    05 PRV-PUNTOS       PIC 9(5).
*>  'P' = grabada desde la pantalla de mantenimiento, 'G' = generada
*>  desde HISTORIA por GENERACION-DE-PREVISION
    05 PRV-ORIGEN       PIC X.
*>  'S' si la version se grabo antes del corte de su fecha objetivo
    05 PRV-ANTES-DEL-CORTE PIC X.
    05 PRV-CONGELADA    PIC X.
    05 PRV-CORTE        PIC 9(14).
    05 PRV-ESTADO       PIC XX.
