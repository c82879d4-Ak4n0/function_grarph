*> Area de peticion del catalogo de series, compartida entre
*> CATALOGO-DE-SERIES y los programas que necesitan saber que es una
*> serie (GRAFICADO-DE-FUNCIONES, VERIFICACION-DE-CONTROL,
*> ARCHIVADO-DE-HISTORIA, MANTENIMIENTO-DE-CATALOGO). Operaciones:
*>   'A' = abrir para actualizacion (crea el catalogo si no existe)
*>   'B' = abrir para consulta
*>   'L' = leer la serie de CAT-SERIE; estado '23' si no esta catalogada
*>   'G' = grabar/regrabar la serie de CAT-SERIE con todos sus campos
*>   'P' = posicionar el recorrido en la primera serie no menor que la
*>         pedida; estado '23' si no hay ninguna
*>   'S' = leer la siguiente serie del recorrido, devolviendo su clave;
*>         estado '10' al agotar el catalogo
*>   'C' = cerrar el catalogo
*> CAT-ESTADO devuelve el FILE STATUS de la operacion ('00' = correcto)
01 CAT-PETICION.
    05 CAT-OPERACION      PIC X.
    05 CAT-SERIE          PIC X(8).
*>  Que mide la serie y en que unidades, para la cabecera de la grafica
    05 CAT-DESCRIPCION    PIC X(40).
    05 CAT-UNIDADES       PIC X(10).
*>  Departamento propietario, con el mismo valor que DESTINATARIO=
    05 CAT-DESTINATARIO   PIC X(8).
*>  Fichero de limites de la serie cuando el control no trae DATLIM=
    05 CAT-DATLIM         PIC X(44).
*>  Dias de historia que se conservan en HISTORIA; a cero, sin purga
    05 CAT-RETENCION-DIAS PIC 9(5).
*>  'A' = serie activa, 'R' = retirada (el control ya no puede usarla)
    05 CAT-SITUACION      PIC X.
    05 CAT-FECHA-CAMBIO   PIC 9(8).
    05 CAT-USUARIO        PIC X(8).
    05 CAT-ESTADO         PIC XX.
