    SELECT ARCH-EXCESOS ASSIGN TO "EXCESOS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EXCESOS.
*>  Anomalias estadisticas: puntos que caen fuera de la envolvente que
*>  su propia columna trazo los ultimos dias guardados en HISTORIA,
*>  aunque esten dentro de la banda contractual; van aparte de EXCESOS
*>  y no abren incidencias
    SELECT ARCH-ANOMALIAS ASSIGN TO "ANOMALIAS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ANOMALIAS.
*>  Avisos de trazado fijo para la pasarela de busca: uno por incidencia
*>  que escala, recordatorio mientras nadie acusa y aviso de resuelta
    SELECT ARCH-AVISOS ASSIGN TO "AVISOS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-AVISOS.
*>  Exportacion delimitada de los puntos dibujados, para que planificacion
*>  cargue "los numeros de detras de la grafica" sin reteclear el reporte
    SELECT ARCH-EXPORTACION ASSIGN TO "GRAFICA.CSV"
    SELECT ARCH-PUNTO-CONTROL ASSIGN TO "GRAFICA.CHK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PUNTO-CONTROL.
*>  Listado de una rectificacion de un dia pasado: los puntos de HISTORIA
*>  y las incidencias que cambiaron, antes y despues
    SELECT ARCH-RECTIFICACION ASSIGN TO "RECTIFICACION.LST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RECTIFICACION.

DATA DIVISION.
FILE SECTION.
FD ARCH-EXCESOS.
01 REG-EXCESOS             PIC X(132).

FD ARCH-ANOMALIAS.
01 REG-ANOMALIAS           PIC X(132).

FD ARCH-AVISOS.
01 REG-AVISOS              PIC X(120).

FD ARCH-RECHAZOS.
01 REG-RECHAZOS            PIC X(132).

FD ARCH-EDICION.
01 REG-EDICION             PIC X(132).

FD ARCH-RECTIFICACION.
01 REG-RECTIFICACION       PIC X(132).

WORKING-STORAGE SECTION.
01 COORDENADAS.
    05 X                PIC 999 COMP-3.
    05 MARCADOR-REAL    PIC X VALUE 'X'.
    05 MARCADOR-PREVISION PIC X VALUE 'O'.
    05 MARCADOR-EXCESO  PIC X VALUE '!'.
*>  Punto fuera de banda dentro de una ventana planificada del
*>  calendario, y hueco de la serie que la ventana explica
    05 MARCADOR-PLANIFICADO PIC X VALUE 'P'.
    05 MARCADOR-HUECO-PLANIFICADO PIC X VALUE '~'.
*>  'S' activa la banda de limites operativos leida de ARCH-LIMITES
    05 USAR-LIMITES     PIC X VALUE 'N'.
*>  'S' añade la serie dibujada al maestro historico HISTORIA al terminar
*>  'S' = suma; en blanco se conserva el recorte clasico a las primeras
*>  MAX-COLUMNAS lecturas
    05 REGLA-AGRUPACION PIC X VALUE SPACE.
*>  Deteccion de anomalias contra la envolvente historica de cada
*>  columna: 'N' = sin deteccion, 'S' = media mas/menos FACTOR-ANOMALIA
*>  desviaciones tipicas, 'P' = fuera del rango entre el percentil
*>  PERCENTIL-ANOMALIA y su simetrico; la envolvente sale de los
*>  ultimos DIAS-ANOMALIA dias con puntos guardados de la serie
    05 DETECCION-ANOMALIAS PIC X VALUE 'N'.
    05 DIAS-ANOMALIA    PIC 99 COMP-3 VALUE 20.
    05 FACTOR-ANOMALIA  PIC 9V99 COMP-3 VALUE 3.
    05 PERCENTIL-ANOMALIA PIC 99 COMP-3 VALUE 5.
    05 MARCADOR-ANOMALIA PIC X VALUE '?'.

*>  Nombres de los ficheros de datos de la grafica en curso; cada registro
*>  de GRAFCTL puede sustituirlos para apuntar a su propio grupo de
01 FECHA-COMPARACION      PIC 9(8) VALUE 0.
01 FECHA-DE-HOY           PIC 9(8).

*>  Superposicion tomada del maestro de versiones PREVISIO en lugar de
*>  DATPREV (PREVISION=V): la version VERSION= de la prevision de la
*>  serie para la fecha de la corrida o, a cero, la de referencia, la
*>  ultima grabada antes del corte. Lo que se sabe de la version
*>  superpuesta va a la edicion y a las cifras de precision
01 VERSION-PREVISION-CAMPOS.
    05 PREVISION-VERSIONADA PIC X VALUE 'N'.
    05 VERSION-PEDIDA   PIC 9(4) VALUE 0.
    05 VERSION-SUPERPUESTA PIC 9(4) VALUE 0.
    05 PUNTOS-VERSION   PIC 9(5) COMP-3.
    05 PUNTO-VERSION    PIC 9(5) COMP-3.
    05 USUARIO-VERSION  PIC X(8).
    05 FECHA-HORA-VERSION PIC X(14).
    05 VERSION-ANTES-DEL-CORTE PIC X.
    05 ED-VERSION       PIC 9(4).
    05 ED-FECHA-VERSION PIC 9(8).
*>  Punto de una version rechazado por la edicion, tal como va a RECHAZOS
01 IMAGEN-PUNTO-VERSION.
    05 IPV-X            PIC S9(12)V9(2).
    05 IPV-Y            PIC S9(7)V9(2).

COPY "historia-peticion.cpy".
COPY "incidencia-peticion.cpy".
COPY "calendario-peticion.cpy".
COPY "catalogo-peticion.cpy".
COPY "prevision-peticion.cpy".
01 TITULO-GRAFICA         PIC X(120) VALUE SPACES.

01 CONTROL-LOTE.

*>  Trazados fijos del fichero de estado de la corrida: 'G' por grafica
*>  intentada con sus recuentos de la edicion y su codigo (00 correcta,
*>  02 con anomalias estadisticas, 04 fuera de banda, 08 incidencia
*>  escalada, 12 rechazada por la edicion) y 'T' de totales con el
*>  codigo final de la corrida. El 'G' lleva ademas la fecha con que se
*>  guardo en HISTORIA, si se guardo y cuantas columnas, para que
*>  CUADRE-DE-HISTORIA compruebe que el maestro recibio el dia entero
01 DETALLE-ESTADO-GRAFICA.
    05 FILLER           PIC X VALUE 'G'.
    05 EST-NUMERO       PIC 9(3).
    05 EST-RECHAZADOS   PIC 9(5).
    05 EST-EXCESO       PIC X.
    05 EST-CODIGO       PIC 9(2).
    05 EST-ANOMALIAS    PIC 9(3).
    05 EST-FECHA        PIC 9(8).
    05 EST-HISTORIA     PIC X.
    05 EST-COLUMNAS     PIC 9(3).

01 DETALLE-ESTADO-TOTAL.
    05 FILLER           PIC X VALUE 'T'.
01 LINEA-BITACORA       PIC X(132).

01 LINEA-DE-COMANDO     PIC X(132).
*>  El valor da cabida a la lista de COMPONENTES= de una compuesta (ocho
*>  series de ocho separadas por comas)
01 ANALISIS-PARAMETROS.
    05 TOKEN-PARAMETRO  PIC X(100).
    05 CLAVE-PARAMETRO  PIC X(20).
    05 VALOR-PARAMETRO  PIC X(80).
    05 PUNTERO-COMANDO  PIC 9(4) COMP-3.

01 FS-CONTROL           PIC XX VALUE '00'.
01 FS-RECHAZOS          PIC XX VALUE '00'.
01 FS-LIMITES           PIC XX VALUE '00'.
01 FS-EXCESOS           PIC XX VALUE '00'.
01 FS-ANOMALIAS         PIC XX VALUE '00'.
01 FS-AVISOS            PIC XX VALUE '00'.
01 FS-EXPORTACION       PIC XX VALUE '00'.
01 FS-EDICION           PIC XX VALUE '00'.
01 FS-DATOS-REAL        PIC XX VALUE '00'.
01 FS-ESTADO            PIC XX VALUE '00'.
01 FS-BITACORA          PIC XX VALUE '00'.
01 FS-PUNTO-CONTROL     PIC XX VALUE '00'.
01 FS-RECTIFICACION     PIC XX VALUE '00'.

01 TABLA-IMPRESION.
    05 LINEA-IMPRESION  PIC X(132) OCCURS 50 TIMES.
    05 ENTRADAS-COLUMNA   PIC 9(5) COMP-3 OCCURS 132 TIMES.
    05 COLUMNA-OCUPADA    PIC X OCCURS 132 TIMES.
    05 COLUMNA-PREV-OCUPADA PIC X OCCURS 132 TIMES.
*>  'S' en el hueco que cae dentro de una ventana planificada: se sabia
*>  de antemano que ese intervalo no iba a traer dato
    05 COLUMNA-PLANIFICADA PIC X OCCURS 132 TIMES.
*>  'S' en la columna cuyo punto es una anomalia estadistica, 'P' si
*>  ademas cae en una ventana planificada (se anota pero no se marca)
    05 COLUMNA-ANOMALA    PIC X OCCURS 132 TIMES.

01 RANGO-INICIADO       PIC X VALUE 'N'.

*>  historico); el transporte lineal queda solo para los rotulos del eje
01 X-DE-COLUMNA         PIC S9(9)V9(2) COMP-3.

*>  Grafica compuesta: un registro con COMPONENTES=A,B,.. no lee DATREAL;
*>  suma columna a columna las series que nombra, tomadas de una grafica
*>  anterior de la misma corrida o de HISTORIA en la fecha de corrida, y
*>  el total sigue bajo su propia SERIE= el camino de cualquier serie
*>  (limites, exportacion, HISTORIA). Cada componente se dibuja acumulado
*>  sobre los anteriores con su propio marcador
01 COMPUESTA-CAMPOS.
    05 SERIE-COMPUESTA      PIC X VALUE 'N'.
    05 TOTAL-COMPONENTES    PIC 99 COMP-3 VALUE 0.
    05 COMPONENTES-DE-MAS   PIC 99 COMP-3 VALUE 0.
    05 COMPONENTES-AUSENTES PIC 99 COMP-3 VALUE 0.
    05 INDICE-COMPONENTE    PIC 99 COMP-3.
    05 INDICE-PUNTO-COMPONENTE PIC 999 COMP-3.
    05 MARCADORES-COMPONENTE PIC X(8) VALUE '12345678'.
    05 HISTORIA-COMPONENTES PIC X VALUE 'N'.
    05 FIN-COMPONENTE       PIC X.
    05 INDICE-UNION         PIC 9(5) COMP-3.
*>  En la colocacion por tiempo los X se llevan al minuto entero: el X de
*>  una columna sale de un transporte en coma flotante y puede quedarse
*>  a un centesimo del minuto que representa
    05 MINUTO-REDONDEADO    PIC S9(9) COMP-3.
    05 X-COMPONENTE         PIC S9(9)V9(2) COMP-3.
    05 Y-COMPONENTE         COMP-2.
    05 ACUMULADO-COMPONENTES COMP-2.
    05 SUMA-TOTAL-COMPONENTES COMP-2.
    05 CMP-ED-PUNTOS        PIC ZZZZ9.
    05 COMAS-COMPONENTES    PIC 99 COMP-3.
    05 LISTA-COMPONENTES.
        10 LC-SERIE         PIC X(8) OCCURS 8 TIMES.
    05 COMPONENTE OCCURS 8 TIMES.
        10 CMP-SERIE        PIC X(8).
*>  'C' = grafica anterior de la corrida, 'H' = HISTORIA en la fecha de
*>  corrida, 'N' = no disponible (cuenta como rechazo)
        10 CMP-ORIGEN       PIC X.
        10 CMP-PUNTOS       PIC 999 COMP-3.
        10 CMP-COLUMNAS     PIC 999 COMP-3.
        10 CMP-SUMA         COMP-2.
        10 CMP-X            PIC S9(9)V9(2) COMP-3 OCCURS 132 TIMES.
        10 CMP-Y            COMP-2 OCCURS 132 TIMES.
        10 CMP-VALOR-COLUMNA COMP-2 OCCURS 132 TIMES.
        10 CMP-COLUMNA-OCUPADA PIC X OCCURS 132 TIMES.

*>  Series ya dibujadas en esta corrida, con el X real y el valor de cada
*>  columna ocupada, a mano de una grafica compuesta posterior; la misma
*>  serie graficada dos veces conserva la ultima. Con la tabla llena las
*>  demas no se guardan y la compuesta las busca en HISTORIA
01 SERIES-DE-LA-CORRIDA.
    05 TOTAL-SERIES-CORRIDA PIC 99 COMP-3 VALUE 0.
    05 INDICE-SERIE-CORRIDA PIC 99 COMP-3.
    05 POSICION-SERIE-CORRIDA PIC 99 COMP-3.
    05 SERIE-CORRIDA OCCURS 40 TIMES.
        10 SC-SERIE         PIC X(8).
        10 SC-FORMATO-X     PIC X.
        10 SC-PUNTOS        PIC 999 COMP-3.
        10 SC-X             PIC S9(9)V9(2) COMP-3 OCCURS 132 TIMES.
        10 SC-Y             COMP-2 OCCURS 132 TIMES.

01 DETALLE-COMPONENTE.
    05 FILLER              PIC XX    VALUE SPACES.
    05 DC-MARCADOR         PIC X.
    05 FILLER              PIC X     VALUE SPACE.
    05 DC-SERIE            PIC X(8).
    05 FILLER              PIC X(9)  VALUE '  ORIGEN='.
    05 DC-ORIGEN           PIC X(22).
    05 FILLER              PIC X(11) VALUE '  COLUMNAS='.
    05 DC-COLUMNAS         PIC ZZ9.
    05 FILLER              PIC X(7)  VALUE '  SUMA='.
    05 DC-SUMA             PIC -(9)9.99.
    05 FILLER              PIC X(7)  VALUE '  PESO='.
    05 DC-PESO             PIC -(3)9.99.
    05 FILLER              PIC X     VALUE '%'.

*>  Paso de edicion de entrada: cada registro de DATREAL/DATPREV se revisa
*>  (X e Y numericos, X ascendente y sin duplicados) antes de aceptarlo;
*>  los ofensores van a RECHAZOS con su motivo y el cuadre a EDICION.LST.
*>  Motivos de rechazo: 01 = X no numerico, 02 = Y no numerico,
*>  03 = X duplicado, 04 = X fuera de orden ascendente,
*>  05 = fecha-hora invalida (solo con FORMATOX=T),
*>  06 = la tabla de puntos esta llena y el registro no cabe,
*>  07 = componente de una grafica compuesta no disponible,
*>  08 = componente de mas (una compuesta suma como mucho ocho)
    05 MOTIVO-RECHAZO       PIC XX.
    05 ORIGEN-RECHAZO       PIC X(4).

*>  el planificador avise a alguien en vez de archivar otro listado
    05 HUBO-ESCALADA      PIC X VALUE 'N'.

*>  Ventanas planificadas del calendario (paradas y festivos): la
*>  ventana en vigor sobre la columna en curso, los incumplimientos y
*>  huecos que excusa la grafica y las ventanas que los excusaron, que
*>  se listan al pie de la grafica para que el auditor vea por que
01 VENTANAS-CAMPOS.
    05 VENTANA-EN-VIGOR       PIC X.
    05 EXCESOS-PLANIFICADOS   PIC 9(3) COMP-3.
    05 HUECOS-PLANIFICADOS    PIC 9(3) COMP-3.
    05 HUECOS-SIN-EXPLICAR    PIC 9(3) COMP-3.
    05 ULTIMA-COLUMNA-DATOS   PIC 9(3) COMP-3.
    05 VENTANA-ANOTADA        PIC X.
    05 INDICE-VENTANA-GRAFICA PIC 99 COMP-3.
*>  20 ventanas distintas en una sola grafica no se han visto nunca;
*>  las que pasaran del tope excusan igual pero no se listan
    05 TOTAL-VENTANAS-GRAFICA PIC 99 COMP-3 VALUE 0.
    05 VENTANA-GRAFICA OCCURS 20 TIMES.
        10 VG-NUMERO          PIC 9(3).
        10 VG-SERIE           PIC X(8).
        10 VG-FECHA           PIC 9(8).
        10 VG-DESDE           PIC 9(4).
        10 VG-HASTA           PIC 9(4).
        10 VG-MOTIVO          PIC X(4).
        10 VG-DESCRIPCION     PIC X(40).

*>  Catalogo de series: si se pudo abrir, si la serie de la grafica en
*>  curso esta catalogada (su descripcion y unidades van a la cabecera
*>  y al eje Y) y si el control trajo DATLIM= propio; sin el, la banda
*>  sale del fichero de limites que el catalogo da a la serie
01 CATALOGO-CAMPOS.
    05 CATALOGO-DISPONIBLE PIC X VALUE 'N'.
    05 SERIE-CATALOGADA    PIC X VALUE 'N'.
    05 LIMITES-EXPLICITOS  PIC X VALUE 'N'.

01 CABECERA-CATALOGO.
    05 FILLER           PIC X(6)  VALUE 'SERIE '.
    05 CCA-SERIE        PIC X(8).
    05 FILLER           PIC X(3)  VALUE ' - '.
    05 CCA-DESCRIPCION  PIC X(40).
    05 FILLER           PIC X(11) VALUE '  UNIDADES '.
    05 CCA-UNIDADES     PIC X(10).
    05 FILLER           PIC X(14) VALUE '  PROPIETARIO '.
    05 CCA-DESTINATARIO PIC X(8).

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

*>  Tramos horarios de limites leidos de ARCH-LIMITES; con un solo
*>  registro el tramo unico abarca el dia entero y todo se comporta como
*>  la banda plana de siempre. Los extremos globales alimentan la escala
    05 EXC-Y              PIC -(7)9.99.
    05 FILLER             PIC X(8) VALUE ' LIMITE '.
    05 EXC-LIMITE         PIC X(8).
*>  ' PLANIFICADO ' y el motivo de la ventana cuando el incumplimiento
*>  cae dentro de una ventana del calendario; en blanco si no
    05 EXC-NOTA           PIC X(13).
    05 EXC-MOTIVO         PIC X(4).

*>  Envolvente historica de cada columna: los valores guardados en
*>  HISTORIA para esa columna en los ultimos dias de la serie, en orden
*>  ascendente segun se insertan (el percentil se lee por posicion).
*>  HUBO-ANOMALIA condiciona el codigo de retorno 2 al terminar
01 ANOMALIAS-CAMPOS.
    05 HUBO-ANOMALIA          PIC X VALUE 'N'.
    05 ANOMALIAS-GRAFICA      PIC 9(3) COMP-3 VALUE 0.
    05 ANOMALIAS-PLANIFICADAS PIC 9(3) COMP-3 VALUE 0.
    05 COLUMNAS-SIN-ENVOLVENTE PIC 9(3) COMP-3 VALUE 0.
    05 MINIMO-DIAS-ANOMALIA   PIC 99 COMP-3 VALUE 3.
    05 FECHAS-ENVOLVENTE      PIC 99 COMP-3.
    05 DIAS-ATRAS             PIC 9(3) COMP-3.
    05 FECHA-ENTERA-ANOMALIA  PIC 9(7) COMP-3.
    05 FECHA-ENVOLVENTE       PIC 9(8).
    05 FECHA-CON-PUNTOS       PIC X.
    05 FIN-FECHA-ENVOLVENTE   PIC X.
    05 COLUMNA-ENVOLVENTE     PIC 9(3) COMP-3.
    05 INDICE-DIA             PIC 99 COMP-3.
    05 RANGO-PERCENTIL        PIC 99 COMP-3.
    05 FIN-INSERCION          PIC X.
    05 VALOR-INSERTADO        PIC S9(7)V9(2) COMP-3.
    05 SUMA-ENVOLVENTE        COMP-2.
    05 SUMA-CUADRADOS         COMP-2.
    05 MEDIA-ENVOLVENTE       COMP-2.
    05 DESVIACION-ENVOLVENTE  COMP-2.
*>  Extremos y centro redondeados a los dos decimales del maestro, para
*>  que una columna que repite su valor de siempre compare exacta y no
*>  salte por el ultimo digito de un COMP-2
    05 ENVOLVENTE-INFERIOR    PIC S9(9)V9(2) COMP-3.
    05 ENVOLVENTE-SUPERIOR    PIC S9(9)V9(2) COMP-3.
    05 ENVOLVENTE-CENTRO      PIC S9(9)V9(2) COMP-3.
    05 VALOR-OBSERVADO        PIC S9(9)V9(2) COMP-3.
*>  Sesenta dias por columna cubren de sobra el tope de DIAS-ANOMALIA
01 TABLA-ENVOLVENTE.
    05 ENVOLVENTE-COLUMNA OCCURS 132 TIMES.
        10 ENV-DIAS           PIC 99 COMP-3.
        10 ENV-VALOR          COMP-2 OCCURS 60 TIMES.

01 DETALLE-ANOMALIA.
    05 ANO-GRAFICA        PIC ZZ9.
    05 FILLER             PIC X VALUE SPACE.
    05 ANO-SERIE          PIC X(8).
    05 FILLER             PIC X(3) VALUE ' X='.
*>  Como en EXCESOS: con FORMATOX=T lleva 'AAAAMMDD HH:MM'
    05 ANO-X              PIC X(14).
    05 FILLER             PIC X(3) VALUE ' Y='.
    05 ANO-Y              PIC -(7)9.99.
    05 FILLER             PIC X(10) VALUE ' ESPERADO='.
    05 ANO-INFERIOR       PIC -(9)9.99.
    05 FILLER             PIC X(2) VALUE '..'.
    05 ANO-SUPERIOR       PIC -(9)9.99.
    05 FILLER             PIC X(8) VALUE ' CENTRO='.
    05 ANO-CENTRO         PIC -(7)9.99.
    05 FILLER             PIC X VALUE SPACE.
*>  'SIGMA' o 'PCTIL', y cuantos dias guardados tenia la columna
    05 ANO-METODO         PIC X(5).
    05 FILLER             PIC X(6) VALUE ' DIAS='.
    05 ANO-DIAS           PIC Z9.
    05 ANO-NOTA           PIC X(13).
    05 ANO-MOTIVO         PIC X(4).

*>  Mensaje de AVISOS para la pasarela de busca, de trazado fijo y sin
*>  separadores: tipo ESCALADA (la incidencia llega a tres dias),
*>  REAVISO (sigue escalada otra noche y nadie ha acusado) o RESUELTA
*>  (una corrida limpia cierra una incidencia escalada). El limite y su
*>  valor son los incumplidos; en RESUELTA van en blanco y cero, con el
*>  valor limpio que la cerro. Los importes llevan signo delante
01 MENSAJE-AVISO.
    05 AV-TIPO            PIC X(8).
    05 AV-FECHA-HORA      PIC X(14).
    05 AV-SERIE           PIC X(8).
    05 AV-COLUMNA         PIC 9(3).
*>  Como en EXCESOS: con FORMATOX=T lleva 'AAAAMMDD HH:MM'
    05 AV-INTERVALO       PIC X(14).
    05 AV-FECHA-PRIMERA   PIC 9(8).
    05 AV-DIAS            PIC 9(3).
    05 AV-LIMITE          PIC X(8).
    05 AV-VALOR-LIMITE    PIC S9(7)V9(2) SIGN LEADING SEPARATE.
    05 AV-Y               PIC S9(7)V9(2) SIGN LEADING SEPARATE.
    05 AV-FECHA-CIERRE    PIC 9(8).
    05 AV-ACUSE-USUARIO   PIC X(8).
    05 FILLER             PIC X(18) VALUE SPACES.
01 AVISO-PENDIENTE      PIC X VALUE 'N'.

01 ANOMALIAS-RUBRICAS.
    05 ANO-FACTOR         PIC 9.99.
    05 ANO-PERCENTIL      PIC Z9.
    05 ANO-PERCENTIL-SUP  PIC Z9.

*>  Rubricas de la exportacion delimitada: los mismos anchos que los
*>  campos de la bitacora, recortados con TRIM al grabar cada registro
*>  posiciones de insercion flotante se reserva siempre para el signo
    05 BIT-EJE-Y-MIN       PIC -(7)9.99.
    05 BIT-EJE-Y-MAX       PIC -(7)9.99.
    05 COLUMNAS-GUARDADAS  PIC 9(3) COMP-3 VALUE 0.

*>  Anotacion de bitacora que deja GRABAR-HISTORIA al terminar de grabar
*>  la serie: fecha y serie guardadas, columnas escritas y el rango Y de
*>  la grafica. Trazado fijo, porque CUADRE-DE-HISTORIA la relee por
*>  posiciones; una caida a mitad de grabacion no llega a escribirla
01 ANOTACION-HISTORIA.
    05 AH-FECHA-HORA       PIC X(21).
    05 FILLER              PIC X(17) VALUE ' HISTORIA: SERIE='.
    05 AH-SERIE            PIC X(8).
    05 FILLER              PIC X(7)  VALUE ' FECHA='.
    05 AH-FECHA            PIC 9(8).
    05 FILLER              PIC X(8)  VALUE ' PUNTOS='.
    05 AH-COLUMNAS         PIC 9(3).
    05 FILLER              PIC X(8)  VALUE ' EJE-Y=['.
    05 AH-EJE-Y-MIN        PIC -(7)9.99.
    05 FILLER              PIC XX    VALUE '..'.
    05 AH-EJE-Y-MAX        PIC -(7)9.99.
    05 FILLER              PIC X     VALUE ']'.

*>  Rectificacion de un dia pasado: con RECTIFICAR=AAAAMMDD la corrida no
*>  grafica. Vuelve a cargar la serie SERIE= de esa fecha desde el
*>  extracto corregido DATREAL=, con la definicion de su registro de
*>  GRAFCTL para que las columnas sean las de la noche, sustituye sus
*>  puntos en HISTORIA, recalcula la cadena de incidencias de las columnas
*>  cuyo resultado frente a la banda cambio y lista el antes y el despues
*>  en RECTIFICACION.LST. USUARIO= y MOTIVO= (el resto de la linea, que
*>  puede llevar espacios) son obligatorios y quedan en la bitacora
01 RECTIFICACION-CAMPOS.
    05 FECHA-RECTIFICACION   PIC 9(8) VALUE 0.
    05 ES-RECTIFICACION      PIC X VALUE 'N'.
    05 USUARIO-RECTIFICACION PIC X(8) VALUE SPACES.
    05 MOTIVO-RECTIFICACION  PIC X(80) VALUE SPACES.
    05 PARAMETROS-SIN-MOTIVO PIC X(132).
    05 SERIE-RECTIFICACION   PIC X(8).
    05 DATOS-RECTIFICACION   PIC X(44).
    05 REGISTRO-ENCONTRADO   PIC X.
*>  El repaso de incidencias avanza dia a dia desde la fecha rectificada
*>  hasta hoy, y para reconstruir la incidencia en curso la vispera
*>  retrocede como mucho un año, el mismo tope que la envolvente
    05 FECHA-FIN-REPASO      PIC 9(8).
    05 FECHA-REPASO          PIC 9(8).
    05 FECHA-ENTERA-REPASO   PIC 9(7) COMP-3.
    05 DIAS-REPASO           PIC 9(3) COMP-3.
    05 COLUMNAS-PENDIENTES   PIC 9(3) COMP-3.
    05 COLUMNAS-REPASADAS    PIC 9(3) COMP-3.
    05 PUNTOS-ANTES          PIC 9(3) COMP-3.
    05 PUNTOS-DESPUES        PIC 9(3) COMP-3.
    05 PUNTOS-CAMBIADOS      PIC 9(3) COMP-3.
    05 INCIDENCIAS-CAMBIADAS PIC 9(3) COMP-3.
*>  'E' = exceso que abre o prorroga incidencia, 'L' = punto limpio que
*>  cierra la abierta, 'N' = nada que vigilar (sin punto, sin tramo en
*>  vigor o dentro de una ventana planificada), igual que de noche
    05 RESULTADO-PUNTO       PIC X.
    05 Y-A-JUZGAR            PIC S9(7)V9(2) COMP-3.
    05 HAY-HISTORIA          PIC X.
    05 FIN-DIA-HISTORIA      PIC X.

*>  Por columna: el punto guardado antes y el que queda despues, su
*>  resultado frente a la banda en la fecha rectificada y, para las
*>  columnas cuyo resultado cambia, la incidencia que habia y la que
*>  sale de repasar la cadena. Un intervalo sin incidencia lleva la
*>  situacion en blanco y las fechas a cero
01 TABLA-RECTIFICACION.
    05 COLUMNA-RECTIFICADA OCCURS 132 TIMES.
        10 RC-ANTES-OCUPADA     PIC X.
        10 RC-ANTES-X           PIC S9(9)V9(2) COMP-3.
        10 RC-ANTES-Y           PIC S9(7)V9(2) COMP-3.
        10 RC-DESPUES-OCUPADA   PIC X.
        10 RC-DESPUES-X         PIC S9(9)V9(2) COMP-3.
        10 RC-DESPUES-Y         PIC S9(7)V9(2) COMP-3.
*>  ' ' = igual, 'A' = punto nuevo, 'B' = punto retirado, 'M' = cambiado
        10 RC-CAMBIO            PIC X.
        10 RC-RESULTADO-ANTES   PIC X.
        10 RC-RESULTADO-DESPUES PIC X.
*>  Reconstruccion de la incidencia de la vispera, hacia atras: 'A' =
*>  reuniendo la racha de excesos que llega a la vispera, 'K' = pasando
*>  los dias limpios que cerraron la anterior, 'Q' = reuniendo la racha
*>  de esa incidencia cerrada, 'F' = incidencia de la vispera conocida;
*>  en blanco, la columna no se repasa
        10 RC-FASE              PIC X.
        10 RC-INCIDENCIA-ANTES.
            15 RC-SITUACION-ANTES PIC X.
            15 RC-PRIMERA-ANTES   PIC 9(8).
            15 RC-ULTIMA-ANTES    PIC 9(8).
            15 RC-DIAS-ANTES      PIC 9(3).
            15 RC-CIERRE-ANTES    PIC 9(8).
        10 RC-INCIDENCIA-DESPUES.
            15 RC-SITUACION       PIC X.
            15 RC-PRIMERA         PIC 9(8).
            15 RC-ULTIMA          PIC 9(8).
            15 RC-DIAS            PIC 9(3).
            15 RC-CIERRE          PIC 9(8).

*>  Puntos guardados de la serie en un dia del repaso
01 DIA-HISTORIA.
    05 DH-OCUPADA           PIC X OCCURS 132 TIMES.
    05 DH-X                 PIC S9(9)V9(2) COMP-3 OCCURS 132 TIMES.
    05 DH-Y                 PIC S9(7)V9(2) COMP-3 OCCURS 132 TIMES.

01 CABECERA-RECTIFICACION.
    05 FILLER           PIC X(33)
        VALUE 'RECTIFICACION DE HISTORIA  SERIE '.
    05 CR-SERIE         PIC X(8).
    05 FILLER           PIC X(8)  VALUE '  FECHA '.
    05 CR-FECHA         PIC 9(8).
    05 FILLER           PIC X(10) VALUE '  CORRIDA '.
    05 CR-FECHA-HORA    PIC X(21).
    05 FILLER           PIC X(10) VALUE '  USUARIO '.
    05 CR-USUARIO       PIC X(8).

01 DETALLE-PUNTO-RECTIFICADO.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 DPR-COLUMNA      PIC ZZ9.
    05 FILLER           PIC X(4)  VALUE '  X='.
    05 DPR-X            PIC X(14).
    05 FILLER           PIC X(8)  VALUE '  ANTES='.
    05 DPR-ANTES        PIC X(11).
    05 FILLER           PIC X(10) VALUE '  DESPUES='.
    05 DPR-DESPUES      PIC X(11).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 DPR-NOTA         PIC X(10).

01 DETALLE-INCIDENCIA-RECTIFICADA.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 DIR-COLUMNA      PIC ZZ9.
    05 FILLER           PIC X(9)  VALUE '  ANTES: '.
    05 DIR-ANTES        PIC X(32).
    05 FILLER           PIC X(11) VALUE '  DESPUES: '.
    05 DIR-DESPUES      PIC X(32).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 DIR-NOTA         PIC X(10).

*>  Una incidencia presentada: situacion, primera y ultima fecha, dias
*>  seguidos y fecha de cierre ('-' mientras sigue abierta)
01 RESUMEN-INCIDENCIA.
    05 RI-SITUACION     PIC X.
    05 FILLER           PIC X     VALUE SPACE.
    05 RI-PRIMERA       PIC 9(8).
    05 FILLER           PIC X     VALUE SPACE.
    05 RI-ULTIMA        PIC 9(8).
    05 FILLER           PIC X     VALUE SPACE.
    05 RI-DIAS          PIC ZZ9.
    05 FILLER           PIC X     VALUE SPACE.
    05 RI-CIERRE        PIC X(8).

01 RECTIFICACION-RUBRICAS.
    05 RR-Y             PIC -(7)9.99.
    05 RR-CONTADOR      PIC ZZZZ9.
    05 RR-CONTADOR-BIS  PIC ZZZZ9.
    05 RR-CONTADOR-TER  PIC ZZZZ9.

*>  Anotacion de bitacora de la rectificacion, con quien la hizo y por
*>  que. Trazado fijo: CUADRE-DE-HISTORIA la relee por posiciones para
*>  saber que el estado de la noche ya no es la ultima palabra del dia
01 ANOTACION-RECTIFICACION.
    05 AR-FECHA-HORA       PIC X(21).
    05 FILLER              PIC X(22) VALUE ' RECTIFICACION: SERIE='.
    05 AR-SERIE            PIC X(8).
    05 FILLER              PIC X(7)  VALUE ' FECHA='.
    05 AR-FECHA            PIC 9(8).
    05 FILLER              PIC X(9)  VALUE ' USUARIO='.
    05 AR-USUARIO          PIC X(8).
    05 FILLER              PIC X(8)  VALUE ' MOTIVO='.
    05 AR-MOTIVO           PIC X(41).

PROCEDURE DIVISION.
    PERFORM INTERPRETAR-PARAMETROS.
    MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-CORRIDA.
    MOVE FECHA-HORA-CORRIDA (1:8) TO FECHA-DE-HOY.
*>  La rectificacion de un dia pasado no es la corrida nocturna: no toca
*>  el punto de control ni ninguna de las salidas de la noche
    IF FECHA-RECTIFICACION NOT = 0
        PERFORM RECTIFICAR-SERIE
        STOP RUN
    END-IF.
    PERFORM LEER-PUNTO-CONTROL.
    PERFORM ABRIR-SALIDAS.
    PERFORM CARGAR-CALENDARIO.
    PERFORM ABRIR-CATALOGO.
    IF ES-REARRANQUE EQUALS 'S'
        PERFORM ANOTAR-REARRANQUE
    END-IF.
        END-IF
    END-IF.
    PERFORM ENSAMBLAR-REPORTE.
*>  El catalogo se cierra antes de resolver el codigo de retorno: la
*>  llamada al modulo pisa el RETURN-CODE de la corrida
    IF CATALOGO-DISPONIBLE = 'S'
        MOVE 'C' TO CAT-OPERACION
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
    END-IF.
*>  El codigo 8 avisa al planificador de un incumplimiento de tres o mas
*>  dias seguidos (hay que avisar a alguien); el 4, de puntos fuera de la
*>  banda de esta noche; ninguno pisa los codigos mas graves de edicion
    IF HUBO-EXCESO EQUALS 'S' AND RETURN-CODE EQUALS 0
        MOVE 4 TO RETURN-CODE
    END-IF.
*>  El 2 avisa de anomalias estadisticas dentro de la banda: algo raro
*>  para la hora del dia que no incumple contrato, el menos grave
    IF HUBO-ANOMALIA = 'S' AND RETURN-CODE = 0
        MOVE 2 TO RETURN-CODE
    END-IF.
    PERFORM GRABAR-ESTADO-FINAL.
    PERFORM FINALIZAR-PUNTO-CONTROL.
    CLOSE ARCH-RECHAZOS ARCH-EDICION ARCH-EXCESOS
          ARCH-EXPORTACION ARCH-ANOMALIAS ARCH-AVISOS.
    IF DESTINO-SALIDA EQUALS 'P'
        DISPLAY ' ' COLUMN 1 LINE (MAX-FILAS + 3)
    END-IF.
    MOVE 'N' TO HUBO-RECHAZOS-GRAFICA.
    MOVE 'N' TO HUBO-EXCESO-GRAFICA.
    MOVE 'N' TO HUBO-ESCALADA-GRAFICA.
    MOVE 0 TO EXCESOS-PLANIFICADOS HUECOS-PLANIFICADOS
              HUECOS-SIN-EXPLICAR TOTAL-VENTANAS-GRAFICA.
    MOVE 0 TO ANOMALIAS-GRAFICA ANOMALIAS-PLANIFICADAS
              COLUMNAS-SIN-ENVOLVENTE FECHAS-ENVOLVENTE.
    MOVE 0 TO COLUMNAS-GUARDADAS.
    PERFORM CONSULTAR-CATALOGO.
    PERFORM CARGAR-SERIE.
    IF RECHAZADOS-REAL + RECHAZADOS-PREVISION > 0
        MOVE 'S' TO HUBO-RECHAZOS-GRAFICA
            PERFORM CARGAR-LIMITES
        END-IF
        PERFORM ESCALAR-EJES
        IF DETECCION-ANOMALIAS NOT = 'N'
            PERFORM DETECTAR-ANOMALIAS
        END-IF
        PERFORM DIBUJAR-GRAFICA
        IF USAR-LIMITES EQUALS 'S'
            PERFORM REGISTRAR-EXCESOS
        END-IF
        PERFORM EXPORTAR-SERIE
        PERFORM ESCRIBIR-BITACORA
    *> La curva de desviacion no es la medida de la serie: solo la
    *> forma clasica queda a mano de una compuesta posterior
        IF FUENTE-DATOS = 'D' AND MODO-GRAFICA = SPACE
            PERFORM GUARDAR-SERIE-DE-CORRIDA
        END-IF
    END-IF.
    PERFORM ANOTAR-INDICE-GRAFICA.
    PERFORM GRABAR-ESTADO-GRAFICA.
    *> IMPLEMENTATION_STATUS.md. Sin parametros, el programa sigue
    *> arrancando en modo interactivo con los valores por defecto de arriba
    ACCEPT LINEA-DE-COMANDO FROM COMMAND-LINE.
    *> El motivo de una rectificacion lleva espacios: como el titulo en
    *> GRAFCTL, todo lo que sigue a MOTIVO= es el motivo y va al final
    MOVE SPACES TO PARAMETROS-SIN-MOTIVO MOTIVO-RECTIFICACION.
    UNSTRING LINEA-DE-COMANDO DELIMITED BY 'MOTIVO='
        INTO PARAMETROS-SIN-MOTIVO MOTIVO-RECTIFICACION
    END-UNSTRING.
    MOVE PARAMETROS-SIN-MOTIVO TO LINEA-DE-COMANDO.
    PERFORM ANALIZAR-LINEA-PARAMETROS.
    PERFORM VALIDAR-PARAMETROS.

    MOVE 'F' TO FUENTE-DATOS.
    MOVE 'S' TO CODIGO-FUNCION.
    MOVE 'N' TO USAR-PREVISION.
    MOVE 'N' TO PREVISION-VERSIONADA.
    MOVE 0 TO VERSION-PEDIDA.
    MOVE 68 TO MAX-COLUMNAS.
    MOVE 21 TO MAX-FILAS.
    MOVE 'R' TO DESTINO-SALIDA.
    MOVE 'DATPREV' TO NOMBRE-DATOS-PREVISION.
    MOVE 'N' TO USAR-LIMITES.
    MOVE 'LIMITES' TO NOMBRE-LIMITES.
    MOVE 'N' TO LIMITES-EXPLICITOS.
    MOVE 'N' TO FORMATO-EJE-X.
    MOVE 'N' TO GUARDAR-HISTORIA.
    MOVE 'SERIE01' TO IDENTIFICADOR-SERIE.
    MOVE 0 TO FECHA-COMPARACION.
    MOVE SPACES TO DESTINATARIO-GRAFICA.
    MOVE SPACE TO MODO-GRAFICA.
    MOVE 'N' TO DETECCION-ANOMALIAS.
    MOVE 20 TO DIAS-ANOMALIA.
    MOVE 3 TO FACTOR-ANOMALIA.
    MOVE 5 TO PERCENTIL-ANOMALIA.
    MOVE 'N' TO SERIE-COMPUESTA.
    MOVE 0 TO TOTAL-COMPONENTES COMPONENTES-DE-MAS.
    *> El titulo puede llevar espacios, asi que se separa del resto del
    *> registro antes de trocear por blancos: todo lo que sigue a TITULO=
    *> es el titulo y debe ser la ultima clave del registro
                    WHEN 'FUNCION'
                        MOVE VALOR-PARAMETRO (1:1) TO CODIGO-FUNCION
                    WHEN 'PREVISION'
                        IF VALOR-PARAMETRO (1:1) = 'V'
                            MOVE 'S' TO USAR-PREVISION
                            MOVE 'S' TO PREVISION-VERSIONADA
                        ELSE
                            MOVE VALOR-PARAMETRO (1:1) TO USAR-PREVISION
                        END-IF
                    WHEN 'VERSION'
                        COMPUTE VERSION-PEDIDA =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 0 TO VERSION-PEDIDA
                        END-COMPUTE
                        MOVE 'S' TO USAR-PREVISION
                        MOVE 'S' TO PREVISION-VERSIONADA
                    WHEN 'COLUMNAS'
    *> Si el parametro trae mas digitos de los que caben en MAX-COLUMNAS
    *> (PIC 999), ON SIZE ERROR evita que se trunque en silencio a sus
                        MOVE VALOR-PARAMETRO (1:1) TO USAR-LIMITES
                    WHEN 'DATLIM'
                        MOVE VALOR-PARAMETRO TO NOMBRE-LIMITES
                        MOVE 'S' TO LIMITES-EXPLICITOS
                    WHEN 'FORMATOX'
                        MOVE VALOR-PARAMETRO (1:1) TO FORMATO-EJE-X
                    WHEN 'HISTORIA'
                            ON SIZE ERROR
                                MOVE 0 TO FECHA-COMPARACION
                        END-COMPUTE
                    WHEN 'ANOMALIAS'
                        MOVE VALOR-PARAMETRO (1:1) TO DETECCION-ANOMALIAS
                    WHEN 'ANODIAS'
                        COMPUTE DIAS-ANOMALIA =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 99 TO DIAS-ANOMALIA
                        END-COMPUTE
                    WHEN 'ANOFACTOR'
                        COMPUTE FACTOR-ANOMALIA =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 9.99 TO FACTOR-ANOMALIA
                        END-COMPUTE
                    WHEN 'ANOPCT'
                        COMPUTE PERCENTIL-ANOMALIA =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 99 TO PERCENTIL-ANOMALIA
                        END-COMPUTE
                    WHEN 'COMPONENTES'
                        PERFORM ANOTAR-COMPONENTES
                    WHEN 'RECTIFICAR'
                        COMPUTE FECHA-RECTIFICACION =
                                FUNCTION NUMVAL (VALOR-PARAMETRO)
                            ON SIZE ERROR
                                MOVE 99999999 TO FECHA-RECTIFICACION
                        END-COMPUTE
                    WHEN 'USUARIO'
                        MOVE VALOR-PARAMETRO (1:8)
                            TO USUARIO-RECTIFICACION
                    WHEN 'TITULO'
    *> Por la linea de comandos el titulo llega como ficha y por tanto sin
    *> espacios; en GRAFCTL lo recorta antes INTERPRETAR-REGISTRO-CONTROL
        END-PERFORM
    END-IF.

ANOTAR-COMPONENTES.
    *> Lista de series de la grafica compuesta separadas por comas, en el
    *> orden en que se apilan; los huecos de la lista no cuentan y las que
    *> pasan de ocho se anotan para rechazarlas al cargar la serie
    MOVE 0 TO TOTAL-COMPONENTES COMPONENTES-DE-MAS COMAS-COMPONENTES.
    MOVE SPACES TO LISTA-COMPONENTES.
    UNSTRING VALOR-PARAMETRO DELIMITED BY ','
        INTO LC-SERIE (1) LC-SERIE (2) LC-SERIE (3) LC-SERIE (4)
             LC-SERIE (5) LC-SERIE (6) LC-SERIE (7) LC-SERIE (8)
    END-UNSTRING.
    INSPECT VALOR-PARAMETRO TALLYING COMAS-COMPONENTES FOR ALL ','.
    IF COMAS-COMPONENTES > 7
        COMPUTE COMPONENTES-DE-MAS = COMAS-COMPONENTES - 7
    END-IF.
    PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
            UNTIL INDICE-COMPONENTE > 8
        IF LC-SERIE (INDICE-COMPONENTE) NOT = SPACES
            ADD 1 TO TOTAL-COMPONENTES
            MOVE LC-SERIE (INDICE-COMPONENTE)
                TO CMP-SERIE (TOTAL-COMPONENTES)
        END-IF
    END-PERFORM.
    IF TOTAL-COMPONENTES > 0
        MOVE 'S' TO SERIE-COMPUESTA
    ELSE
        MOVE 'N' TO SERIE-COMPUESTA
    END-IF.

VALIDAR-PARAMETROS.
    *> MAX-COLUMNAS y MAX-FILAS pueden llegar de la linea de comandos con
    *> cualquier valor que quepa en su PIC; se recortan aqui al tamaño real
    IF MAX-FILAS > 50
        MOVE 50 TO MAX-FILAS
    END-IF.
*>  La compuesta es una serie de datos aunque no lea DATREAL, y se suma
*>  punto a punto: cada columna del total debe ser un solo X para poder
*>  repartirla despues entre sus componentes, asi que no se agrupa
    IF SERIE-COMPUESTA = 'S'
        MOVE 'D' TO FUENTE-DATOS
        MOVE SPACE TO REGLA-AGRUPACION
    END-IF.
*>  La colocacion por tiempo solo tiene sentido sobre una serie de datos;
*>  con la curva intrinseca los X son indices de columna y rotularlos como
*>  horas de reloj produciria fechas sin sentido
            AND REGLA-AGRUPACION NOT EQUAL 'S'
        MOVE 'P' TO REGLA-AGRUPACION
    END-IF.
*>  La envolvente historica es de la medida guardada en HISTORIA: la
*>  curva de desviacion no esta en esas unidades y no se vigila. Un
*>  metodo desconocido se toma por el de desviaciones tipicas, y los
*>  dias, el factor y el percentil se acotan a lo que tiene sentido
    IF MODO-GRAFICA NOT = SPACE
        MOVE 'N' TO DETECCION-ANOMALIAS
    END-IF.
    IF DETECCION-ANOMALIAS NOT = 'N'
            AND DETECCION-ANOMALIAS NOT = 'S'
            AND DETECCION-ANOMALIAS NOT = 'P'
        MOVE 'S' TO DETECCION-ANOMALIAS
    END-IF.
    IF DIAS-ANOMALIA < MINIMO-DIAS-ANOMALIA
        MOVE MINIMO-DIAS-ANOMALIA TO DIAS-ANOMALIA
    END-IF.
    IF DIAS-ANOMALIA > 60
        MOVE 60 TO DIAS-ANOMALIA
    END-IF.
    IF FACTOR-ANOMALIA = 0
        MOVE 3 TO FACTOR-ANOMALIA
    END-IF.
    IF PERCENTIL-ANOMALIA < 1 OR PERCENTIL-ANOMALIA > 49
        MOVE 5 TO PERCENTIL-ANOMALIA
    END-IF.

CARGAR-SERIE.
    *> Deja cada valor de Y listo en VALOR-SERIE, sin escalar aun, para
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
        MOVE 'S' TO COLUMNA-OCUPADA (X)
        MOVE 'S' TO COLUMNA-PREV-OCUPADA (X)
        MOVE 'N' TO COLUMNA-PLANIFICADA (X)
        MOVE 'N' TO COLUMNA-ANOMALA (X)
    END-PERFORM.
    IF SERIE-COMPUESTA = 'S'
        PERFORM CARGAR-SERIE-COMPUESTA
    END-IF.
    IF FUENTE-DATOS = 'D' AND SERIE-COMPUESTA = 'N'
        OPEN INPUT ARCH-DATOS-REAL
    *> Sin este corte, un DATREAL ausente o mal escrito deja el registro sin
    *> leer y CARGAR-SERIE grafica lo que haya quedado en el area de la FD,
        END-IF
    END-IF.
    IF USAR-PREVISION EQUALS 'S'
    *> La superposicion sale de PREVISIO, o del maestro historico cuando
    *> se pide comparar contra la corrida guardada de una fecha anterior.
    *> Con PREVISION=S la version de referencia de la fecha recoge las
    *> correcciones de la pantalla; DATPREV solo cuando no hay ninguna
        IF FECHA-COMPARACION NOT EQUAL 0
            PERFORM CARGAR-PREVISION-HISTORIA
        ELSE
            PERFORM CARGAR-PREVISION-VERSION
            IF PREVISION-VERSIONADA NOT = 'S' AND VERSION-SUPERPUESTA = 0
                OPEN INPUT ARCH-DATOS-PREVISION
                IF FS-DATOS-PREVISION NOT = '00'
                    DISPLAY 'ERROR: no se pudo abrir DATPREV, FILE STATUS '
                        FS-DATOS-PREVISION
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM LEER-DATOS-PREVISION
                CLOSE ARCH-DATOS-PREVISION
            END-IF
            IF FORMATO-EJE-X EQUALS 'T' AND FUENTE-DATOS EQUALS 'D'
                    AND TOTAL-PUNTOS > 0
                PERFORM VOLCAR-SERIE-TIEMPO-PREVISION
            ELSE
                PERFORM VOLCAR-SERIE-PREVISION
            END-IF
    *> Sin version que superponer no hay curva: ninguna columna de
    *> prevision lleva dato, ni se dibuja ni entra en las cifras
            IF PREVISION-VERSIONADA = 'S' AND VERSION-SUPERPUESTA = 0
                PERFORM VARYING X FROM 1 BY 1 UNTIL X > MAX-COLUMNAS
                    MOVE 0   TO VALOR-SERIE-PREVISION (X)
                    MOVE 'N' TO COLUMNA-PREV-OCUPADA (X)
                END-PERFORM
            END-IF
        END-IF
    END-IF.
    IF RECHAZADOS-REAL + RECHAZADOS-PREVISION > TOLERANCIA-RECHAZOS
        END-PERFORM
    END-IF.

CARGAR-SERIE-COMPUESTA.
    *> Reune los componentes y los suma por X en la tabla de puntos, como
    *> si el total hubiera llegado en un DATREAL, para que el volcado a
    *> columnas, la banda, la exportacion y HISTORIA lo traten igual que a
    *> cualquier serie. Un componente que no se encuentra, o que sobra
    *> del maximo de ocho, cuenta como rechazo contra la tolerancia: un
    *> total al que le falta una parte no es el total
    MOVE 0 TO TOTAL-PUNTOS COMPONENTES-AUSENTES.
    MOVE 'N' TO HISTORIA-COMPONENTES.
    MOVE 'COMP' TO ORIGEN-RECHAZO.
    PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
            UNTIL INDICE-COMPONENTE > TOTAL-COMPONENTES
        PERFORM OBTENER-COMPONENTE
        IF CMP-ORIGEN (INDICE-COMPONENTE) = 'N'
            ADD 1 TO COMPONENTES-AUSENTES RECHAZADOS-REAL
            MOVE '07' TO MOTIVO-RECHAZO
            MOVE CMP-SERIE (INDICE-COMPONENTE) TO REC-REGISTRO
            PERFORM GRABAR-RECHAZO
        ELSE
            PERFORM SUMAR-COMPONENTE
        END-IF
    END-PERFORM.
    IF HISTORIA-COMPONENTES = 'S'
        MOVE 'C' TO HIS-OPERACION
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
    END-IF.
    PERFORM COMPONENTES-DE-MAS TIMES
        ADD 1 TO RECHAZADOS-REAL
        MOVE '08' TO MOTIVO-RECHAZO
        MOVE SPACES TO REC-REGISTRO
        PERFORM GRABAR-RECHAZO
    END-PERFORM.
    MOVE TOTAL-PUNTOS TO ACEPTADOS-REAL.
    IF FORMATO-EJE-X = 'T' AND TOTAL-PUNTOS > 0
        PERFORM VOLCAR-SERIE-TIEMPO
    ELSE
        PERFORM VOLCAR-SERIE-REAL
    END-IF.
    PERFORM DESGLOSAR-COMPONENTES.

OBTENER-COMPONENTE.
    *> Puntos del componente en curso: primero de una grafica anterior de
    *> esta corrida con la misma colocacion del eje X; si no, de los que
    *> HISTORIA guarde de la serie en la fecha de corrida
    MOVE 'N' TO CMP-ORIGEN (INDICE-COMPONENTE).
    MOVE 0 TO CMP-PUNTOS (INDICE-COMPONENTE)
              CMP-COLUMNAS (INDICE-COMPONENTE)
              CMP-SUMA (INDICE-COMPONENTE).
    MOVE 0 TO POSICION-SERIE-CORRIDA.
    PERFORM VARYING INDICE-SERIE-CORRIDA FROM 1 BY 1
            UNTIL INDICE-SERIE-CORRIDA > TOTAL-SERIES-CORRIDA
        IF SC-SERIE (INDICE-SERIE-CORRIDA) = CMP-SERIE (INDICE-COMPONENTE)
                AND SC-FORMATO-X (INDICE-SERIE-CORRIDA) = FORMATO-EJE-X
            MOVE INDICE-SERIE-CORRIDA TO POSICION-SERIE-CORRIDA
        END-IF
    END-PERFORM.
    IF POSICION-SERIE-CORRIDA > 0
        MOVE 'C' TO CMP-ORIGEN (INDICE-COMPONENTE)
        PERFORM VARYING INDICE-PUNTO-COMPONENTE FROM 1 BY 1
                UNTIL INDICE-PUNTO-COMPONENTE
                    > SC-PUNTOS (POSICION-SERIE-CORRIDA)
            MOVE SC-X (POSICION-SERIE-CORRIDA, INDICE-PUNTO-COMPONENTE)
                TO X-COMPONENTE
            MOVE SC-Y (POSICION-SERIE-CORRIDA, INDICE-PUNTO-COMPONENTE)
                TO Y-COMPONENTE
            PERFORM ANOTAR-PUNTO-COMPONENTE
        END-PERFORM
    ELSE
        PERFORM LEER-COMPONENTE-HISTORIA
    END-IF.

LEER-COMPONENTE-HISTORIA.
    *> El maestro se abre una vez para todos los componentes de la
    *> grafica y lo cierra CARGAR-SERIE-COMPUESTA; sin maestro todavia el
    *> componente queda sin datos como cualquier otro que falte
    IF HISTORIA-COMPONENTES = 'N'
        MOVE 'B' TO HIS-OPERACION
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        EVALUATE HIS-ESTADO
            WHEN '00'
                MOVE 'S' TO HISTORIA-COMPONENTES
            WHEN '35'
                MOVE 'X' TO HISTORIA-COMPONENTES
            WHEN OTHER
                DISPLAY 'ERROR: no se pudo abrir HISTORIA, FILE STATUS '
                    HIS-ESTADO
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF.
    IF HISTORIA-COMPONENTES = 'S'
        MOVE 'P' TO HIS-OPERACION
        MOVE FECHA-DE-HOY                  TO HIS-FECHA
        MOVE CMP-SERIE (INDICE-COMPONENTE) TO HIS-SERIE
        MOVE 0                             TO HIS-COLUMNA
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        IF HIS-ESTADO = '00'
            MOVE 'N' TO FIN-COMPONENTE
            PERFORM UNTIL FIN-COMPONENTE = 'S'
                MOVE 'S' TO HIS-OPERACION
                CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
                IF HIS-ESTADO = '00'
                        AND HIS-FECHA = FECHA-DE-HOY
                        AND HIS-SERIE = CMP-SERIE (INDICE-COMPONENTE)
                        AND CMP-PUNTOS (INDICE-COMPONENTE) < 132
                    MOVE HIS-X TO X-COMPONENTE
                    MOVE HIS-Y TO Y-COMPONENTE
                    PERFORM ANOTAR-PUNTO-COMPONENTE
                ELSE
                    MOVE 'S' TO FIN-COMPONENTE
                END-IF
            END-PERFORM
        END-IF
        IF CMP-PUNTOS (INDICE-COMPONENTE) > 0
            MOVE 'H' TO CMP-ORIGEN (INDICE-COMPONENTE)
        END-IF
    END-IF.

ANOTAR-PUNTO-COMPONENTE.
    *> Guarda en el componente en curso el punto de X-COMPONENTE con el
    *> valor de Y-COMPONENTE
    IF FORMATO-EJE-X = 'T'
        COMPUTE MINUTO-REDONDEADO ROUNDED = X-COMPONENTE
        MOVE MINUTO-REDONDEADO TO X-COMPONENTE
    END-IF.
    ADD 1 TO CMP-PUNTOS (INDICE-COMPONENTE).
    MOVE X-COMPONENTE
        TO CMP-X (INDICE-COMPONENTE, CMP-PUNTOS (INDICE-COMPONENTE)).
    MOVE Y-COMPONENTE
        TO CMP-Y (INDICE-COMPONENTE, CMP-PUNTOS (INDICE-COMPONENTE)).

SUMAR-COMPONENTE.
    *> Mezcla los puntos del componente en la tabla de puntos, que se
    *> mantiene en X ascendente: un X que ya esta suma su Y, uno nuevo se
    *> inserta en su sitio corriendo los mayores una posicion
    PERFORM VARYING INDICE-PUNTO-COMPONENTE FROM 1 BY 1
            UNTIL INDICE-PUNTO-COMPONENTE > CMP-PUNTOS (INDICE-COMPONENTE)
        MOVE CMP-X (INDICE-COMPONENTE, INDICE-PUNTO-COMPONENTE)
            TO X-COMPONENTE
        MOVE 1 TO INDICE-UNION
        PERFORM UNTIL INDICE-UNION > TOTAL-PUNTOS
                OR PUNTO-X (INDICE-UNION) NOT < X-COMPONENTE
            ADD 1 TO INDICE-UNION
        END-PERFORM
        IF INDICE-UNION NOT > TOTAL-PUNTOS
                AND PUNTO-X (INDICE-UNION) = X-COMPONENTE
            ADD CMP-Y (INDICE-COMPONENTE, INDICE-PUNTO-COMPONENTE)
                TO PUNTO-Y (INDICE-UNION)
        ELSE
            PERFORM VARYING INDICE-PUNTO FROM TOTAL-PUNTOS BY -1
                    UNTIL INDICE-PUNTO < INDICE-UNION
                MOVE PUNTO-LEIDO (INDICE-PUNTO)
                    TO PUNTO-LEIDO (INDICE-PUNTO + 1)
            END-PERFORM
            ADD 1 TO TOTAL-PUNTOS
            MOVE X-COMPONENTE TO PUNTO-X (INDICE-UNION)
            MOVE CMP-Y (INDICE-COMPONENTE, INDICE-PUNTO-COMPONENTE)
                TO PUNTO-Y (INDICE-UNION)
        END-IF
    END-PERFORM.

DESGLOSAR-COMPONENTES.
    *> Reparte el total ya colocado en columnas entre sus componentes:
    *> para cada columna ocupada, el valor de cada componente con ese
    *> mismo X, que es lo que se dibuja acumulado y se cuadra al pie
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > MAX-COLUMNAS
        PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
                UNTIL INDICE-COMPONENTE > TOTAL-COMPONENTES
            MOVE 'N' TO CMP-COLUMNA-OCUPADA (INDICE-COMPONENTE, X)
            MOVE 0   TO CMP-VALOR-COLUMNA (INDICE-COMPONENTE, X)
        END-PERFORM
        IF COLUMNA-OCUPADA (X) = 'S'
            PERFORM OBTENER-X-DE-COLUMNA
            IF FORMATO-EJE-X = 'T'
                COMPUTE MINUTO-REDONDEADO ROUNDED = X-DE-COLUMNA
                MOVE MINUTO-REDONDEADO TO X-DE-COLUMNA
            END-IF
            PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
                    UNTIL INDICE-COMPONENTE > TOTAL-COMPONENTES
                PERFORM BUSCAR-X-EN-COMPONENTE
            END-PERFORM
        END-IF
    END-PERFORM.

BUSCAR-X-EN-COMPONENTE.
    *> Valor del componente en curso en la columna X, si tiene punto en
    *> el X de la columna
    PERFORM VARYING INDICE-PUNTO-COMPONENTE FROM 1 BY 1
            UNTIL INDICE-PUNTO-COMPONENTE > CMP-PUNTOS (INDICE-COMPONENTE)
        IF CMP-X (INDICE-COMPONENTE, INDICE-PUNTO-COMPONENTE)
                = X-DE-COLUMNA
            MOVE 'S' TO CMP-COLUMNA-OCUPADA (INDICE-COMPONENTE, X)
            MOVE CMP-Y (INDICE-COMPONENTE, INDICE-PUNTO-COMPONENTE)
                TO CMP-VALOR-COLUMNA (INDICE-COMPONENTE, X)
            ADD CMP-Y (INDICE-COMPONENTE, INDICE-PUNTO-COMPONENTE)
                TO CMP-SUMA (INDICE-COMPONENTE)
            ADD 1 TO CMP-COLUMNAS (INDICE-COMPONENTE)
        END-IF
    END-PERFORM.

LEER-DATOS-REAL.
    *> Lee DATREAL completo a la tabla de puntos; antes solo se leian las
    *> primeras MAX-COLUMNAS lecturas y la cola del fichero (la punta de la
        END-READ
    END-PERFORM.

CARGAR-PREVISION-VERSION.
    *> Superposicion desde PREVISIO: la version pedida con VERSION= o, sin
    *> ella, la de referencia de la fecha de la corrida (la ultima grabada
    *> antes del corte), con la misma edicion que un DATPREV. Una fecha
    *> sin esa version no para la noche: la grafica sale sin curva de
    *> prevision y la edicion y las cifras de precision lo dicen
    MOVE 0 TO TOTAL-PUNTOS-PREVISION VERSION-SUPERPUESTA.
    MOVE 'N' TO HAY-X-ANTERIOR.
    MOVE 'B' TO PRV-OPERACION.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO NOT = '00' AND PRV-ESTADO NOT = '35'
        DISPLAY 'ERROR: no se pudo abrir PREVISIO, FILE STATUS '
            PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF PRV-ESTADO = '00'
        MOVE IDENTIFICADOR-SERIE TO PRV-SERIE
        MOVE FECHA-DE-HOY        TO PRV-FECHA
        IF VERSION-PEDIDA = 0
            MOVE 'F' TO PRV-OPERACION
        ELSE
            MOVE 'K' TO PRV-OPERACION
            MOVE VERSION-PEDIDA TO PRV-VERSION
        END-IF
        CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION
        IF PRV-ESTADO = '00'
            MOVE PRV-VERSION         TO VERSION-SUPERPUESTA
            MOVE PRV-USUARIO         TO USUARIO-VERSION
            MOVE PRV-FECHA-HORA      TO FECHA-HORA-VERSION
            MOVE PRV-ANTES-DEL-CORTE TO VERSION-ANTES-DEL-CORTE
            MOVE PRV-PUNTOS          TO PUNTOS-VERSION
            PERFORM VARYING PUNTO-VERSION FROM 1 BY 1
                    UNTIL PUNTO-VERSION > PUNTOS-VERSION
                PERFORM LEER-PUNTO-VERSION
            END-PERFORM
        END-IF
        MOVE 'C' TO PRV-OPERACION
        CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION
    END-IF.

LEER-PUNTO-VERSION.
    *> Un punto de la version pasa la edicion de un registro de DATPREV;
    *> lo que no cabe en la tabla va a RECHAZOS como la cola de un fichero
    MOVE 'L' TO PRV-OPERACION.
    MOVE IDENTIFICADOR-SERIE TO PRV-SERIE.
    MOVE FECHA-DE-HOY        TO PRV-FECHA.
    MOVE VERSION-SUPERPUESTA TO PRV-VERSION.
    MOVE PUNTO-VERSION       TO PRV-PUNTO.
    CALL 'VERSIONES-DE-PREVISION' USING PRV-PETICION.
    IF PRV-ESTADO NOT = '00'
        DISPLAY 'ERROR: falta el punto ' PUNTO-VERSION ' de la version '
            VERSION-SUPERPUESTA ' en PREVISIO, FILE STATUS ' PRV-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF TOTAL-PUNTOS-PREVISION > 2999
        MOVE '06' TO MOTIVO-RECHAZO
    ELSE
        PERFORM VALIDAR-PUNTO-VERSION
    END-IF.
    IF MOTIVO-RECHAZO = SPACES
        ADD 1 TO TOTAL-PUNTOS-PREVISION
        ADD 1 TO ACEPTADOS-PREVISION
        MOVE X-EN-EDICION TO PUNTO-PREVISION-X (TOTAL-PUNTOS-PREVISION)
        MOVE Y-EN-EDICION TO PUNTO-PREVISION-Y (TOTAL-PUNTOS-PREVISION)
        MOVE X-EN-EDICION TO ULTIMO-X-ACEPTADO
        MOVE 'S' TO HAY-X-ANTERIOR
    ELSE
        ADD 1 TO RECHAZADOS-PREVISION
        MOVE 'PREV' TO ORIGEN-RECHAZO
        MOVE PRV-X TO IPV-X
        MOVE PRV-Y TO IPV-Y
        MOVE IMAGEN-PUNTO-VERSION TO REC-REGISTRO
        PERFORM GRABAR-RECHAZO
    END-IF.

VALIDAR-PUNTO-VERSION.
    *> El X de la version es el que se tecleo o genero: con FORMATOX=T una
    *> fecha-hora AAAAMMDDHHMM que se convierte a minutos como en DATPREV
    MOVE SPACES TO MOTIVO-RECHAZO.
    IF FORMATO-EJE-X = 'T'
        MOVE PRV-X TO CAMPO-TIEMPO
        PERFORM CONVERTIR-TIEMPO
        IF TIEMPO-INVALIDO = 'S'
            MOVE '05' TO MOTIVO-RECHAZO
        ELSE
            MOVE MINUTOS-CONVERTIDOS TO X-EN-EDICION
        END-IF
    ELSE
        COMPUTE X-EN-EDICION = PRV-X
            ON SIZE ERROR
                MOVE '01' TO MOTIVO-RECHAZO
        END-COMPUTE
    END-IF.
    IF MOTIVO-RECHAZO = SPACES
        MOVE PRV-Y TO Y-EN-EDICION
        PERFORM VALIDAR-ORDEN-X
    END-IF.

VALIDAR-REGISTRO-PREVISION.
    *> Edicion de un registro de DATPREV, con los mismos motivos que la real
    MOVE SPACES TO MOTIVO-RECHAZO.
            MOVE 'FECHA-HORA INVALIDA'  TO REC-TEXTO
        WHEN '06'
            MOVE 'DESBORDA LA TABLA'    TO REC-TEXTO
        WHEN '07'
            MOVE 'COMPONENTE AUSENTE'   TO REC-TEXTO
        WHEN '08'
            MOVE 'SOBRA COMPONENTE'     TO REC-TEXTO
        WHEN OTHER
            MOVE 'X FUERA DE ORDEN'     TO REC-TEXTO
    END-EVALUATE.
        INTO REG-EDICION
    END-STRING.
    WRITE REG-EDICION.
    IF SERIE-COMPUESTA = 'S'
        MOVE TOTAL-COMPONENTES TO ED-CONTADOR
        MOVE ACEPTADOS-REAL    TO CMP-ED-PUNTOS
        MOVE RECHAZADOS-REAL   TO ED-CONTADOR-BIS
        MOVE SPACES TO REG-EDICION
        STRING
            '  COMPUESTA  COMPONENTES=' DELIMITED BY SIZE
            ED-CONTADOR                 DELIMITED BY SIZE
            '  PUNTOS SUMADOS='         DELIMITED BY SIZE
            CMP-ED-PUNTOS               DELIMITED BY SIZE
            '  RECHAZADOS='             DELIMITED BY SIZE
            ED-CONTADOR-BIS             DELIMITED BY SIZE
            INTO REG-EDICION
        END-STRING
        WRITE REG-EDICION
    END-IF.
    IF FUENTE-DATOS = 'D' AND SERIE-COMPUESTA = 'N'
        MOVE ACEPTADOS-REAL  TO ED-CONTADOR
        MOVE RECHAZADOS-REAL TO ED-CONTADOR-BIS
        MOVE SPACES TO REG-EDICION
        MOVE ACEPTADOS-PREVISION  TO ED-CONTADOR
        MOVE RECHAZADOS-PREVISION TO ED-CONTADOR-BIS
        MOVE SPACES TO REG-EDICION
        IF PREVISION-VERSIONADA = 'S' OR VERSION-SUPERPUESTA > 0
            PERFORM PREPARAR-EDICION-VERSION
        ELSE
            STRING
                '  DATPREV  ACEPTADOS=' DELIMITED BY SIZE
                ED-CONTADOR             DELIMITED BY SIZE
                '  RECHAZADOS='         DELIMITED BY SIZE
                ED-CONTADOR-BIS         DELIMITED BY SIZE
                INTO REG-EDICION
            END-STRING
        END-IF
        WRITE REG-EDICION
    END-IF.
    MOVE TOLERANCIA-RECHAZOS TO ED-CONTADOR.
    END-IF.
    WRITE REG-EDICION.

PREPARAR-EDICION-VERSION.
    *> Linea de cuadre de la superposicion tomada de PREVISIO: que version
    *> se superpuso, o que la fecha no tiene la version buscada
    MOVE FECHA-DE-HOY TO ED-FECHA-VERSION.
    IF VERSION-SUPERPUESTA = 0
        IF VERSION-PEDIDA = 0
            STRING
                '  PREVISIO SIN VERSION ANTERIOR AL CORTE DEL '
                    DELIMITED BY SIZE
                ED-FECHA-VERSION            DELIMITED BY SIZE
                ': GRAFICA SIN PREVISION'   DELIMITED BY SIZE
                INTO REG-EDICION
            END-STRING
        ELSE
            MOVE VERSION-PEDIDA TO ED-VERSION
            STRING
                '  PREVISIO SIN LA VERSION ' DELIMITED BY SIZE
                ED-VERSION                   DELIMITED BY SIZE
                ' DEL '                      DELIMITED BY SIZE
                ED-FECHA-VERSION             DELIMITED BY SIZE
                ': GRAFICA SIN PREVISION'    DELIMITED BY SIZE
                INTO REG-EDICION
            END-STRING
        END-IF
    ELSE
        MOVE VERSION-SUPERPUESTA TO ED-VERSION
        STRING
            '  PREVISIO VERSION=' DELIMITED BY SIZE
            ED-VERSION            DELIMITED BY SIZE
            '  ACEPTADOS='        DELIMITED BY SIZE
            ED-CONTADOR           DELIMITED BY SIZE
            '  RECHAZADOS='       DELIMITED BY SIZE
            ED-CONTADOR-BIS       DELIMITED BY SIZE
            INTO REG-EDICION
        END-STRING
        IF VERSION-ANTES-DEL-CORTE = 'N'
            MOVE 'REVISION TARDIA' TO REG-EDICION (62:15)
        END-IF
    END-IF.

VOLCAR-SERIE-REAL.
    *> Reparte la serie leida sobre las columnas de la rejilla. Sin regla
    *> de agrupacion (o si la serie entera cabe) se conserva el volcado
    MOVE PUNTO-X (1) TO EJE-X-MINIMO.
    COMPUTE EJE-X-MAXIMO = PUNTO-X (1)
        + (MAX-COLUMNAS - 1) * FACTOR-AGRUPACION * INTERVALO-MINUTOS.
    PERFORM CLASIFICAR-HUECOS.

CLASIFICAR-HUECOS.
    *> Los huecos entre el primer y el ultimo punto de la serie se cotejan
    *> con el calendario: el que cae dentro de una ventana planificada es
    *> un hueco esperado y se marca como tal; el resto queda sin explicar.
    *> Las columnas tras el ultimo punto no son huecos, solo rejilla libre
    COMPUTE INDICE-COLUMNA ROUNDED =
        (PUNTO-X (TOTAL-PUNTOS) - PUNTO-X (1)) / INTERVALO-MINUTOS.
    COMPUTE INDICE-COLUMNA =
        INDICE-COLUMNA / FACTOR-AGRUPACION + 1.
    IF INDICE-COLUMNA > MAX-COLUMNAS
        MOVE MAX-COLUMNAS TO ULTIMA-COLUMNA-DATOS
    ELSE
        MOVE INDICE-COLUMNA TO ULTIMA-COLUMNA-DATOS
    END-IF.
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > ULTIMA-COLUMNA-DATOS
        IF COLUMNA-OCUPADA (X) = 'N'
            PERFORM CONSULTAR-VENTANA-DE-COLUMNA
            IF VENTANA-EN-VIGOR = 'S'
                MOVE 'S' TO COLUMNA-PLANIFICADA (X)
                ADD 1 TO HUECOS-PLANIFICADOS
            ELSE
                ADD 1 TO HUECOS-SIN-EXPLICAR
            END-IF
        END-IF
    END-PERFORM.

MEDIR-INTERVALO.
    *> El intervalo de la serie es la menor separacion positiva entre dos
            MOVE LIMITE-GLOBAL-SUP TO VALOR-MAXIMO
        END-IF
    END-IF.
    IF SERIE-COMPUESTA = 'S' AND MODO-GRAFICA = SPACE
            AND RANGO-INICIADO = 'S'
        PERFORM AMPLIAR-RANGO-COMPONENTES
    END-IF.

AMPLIAR-RANGO-COMPONENTES.
    *> Los escalones acumulados de los componentes entran en el rango del
    *> eje Y: con algun componente negativo una suma parcial puede quedar
    *> fuera del rango del total
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > MAX-COLUMNAS
        IF COLUMNA-OCUPADA (X) = 'S'
            MOVE 0 TO ACUMULADO-COMPONENTES
            PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
                    UNTIL INDICE-COMPONENTE > TOTAL-COMPONENTES
                IF CMP-COLUMNA-OCUPADA (INDICE-COMPONENTE, X) = 'S'
                    ADD CMP-VALOR-COLUMNA (INDICE-COMPONENTE, X)
                        TO ACUMULADO-COMPONENTES
                    IF ACUMULADO-COMPONENTES < VALOR-MINIMO
                        MOVE ACUMULADO-COMPONENTES TO VALOR-MINIMO
                    END-IF
                    IF ACUMULADO-COMPONENTES > VALOR-MAXIMO
                        MOVE ACUMULADO-COMPONENTES TO VALOR-MAXIMO
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

CARGAR-LIMITES.
    *> Lee la banda de limites operativos del fichero asignado; sin el,
    *> hora sin tramo queda sin vigilancia (ni banda ni excepcion).
    *> Sin eje de tiempo no hay hora de reloj que buscar: el perfil se
    *> aplana a sus extremos globales, la banda mas ancha del dia
    IF TOTAL-TRAMOS > 1 AND FORMATO-EJE-X = 'T'
        PERFORM OBTENER-X-DE-COLUMNA
    END-IF.
    PERFORM OBTENER-LIMITE-DE-X.

OBTENER-LIMITE-DE-X.
    *> La misma busqueda sobre el X real ya puesto en X-DE-COLUMNA, que
    *> la rectificacion toma de los puntos guardados en HISTORIA
    IF TOTAL-TRAMOS EQUALS 1
        MOVE TRAMO-INFERIOR (1) TO LIMITE-INFERIOR
        MOVE TRAMO-SUPERIOR (1) TO LIMITE-SUPERIOR
            MOVE LIMITE-GLOBAL-SUP TO LIMITE-SUPERIOR
            MOVE 'S' TO LIMITE-EN-VIGOR
        ELSE
            COMPUTE MINUTOS-COLUMNA =
                FUNCTION MOD (X-DE-COLUMNA 1440)
    *> La hora se trunca a entero antes de escalarla a HHMM, como hace
    IF MODO-GRAFICA NOT EQUAL SPACE
        PERFORM DIBUJAR-LINEA-CERO
    END-IF.
    IF SERIE-COMPUESTA = 'S' AND MODO-GRAFICA = SPACE
        PERFORM DIBUJAR-COMPONENTES
    END-IF.
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > MAX-COLUMNAS
    *> Una columna hueco de la colocacion por tiempo se deja en blanco:
    *> el intervalo ausente se ve como hueco, no como dato en cero
                IF LIMITE-EN-VIGOR EQUALS 'S'
                        AND (VALOR-SERIE (X) > LIMITE-SUPERIOR
                        OR VALOR-SERIE (X) < LIMITE-INFERIOR)
    *> Dentro de una ventana planificada el incumplimiento se sabia de
    *> antemano y lleva su propio marcador
                    PERFORM CONSULTAR-VENTANA-DE-COLUMNA
                    IF VENTANA-EN-VIGOR = 'S'
                        MOVE MARCADOR-PLANIFICADO TO MARCADOR-PUNTO
                    ELSE
                        MOVE MARCADOR-EXCESO TO MARCADOR-PUNTO
                    END-IF
                END-IF
            END-IF
    *> La anomalia estadistica solo se ve si el punto no rompio ya la
    *> banda: el incumplimiento contractual manda sobre el marcador
            IF MARCADOR-PUNTO = MARCADOR-REAL
                    AND COLUMNA-ANOMALA (X) = 'S'
                MOVE MARCADOR-ANOMALIA TO MARCADOR-PUNTO
            END-IF
            IF DESTINO-SALIDA EQUALS 'P'
                DISPLAY MARCADOR-PUNTO COLUMN (ANCHO-ROTULO-Y + X) LINE Y
            END-IF
            MOVE MARCADOR-PUNTO TO LINEA-IMPRESION (Y) (ANCHO-ROTULO-Y + X:1)
        ELSE
    *> El hueco esperado se señala al pie de su columna, para que no se
    *> confunda con un intervalo que se perdio sin aviso
            IF COLUMNA-PLANIFICADA (X) = 'S'
                IF DESTINO-SALIDA EQUALS 'P'
                    DISPLAY MARCADOR-HUECO-PLANIFICADO
                        COLUMN (ANCHO-ROTULO-Y + X) LINE MAX-FILAS
                END-IF
                MOVE MARCADOR-HUECO-PLANIFICADO
                    TO LINEA-IMPRESION (MAX-FILAS) (ANCHO-ROTULO-Y + X:1)
            END-IF
        END-IF
        IF USAR-PREVISION EQUALS 'S'
                AND COLUMNA-PREV-OCUPADA (X) EQUALS 'S'
        END-IF
    END-PERFORM.

DIBUJAR-COMPONENTES.
    *> Bandas apiladas de la grafica compuesta: en cada columna, la suma
    *> acumulada hasta cada componente con el marcador de su numero; el
    *> total se dibuja despues encima con el marcador de siempre
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > MAX-COLUMNAS
        IF COLUMNA-OCUPADA (X) = 'S'
            MOVE 0 TO ACUMULADO-COMPONENTES
            PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
                    UNTIL INDICE-COMPONENTE > TOTAL-COMPONENTES
                IF CMP-COLUMNA-OCUPADA (INDICE-COMPONENTE, X) = 'S'
                    ADD CMP-VALOR-COLUMNA (INDICE-COMPONENTE, X)
                        TO ACUMULADO-COMPONENTES
                    MOVE ACUMULADO-COMPONENTES TO MAP-IN-VAL
                    MOVE VALOR-MINIMO   TO MAP-IN-MIN
                    MOVE VALOR-MAXIMO   TO MAP-IN-MAX
                    MOVE MAX-FILAS      TO MAP-OUT-MIN
                    MOVE 1              TO MAP-OUT-MAX
                    PERFORM MAP
                    MOVE MAP-OUT-VAL TO Y
                    IF DESTINO-SALIDA = 'P'
                        DISPLAY MARCADORES-COMPONENTE (INDICE-COMPONENTE:1)
                            COLUMN (ANCHO-ROTULO-Y + X) LINE Y
                    END-IF
                    MOVE MARCADORES-COMPONENTE (INDICE-COMPONENTE:1)
                        TO LINEA-IMPRESION (Y) (ANCHO-ROTULO-Y + X:1)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

DIBUJAR-LIMITES.
    *> Tiende la banda de limites sobre el lienzo antes que los puntos
    *> (la serie se dibuja encima). Con el tramo unico clasico son dos
            IF LIMITE-EN-VIGOR EQUALS 'S'
                IF VALOR-SERIE (X) > LIMITE-SUPERIOR
                        OR VALOR-SERIE (X) < LIMITE-INFERIOR
    *> Dentro de una ventana planificada el incumplimiento se anota
    *> como planificado y no abre ni prorroga incidencia
                    PERFORM CONSULTAR-VENTANA-DE-COLUMNA
                    PERFORM ANOTAR-EXCESO
                    IF VENTANA-EN-VIGOR = 'N'
                        PERFORM PRORROGAR-INCIDENCIA
                    END-IF
                ELSE
                    PERFORM CERRAR-INCIDENCIA
                END-IF

ANOTAR-EXCESO.
    *> El punto incumplidor de la columna X baja al fichero de
    *> excepciones con su X real y el limite que rompio. Si cae dentro
    *> de una ventana planificada se anota igual, marcado PLANIFICADO con
    *> el motivo de la ventana, pero no cuenta para el codigo de retorno
    IF VENTANA-EN-VIGOR = 'S'
        ADD 1 TO EXCESOS-PLANIFICADOS
        MOVE ' PLANIFICADO ' TO EXC-NOTA
        MOVE CAL-MOTIVO      TO EXC-MOTIVO
    ELSE
        MOVE 'S' TO HUBO-EXCESO
        MOVE 'S' TO HUBO-EXCESO-GRAFICA
        MOVE SPACES TO EXC-NOTA EXC-MOTIVO
    END-IF.
    PERFORM OBTENER-X-DE-COLUMNA.
    MOVE CONTADOR-GRAFICA TO EXC-GRAFICA.
    IF FORMATO-EJE-X EQUALS 'T'
    *> quedo cerrada) y suma un dia seguido si la ultima prorroga no es
    *> de hoy, para que el rearranque de una corrida caida no cuente dos
    *> veces la misma noche. Tres o mas dias seguidos disparan la
    *> escalada al planificador y el aviso a la pasarela de busca
    MOVE 'L' TO INC-OPERACION.
    MOVE IDENTIFICADOR-SERIE TO INC-SERIE.
    MOVE X TO INC-COLUMNA.
        MOVE FECHA-DE-HOY TO INC-FECHA-ULTIMA
        MOVE 1 TO INC-DIAS-SEGUIDOS
        MOVE 0 TO INC-FECHA-CIERRE
        MOVE 0 TO INC-FECHA-AVISO
        MOVE SPACES TO INC-ACUSE-USUARIO INC-ACUSE-FECHA-HORA
                       INC-ACUSE-COMENTARIO
    ELSE
        IF INC-FECHA-ULTIMA NOT EQUAL FECHA-DE-HOY
            ADD 1 TO INC-DIAS-SEGUIDOS
            MOVE FECHA-DE-HOY TO INC-FECHA-ULTIMA
        END-IF
    END-IF.
    *> Se avisa al escalar y, mientras nadie acuse, una vez por noche;
    *> la fecha del aviso va en el mismo registro que la prorroga, asi
    *> que el rearranque de la misma noche no repite el mensaje
    MOVE 'N' TO AVISO-PENDIENTE.
    IF INC-DIAS-SEGUIDOS NOT < 3 AND INC-FECHA-AVISO NOT = FECHA-DE-HOY
        IF INC-FECHA-AVISO = 0
            MOVE 'ESCALADA' TO AV-TIPO
            MOVE 'S' TO AVISO-PENDIENTE
        ELSE
            IF INC-ACUSE-USUARIO = SPACES
                MOVE 'REAVISO' TO AV-TIPO
                MOVE 'S' TO AVISO-PENDIENTE
            END-IF
        END-IF
    END-IF.
    IF AVISO-PENDIENTE = 'S'
        MOVE FECHA-DE-HOY TO INC-FECHA-AVISO
    END-IF.
    MOVE 'G' TO INC-OPERACION.
    MOVE IDENTIFICADOR-SERIE TO INC-SERIE.
    MOVE X TO INC-COLUMNA.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF AVISO-PENDIENTE = 'S'
        PERFORM EMITIR-AVISO
    END-IF.
    IF INC-DIAS-SEGUIDOS NOT < 3
        MOVE 'S' TO HUBO-ESCALADA
        MOVE 'S' TO HUBO-ESCALADA-GRAFICA
CERRAR-INCIDENCIA.
    *> El intervalo vino limpio: si arrastraba una incidencia abierta,
    *> queda cerrada con la fecha de hoy; sin incidencia no hay nada que
    *> anotar. Cerrar una incidencia escalada se avisa como resuelta; el
    *> rearranque ya la encuentra cerrada y no repite el aviso
    MOVE 'L' TO INC-OPERACION.
    MOVE IDENTIFICADOR-SERIE TO INC-SERIE.
    MOVE X TO INC-COLUMNA.
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        IF INC-DIAS-SEGUIDOS NOT < 3
            MOVE 'RESUELTA' TO AV-TIPO
            PERFORM EMITIR-AVISO
        END-IF
    END-IF.

EMITIR-AVISO.
    *> Mensaje de AVISOS de la incidencia recien grabada de la columna X,
    *> con la banda que dejo OBTENER-LIMITE-DE-COLUMNA
    MOVE FUNCTION CURRENT-DATE (1:14) TO AV-FECHA-HORA.
    MOVE INC-SERIE         TO AV-SERIE.
    MOVE INC-COLUMNA       TO AV-COLUMNA.
    MOVE INC-FECHA-PRIMERA TO AV-FECHA-PRIMERA.
    MOVE INC-DIAS-SEGUIDOS TO AV-DIAS.
    MOVE INC-FECHA-CIERRE  TO AV-FECHA-CIERRE.
    MOVE INC-ACUSE-USUARIO TO AV-ACUSE-USUARIO.
    PERFORM OBTENER-X-DE-COLUMNA.
    IF FORMATO-EJE-X = 'T'
        MOVE X-DE-COLUMNA TO MINUTOS-CONVERTIDOS
        PERFORM FORMATEAR-TIEMPO
        MOVE TIEMPO-ROTULO TO AV-INTERVALO
    ELSE
        MOVE X-DE-COLUMNA TO EST-X
        MOVE EST-X        TO AV-INTERVALO
    END-IF.
    COMPUTE AV-Y ROUNDED = VALOR-SERIE (X).
    EVALUATE TRUE
        WHEN AV-TIPO = 'RESUELTA'
            MOVE SPACES TO AV-LIMITE
            MOVE 0 TO AV-VALOR-LIMITE
        WHEN VALOR-SERIE (X) > LIMITE-SUPERIOR
            MOVE 'SUPERIOR' TO AV-LIMITE
            MOVE LIMITE-SUPERIOR TO AV-VALOR-LIMITE
        WHEN OTHER
            MOVE 'INFERIOR' TO AV-LIMITE
            MOVE LIMITE-INFERIOR TO AV-VALOR-LIMITE
    END-EVALUATE.
    WRITE REG-AVISOS FROM MENSAJE-AVISO.

CONSULTAR-VENTANA-DE-COLUMNA.
    *> Deja en VENTANA-EN-VIGOR si la columna X cae dentro de una ventana
    *> planificada del calendario para la serie en curso. Con eje de
    *> tiempo la columna se traduce a su fecha y hora de reloj; sin el no
    *> hay hora que buscar y solo excusa una ventana del dia entero de la
    *> corrida. La ventana que excusa algo se apunta para el pie
    IF FORMATO-EJE-X = 'T'
        PERFORM OBTENER-X-DE-COLUMNA
    END-IF.
    PERFORM CONSULTAR-VENTANA-DE-X.

CONSULTAR-VENTANA-DE-X.
    *> La misma consulta sobre el X real ya puesto en X-DE-COLUMNA; sin
    *> eje de tiempo el dia es FECHA-DE-HOY, el de la corrida juzgada
    MOVE IDENTIFICADOR-SERIE TO CAL-SERIE.
    IF FORMATO-EJE-X = 'T'
        MOVE X-DE-COLUMNA TO MINUTOS-CONVERTIDOS
        PERFORM FORMATEAR-TIEMPO
        MOVE 'V' TO CAL-OPERACION
        MOVE CT-FECHA TO CAL-FECHA
        COMPUTE CAL-HORA = CT-HORA * 100 + CT-MINUTO
    ELSE
        MOVE 'D' TO CAL-OPERACION
        MOVE FECHA-DE-HOY TO CAL-FECHA
    END-IF.
    CALL 'CALENDARIO-DE-VENTANAS' USING CAL-PETICION.
    IF CAL-ESTADO = '00'
        MOVE 'S' TO VENTANA-EN-VIGOR
        PERFORM ANOTAR-VENTANA-GRAFICA
    ELSE
        MOVE 'N' TO VENTANA-EN-VIGOR
    END-IF.

ANOTAR-VENTANA-GRAFICA.
    *> Apunta una sola vez cada ventana que excusa algo en la grafica
    MOVE 'N' TO VENTANA-ANOTADA.
    PERFORM VARYING INDICE-VENTANA-GRAFICA FROM 1 BY 1
            UNTIL INDICE-VENTANA-GRAFICA > TOTAL-VENTANAS-GRAFICA
        IF VG-NUMERO (INDICE-VENTANA-GRAFICA) = CAL-NUMERO
            MOVE 'S' TO VENTANA-ANOTADA
        END-IF
    END-PERFORM.
    IF VENTANA-ANOTADA = 'N' AND TOTAL-VENTANAS-GRAFICA < 20
        ADD 1 TO TOTAL-VENTANAS-GRAFICA
        MOVE CAL-NUMERO TO VG-NUMERO (TOTAL-VENTANAS-GRAFICA)
        MOVE CAL-SERIE  TO VG-SERIE (TOTAL-VENTANAS-GRAFICA)
        MOVE CAL-FECHA  TO VG-FECHA (TOTAL-VENTANAS-GRAFICA)
        MOVE CAL-DESDE  TO VG-DESDE (TOTAL-VENTANAS-GRAFICA)
        MOVE CAL-HASTA  TO VG-HASTA (TOTAL-VENTANAS-GRAFICA)
        MOVE CAL-MOTIVO TO VG-MOTIVO (TOTAL-VENTANAS-GRAFICA)
        MOVE CAL-DESCRIPCION
            TO VG-DESCRIPCION (TOTAL-VENTANAS-GRAFICA)
    END-IF.

DETECTAR-ANOMALIAS.
    *> Compara cada punto dibujado con la envolvente de su misma columna
    *> en los ultimos dias guardados de la serie: un valor dentro de la
    *> banda contractual puede ser igualmente anormal para esa hora (la
    *> mitad de la carga de las 10:00 porque un colector perdio datos).
    *> Cada anomalia va al fichero ANOMALIAS con el rango esperado y el
    *> valor observado; no abre ni prorroga incidencias. Una columna con
    *> menos de MINIMO-DIAS-ANOMALIA dias guardados no se juzga
    PERFORM CARGAR-ENVOLVENTE.
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > MAX-COLUMNAS
        IF COLUMNA-OCUPADA (X) = 'S'
            IF ENV-DIAS (X) < MINIMO-DIAS-ANOMALIA
                ADD 1 TO COLUMNAS-SIN-ENVOLVENTE
            ELSE
                PERFORM CALCULAR-ENVOLVENTE
                COMPUTE VALOR-OBSERVADO ROUNDED = VALOR-SERIE (X)
                IF VALOR-OBSERVADO > ENVOLVENTE-SUPERIOR
                        OR VALOR-OBSERVADO < ENVOLVENTE-INFERIOR
                    PERFORM CONSULTAR-VENTANA-DE-COLUMNA
                    PERFORM ANOTAR-ANOMALIA
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CARGAR-ENVOLVENTE.
    *> Recorre HISTORIA hacia atras dia a dia desde ayer (hoy puede estar
    *> ya guardado por un rearranque y no debe juzgarse contra si mismo)
    *> hasta reunir DIAS-ANOMALIA fechas con puntos de la serie, con un
    *> año como tope para una serie que dejo de guardarse. Sin maestro
    *> todavia no hay historia y ninguna columna se juzga
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > MAX-COLUMNAS
        MOVE 0 TO ENV-DIAS (X)
    END-PERFORM.
    MOVE 0 TO FECHAS-ENVOLVENTE.
    MOVE 'B' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    EVALUATE HIS-ESTADO
        WHEN '00'
            COMPUTE FECHA-ENTERA-ANOMALIA =
                FUNCTION INTEGER-OF-DATE (FECHA-DE-HOY)
            MOVE 0 TO DIAS-ATRAS
            PERFORM UNTIL FECHAS-ENVOLVENTE NOT < DIAS-ANOMALIA
                    OR DIAS-ATRAS NOT < 366
                ADD 1 TO DIAS-ATRAS
                SUBTRACT 1 FROM FECHA-ENTERA-ANOMALIA
                COMPUTE FECHA-ENVOLVENTE =
                    FUNCTION DATE-OF-INTEGER (FECHA-ENTERA-ANOMALIA)
                PERFORM LEER-FECHA-ENVOLVENTE
            END-PERFORM
            MOVE 'C' TO HIS-OPERACION
            CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        WHEN '35'
            CONTINUE
        WHEN OTHER
            DISPLAY 'ERROR: no se pudo abrir HISTORIA, FILE STATUS '
                HIS-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

LEER-FECHA-ENVOLVENTE.
    *> Puntos guardados de la serie en FECHA-ENVOLVENTE: se posiciona en
    *> (fecha, serie, columna 0) y se lee mientras siga la misma fecha y
    *> serie; cada Y entra en la envolvente de su columna
    MOVE 'N' TO FECHA-CON-PUNTOS.
    MOVE 'P' TO HIS-OPERACION.
    MOVE FECHA-ENVOLVENTE    TO HIS-FECHA.
    MOVE IDENTIFICADOR-SERIE TO HIS-SERIE.
    MOVE 0                   TO HIS-COLUMNA.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    IF HIS-ESTADO = '00'
        MOVE 'N' TO FIN-FECHA-ENVOLVENTE
        PERFORM UNTIL FIN-FECHA-ENVOLVENTE = 'S'
            MOVE 'S' TO HIS-OPERACION
            CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
            IF HIS-ESTADO = '00'
                    AND HIS-FECHA = FECHA-ENVOLVENTE
                    AND HIS-SERIE = IDENTIFICADOR-SERIE
                MOVE 'S' TO FECHA-CON-PUNTOS
                IF HIS-COLUMNA > 0 AND HIS-COLUMNA NOT > MAX-COLUMNAS
                    MOVE HIS-COLUMNA TO COLUMNA-ENVOLVENTE
                    MOVE HIS-Y       TO VALOR-INSERTADO
                    PERFORM INSERTAR-VALOR-ENVOLVENTE
                END-IF
            ELSE
                MOVE 'S' TO FIN-FECHA-ENVOLVENTE
            END-IF
        END-PERFORM
    END-IF.
    IF FECHA-CON-PUNTOS = 'S'
        ADD 1 TO FECHAS-ENVOLVENTE
    END-IF.

INSERTAR-VALOR-ENVOLVENTE.
    *> Insercion ordenada: los valores mayores se corren una posicion y
    *> el nuevo queda en su sitio, para leer percentiles por posicion
    IF ENV-DIAS (COLUMNA-ENVOLVENTE) < 60
        MOVE ENV-DIAS (COLUMNA-ENVOLVENTE) TO INDICE-DIA
        MOVE 'N' TO FIN-INSERCION
        PERFORM UNTIL FIN-INSERCION = 'S'
            IF INDICE-DIA = 0
                MOVE 'S' TO FIN-INSERCION
            ELSE
                IF ENV-VALOR (COLUMNA-ENVOLVENTE INDICE-DIA)
                        > VALOR-INSERTADO
                    MOVE ENV-VALOR (COLUMNA-ENVOLVENTE INDICE-DIA)
                        TO ENV-VALOR (COLUMNA-ENVOLVENTE INDICE-DIA + 1)
                    SUBTRACT 1 FROM INDICE-DIA
                ELSE
                    MOVE 'S' TO FIN-INSERCION
                END-IF
            END-IF
        END-PERFORM
        MOVE VALOR-INSERTADO
            TO ENV-VALOR (COLUMNA-ENVOLVENTE INDICE-DIA + 1)
        ADD 1 TO ENV-DIAS (COLUMNA-ENVOLVENTE)
    END-IF.

CALCULAR-ENVOLVENTE.
    *> Rango esperado de la columna X. Con 'S', la media mas/menos
    *> FACTOR-ANOMALIA desviaciones tipicas muestrales; con 'P', los
    *> valores de rango p y n-p+1 de la columna ordenada (p por el
    *> percentil pedido, redondeado hacia arriba). El centro es la media
    *> o la mediana segun el metodo
    IF DETECCION-ANOMALIAS = 'P'
        COMPUTE RANGO-PERCENTIL =
            (PERCENTIL-ANOMALIA * ENV-DIAS (X) + 99) / 100
        IF RANGO-PERCENTIL < 1
            MOVE 1 TO RANGO-PERCENTIL
        END-IF
        COMPUTE ENVOLVENTE-INFERIOR ROUNDED =
            ENV-VALOR (X RANGO-PERCENTIL)
        COMPUTE INDICE-DIA = ENV-DIAS (X) - RANGO-PERCENTIL + 1
        COMPUTE ENVOLVENTE-SUPERIOR ROUNDED = ENV-VALOR (X INDICE-DIA)
        COMPUTE INDICE-DIA = (ENV-DIAS (X) + 1) / 2
        IF FUNCTION MOD (ENV-DIAS (X) 2) = 0
            COMPUTE ENVOLVENTE-CENTRO ROUNDED =
                (ENV-VALOR (X INDICE-DIA)
                    + ENV-VALOR (X INDICE-DIA + 1)) / 2
        ELSE
            COMPUTE ENVOLVENTE-CENTRO ROUNDED = ENV-VALOR (X INDICE-DIA)
        END-IF
        MOVE 'PCTIL' TO ANO-METODO
    ELSE
        MOVE 0 TO SUMA-ENVOLVENTE SUMA-CUADRADOS
        PERFORM VARYING INDICE-DIA FROM 1 BY 1
                UNTIL INDICE-DIA > ENV-DIAS (X)
            ADD ENV-VALOR (X INDICE-DIA) TO SUMA-ENVOLVENTE
        END-PERFORM
        COMPUTE MEDIA-ENVOLVENTE = SUMA-ENVOLVENTE / ENV-DIAS (X)
        PERFORM VARYING INDICE-DIA FROM 1 BY 1
                UNTIL INDICE-DIA > ENV-DIAS (X)
            COMPUTE SUMA-CUADRADOS = SUMA-CUADRADOS
                + (ENV-VALOR (X INDICE-DIA) - MEDIA-ENVOLVENTE) ** 2
        END-PERFORM
        COMPUTE DESVIACION-ENVOLVENTE =
            (SUMA-CUADRADOS / (ENV-DIAS (X) - 1)) ** 0.5
        COMPUTE ENVOLVENTE-INFERIOR ROUNDED = MEDIA-ENVOLVENTE
            - FACTOR-ANOMALIA * DESVIACION-ENVOLVENTE
        COMPUTE ENVOLVENTE-SUPERIOR ROUNDED = MEDIA-ENVOLVENTE
            + FACTOR-ANOMALIA * DESVIACION-ENVOLVENTE
        COMPUTE ENVOLVENTE-CENTRO ROUNDED = MEDIA-ENVOLVENTE
        MOVE 'SIGMA' TO ANO-METODO
    END-IF.

ANOTAR-ANOMALIA.
    *> El punto anomalo de la columna X baja al fichero de anomalias con
    *> su X real, el valor observado y el rango esperado. Dentro de una
    *> ventana planificada se anota marcado PLANIFICADO con el motivo de
    *> la ventana, sin marcador en la grafica ni codigo de retorno
    IF VENTANA-EN-VIGOR = 'S'
        MOVE 'P' TO COLUMNA-ANOMALA (X)
        ADD 1 TO ANOMALIAS-PLANIFICADAS
        MOVE ' PLANIFICADO ' TO ANO-NOTA
        MOVE CAL-MOTIVO      TO ANO-MOTIVO
    ELSE
        MOVE 'S' TO COLUMNA-ANOMALA (X)
        ADD 1 TO ANOMALIAS-GRAFICA
        MOVE 'S' TO HUBO-ANOMALIA
        MOVE SPACES TO ANO-NOTA ANO-MOTIVO
    END-IF.
    PERFORM OBTENER-X-DE-COLUMNA.
    MOVE CONTADOR-GRAFICA    TO ANO-GRAFICA.
    MOVE IDENTIFICADOR-SERIE TO ANO-SERIE.
    IF FORMATO-EJE-X = 'T'
        MOVE X-DE-COLUMNA TO MINUTOS-CONVERTIDOS
        PERFORM FORMATEAR-TIEMPO
        MOVE TIEMPO-ROTULO TO ANO-X
    ELSE
        MOVE X-DE-COLUMNA TO EST-X
        MOVE EST-X        TO ANO-X
    END-IF.
    MOVE VALOR-OBSERVADO     TO ANO-Y.
    MOVE ENVOLVENTE-INFERIOR TO ANO-INFERIOR.
    MOVE ENVOLVENTE-SUPERIOR TO ANO-SUPERIOR.
    MOVE ENVOLVENTE-CENTRO   TO ANO-CENTRO.
    MOVE ENV-DIAS (X)        TO ANO-DIAS.
    WRITE REG-ANOMALIAS FROM DETALLE-ANOMALIA.

ROTULAR-EJES.
    *> Añade los rotulos de los ejes (el eje Y en el tope, el medio y la
    *> base de la rejilla; el eje X cada 10 columnas) y, si hay serie de
    *> prevision superpuesta, la leyenda de marcadores, para que la grafica
    *> no quede como una rejilla muda de X y O
    MOVE SPACES TO ROTULO-EJE-X.
    PERFORM VARYING X FROM 10 BY 10 UNTIL X > MAX-COLUMNAS
    *> El rotulo de cada marca muestra el X-VALUE real de la serie, no el
    *> indice de columna, salvo en la curva intrinseca donde ambos coinciden
        MOVE X            TO MAP-IN-VAL
        MOVE 1            TO MAP-IN-MIN
        MOVE MAX-COLUMNAS TO MAP-IN-MAX
        MOVE EJE-X-MINIMO TO MAP-OUT-MIN
        MOVE EJE-X-MAXIMO TO MAP-OUT-MAX
        PERFORM MAP
        IF FORMATO-EJE-X EQUALS 'T'
*>      Hora de reloj HH:MM en la marca, legible para el turno ("punta a
*>      las 18:30"), en vez del numero de minutos continuos
            MOVE MAP-OUT-VAL TO MINUTOS-CONVERTIDOS
            PERFORM FORMATEAR-TIEMPO
            MOVE ETIQUETA-TIEMPO
                TO ROTULO-EJE-X (ANCHO-ROTULO-Y + X - 4:5)
        ELSE
            MOVE MAP-OUT-VAL  TO ETIQUETA-COLUMNA
*>      El rotulo de 9 caracteres termina justo en la columna de la marca
            MOVE ETIQUETA-COLUMNA TO ROTULO-EJE-X (ANCHO-ROTULO-Y + X - 8:9)
        END-IF
    END-PERFORM.
    COMPUTE FILA-MEDIA = (MAX-FILAS + 1) / 2.
    MOVE VALOR-MAXIMO TO ETIQUETA-EJE-Y.
    MOVE ETIQUETA-EJE-Y TO LINEA-IMPRESION (1) (1:11).
    COMPUTE ETIQUETA-EJE-Y = (VALOR-MAXIMO + VALOR-MINIMO) / 2.
    MOVE ETIQUETA-EJE-Y TO LINEA-IMPRESION (FILA-MEDIA) (1:11).
    MOVE VALOR-MINIMO TO ETIQUETA-EJE-Y.
    MOVE ETIQUETA-EJE-Y TO LINEA-IMPRESION (MAX-FILAS) (1:11).
*>  Las unidades de la serie catalogada van bajo el rotulo del tope del
*>  eje Y; la curva de desviacion porcentual ya no esta en esas unidades
    IF SERIE-CATALOGADA = 'S' AND FILA-MEDIA > 2
        IF MODO-GRAFICA = 'P'
            MOVE 'PCT' TO LINEA-IMPRESION (2) (2:10)
        ELSE
            MOVE CAT-UNIDADES TO LINEA-IMPRESION (2) (2:10)
        END-IF
    END-IF.
    MOVE SPACES TO ROTULO-LEYENDA.
    MOVE 1 TO PUNTERO-LEYENDA.
    IF MODO-GRAFICA NOT EQUAL SPACE
    *> En modo de desviacion la unica curva es la derivada y la linea
    *> de cero es la referencia de lectura
        IF MODO-GRAFICA EQUALS 'P'
            STRING
            END-STRING
        END-IF
    ELSE
        IF SERIE-COMPUESTA = 'S'
            STRING
                'LEYENDA: '        DELIMITED BY SIZE
                MARCADOR-REAL       DELIMITED BY SIZE
                '=TOTAL  '          DELIMITED BY SIZE
                MARCADORES-COMPONENTE (1:1) DELIMITED BY SIZE
                '..'                DELIMITED BY SIZE
                MARCADORES-COMPONENTE (TOTAL-COMPONENTES:1)
                                    DELIMITED BY SIZE
                '=COMPONENTES ACUMULADOS' DELIMITED BY SIZE
                INTO ROTULO-LEYENDA
                WITH POINTER PUNTERO-LEYENDA
            END-STRING
        ELSE
            IF USAR-PREVISION = 'S' OR USAR-LIMITES = 'S'
                STRING
                    'LEYENDA: '        DELIMITED BY SIZE
                    MARCADOR-REAL       DELIMITED BY SIZE
                    '=REAL'             DELIMITED BY SIZE
                    INTO ROTULO-LEYENDA
                    WITH POINTER PUNTERO-LEYENDA
                END-STRING
            END-IF
        END-IF
        IF USAR-PREVISION EQUALS 'S'
            STRING
            WITH POINTER PUNTERO-LEYENDA
        END-STRING
    END-IF.
    IF ANOMALIAS-GRAFICA > 0
        STRING
            '  '                  DELIMITED BY SIZE
            MARCADOR-ANOMALIA     DELIMITED BY SIZE
            '=ANOMALIA ESTADISTICA' DELIMITED BY SIZE
            INTO ROTULO-LEYENDA
            WITH POINTER PUNTERO-LEYENDA
        END-STRING
    END-IF.
    IF EXCESOS-PLANIFICADOS > 0
        STRING
            '  '                  DELIMITED BY SIZE
            MARCADOR-PLANIFICADO  DELIMITED BY SIZE
            '=FUERA DE LIMITES PLANIFICADO' DELIMITED BY SIZE
            INTO ROTULO-LEYENDA
            WITH POINTER PUNTERO-LEYENDA
        END-STRING
    END-IF.
    IF HUECOS-PLANIFICADOS > 0
        STRING
            '  '                        DELIMITED BY SIZE
            MARCADOR-HUECO-PLANIFICADO  DELIMITED BY SIZE
            '=HUECO PLANIFICADO'        DELIMITED BY SIZE
            INTO ROTULO-LEYENDA
            WITH POINTER PUNTERO-LEYENDA
        END-STRING
    END-IF.
    IF DESTINO-SALIDA EQUALS 'P'
        DISPLAY LINEA-IMPRESION (1) (1:ANCHO-ROTULO-Y) COLUMN 1 LINE 1
        IF SERIE-CATALOGADA = 'S' AND FILA-MEDIA > 2
            DISPLAY LINEA-IMPRESION (2) (1:ANCHO-ROTULO-Y) COLUMN 1 LINE 2
        END-IF
        DISPLAY LINEA-IMPRESION (FILA-MEDIA) (1:ANCHO-ROTULO-Y) COLUMN 1 LINE FILA-MEDIA
        DISPLAY LINEA-IMPRESION (MAX-FILAS) (1:ANCHO-ROTULO-Y) COLUMN 1 LINE MAX-FILAS
        DISPLAY ROTULO-EJE-X COLUMN 1 LINE (MAX-FILAS + 1)
        MOVE SPACES TO LINEA-IMPRESION (Y)
    END-PERFORM.

CARGAR-CALENDARIO.
    *> Carga una vez por corrida el calendario de ventanas planificadas;
    *> sin fichero CALENDAR no hay nada planificado y la vigilancia es la
    *> de siempre, pero un calendario mal escrito corta la corrida antes
    *> de excusar de mas o de menos
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

ABRIR-CATALOGO.
    *> El catalogo de series se abre una vez por corrida para consulta.
    *> Sin catalogo las graficas salen como siempre, sin descripcion ni
    *> unidades (VERIFICACION-DE-CONTROL es quien rechaza la serie que
    *> no esta catalogada); cualquier otro fallo corta la corrida
    MOVE 'B' TO CAT-OPERACION.
    CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION.
    EVALUATE CAT-ESTADO
        WHEN '00'
            MOVE 'S' TO CATALOGO-DISPONIBLE
        WHEN '35'
            MOVE 'N' TO CATALOGO-DISPONIBLE
        WHEN OTHER
            DISPLAY 'ERROR: no se pudo abrir CATALOGO, FILE STATUS '
                CAT-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

CONSULTAR-CATALOGO.
    *> Ficha de la serie de la grafica en curso; su fichero de limites
    *> sustituye al LIMITES por defecto cuando el control no trae DATLIM=
    MOVE 'N' TO SERIE-CATALOGADA.
    IF CATALOGO-DISPONIBLE = 'S'
        MOVE 'L' TO CAT-OPERACION
        MOVE IDENTIFICADOR-SERIE TO CAT-SERIE
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
        IF CAT-ESTADO = '00'
            MOVE 'S' TO SERIE-CATALOGADA
            IF LIMITES-EXPLICITOS = 'N' AND CAT-DATLIM NOT = SPACES
                MOVE CAT-DATLIM TO NOMBRE-LIMITES
            END-IF
        END-IF
    END-IF.

ABRIR-SALIDAS.
    *> Las salidas de la corrida se abren una sola vez: en modo por lotes
    *> todas las graficas comparten el fichero de trabajo del reporte,
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF ES-REARRANQUE = 'S'
        OPEN EXTEND ARCH-ANOMALIAS
        IF FS-ANOMALIAS = '35'
            OPEN OUTPUT ARCH-ANOMALIAS
        END-IF
    ELSE
        OPEN OUTPUT ARCH-ANOMALIAS
    END-IF.
    IF FS-ANOMALIAS NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir ANOMALIAS, FILE STATUS '
            FS-ANOMALIAS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF ES-REARRANQUE = 'S'
        OPEN EXTEND ARCH-AVISOS
        IF FS-AVISOS = '35'
            OPEN OUTPUT ARCH-AVISOS
        END-IF
    ELSE
        OPEN OUTPUT ARCH-AVISOS
    END-IF.
    IF FS-AVISOS NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir AVISOS, FILE STATUS ' FS-AVISOS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF ES-REARRANQUE EQUALS 'S'
        OPEN EXTEND ARCH-EXPORTACION
        IF FS-EXPORTACION EQUALS '35'
        MOVE ROTULO-LEYENDA TO LINEA-GRAFICA
        PERFORM GRABAR-LINEA-GRAFICA
    END-IF.
    IF SERIE-COMPUESTA = 'S'
        PERFORM ESCRIBIR-COMPONENTES
    END-IF.
    IF FORMATO-EJE-X = 'T'
            AND HUECOS-PLANIFICADOS + HUECOS-SIN-EXPLICAR > 0
        PERFORM ESCRIBIR-HUECOS
    END-IF.
    IF DETECCION-ANOMALIAS NOT = 'N'
        PERFORM ESCRIBIR-RESUMEN-ANOMALIAS
    END-IF.
    IF TOTAL-VENTANAS-GRAFICA > 0
        PERFORM ESCRIBIR-VENTANAS-GRAFICA
    END-IF.

ESCRIBIR-COMPONENTES.
    *> Tabla de componentes al pie de la grafica compuesta: marcador,
    *> serie, de donde salio, columnas con dato, suma y peso en el total
    MOVE 0 TO SUMA-TOTAL-COMPONENTES.
    PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
            UNTIL INDICE-COMPONENTE > TOTAL-COMPONENTES
        ADD CMP-SUMA (INDICE-COMPONENTE) TO SUMA-TOTAL-COMPONENTES
    END-PERFORM.
    MOVE SPACES TO LINEA-GRAFICA.
    PERFORM GRABAR-LINEA-GRAFICA.
    MOVE 'COMPONENTES DEL TOTAL (CADA MARCADOR DIBUJA LA SUMA ACUMULADA HASTA SU COMPONENTE)'
        TO LINEA-GRAFICA.
    PERFORM GRABAR-LINEA-GRAFICA.
    PERFORM VARYING INDICE-COMPONENTE FROM 1 BY 1
            UNTIL INDICE-COMPONENTE > TOTAL-COMPONENTES
        MOVE MARCADORES-COMPONENTE (INDICE-COMPONENTE:1) TO DC-MARCADOR
        MOVE CMP-SERIE (INDICE-COMPONENTE) TO DC-SERIE
        MOVE SPACES TO DC-ORIGEN
        EVALUATE CMP-ORIGEN (INDICE-COMPONENTE)
            WHEN 'C'
                MOVE 'GRAFICA ANTERIOR' TO DC-ORIGEN
            WHEN 'H'
                STRING 'HISTORIA DEL ' DELIMITED BY SIZE
                       FECHA-DE-HOY    DELIMITED BY SIZE
                    INTO DC-ORIGEN
                END-STRING
            WHEN OTHER
                MOVE 'NO DISPONIBLE' TO DC-ORIGEN
        END-EVALUATE
        MOVE CMP-COLUMNAS (INDICE-COMPONENTE) TO DC-COLUMNAS
        COMPUTE DC-SUMA ROUNDED = CMP-SUMA (INDICE-COMPONENTE)
        IF SUMA-TOTAL-COMPONENTES = 0
            MOVE 0 TO DC-PESO
        ELSE
            COMPUTE DC-PESO ROUNDED = CMP-SUMA (INDICE-COMPONENTE) * 100
                / SUMA-TOTAL-COMPONENTES
        END-IF
        MOVE DETALLE-COMPONENTE TO LINEA-GRAFICA
        PERFORM GRABAR-LINEA-GRAFICA
    END-PERFORM.

ESCRIBIR-HUECOS.
    *> Cuadre de los intervalos que faltan en la serie: los que explica
    *> una ventana del calendario y los que nadie esperaba
    MOVE SPACES TO LINEA-GRAFICA.
    PERFORM GRABAR-LINEA-GRAFICA.
    MOVE HUECOS-PLANIFICADOS TO ED-CONTADOR.
    MOVE HUECOS-SIN-EXPLICAR TO ED-CONTADOR-BIS.
    STRING
        'HUECOS DE LA SERIE: EN VENTANA PLANIFICADA=' DELIMITED BY SIZE
        ED-CONTADOR                                   DELIMITED BY SIZE
        '  SIN EXPLICAR='                             DELIMITED BY SIZE
        ED-CONTADOR-BIS                               DELIMITED BY SIZE
        INTO LINEA-GRAFICA
    END-STRING.
    PERFORM GRABAR-LINEA-GRAFICA.

ESCRIBIR-RESUMEN-ANOMALIAS.
    *> Pie de la deteccion de anomalias: cuantas hubo, cuantas cayeron
    *> en ventana planificada, con que envolvente se midieron y cuantas
    *> columnas no tenian aun dias guardados bastantes para juzgarlas
    MOVE SPACES TO LINEA-GRAFICA.
    PERFORM GRABAR-LINEA-GRAFICA.
    MOVE ANOMALIAS-GRAFICA      TO ED-CONTADOR.
    MOVE ANOMALIAS-PLANIFICADAS TO ED-CONTADOR-BIS.
    STRING
        'ANOMALIAS ESTADISTICAS=' DELIMITED BY SIZE
        ED-CONTADOR               DELIMITED BY SIZE
        '  EN VENTANA PLANIFICADA=' DELIMITED BY SIZE
        ED-CONTADOR-BIS           DELIMITED BY SIZE
        '  (VER FICHERO ANOMALIAS, SIN INCIDENCIA)' DELIMITED BY SIZE
        INTO LINEA-GRAFICA
    END-STRING.
    PERFORM GRABAR-LINEA-GRAFICA.
    MOVE FECHAS-ENVOLVENTE       TO ANO-DIAS.
    MOVE COLUMNAS-SIN-ENVOLVENTE TO ED-CONTADOR.
    MOVE SPACES TO LINEA-GRAFICA.
    IF DETECCION-ANOMALIAS = 'P'
        MOVE PERCENTIL-ANOMALIA TO ANO-PERCENTIL
        COMPUTE ANO-PERCENTIL-SUP = 100 - PERCENTIL-ANOMALIA
        STRING
            '  ENVOLVENTE: PERCENTIL ' DELIMITED BY SIZE
            ANO-PERCENTIL              DELIMITED BY SIZE
            ' A '                      DELIMITED BY SIZE
            ANO-PERCENTIL-SUP          DELIMITED BY SIZE
            INTO LINEA-GRAFICA
        END-STRING
    ELSE
        MOVE FACTOR-ANOMALIA TO ANO-FACTOR
        STRING
            '  ENVOLVENTE: MEDIA +/- ' DELIMITED BY SIZE
            ANO-FACTOR                 DELIMITED BY SIZE
            ' SIGMA'                   DELIMITED BY SIZE
            INTO LINEA-GRAFICA
        END-STRING
    END-IF.
    STRING
        ' SOBRE '                     DELIMITED BY SIZE
        ANO-DIAS                      DELIMITED BY SIZE
        ' DIAS GUARDADOS  COLUMNAS SIN HISTORIA SUFICIENTE='
            DELIMITED BY SIZE
        ED-CONTADOR                   DELIMITED BY SIZE
        INTO LINEA-GRAFICA (35:)
    END-STRING.
    PERFORM GRABAR-LINEA-GRAFICA.

ESCRIBIR-VENTANAS-GRAFICA.
    *> Pie de auditoria: cada ventana del calendario que excuso un
    *> incumplimiento o un hueco de la grafica, con su motivo, y cuantos
    *> incumplimientos quedaron fuera de las incidencias por ella
    MOVE SPACES TO LINEA-GRAFICA.
    PERFORM GRABAR-LINEA-GRAFICA.
    MOVE EXCESOS-PLANIFICADOS TO ED-CONTADOR.
    STRING
        'VENTANAS PLANIFICADAS APLICADAS (EXCESOS EXCUSADOS='
            DELIMITED BY SIZE
        ED-CONTADOR DELIMITED BY SIZE
        ', SIN INCIDENCIA NI CODIGO DE RETORNO)' DELIMITED BY SIZE
        INTO LINEA-GRAFICA
    END-STRING.
    PERFORM GRABAR-LINEA-GRAFICA.
    PERFORM VARYING INDICE-VENTANA-GRAFICA FROM 1 BY 1
            UNTIL INDICE-VENTANA-GRAFICA > TOTAL-VENTANAS-GRAFICA
        MOVE VG-FECHA (INDICE-VENTANA-GRAFICA)  TO DVE-FECHA
        MOVE VG-DESDE (INDICE-VENTANA-GRAFICA)  TO DVE-DESDE
        MOVE VG-HASTA (INDICE-VENTANA-GRAFICA)  TO DVE-HASTA
        MOVE VG-MOTIVO (INDICE-VENTANA-GRAFICA) TO DVE-MOTIVO
        MOVE VG-SERIE (INDICE-VENTANA-GRAFICA)  TO DVE-SERIE
        MOVE VG-DESCRIPCION (INDICE-VENTANA-GRAFICA)
            TO DVE-DESCRIPCION
        MOVE DETALLE-VENTANA TO LINEA-GRAFICA
        PERFORM GRABAR-LINEA-GRAFICA
    END-PERFORM.

ESCRIBIR-CABECERA-GRAFICA.
    *> Salto a pagina nueva y cabecera de la grafica en curso; la pagina
    MOVE CONTADOR-PAGINA     TO CAB-PAGINA.
    MOVE CABECERA-GRAFICA TO LINEA-GRAFICA.
    PERFORM GRABAR-LINEA-GRAFICA.
    IF SERIE-CATALOGADA = 'S'
        MOVE IDENTIFICADOR-SERIE TO CCA-SERIE
        MOVE CAT-DESCRIPCION     TO CCA-DESCRIPCION
        MOVE CAT-UNIDADES        TO CCA-UNIDADES
        MOVE CAT-DESTINATARIO    TO CCA-DESTINATARIO
        MOVE CABECERA-CATALOGO TO LINEA-GRAFICA
        PERFORM GRABAR-LINEA-GRAFICA
    END-IF.
    MOVE SPACES TO LINEA-GRAFICA.
    PERFORM GRABAR-LINEA-GRAFICA.

    COMPUTE EST-ACEPTADOS = ACEPTADOS-REAL + ACEPTADOS-PREVISION.
    COMPUTE EST-RECHAZADOS = RECHAZADOS-REAL + RECHAZADOS-PREVISION.
    MOVE HUBO-EXCESO-GRAFICA TO EST-EXCESO.
    MOVE ANOMALIAS-GRAFICA   TO EST-ANOMALIAS.
    MOVE FECHA-DE-HOY        TO EST-FECHA.
    MOVE COLUMNAS-GUARDADAS  TO EST-COLUMNAS.
    IF GUARDAR-HISTORIA = 'S' AND SERIE-RECHAZADA NOT = 'S'
        MOVE 'S' TO EST-HISTORIA
    ELSE
        MOVE 'N' TO EST-HISTORIA
    END-IF.
    IF SERIE-RECHAZADA EQUALS 'S'
        MOVE 12 TO EST-CODIGO
        ADD 1 TO GRAFICAS-MALAS
            IF HUBO-EXCESO-GRAFICA EQUALS 'S'
                MOVE 4 TO EST-CODIGO
            ELSE
                IF ANOMALIAS-GRAFICA > 0
                    MOVE 2 TO EST-CODIGO
                ELSE
                    MOVE 0 TO EST-CODIGO
                END-IF
            END-IF
        END-IF
    END-IF.
                        IF EST-CODIGO NUMERIC AND EST-CODIGO EQUALS 12
                            ADD 1 TO GRAFICAS-MALAS
                        END-IF
                        IF EST-ANOMALIAS NUMERIC AND EST-ANOMALIAS > 0
                            MOVE 'S' TO HUBO-ANOMALIA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
GRABAR-HISTORIA.
    *> Añade la serie dibujada al maestro historico, un punto por columna
    *> bajo la clave (fecha de hoy, identificador de serie, columna), para
    *> que la curva de hoy pueda recuperarse como comparacion mas adelante.
    *> Una rectificacion graba bajo la fecha que rectifica
    IF ES-RECTIFICACION = 'N'
        MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-DE-HOY
    END-IF.
    MOVE 'A' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    IF HIS-ESTADO NOT EQUAL '00'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO COLUMNAS-GUARDADAS
        END-IF
    END-PERFORM.
    MOVE 'C' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    *> Solo con la serie entera ya en el maestro se anota en la bitacora
    *> que dia y cuantas columnas quedaron guardadas
    MOVE FUNCTION CURRENT-DATE TO AH-FECHA-HORA.
    MOVE IDENTIFICADOR-SERIE   TO AH-SERIE.
    MOVE FECHA-DE-HOY          TO AH-FECHA.
    MOVE COLUMNAS-GUARDADAS    TO AH-COLUMNAS.
    COMPUTE AH-EJE-Y-MIN ROUNDED = VALOR-MINIMO.
    COMPUTE AH-EJE-Y-MAX ROUNDED = VALOR-MAXIMO.
    MOVE ANOTACION-HISTORIA TO LINEA-BITACORA.
    PERFORM GRABAR-BITACORA.

CARGAR-PREVISION-HISTORIA.
    *> Recupera del maestro historico la serie guardada en la fecha pedida
    PERFORM GRABAR-LINEA-GRAFICA.
    MOVE 'ESTADISTICAS DE PRECISION DE LA PREVISION' TO LINEA-GRAFICA.
    PERFORM GRABAR-LINEA-GRAFICA.
    IF (PREVISION-VERSIONADA = 'S' OR VERSION-SUPERPUESTA > 0)
            AND FECHA-COMPARACION = 0
        PERFORM ESCRIBIR-VERSION-PRECISION
    END-IF.
    IF PUNTOS-COMPARADOS EQUALS 0
        MOVE '  SIN COLUMNAS COMPARABLES ENTRE REAL Y PREVISION'
            TO LINEA-GRAFICA
        PERFORM ESCRIBIR-CIFRAS-PRECISION
    END-IF.

ESCRIBIR-VERSION-PRECISION.
    *> Las cifras solo miden la prevision comprometida si la version se
    *> grabo antes del corte: una revision tardia ya habia visto los
    *> reales y se dice bien claro debajo del titulo
    MOVE SPACES TO LINEA-GRAFICA.
    IF VERSION-SUPERPUESTA = 0
        MOVE '  SIN VERSION DE LA PREVISION EN PREVISIO PARA LA FECHA'
            TO LINEA-GRAFICA
    ELSE
        MOVE VERSION-SUPERPUESTA TO ED-VERSION
        STRING
            '  VERSION '                  DELIMITED BY SIZE
            ED-VERSION                    DELIMITED BY SIZE
            ' DE '                        DELIMITED BY SIZE
            USUARIO-VERSION               DELIMITED BY SPACE
            ' GRABADA '                   DELIMITED BY SIZE
            FECHA-HORA-VERSION (1:8)      DELIMITED BY SIZE
            ' '                           DELIMITED BY SIZE
            FECHA-HORA-VERSION (9:2)      DELIMITED BY SIZE
            ':'                           DELIMITED BY SIZE
            FECHA-HORA-VERSION (11:2)     DELIMITED BY SIZE
            INTO LINEA-GRAFICA
        END-STRING
        IF VERSION-ANTES-DEL-CORTE = 'N'
            MOVE 'TRAS EL CORTE: REVISION TARDIA, NO MIDE LA PREVISION'
                TO LINEA-GRAFICA (51:52)
        ELSE
            IF VERSION-PEDIDA = 0
                MOVE 'VERSION DE REFERENCIA (ULTIMA ANTES DEL CORTE)'
                    TO LINEA-GRAFICA (51:46)
            ELSE
                MOVE 'ANTES DEL CORTE' TO LINEA-GRAFICA (51:15)
            END-IF
        END-IF
    END-IF.
    PERFORM GRABAR-LINEA-GRAFICA.

ESCRIBIR-CIFRAS-PRECISION.
    *> Las cuatro medidas, promediadas sobre las columnas comparables
    COMPUTE EST-CIFRA ROUNDED = SUMA-ERROR-ABS / PUNTOS-COMPARADOS.
    END-IF.
    WRITE REG-EXPORTACION.

GUARDAR-SERIE-DE-CORRIDA.
    *> Deja la serie recien dibujada en la tabla de la corrida para las
    *> graficas compuestas que la nombren mas abajo en GRAFCTL; si ya
    *> estaba se sustituye
    MOVE 0 TO POSICION-SERIE-CORRIDA.
    PERFORM VARYING INDICE-SERIE-CORRIDA FROM 1 BY 1
            UNTIL INDICE-SERIE-CORRIDA > TOTAL-SERIES-CORRIDA
        IF SC-SERIE (INDICE-SERIE-CORRIDA) = IDENTIFICADOR-SERIE
            MOVE INDICE-SERIE-CORRIDA TO POSICION-SERIE-CORRIDA
        END-IF
    END-PERFORM.
    IF POSICION-SERIE-CORRIDA = 0 AND TOTAL-SERIES-CORRIDA < 40
        ADD 1 TO TOTAL-SERIES-CORRIDA
        MOVE TOTAL-SERIES-CORRIDA TO POSICION-SERIE-CORRIDA
    END-IF.
    IF POSICION-SERIE-CORRIDA > 0
        MOVE IDENTIFICADOR-SERIE TO SC-SERIE (POSICION-SERIE-CORRIDA)
        MOVE FORMATO-EJE-X TO SC-FORMATO-X (POSICION-SERIE-CORRIDA)
        MOVE 0 TO SC-PUNTOS (POSICION-SERIE-CORRIDA)
        PERFORM VARYING X FROM 1 BY 1 UNTIL X > MAX-COLUMNAS
            IF COLUMNA-OCUPADA (X) = 'S'
                PERFORM OBTENER-X-DE-COLUMNA
                ADD 1 TO SC-PUNTOS (POSICION-SERIE-CORRIDA)
                MOVE X-DE-COLUMNA TO SC-X (POSICION-SERIE-CORRIDA,
                    SC-PUNTOS (POSICION-SERIE-CORRIDA))
                MOVE VALOR-SERIE (X) TO SC-Y (POSICION-SERIE-CORRIDA,
                    SC-PUNTOS (POSICION-SERIE-CORRIDA))
            END-IF
        END-PERFORM
    END-IF.

ESCRIBIR-BITACORA.
    *> Anade una linea a la bitacora de ejecuciones con los parametros de
    *> esta corrida, para poder responder mas tarde que se grafico y cuando
    WRITE REG-BITACORA FROM LINEA-BITACORA.
    CLOSE ARCH-BITACORA.

RECTIFICAR-SERIE.
    *> Rectificacion de la serie SERIE= en la fecha pasada RECTIFICAR=:
    *> la serie se carga y se edita como de noche; si la edicion la
    *> rechaza no se toca nada (codigo 12). Si no, sus puntos sustituyen
    *> a los guardados ese dia, la cadena de incidencias se recalcula
    *> hasta hoy y la bitacora anota quien y por que. Una incidencia que
    *> el recalculo deja escalada y antes no lo estaba da el codigo 8
    MOVE 'S' TO ES-RECTIFICACION.
    MOVE IDENTIFICADOR-SERIE TO SERIE-RECTIFICACION.
    MOVE NOMBRE-DATOS-REAL   TO DATOS-RECTIFICACION.
    PERFORM VALIDAR-RECTIFICACION.
    PERFORM BUSCAR-CONTROL-RECTIFICACION.
    IF FUENTE-DATOS NOT = 'D'
        DISPLAY 'ERROR: la serie ' SERIE-RECTIFICACION
            ' no es una serie de datos (FUENTE=D), no se rectifica'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    *> El extracto corregido sustituye al de la noche, y lo que no es la
    *> medida guardada (superposicion, desviacion, anomalias) no se carga
    MOVE DATOS-RECTIFICACION TO NOMBRE-DATOS-REAL.
    MOVE FECHA-RECTIFICACION TO FECHA-DE-HOY.
    MOVE 'N' TO USAR-PREVISION.
    MOVE 'N' TO DETECCION-ANOMALIAS.
    MOVE SPACE TO MODO-GRAFICA.
    MOVE 0 TO FECHA-COMPARACION.
    MOVE 'S' TO GUARDAR-HISTORIA.
    MOVE 'R' TO DESTINO-SALIDA.
    PERFORM ABRIR-SALIDAS-RECTIFICACION.
    PERFORM CARGAR-CALENDARIO.
    PERFORM ABRIR-CATALOGO.
    PERFORM CONSULTAR-CATALOGO.
    PERFORM CARGAR-SERIE.
    PERFORM ESCRIBIR-CABECERA-RECTIFICACION.
    IF SERIE-RECHAZADA = 'S'
        MOVE '  SERIE RECHAZADA POR LA EDICION: HISTORIA E INCIDENCIAS '
            & 'QUEDAN COMO ESTABAN' TO REG-RECTIFICACION
        WRITE REG-RECTIFICACION
    ELSE
        IF USAR-LIMITES = 'S'
            PERFORM CARGAR-LIMITES
        END-IF
        PERFORM ESCALAR-EJES
        PERFORM COMPARAR-PUNTOS-RECTIFICADOS
        PERFORM SUSTITUIR-PUNTOS-HISTORIA
        PERFORM LISTAR-PUNTOS-RECTIFICADOS
        IF USAR-LIMITES = 'S'
            PERFORM RECALCULAR-INCIDENCIAS
        ELSE
            MOVE 'INCIDENCIAS: LA SERIE NO VIGILA LIMITES, NO HAY CADENA '
                & 'QUE RECALCULAR' TO REG-RECTIFICACION
            WRITE REG-RECTIFICACION
        END-IF
        PERFORM ANOTAR-RECTIFICACION
    END-IF.
    CLOSE ARCH-RECTIFICACION ARCH-RECHAZOS.
    IF CATALOGO-DISPONIBLE = 'S'
        MOVE 'C' TO CAT-OPERACION
        CALL 'CATALOGO-DE-SERIES' USING CAT-PETICION
    END-IF.
    *> El codigo se fija despues de la ultima llamada a un modulo, que
    *> pisaria el RETURN-CODE
    IF SERIE-RECHAZADA = 'S'
        MOVE 12 TO RETURN-CODE
    ELSE
        IF HUBO-ESCALADA = 'S'
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

VALIDAR-RECTIFICACION.
    *> Solo se rectifica un dia que existe y ya paso, y siempre con
    *> nombre y motivo: la bitacora debe poder responder quien y por que
    COMPUTE FECHA-ENTERA-REPASO =
        FUNCTION INTEGER-OF-DATE (FECHA-RECTIFICACION).
    IF FECHA-ENTERA-REPASO = 0
            OR FECHA-RECTIFICACION NOT < FECHA-DE-HOY
        DISPLAY 'ERROR: RECTIFICAR= debe ser una fecha AAAAMMDD '
            'anterior a hoy'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF USUARIO-RECTIFICACION = SPACES OR MOTIVO-RECTIFICACION = SPACES
        DISPLAY 'ERROR: una rectificacion exige USUARIO= y MOTIVO='
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FECHA-DE-HOY TO FECHA-FIN-REPASO.

BUSCAR-CONTROL-RECTIFICACION.
    *> Con GRAFCTL la serie se carga con la definicion de su registro
    *> (columnas, agrupacion, formato del eje, limites), para que cada
    *> punto caiga en la columna en que lo guardo la noche; sin GRAFCTL
    *> la definicion es la de la propia linea de comandos, como de noche
    OPEN INPUT ARCH-CONTROL.
    IF FS-CONTROL = '00'
        MOVE 'N' TO REGISTRO-ENCONTRADO
        PERFORM UNTIL FIN-CONTROL = 'S' OR REGISTRO-ENCONTRADO = 'S'
            READ ARCH-CONTROL
                AT END
                    MOVE 'S' TO FIN-CONTROL
                NOT AT END
                    IF REG-CONTROL NOT = SPACES
                            AND REG-CONTROL (1:1) NOT = '*'
                        PERFORM INTERPRETAR-REGISTRO-CONTROL
                        IF IDENTIFICADOR-SERIE = SERIE-RECTIFICACION
                            MOVE 'S' TO REGISTRO-ENCONTRADO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCH-CONTROL
        IF REGISTRO-ENCONTRADO = 'N'
            DISPLAY 'ERROR: la serie ' SERIE-RECTIFICACION
                ' no tiene registro en GRAFCTL'
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

ABRIR-SALIDAS-RECTIFICACION.
    *> RECHAZOS se abre en EXTEND: lo que rechace el extracto corregido
    *> se añade a los rechazos de la noche sin borrarlos
    OPEN OUTPUT ARCH-RECTIFICACION.
    IF FS-RECTIFICACION NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir RECTIFICACION.LST, FILE STATUS '
            FS-RECTIFICACION
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND ARCH-RECHAZOS.
    IF FS-RECHAZOS = '35'
        OPEN OUTPUT ARCH-RECHAZOS
    END-IF.
    IF FS-RECHAZOS NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir RECHAZOS, FILE STATUS ' FS-RECHAZOS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

ESCRIBIR-CABECERA-RECTIFICACION.
    MOVE SERIE-RECTIFICACION   TO CR-SERIE.
    MOVE FECHA-RECTIFICACION   TO CR-FECHA.
    MOVE FECHA-HORA-CORRIDA    TO CR-FECHA-HORA.
    MOVE USUARIO-RECTIFICACION TO CR-USUARIO.
    WRITE REG-RECTIFICACION FROM CABECERA-RECTIFICACION.
    MOVE SPACES TO REG-RECTIFICACION.
    STRING
        'MOTIVO: '           DELIMITED BY SIZE
        MOTIVO-RECTIFICACION DELIMITED BY SIZE
        INTO REG-RECTIFICACION
    END-STRING.
    WRITE REG-RECTIFICACION.
    MOVE ACEPTADOS-REAL      TO RR-CONTADOR.
    MOVE RECHAZADOS-REAL     TO RR-CONTADOR-BIS.
    MOVE TOLERANCIA-RECHAZOS TO RR-CONTADOR-TER.
    MOVE SPACES TO REG-RECTIFICACION.
    IF SERIE-COMPUESTA = 'S'
        STRING
            'DATOS=COMPONENTES EN HISTORIA' DELIMITED BY SIZE
            INTO REG-RECTIFICACION
        END-STRING
    ELSE
        STRING
            'DATOS='          DELIMITED BY SIZE
            NOMBRE-DATOS-REAL DELIMITED BY SPACE
            INTO REG-RECTIFICACION
        END-STRING
    END-IF.
    STRING
        '  ACEPTADOS='  DELIMITED BY SIZE
        RR-CONTADOR     DELIMITED BY SIZE
        '  RECHAZADOS=' DELIMITED BY SIZE
        RR-CONTADOR-BIS DELIMITED BY SIZE
        '  TOLERANCIA=' DELIMITED BY SIZE
        RR-CONTADOR-TER DELIMITED BY SIZE
        INTO REG-RECTIFICACION (51:)
    END-STRING.
    WRITE REG-RECTIFICACION.
    MOVE SPACES TO REG-RECTIFICACION.
    WRITE REG-RECTIFICACION.

COMPARAR-PUNTOS-RECTIFICADOS.
    *> Reune por columna el punto guardado ese dia y el que lo sustituye,
    *> y con banda juzga los dos como los juzgo la noche
    MOVE 0 TO PUNTOS-ANTES PUNTOS-DESPUES PUNTOS-CAMBIADOS.
    MOVE FECHA-RECTIFICACION TO FECHA-REPASO.
    PERFORM ABRIR-HISTORIA-REPASO.
    PERFORM CARGAR-DIA-HISTORIA.
    IF HAY-HISTORIA = 'S'
        MOVE 'C' TO HIS-OPERACION
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
    END-IF.
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
        MOVE DH-OCUPADA (X) TO RC-ANTES-OCUPADA (X)
        MOVE DH-X (X)       TO RC-ANTES-X (X)
        MOVE DH-Y (X)       TO RC-ANTES-Y (X)
        MOVE 'N' TO RC-DESPUES-OCUPADA (X)
        MOVE 0   TO RC-DESPUES-X (X) RC-DESPUES-Y (X)
        IF X NOT > MAX-COLUMNAS
            IF COLUMNA-OCUPADA (X) = 'S'
                MOVE 'S' TO RC-DESPUES-OCUPADA (X)
                PERFORM OBTENER-X-DE-COLUMNA
                MOVE X-DE-COLUMNA TO RC-DESPUES-X (X)
                COMPUTE RC-DESPUES-Y (X) ROUNDED = VALOR-SERIE (X)
            END-IF
        END-IF
        PERFORM CLASIFICAR-CAMBIO-PUNTO
        MOVE 'N' TO RC-RESULTADO-ANTES (X) RC-RESULTADO-DESPUES (X)
        IF USAR-LIMITES = 'S'
            IF RC-ANTES-OCUPADA (X) = 'S'
                MOVE RC-ANTES-X (X) TO X-DE-COLUMNA
                MOVE RC-ANTES-Y (X) TO Y-A-JUZGAR
                PERFORM JUZGAR-PUNTO
                MOVE RESULTADO-PUNTO TO RC-RESULTADO-ANTES (X)
            END-IF
            IF RC-DESPUES-OCUPADA (X) = 'S'
                MOVE RC-DESPUES-X (X) TO X-DE-COLUMNA
                MOVE RC-DESPUES-Y (X) TO Y-A-JUZGAR
                PERFORM JUZGAR-PUNTO
                MOVE RESULTADO-PUNTO TO RC-RESULTADO-DESPUES (X)
            END-IF
        END-IF
    END-PERFORM.

CLASIFICAR-CAMBIO-PUNTO.
    MOVE SPACE TO RC-CAMBIO (X).
    IF RC-ANTES-OCUPADA (X) = 'S'
        ADD 1 TO PUNTOS-ANTES
    END-IF.
    IF RC-DESPUES-OCUPADA (X) = 'S'
        ADD 1 TO PUNTOS-DESPUES
    END-IF.
    EVALUATE TRUE
        WHEN RC-ANTES-OCUPADA (X) = 'N' AND RC-DESPUES-OCUPADA (X) = 'S'
            MOVE 'A' TO RC-CAMBIO (X)
        WHEN RC-ANTES-OCUPADA (X) = 'S' AND RC-DESPUES-OCUPADA (X) = 'N'
            MOVE 'B' TO RC-CAMBIO (X)
        WHEN RC-ANTES-OCUPADA (X) = 'S'
                AND (RC-ANTES-Y (X) NOT = RC-DESPUES-Y (X)
                     OR RC-ANTES-X (X) NOT = RC-DESPUES-X (X))
            MOVE 'M' TO RC-CAMBIO (X)
    END-EVALUATE.
    IF RC-CAMBIO (X) NOT = SPACE
        ADD 1 TO PUNTOS-CAMBIADOS
    END-IF.

JUZGAR-PUNTO.
    *> Resultado del punto de X-DE-COLUMNA/Y-A-JUZGAR en la corrida del
    *> dia FECHA-REPASO, con las mismas reglas que REGISTRAR-EXCESOS: un
    *> exceso dentro de una ventana planificada no cuenta
    MOVE FECHA-REPASO TO FECHA-DE-HOY.
    MOVE 'N' TO RESULTADO-PUNTO.
    PERFORM OBTENER-LIMITE-DE-X.
    IF LIMITE-EN-VIGOR = 'S'
        IF Y-A-JUZGAR > LIMITE-SUPERIOR OR Y-A-JUZGAR < LIMITE-INFERIOR
            PERFORM CONSULTAR-VENTANA-DE-X
            IF VENTANA-EN-VIGOR = 'N'
                MOVE 'E' TO RESULTADO-PUNTO
            END-IF
        ELSE
            MOVE 'L' TO RESULTADO-PUNTO
        END-IF
    END-IF.

ABRIR-HISTORIA-REPASO.
    *> Sin maestro todavia no hay puntos guardados que leer
    MOVE 'B' TO HIS-OPERACION.
    CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION.
    EVALUATE HIS-ESTADO
        WHEN '00'
            MOVE 'S' TO HAY-HISTORIA
        WHEN '35'
            MOVE 'N' TO HAY-HISTORIA
        WHEN OTHER
            DISPLAY 'ERROR: no se pudo abrir HISTORIA, FILE STATUS '
                HIS-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

CARGAR-DIA-HISTORIA.
    *> Puntos guardados de la serie en FECHA-REPASO, por columna
    PERFORM VARYING INDICE-COLUMNA FROM 1 BY 1 UNTIL INDICE-COLUMNA > 132
        MOVE 'N' TO DH-OCUPADA (INDICE-COLUMNA)
        MOVE 0   TO DH-X (INDICE-COLUMNA) DH-Y (INDICE-COLUMNA)
    END-PERFORM.
    IF HAY-HISTORIA = 'S'
        MOVE 'P' TO HIS-OPERACION
        MOVE FECHA-REPASO        TO HIS-FECHA
        MOVE IDENTIFICADOR-SERIE TO HIS-SERIE
        MOVE 0                   TO HIS-COLUMNA
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        IF HIS-ESTADO = '00'
            MOVE 'N' TO FIN-DIA-HISTORIA
            PERFORM UNTIL FIN-DIA-HISTORIA = 'S'
                MOVE 'S' TO HIS-OPERACION
                CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
                IF HIS-ESTADO = '00'
                        AND HIS-FECHA = FECHA-REPASO
                        AND HIS-SERIE = IDENTIFICADOR-SERIE
                    IF HIS-COLUMNA > 0 AND HIS-COLUMNA NOT > 132
                        MOVE 'S'   TO DH-OCUPADA (HIS-COLUMNA)
                        MOVE HIS-X TO DH-X (HIS-COLUMNA)
                        MOVE HIS-Y TO DH-Y (HIS-COLUMNA)
                    END-IF
                ELSE
                    MOVE 'S' TO FIN-DIA-HISTORIA
                END-IF
            END-PERFORM
        END-IF
    END-IF.

SUSTITUIR-PUNTOS-HISTORIA.
    *> Se borran primero las columnas que el extracto corregido ya no
    *> trae; las demas las regraba GRABAR-HISTORIA, que al terminar deja
    *> la anotacion HISTORIA: con el recuento nuevo para el cuadre
    IF PUNTOS-ANTES > 0
        MOVE 'A' TO HIS-OPERACION
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        IF HIS-ESTADO NOT = '00'
            DISPLAY 'ERROR: no se pudo abrir HISTORIA, FILE STATUS '
                HIS-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
            IF RC-CAMBIO (X) = 'B'
                MOVE 'D' TO HIS-OPERACION
                MOVE FECHA-RECTIFICACION TO HIS-FECHA
                MOVE IDENTIFICADOR-SERIE TO HIS-SERIE
                MOVE X                   TO HIS-COLUMNA
                CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
                IF HIS-ESTADO NOT = '00'
                    DISPLAY 'ERROR: no se pudo borrar de HISTORIA, '
                        'FILE STATUS ' HIS-ESTADO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
        END-PERFORM
        MOVE 'C' TO HIS-OPERACION
        CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
    END-IF.
    MOVE FECHA-RECTIFICACION TO FECHA-DE-HOY.
    MOVE 0 TO COLUMNAS-GUARDADAS.
    PERFORM GRABAR-HISTORIA.

LISTAR-PUNTOS-RECTIFICADOS.
    MOVE 'PUNTOS DE LA FECHA QUE CAMBIAN' TO REG-RECTIFICACION.
    WRITE REG-RECTIFICACION.
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
        IF RC-CAMBIO (X) NOT = SPACE
            PERFORM LISTAR-PUNTO-RECTIFICADO
        END-IF
    END-PERFORM.
    IF PUNTOS-CAMBIADOS = 0
        MOVE '  NINGUNO: EL EXTRACTO CORREGIDO DEJA LOS MISMOS PUNTOS'
            TO REG-RECTIFICACION
        WRITE REG-RECTIFICACION
    END-IF.
    MOVE PUNTOS-ANTES     TO RR-CONTADOR.
    MOVE PUNTOS-DESPUES   TO RR-CONTADOR-BIS.
    MOVE PUNTOS-CAMBIADOS TO RR-CONTADOR-TER.
    MOVE SPACES TO REG-RECTIFICACION.
    STRING
        '  PUNTOS ANTES='  DELIMITED BY SIZE
        RR-CONTADOR        DELIMITED BY SIZE
        '  DESPUES='       DELIMITED BY SIZE
        RR-CONTADOR-BIS    DELIMITED BY SIZE
        '  CAMBIADOS='     DELIMITED BY SIZE
        RR-CONTADOR-TER    DELIMITED BY SIZE
        INTO REG-RECTIFICACION
    END-STRING.
    WRITE REG-RECTIFICACION.
    MOVE SPACES TO REG-RECTIFICACION.
    WRITE REG-RECTIFICACION.

LISTAR-PUNTO-RECTIFICADO.
    *> El X es el del punto que queda o, si se retira, el del que habia
    MOVE X TO DPR-COLUMNA.
    IF RC-DESPUES-OCUPADA (X) = 'S'
        MOVE RC-DESPUES-X (X) TO X-DE-COLUMNA
    ELSE
        MOVE RC-ANTES-X (X) TO X-DE-COLUMNA
    END-IF.
    IF FORMATO-EJE-X = 'T'
        MOVE X-DE-COLUMNA TO MINUTOS-CONVERTIDOS
        PERFORM FORMATEAR-TIEMPO
        MOVE TIEMPO-ROTULO TO DPR-X
    ELSE
        MOVE X-DE-COLUMNA TO EST-X
        MOVE EST-X        TO DPR-X
    END-IF.
    MOVE '          -' TO DPR-ANTES DPR-DESPUES.
    IF RC-ANTES-OCUPADA (X) = 'S'
        MOVE RC-ANTES-Y (X) TO RR-Y
        MOVE RR-Y           TO DPR-ANTES
    END-IF.
    IF RC-DESPUES-OCUPADA (X) = 'S'
        MOVE RC-DESPUES-Y (X) TO RR-Y
        MOVE RR-Y             TO DPR-DESPUES
    END-IF.
    EVALUATE RC-CAMBIO (X)
        WHEN 'A'
            MOVE 'NUEVO'    TO DPR-NOTA
        WHEN 'B'
            MOVE 'RETIRADO' TO DPR-NOTA
        WHEN OTHER
            MOVE 'CAMBIADO' TO DPR-NOTA
    END-EVALUATE.
    WRITE REG-RECTIFICACION FROM DETALLE-PUNTO-RECTIFICADO.

RECALCULAR-INCIDENCIAS.
    *> Solo cambia la cadena de una columna cuyo resultado en la fecha
    *> rectificada cambia. Para cada una se reconstruye la incidencia que
    *> tenia la vispera y se vuelve a pasar, dia a dia hasta hoy, por las
    *> reglas de la noche con los puntos guardados en HISTORIA; el
    *> resultado sustituye al registro de INCIDENC si difiere
    MOVE 0 TO COLUMNAS-PENDIENTES COLUMNAS-REPASADAS INCIDENCIAS-CAMBIADAS.
    MOVE 'A' TO INC-OPERACION.
    CALL 'INCIDENCIAS-DE-EXCESOS' USING INC-PETICION.
    IF INC-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo abrir INCIDENC, FILE STATUS '
            INC-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
        MOVE SPACE TO RC-FASE (X)
        IF RC-RESULTADO-ANTES (X) NOT = RC-RESULTADO-DESPUES (X)
            PERFORM PREPARAR-REPASO-COLUMNA
        END-IF
    END-PERFORM.
    IF COLUMNAS-REPASADAS > 0
        PERFORM ABRIR-HISTORIA-REPASO
        IF COLUMNAS-PENDIENTES > 0
            PERFORM RECONSTRUIR-VISPERA
        END-IF
        PERFORM REPASAR-INCIDENCIAS
        IF HAY-HISTORIA = 'S'
            MOVE 'C' TO HIS-OPERACION
            CALL 'HISTORIA-DE-GRAFICAS' USING HIS-PETICION
        END-IF
    END-IF.
    PERFORM GUARDAR-INCIDENCIAS-REPASADAS.
    MOVE 'C' TO INC-OPERACION.
    CALL 'INCIDENCIAS-DE-EXCESOS' USING INC-PETICION.

PREPARAR-REPASO-COLUMNA.
    *> La incidencia actual de la columna es el "antes" del listado. Si
    *> no la hay, el intervalo no incumplio nunca y la vispera no tenia
    *> ninguna; si quedo cerrada antes de la fecha rectificada, es la
    *> misma que tenia la vispera. En otro caso hay que reconstruirla
    ADD 1 TO COLUMNAS-REPASADAS.
    MOVE 'L' TO INC-OPERACION.
    MOVE IDENTIFICADOR-SERIE TO INC-SERIE.
    MOVE X TO INC-COLUMNA.
    CALL 'INCIDENCIAS-DE-EXCESOS' USING INC-PETICION.
    EVALUATE INC-ESTADO
        WHEN '00'
            MOVE INC-SITUACION     TO RC-SITUACION-ANTES (X)
            MOVE INC-FECHA-PRIMERA TO RC-PRIMERA-ANTES (X)
            MOVE INC-FECHA-ULTIMA  TO RC-ULTIMA-ANTES (X)
            MOVE INC-DIAS-SEGUIDOS TO RC-DIAS-ANTES (X)
            MOVE INC-FECHA-CIERRE  TO RC-CIERRE-ANTES (X)
        WHEN '23'
            MOVE SPACE TO RC-SITUACION-ANTES (X)
            MOVE 0 TO RC-PRIMERA-ANTES (X) RC-ULTIMA-ANTES (X)
                      RC-DIAS-ANTES (X) RC-CIERRE-ANTES (X)
        WHEN OTHER
            DISPLAY 'ERROR: no se pudo leer INCIDENC, FILE STATUS '
                INC-ESTADO
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    IF RC-SITUACION-ANTES (X) = SPACE
            OR (RC-SITUACION-ANTES (X) = 'C'
                AND RC-CIERRE-ANTES (X) < FECHA-RECTIFICACION)
        MOVE RC-INCIDENCIA-ANTES (X) TO RC-INCIDENCIA-DESPUES (X)
        MOVE 'F' TO RC-FASE (X)
    ELSE
        MOVE SPACE TO RC-SITUACION (X)
        MOVE 0 TO RC-PRIMERA (X) RC-ULTIMA (X) RC-DIAS (X) RC-CIERRE (X)
        MOVE 'A' TO RC-FASE (X)
        ADD 1 TO COLUMNAS-PENDIENTES
    END-IF.

RECONSTRUIR-VISPERA.
    *> Hacia atras desde la vispera: la racha de excesos que llega a ella
    *> es la incidencia abierta; si la vispera venia limpia, la ultima
    *> racha anterior es la incidencia cerrada, con el primer dia limpio
    *> que le siguio como cierre. Los dias sin punto o planificados no
    *> cuentan ni cortan, como de noche
    COMPUTE FECHA-ENTERA-REPASO =
        FUNCTION INTEGER-OF-DATE (FECHA-RECTIFICACION).
    MOVE 0 TO DIAS-REPASO.
    PERFORM UNTIL COLUMNAS-PENDIENTES = 0 OR DIAS-REPASO NOT < 366
        ADD 1 TO DIAS-REPASO
        SUBTRACT 1 FROM FECHA-ENTERA-REPASO
        COMPUTE FECHA-REPASO =
            FUNCTION DATE-OF-INTEGER (FECHA-ENTERA-REPASO)
        PERFORM CARGAR-DIA-HISTORIA
        PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
            IF RC-FASE (X) = 'A' OR RC-FASE (X) = 'K' OR RC-FASE (X) = 'Q'
                PERFORM JUZGAR-PUNTO-DEL-DIA
                PERFORM RETROCEDER-INCIDENCIA
            END-IF
        END-PERFORM
    END-PERFORM.
    *> Agotado el año: una racha sin principio a la vista queda como
    *> incidencia que empieza en el dia mas antiguo leido
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
        EVALUATE RC-FASE (X)
            WHEN 'A'
                IF RC-DIAS (X) > 0
                    MOVE 'A' TO RC-SITUACION (X)
                END-IF
                MOVE 'F' TO RC-FASE (X)
            WHEN 'K'
                MOVE 0 TO RC-CIERRE (X)
                MOVE 'F' TO RC-FASE (X)
            WHEN 'Q'
                MOVE 'C' TO RC-SITUACION (X)
                MOVE 'F' TO RC-FASE (X)
        END-EVALUATE
    END-PERFORM.

JUZGAR-PUNTO-DEL-DIA.
    IF DH-OCUPADA (X) = 'S'
        MOVE DH-X (X) TO X-DE-COLUMNA
        MOVE DH-Y (X) TO Y-A-JUZGAR
        PERFORM JUZGAR-PUNTO
    ELSE
        MOVE 'N' TO RESULTADO-PUNTO
    END-IF.

RETROCEDER-INCIDENCIA.
    *> Un paso atras de la reconstruccion de la columna X en FECHA-REPASO
    EVALUATE TRUE
        WHEN RESULTADO-PUNTO = 'N'
            CONTINUE
        WHEN RC-FASE (X) = 'A' AND RESULTADO-PUNTO = 'E'
            IF RC-DIAS (X) = 0
                MOVE FECHA-REPASO TO RC-ULTIMA (X)
            END-IF
            MOVE FECHA-REPASO TO RC-PRIMERA (X)
            ADD 1 TO RC-DIAS (X)
        WHEN RC-FASE (X) = 'A'
            IF RC-DIAS (X) > 0
                MOVE 'A' TO RC-SITUACION (X)
                MOVE 'F' TO RC-FASE (X)
                SUBTRACT 1 FROM COLUMNAS-PENDIENTES
            ELSE
                MOVE FECHA-REPASO TO RC-CIERRE (X)
                MOVE 'K' TO RC-FASE (X)
            END-IF
        WHEN RC-FASE (X) = 'K' AND RESULTADO-PUNTO = 'L'
            MOVE FECHA-REPASO TO RC-CIERRE (X)
        WHEN RC-FASE (X) = 'K'
            MOVE FECHA-REPASO TO RC-PRIMERA (X) RC-ULTIMA (X)
            MOVE 1 TO RC-DIAS (X)
            MOVE 'Q' TO RC-FASE (X)
        WHEN RESULTADO-PUNTO = 'E'
            MOVE FECHA-REPASO TO RC-PRIMERA (X)
            ADD 1 TO RC-DIAS (X)
        WHEN OTHER
            MOVE 'C' TO RC-SITUACION (X)
            MOVE 'F' TO RC-FASE (X)
            SUBTRACT 1 FROM COLUMNAS-PENDIENTES
    END-EVALUATE.

REPASAR-INCIDENCIAS.
    *> Desde la incidencia de la vispera, la fecha rectificada con su
    *> resultado nuevo y despues cada dia hasta hoy con lo guardado
    MOVE FECHA-RECTIFICACION TO FECHA-REPASO.
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
        IF RC-FASE (X) = 'F'
            MOVE RC-RESULTADO-DESPUES (X) TO RESULTADO-PUNTO
            PERFORM AVANZAR-INCIDENCIA
        END-IF
    END-PERFORM.
    COMPUTE FECHA-ENTERA-REPASO =
        FUNCTION INTEGER-OF-DATE (FECHA-RECTIFICACION).
    PERFORM UNTIL FECHA-REPASO NOT < FECHA-FIN-REPASO
        ADD 1 TO FECHA-ENTERA-REPASO
        COMPUTE FECHA-REPASO =
            FUNCTION DATE-OF-INTEGER (FECHA-ENTERA-REPASO)
        PERFORM CARGAR-DIA-HISTORIA
        PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
            IF RC-FASE (X) = 'F'
                PERFORM JUZGAR-PUNTO-DEL-DIA
                PERFORM AVANZAR-INCIDENCIA
            END-IF
        END-PERFORM
    END-PERFORM.

AVANZAR-INCIDENCIA.
    *> Las reglas de PRORROGAR-INCIDENCIA y CERRAR-INCIDENCIA sobre la
    *> incidencia reconstruida de la columna X en FECHA-REPASO
    EVALUATE RESULTADO-PUNTO
        WHEN 'E'
            IF RC-SITUACION (X) NOT = 'A'
                MOVE 'A' TO RC-SITUACION (X)
                MOVE FECHA-REPASO TO RC-PRIMERA (X) RC-ULTIMA (X)
                MOVE 1 TO RC-DIAS (X)
                MOVE 0 TO RC-CIERRE (X)
            ELSE
                IF RC-ULTIMA (X) NOT = FECHA-REPASO
                    ADD 1 TO RC-DIAS (X)
                    MOVE FECHA-REPASO TO RC-ULTIMA (X)
                END-IF
            END-IF
        WHEN 'L'
            IF RC-SITUACION (X) = 'A'
                MOVE 'C' TO RC-SITUACION (X)
                MOVE FECHA-REPASO TO RC-CIERRE (X)
            END-IF
    END-EVALUATE.

GUARDAR-INCIDENCIAS-REPASADAS.
    *> Graba la incidencia recalculada que difiere de la que habia, o
    *> borra el registro si el intervalo se queda sin ninguna, y la lista
    MOVE 'INCIDENCIAS QUE CAMBIAN (SITUACION PRIMERA ULTIMA DIAS '
        & 'CIERRE)' TO REG-RECTIFICACION.
    WRITE REG-RECTIFICACION.
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > 132
        IF RC-FASE (X) = 'F'
            IF RC-INCIDENCIA-DESPUES (X) NOT = RC-INCIDENCIA-ANTES (X)
                PERFORM GUARDAR-INCIDENCIA-REPASADA
            END-IF
        END-IF
    END-PERFORM.
    IF INCIDENCIAS-CAMBIADAS = 0
        MOVE '  NINGUNA: LA CADENA DE INCIDENCIAS NO CAMBIA'
            TO REG-RECTIFICACION
        WRITE REG-RECTIFICACION
    END-IF.
    MOVE COLUMNAS-REPASADAS    TO RR-CONTADOR.
    MOVE INCIDENCIAS-CAMBIADAS TO RR-CONTADOR-BIS.
    MOVE SPACES TO REG-RECTIFICACION.
    STRING
        '  COLUMNAS REPASADAS=' DELIMITED BY SIZE
        RR-CONTADOR             DELIMITED BY SIZE
        '  INCIDENCIAS CAMBIADAS=' DELIMITED BY SIZE
        RR-CONTADOR-BIS         DELIMITED BY SIZE
        INTO REG-RECTIFICACION
    END-STRING.
    WRITE REG-RECTIFICACION.

GUARDAR-INCIDENCIA-REPASADA.
    *> El aviso y el acuse siguen a la incidencia: se conservan si el
    *> recalculo deja la misma (misma primera fecha) y se limpian si es
    *> otra. La rectificacion no avisa; lo hara la noche si sigue
    ADD 1 TO INCIDENCIAS-CAMBIADAS.
    MOVE 'L' TO INC-OPERACION.
    MOVE IDENTIFICADOR-SERIE TO INC-SERIE.
    MOVE X TO INC-COLUMNA.
    CALL 'INCIDENCIAS-DE-EXCESOS' USING INC-PETICION.
    IF INC-ESTADO NOT = '00' OR INC-FECHA-PRIMERA NOT = RC-PRIMERA (X)
        MOVE 0 TO INC-FECHA-AVISO
        MOVE SPACES TO INC-ACUSE-USUARIO INC-ACUSE-FECHA-HORA
                       INC-ACUSE-COMENTARIO
    END-IF.
    MOVE IDENTIFICADOR-SERIE TO INC-SERIE.
    MOVE X TO INC-COLUMNA.
    IF RC-SITUACION (X) = SPACE
        MOVE 'D' TO INC-OPERACION
    ELSE
        MOVE 'G' TO INC-OPERACION
        MOVE RC-SITUACION (X) TO INC-SITUACION
        MOVE RC-PRIMERA (X)   TO INC-FECHA-PRIMERA
        MOVE RC-ULTIMA (X)    TO INC-FECHA-ULTIMA
        MOVE RC-DIAS (X)      TO INC-DIAS-SEGUIDOS
        MOVE RC-CIERRE (X)    TO INC-FECHA-CIERRE
    END-IF.
    CALL 'INCIDENCIAS-DE-EXCESOS' USING INC-PETICION.
    IF INC-ESTADO NOT = '00'
        DISPLAY 'ERROR: no se pudo grabar en INCIDENC, FILE STATUS '
            INC-ESTADO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE X TO DIR-COLUMNA.
    MOVE SPACES TO DIR-NOTA.
    *> Una escalada que el recalculo crea (o adelanta a otra racha) es
    *> nueva para el planificador; la que ya estaba no se vuelve a avisar
    IF RC-SITUACION (X) = 'A' AND RC-DIAS (X) NOT < 3
        IF RC-SITUACION-ANTES (X) NOT = 'A'
                OR RC-DIAS-ANTES (X) < 3
                OR RC-PRIMERA-ANTES (X) NOT = RC-PRIMERA (X)
            MOVE 'S' TO HUBO-ESCALADA
            MOVE 'ESCALADA' TO DIR-NOTA
        END-IF
    END-IF.
    IF RC-SITUACION-ANTES (X) = SPACE
        MOVE '(SIN INCIDENCIA)' TO DIR-ANTES
    ELSE
        MOVE RC-SITUACION-ANTES (X) TO RI-SITUACION
        MOVE RC-PRIMERA-ANTES (X)   TO RI-PRIMERA
        MOVE RC-ULTIMA-ANTES (X)    TO RI-ULTIMA
        MOVE RC-DIAS-ANTES (X)      TO RI-DIAS
        MOVE '       -'             TO RI-CIERRE
        IF RC-CIERRE-ANTES (X) NOT = 0
            MOVE RC-CIERRE-ANTES (X) TO RI-CIERRE
        END-IF
        MOVE RESUMEN-INCIDENCIA TO DIR-ANTES
    END-IF.
    IF RC-SITUACION (X) = SPACE
        MOVE '(SIN INCIDENCIA)' TO DIR-DESPUES
    ELSE
        MOVE RC-SITUACION (X) TO RI-SITUACION
        MOVE RC-PRIMERA (X)   TO RI-PRIMERA
        MOVE RC-ULTIMA (X)    TO RI-ULTIMA
        MOVE RC-DIAS (X)      TO RI-DIAS
        MOVE '       -'       TO RI-CIERRE
        IF RC-CIERRE (X) NOT = 0
            MOVE RC-CIERRE (X) TO RI-CIERRE
        END-IF
        MOVE RESUMEN-INCIDENCIA TO DIR-DESPUES
    END-IF.
    WRITE REG-RECTIFICACION FROM DETALLE-INCIDENCIA-RECTIFICADA.

ANOTAR-RECTIFICACION.
    *> Quien rectifico que dia de que serie y por que; va detras de la
    *> anotacion HISTORIA: que dejo GRABAR-HISTORIA con el recuento nuevo
    MOVE FUNCTION CURRENT-DATE TO AR-FECHA-HORA.
    MOVE SERIE-RECTIFICACION   TO AR-SERIE.
    MOVE FECHA-RECTIFICACION   TO AR-FECHA.
    MOVE USUARIO-RECTIFICACION TO AR-USUARIO.
    MOVE MOTIVO-RECTIFICACION  TO AR-MOTIVO.
    MOVE ANOTACION-RECTIFICACION TO LINEA-BITACORA.
    PERFORM GRABAR-BITACORA.

END PROGRAM GRAFICADO-DE-FUNCIONES.
