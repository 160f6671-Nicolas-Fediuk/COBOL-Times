      ******************************************************************
      *PARCOMP - Comparacion de la corrida en paralelo antes de
      *promover una libreria de carga. Un programa cambiado se pasaba
      *a PROD.EJER.LOADLIB sin ninguna prueba de que diera las mismas
      *respuestas que el anterior con las mismas entradas. El job
      *EJERPARA corre el stream de una fecha de negocio con la
      *libreria candidata sobre copias (datasets PARA.EJER.*) y este
      *programa compara despues lo que dejo la candidata contra lo
      *que dejo produccion para esa fecha:
      *  - CTLFILE: los totales de control del ultimo CTL-INTENTO de
      *    cada programa (como los juzga BALANCE), por programa;
      *  - EJERHIST: cabeceras y detalles, por secuencia en la fecha;
      *  - COLA: los registros encolados, por corrida de la fecha (la
      *    primera, la segunda...; la hora de encolado no se compara)
      *    y secuencia. El estado tampoco: en produccion lo cambian
      *    despues la impresion y las retenciones de SPOOLPRT;
      *  - REPOSIT: las lineas archivadas de los reportes de la
      *    fecha, por reporte, hoja y linea, sin el encabezado de hoja
      *    de REPORTER y con las fechas y horas del texto enmascaradas
      *    (dd/mm/aaaa, hh:mm:ss y aaaammdd). Los reportes que se
      *    comparan se listan en el DD PARCREP (uno por linea, con la
      *    identificacion en la columna 1); sin PARCREP se comparan
      *    todos, tambien los pedidos de trabajo ("PD...").
      *Los pedidos de trabajo que PEDCORR corrio en la fecha dejan en
      *produccion sus intentos en CTLFILE, sus cabeceras y detalles
      *en EJERHIST y sus registros en COLA con la fecha de proceso.
      *Por eso EJERPARA los corre tambien en el paralelo: PEDPARA
      *copia esos pedidos al PEDTRAB de la candidata otra vez
      *aprobados y el PEDCORR del stream los corre en el mismo orden.
      *Los dos lados tienen entonces las mismas corridas de pedidos y
      *aca se comparan como cualquier otra salida de la fecha.
      *Cada diferencia se lista via REPORTER con el archivo y la
      *clave, y el registro o la linea de cada lado. El reporte no se
      *archiva en el repositorio (el paso no tiene SITECFG), para no
      *escribir en lo que se esta comparando.
      *La fecha es la de proceso del paralelo (FECHANEG sobre el
      *PROCDATE de la candidata). Las salidas de produccion se leen
      *de los DD CTLPROD, HISTPROD, COLAPROD y REPOPROD y las de la
      *candidata de CTLCAND, HISTCAND, COLACAND y REPOCAND. Un
      *archivo que no existe compara como vacio.
      *Retorno: 0 solo si las salidas son identicas, 4 si hay
      *diferencias, 8 si no se pudo comparar (un archivo que no abre,
      *o alguno de los dos lados sin totales de control de la fecha:
      *produccion ya archivada o la candidata que no corrio).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLPROD ASSIGN TO "CTLPROD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT CTLCAND ASSIGN TO "CTLCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT HISTPROD ASSIGN TO "HISTPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS HIST-STATUS.
           SELECT HISTCAND ASSIGN TO "HISTCAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSC-CLAVE
               FILE STATUS IS HSC-STATUS.
           SELECT COLAPROD ASSIGN TO "COLAPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLA-CLAVE
               FILE STATUS IS COLA-STATUS.
           SELECT COLACAND ASSIGN TO "COLACAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLC-CLAVE
               FILE STATUS IS CLC-STATUS.
           SELECT REPOPROD ASSIGN TO "REPOPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-CLAVE
               FILE STATUS IS RPO-STATUS.
           SELECT REPOCAND ASSIGN TO "REPOCAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-CLAVE
               FILE STATUS IS RPC-STATUS.
           SELECT PARCREP ASSIGN TO "PARCREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTLPROD
           RECORDING MODE IS F.
       01  CTLPROD-REG PIC X(49).

       FD  CTLCAND
           RECORDING MODE IS F.
       01  CTLCAND-REG PIC X(49).

       FD  HISTPROD.
       COPY EJHIST.

       FD  HISTCAND.
       COPY EJHIST REPLACING LEADING ==HIST-== BY ==HSC-==.

       FD  COLAPROD.
       COPY COLAREG.

       FD  COLACAND.
       COPY COLAREG REPLACING LEADING ==COLA-== BY ==CLC-==.

       FD  REPOPROD.
       COPY REPOREG.

       FD  REPOCAND.
       COPY REPOREG REPLACING LEADING ==RPO-== BY ==RPC-==.

       FD  PARCREP
           RECORDING MODE IS F.
       01  LST-REGISTRO.
           05  LST-REPORTE PIC X(08).
           05  FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01  CTL-STATUS PIC X(02).
       01  HIST-STATUS PIC X(02).
       01  HSC-STATUS PIC X(02).
       01  COLA-STATUS PIC X(02).
       01  CLC-STATUS PIC X(02).
       01  RPO-STATUS PIC X(02).
       01  RPC-STATUS PIC X(02).
       01  LST-STATUS PIC X(02).
       01  FECHA-PROCESO.
           05  FP-ANO PIC 9(04).
           05  FP-MES PIC 9(02).
           05  FP-DIA PIC 9(02).
       01  FECHA-PROCESO-NUM REDEFINES FECHA-PROCESO PIC 9(08).
       01  COMPARACION-OK PIC X(01) VALUE "S".
           88  SE-PUEDE-COMPARAR VALUE "S".
       01  FIN-DE-ARCHIVO PIC X(01).
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  FIN-PROD PIC X(01).
           88  HAY-FIN-PROD VALUE "S".
       01  FIN-CAND PIC X(01).
           88  HAY-FIN-CAND VALUE "S".
       01  PROD-ABIERTO PIC X(01).
           88  PROD-ESTA-ABIERTO VALUE "S".
       01  CAND-ABIERTO PIC X(01).
           88  CAND-ESTA-ABIERTO VALUE "S".
       01  CLAVE-PROD PIC X(16).
       01  CLAVE-CAND PIC X(16).
       01  STATUS-MOSTRADO PIC X(02).
       01  LADO-MOSTRADO PIC X(10).

      *Lado que se esta leyendo: 1 produccion, 2 candidata.
       01  NRO-LADO PIC 9(01).
           88  LADO-PRODUCCION VALUE 1.
           88  LADO-CANDIDATA VALUE 2.

      *Archivo que se esta comparando (subindice de los totales).
       01  ARCHIVO-EN-CURSO PIC 9(01).
       01  IDX-ARCH PIC 9(01).
       01  NOMBRES-ARCHIVOS.
           05  FILLER PIC X(08) VALUE "CTLFILE".
           05  FILLER PIC X(08) VALUE "EJERHIST".
           05  FILLER PIC X(08) VALUE "COLA".
           05  FILLER PIC X(08) VALUE "REPOSIT".
       01  TABLA-NOMBRES REDEFINES NOMBRES-ARCHIVOS.
           05  TN-ARCHIVO PIC X(08) OCCURS 4 TIMES.
       01  TOTALES-POR-ARCHIVO.
           05  TT-ARCHIVO OCCURS 4 TIMES.
               10  TT-IGUALES PIC 9(07).
               10  TT-DISTINTOS PIC 9(07).
               10  TT-SOLO-PROD PIC 9(07).
               10  TT-SOLO-CAND PIC 9(07).
       01  TOTAL-DIFERENCIAS PIC 9(07) VALUE ZERO.

      *Una diferencia a informar: tipo, clave impresa, motivo y la
      *imagen de cada lado (en blanco si ese lado no la tiene).
       01  TIPO-DIFERENCIA PIC X(01).
           88  ES-SOLO-PROD VALUE "P".
           88  ES-SOLO-CAND VALUE "C".
           88  ES-DISTINTO VALUE "D".
       01  CLAVE-IMPRESA PIC X(24).
       01  MOTIVO-IMPRESO PIC X(46).
       01  IMAGEN-PROD PIC X(72).
       01  IMAGEN-CAND PIC X(72).
       01  IMAGEN-TRABAJO PIC X(72).

      *CTLFILE: un registro leido de cualquiera de los dos lados.
       COPY CTLTOT REPLACING LEADING ==CTL-== BY ==CTW-==.
       01  MODO-PASADA PIC X(01).
           88  ES-PASADA-DE-MAXIMOS VALUE "M".
           88  ES-PASADA-DE-SUMAS VALUE "S".
       01  INTENTO-LEIDO PIC 9(02).
       01  PROGRAMA-BUSCADO PIC X(08).
       01  PROGRAMA-HALLADO PIC X(01).
           88  HAY-PROGRAMA VALUE "S".
       01  TABLA-CONTROLES-LEIDOS.
           05  CONTROLES-DE-LA-FECHA PIC 9(05) OCCURS 2 TIMES.

      *Totales del ultimo intento de cada programa, de cada lado.
       01  TABLA-CONTROLES.
           05  TC-USADOS PIC 9(03) VALUE ZERO.
           05  TC-PROGRAMA-DE-LA-FECHA OCCURS 99 TIMES
                   INDEXED BY IDX-TC.
               10  TC-PROGRAMA PIC X(08).
               10  TC-LADO OCCURS 2 TIMES.
                   15  TC-INTENTO PIC 9(02).
                   15  TC-CANTIDAD PIC 9(09).
                   15  TC-SUMA PIC S9(11).
                   15  TC-ESPERADA PIC S9(11).
       01  TC-MAXIMO PIC 9(03) VALUE 99.

       01  IMAGEN-CONTROL.
           05  FILLER PIC X(09) VALUE "CANTIDAD=".
           05  IMC-CANTIDAD PIC Z(08)9.
           05  FILLER PIC X(06) VALUE " SUMA=".
           05  IMC-SUMA PIC -(11)9.
           05  FILLER PIC X(10) VALUE " ESPERADA=".
           05  IMC-ESPERADA PIC -(11)9.
           05  FILLER PIC X(09) VALUE " INTENTO=".
           05  IMC-INTENTO PIC 9(02).
           05  FILLER PIC X(01) VALUE SPACES.

      *EJERHIST: vista de un registro de cualquiera de los dos lados
      *para armar su imagen.
       COPY EJHIST REPLACING LEADING ==HIST-== BY ==HSV-==.

       01  IMAGEN-CABECERA.
           05  FILLER PIC X(07) VALUE "CAB OP=".
           05  IMH-OPERADOR PIC X(08).
           05  FILLER PIC X(04) VALUE " IN=".
           05  IMH-INTERVALO PIC 9(02).
           05  FILLER PIC X(04) VALUE " LI=".
           05  IMH-LIMITE PIC -ZZ9.
           05  FILLER PIC X(04) VALUE " TO=".
           05  IMH-TOTAL PIC -(07)9.
           05  FILLER PIC X(04) VALUE " ES=".
           05  IMH-ESPERADO PIC -(07)9.
           05  FILLER PIC X(03) VALUE " B=".
           05  IMH-BALANCEADO PIC X(01).
           05  FILLER PIC X(03) VALUE " A=".
           05  IMH-ARTICULO PIC X(06).
           05  FILLER PIC X(03) VALUE " I=".
           05  IMH-INICIO PIC 9(03).

       01  IMAGEN-DETALLE.
           05  FILLER PIC X(08) VALUE "DET NUM=".
           05  IMD-NUM PIC -ZZ9.
           05  FILLER PIC X(06) VALUE " HITO=".
           05  IMD-HITO PIC X(01).
           05  FILLER PIC X(05) VALUE " ART=".
           05  IMD-ARTICULO PIC X(06).
           05  FILLER PIC X(42) VALUE SPACES.

       01  CLAVE-HISTORIA.
           05  FILLER PIC X(10) VALUE "SECUENCIA ".
           05  CLH-SECUENCIA PIC 9(05).
           05  FILLER PIC X(09) VALUE SPACES.

      *COLA: las corridas de la fecha se numeran en el orden en que
      *aparecen (la hora de encolado es distinta en cada lado).
       01  CORRIDA-LEIDA.
           05  CL-FECHA PIC 9(08).
           05  CL-HORA PIC 9(06).
       01  CORRIDA-LEIDA-NUM REDEFINES CORRIDA-LEIDA PIC 9(14).
       01  CORRIDA-INICIAL.
           05  CI-FECHA PIC 9(08).
           05  CI-HORA PIC 9(06) VALUE ZERO.
       01  CORRIDA-INICIAL-NUM REDEFINES CORRIDA-INICIAL PIC 9(14).
       01  ULTIMA-CORRIDA-PROD PIC 9(14).
       01  ULTIMA-CORRIDA-CAND PIC 9(14).
       01  ORDINAL-PROD PIC 9(05).
       01  ORDINAL-CAND PIC 9(05).
       01  CLAVE-COLA.
           05  CCL-ORDINAL PIC 9(05).
           05  CCL-SECUENCIA PIC 9(05).
           05  FILLER PIC X(06) VALUE SPACES.

       01  CLAVE-COLA-IMPRESA.
           05  FILLER PIC X(08) VALUE "CORRIDA ".
           05  CCI-ORDINAL PIC 9(05).
           05  FILLER PIC X(05) VALUE " SEC ".
           05  CCI-SECUENCIA PIC 9(05).
           05  FILLER PIC X(01) VALUE SPACES.

       01  IMAGEN-COLA.
           05  FILLER PIC X(05) VALUE "TIPO=".
           05  IMQ-TIPO PIC X(01).
           05  FILLER PIC X(07) VALUE " VALOR=".
           05  IMQ-VALOR PIC 9(05).
           05  FILLER PIC X(08) VALUE " ESTADO=".
           05  IMQ-ESTADO PIC X(01).
           05  FILLER PIC X(09) VALUE " CORRIDA=".
           05  IMQ-CORRIDA PIC 9(14).
           05  FILLER PIC X(22) VALUE SPACES.

      *REPOSIT: reportes elegidos (DD PARCREP) y la linea de cada
      *lado, enmascarada para comparar.
       01  LISTA-REPORTES.
           05  LR-USADOS PIC 9(02) VALUE ZERO.
           05  LR-REPORTE PIC X(08) OCCURS 40 TIMES
                   INDEXED BY IDX-LR.
       01  LR-MAXIMO PIC 9(02) VALUE 40.
       01  ID-A-MIRAR PIC X(08).
       01  FECHA-A-MIRAR PIC 9(08).
       01  LINEA-A-MIRAR PIC 9(03).
       01  LINEA-ELEGIDA PIC X(01).
           88  HAY-LINEA-ELEGIDA VALUE "S".
       01  REPORTE-HALLADO PIC X(01).
           88  HAY-REPORTE VALUE "S".
       01  CLAVE-REPOSITORIO.
           05  CRP-ID PIC X(08).
           05  CRP-PAGINA PIC 9(05).
           05  CRP-LINEA PIC 9(03).
       01  CLAVE-REPOSITORIO-IMPRESA.
           05  CRI-ID PIC X(08).
           05  FILLER PIC X(02) VALUE " H".
           05  CRI-PAGINA PIC 9(05).
           05  FILLER PIC X(02) VALUE " L".
           05  CRI-LINEA PIC 9(03).
           05  FILLER PIC X(04) VALUE SPACES.
       01  TEXTO-PROD PIC X(80).
       01  TEXTO-CAND PIC X(80).
       01  TEXTO-MASCARA PIC X(80).
       01  POS-COL PIC 9(02).
       01  COLUMNA-DISTINTA PIC 9(02).
       01  INICIO-VENTANA PIC 9(02).
       01  BORDE-OK PIC X(01).
           88  HAY-BORDE VALUE "S".
       01  FECHA-EN-TEXTO.
           05  FT-ANO PIC 9(04).
           05  FT-MES PIC 9(02).
           05  FT-DIA PIC 9(02).
       01  MOTIVO-COLUMNA.
           05  FILLER PIC X(26) VALUE "DISTINTA DESDE LA COLUMNA ".
           05  MCO-COLUMNA PIC Z9.
           05  FILLER PIC X(18) VALUE SPACES.

       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "PARCOMP".
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       01  RPT-TITULO.
           05  FILLER PIC X(44)
                   VALUE "COMPARACION EN PARALELO PRODUCCION/CANDIDATA".
           05  FILLER PIC X(09) VALUE "  FECHA: ".
           05  TIT-DIA PIC 9(02).
           05  FILLER PIC X(01) VALUE "/".
           05  TIT-MES PIC 9(02).
           05  FILLER PIC X(01) VALUE "/".
           05  TIT-ANO PIC 9(04).
           05  FILLER PIC X(17) VALUE SPACES.

       01  RPT-COLUMNAS.
           05  FILLER PIC X(09) VALUE "ARCHIVO".
           05  FILLER PIC X(25) VALUE "CLAVE".
           05  FILLER PIC X(46) VALUE "DIFERENCIA".

       01  RPT-DIFERENCIA.
           05  DET-ARCHIVO PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  DET-CLAVE PIC X(24).
           05  FILLER PIC X(01) VALUE SPACES.
           05  DET-MOTIVO PIC X(46).

       01  RPT-IMAGEN.
           05  DET-LADO PIC X(08).
           05  DET-IMAGEN PIC X(72).

       01  RPT-PIE.
           05  PIE-ARCHIVO PIC X(09).
           05  FILLER PIC X(09) VALUE "IGUALES: ".
           05  PIE-IGUALES PIC Z(06)9.
           05  FILLER PIC X(13) VALUE "  DISTINTOS: ".
           05  PIE-DISTINTOS PIC Z(06)9.
           05  FILLER PIC X(13) VALUE "  SOLO PROD: ".
           05  PIE-SOLO-PROD PIC Z(06)9.
           05  FILLER PIC X(08) VALUE "  CAND: ".
           05  PIE-SOLO-CAND PIC Z(06)9.

       01  RPT-RESULTADO.
           05  FILLER PIC X(11) VALUE "RESULTADO: ".
           05  RES-TEXTO PIC X(69).

       PROCEDURE DIVISION.

           CALL "FECHANEG" USING FECHA-PROCESO-NUM.
           DISPLAY "COMPARACION EN PARALELO DE LA FECHA "
                   FECHA-PROCESO-NUM.
           INITIALIZE TOTALES-POR-ARCHIVO.
           PERFORM CARGAR-LISTA-REPORTES.
           PERFORM ABRIR-REPORTE.

           MOVE 1 TO ARCHIVO-EN-CURSO.
           PERFORM COMPARAR-CONTROLES.
           MOVE 2 TO ARCHIVO-EN-CURSO.
           PERFORM COMPARAR-HISTORICO.
           MOVE 3 TO ARCHIVO-EN-CURSO.
           PERFORM COMPARAR-COLA.
           MOVE 4 TO ARCHIVO-EN-CURSO.
           PERFORM COMPARAR-REPOSITORIO.

           PERFORM CERRAR-REPORTE.

           EVALUATE TRUE
               WHEN NOT SE-PUEDE-COMPARAR
                   MOVE 8 TO RETORNO-CORRIDA
               WHEN TOTAL-DIFERENCIAS > ZERO
                   DISPLAY "LA CANDIDATA NO DA LO MISMO QUE "
                           "PRODUCCION: " TOTAL-DIFERENCIAS
                           " DIFERENCIAS"
                   MOVE 4 TO RETORNO-CORRIDA
               WHEN OTHER
                   DISPLAY "SALIDAS IDENTICAS"
           END-EVALUATE.
           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           ABRIR-REPORTE.
               MOVE FP-DIA TO TIT-DIA.
               MOVE FP-MES TO TIT-MES.
               MOVE FP-ANO TO TIT-ANO.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-COLUMNAS.

           CERRAR-REPORTE.
               MOVE "D" TO REP-PEDIDO.
               MOVE SPACES TO RPT-IMAGEN.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-IMAGEN.
               PERFORM IMPRIMIR-TOTALES
                   VARYING IDX-ARCH FROM 1 BY 1 UNTIL IDX-ARCH > 4.
               EVALUATE TRUE
                   WHEN NOT SE-PUEDE-COMPARAR
                       MOVE "NO SE PUDO COMPARAR" TO RES-TEXTO
                   WHEN TOTAL-DIFERENCIAS > ZERO
                       MOVE "HAY DIFERENCIAS, NO PROMOVER"
                           TO RES-TEXTO
                   WHEN OTHER
                       MOVE "SALIDAS IDENTICAS" TO RES-TEXTO
               END-EVALUATE.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-RESULTADO.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-RESULTADO.

           IMPRIMIR-TOTALES.
               MOVE TN-ARCHIVO(IDX-ARCH) TO PIE-ARCHIVO.
               MOVE TT-IGUALES(IDX-ARCH) TO PIE-IGUALES.
               MOVE TT-DISTINTOS(IDX-ARCH) TO PIE-DISTINTOS.
               MOVE TT-SOLO-PROD(IDX-ARCH) TO PIE-SOLO-PROD.
               MOVE TT-SOLO-CAND(IDX-ARCH) TO PIE-SOLO-CAND.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.

      *Lista la diferencia ya armada (tipo, clave, motivo e
      *imagenes) y la cuenta en el archivo en curso.
           INFORMAR-DIFERENCIA.
               EVALUATE TRUE
                   WHEN ES-SOLO-PROD
                       ADD 1 TO TT-SOLO-PROD(ARCHIVO-EN-CURSO)
                       MOVE "SOLO EN PRODUCCION" TO MOTIVO-IMPRESO
                   WHEN ES-SOLO-CAND
                       ADD 1 TO TT-SOLO-CAND(ARCHIVO-EN-CURSO)
                       MOVE "SOLO EN LA CANDIDATA" TO MOTIVO-IMPRESO
                   WHEN OTHER
                       ADD 1 TO TT-DISTINTOS(ARCHIVO-EN-CURSO)
               END-EVALUATE.
               ADD 1 TO TOTAL-DIFERENCIAS.
               MOVE TN-ARCHIVO(ARCHIVO-EN-CURSO) TO DET-ARCHIVO.
               MOVE CLAVE-IMPRESA TO DET-CLAVE.
               MOVE MOTIVO-IMPRESO TO DET-MOTIVO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DIFERENCIA.
               IF NOT ES-SOLO-CAND
                   MOVE "  PROD" TO DET-LADO
                   MOVE IMAGEN-PROD TO DET-IMAGEN
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-IMAGEN
               END-IF.
               IF NOT ES-SOLO-PROD
                   MOVE "  CAND" TO DET-LADO
                   MOVE IMAGEN-CAND TO DET-IMAGEN
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-IMAGEN
               END-IF.

      *Un archivo que existe pero no abre deja la comparacion sin
      *valor: se informa en el reporte y el retorno sera 8.
           INFORMAR-FALLA-DE-APERTURA.
               MOVE "N" TO COMPARACION-OK.
               MOVE TN-ARCHIVO(ARCHIVO-EN-CURSO) TO DET-ARCHIVO.
               MOVE LADO-MOSTRADO TO DET-CLAVE.
               MOVE SPACES TO DET-MOTIVO.
               STRING "NO ABRE, STATUS " STATUS-MOSTRADO
                   DELIMITED BY SIZE INTO DET-MOTIVO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DIFERENCIA.
               DISPLAY TN-ARCHIVO(ARCHIVO-EN-CURSO) " "
                       LADO-MOSTRADO " NO ABRE: " STATUS-MOSTRADO.

      *Sin PARCREP (o vacio) se comparan todos los reportes.
           CARGAR-LISTA-REPORTES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT PARCREP.
               IF LST-STATUS NOT = "00"
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   READ PARCREP
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               PERFORM LEER-UN-REPORTE-ELEGIDO
                   UNTIL HAY-FIN-DE-ARCHIVO.
               IF LST-STATUS = "00" OR LST-STATUS = "10"
                   CLOSE PARCREP
               END-IF.
               IF LR-USADOS = ZERO
                   DISPLAY "SIN PARCREP: SE COMPARAN TODOS LOS "
                           "REPORTES"
               END-IF.

           LEER-UN-REPORTE-ELEGIDO.
               IF LST-REGISTRO(1:1) NOT = "*"
                       AND LST-REPORTE NOT = SPACES
                   IF LR-USADOS < LR-MAXIMO
                       ADD 1 TO LR-USADOS
                       MOVE LST-REPORTE TO LR-REPORTE(LR-USADOS)
                   ELSE
                       DISPLAY "PARCREP TIENE MAS DE " LR-MAXIMO
                               " REPORTES, NO SE COMPARA: "
                               LST-REPORTE
                   END-IF
               END-IF.
               READ PARCREP
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

      ******************************************************************
      *CTLFILE
      ******************************************************************
      *Dos pasadas por lado, como BALANCE: la primera releva el
      *ultimo intento de cada programa en la fecha y la segunda suma
      *solo los registros de ese intento. Un registro sin intento
      *vale 1.
           COMPARAR-CONTROLES.
               MOVE ZERO TO CONTROLES-DE-LA-FECHA(1)
                   CONTROLES-DE-LA-FECHA(2).
               MOVE 1 TO NRO-LADO.
               PERFORM RELEVAR-UN-LADO-DE-CONTROLES.
               MOVE 2 TO NRO-LADO.
               PERFORM RELEVAR-UN-LADO-DE-CONTROLES.
               IF CONTROLES-DE-LA-FECHA(1) = ZERO
                   DISPLAY "PRODUCCION NO TIENE TOTALES DE CONTROL "
                           "DE LA FECHA (NO CORRIO O YA SE ARCHIVO)"
                   MOVE "PRODUCCION" TO LADO-MOSTRADO
                   PERFORM INFORMAR-LADO-SIN-CONTROLES
               END-IF.
               IF CONTROLES-DE-LA-FECHA(2) = ZERO
                   DISPLAY "LA CANDIDATA NO GRABO TOTALES DE CONTROL "
                           "DE LA FECHA (EL STREAM NO CORRIO)"
                   MOVE "CANDIDATA" TO LADO-MOSTRADO
                   PERFORM INFORMAR-LADO-SIN-CONTROLES
               END-IF.
               PERFORM COMPARAR-UN-CONTROL
                   VARYING IDX-TC FROM 1 BY 1 UNTIL IDX-TC > TC-USADOS.

           INFORMAR-LADO-SIN-CONTROLES.
               MOVE "N" TO COMPARACION-OK.
               MOVE TN-ARCHIVO(ARCHIVO-EN-CURSO) TO DET-ARCHIVO.
               MOVE LADO-MOSTRADO TO DET-CLAVE.
               MOVE "SIN TOTALES DE CONTROL DE LA FECHA" TO DET-MOTIVO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DIFERENCIA.

           RELEVAR-UN-LADO-DE-CONTROLES.
               MOVE "M" TO MODO-PASADA.
               PERFORM PASAR-POR-LOS-CONTROLES.
               MOVE "S" TO MODO-PASADA.
               PERFORM PASAR-POR-LOS-CONTROLES.

           PASAR-POR-LOS-CONTROLES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               IF LADO-PRODUCCION
                   OPEN INPUT CTLPROD
                   MOVE "PRODUCCION" TO LADO-MOSTRADO
               ELSE
                   OPEN INPUT CTLCAND
                   MOVE "CANDIDATA" TO LADO-MOSTRADO
               END-IF.
               EVALUATE TRUE
                   WHEN CTL-STATUS = "35"
                       MOVE "S" TO FIN-DE-ARCHIVO
                   WHEN CTL-STATUS NOT = "00"
                       IF ES-PASADA-DE-MAXIMOS
                           MOVE CTL-STATUS TO STATUS-MOSTRADO
                           PERFORM INFORMAR-FALLA-DE-APERTURA
                       END-IF
                       MOVE "S" TO FIN-DE-ARCHIVO
                   WHEN OTHER
                       PERFORM LEER-UN-CONTROL
               END-EVALUATE.
               PERFORM TOMAR-UN-CONTROL UNTIL HAY-FIN-DE-ARCHIVO.
               IF CTL-STATUS = "00" OR CTL-STATUS = "10"
                   IF LADO-PRODUCCION
                       CLOSE CTLPROD
                   ELSE
                       CLOSE CTLCAND
                   END-IF
               END-IF.

           LEER-UN-CONTROL.
               IF LADO-PRODUCCION
                   READ CTLPROD INTO CTW-RECORD
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               ELSE
                   READ CTLCAND INTO CTW-RECORD
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.

           TOMAR-UN-CONTROL.
               IF CTW-FECHA = FECHA-PROCESO-NUM
                   IF CTW-INTENTO IS NUMERIC AND CTW-INTENTO > ZERO
                       MOVE CTW-INTENTO TO INTENTO-LEIDO
                   ELSE
                       MOVE 1 TO INTENTO-LEIDO
                   END-IF
                   MOVE CTW-PROGRAMA TO PROGRAMA-BUSCADO
                   PERFORM UBICAR-PROGRAMA
                   IF HAY-PROGRAMA
                       PERFORM ANOTAR-UN-CONTROL
                   END-IF
               END-IF.
               PERFORM LEER-UN-CONTROL.

           ANOTAR-UN-CONTROL.
               IF ES-PASADA-DE-MAXIMOS
                   ADD 1 TO CONTROLES-DE-LA-FECHA(NRO-LADO)
                   IF INTENTO-LEIDO > TC-INTENTO(IDX-TC, NRO-LADO)
                       MOVE INTENTO-LEIDO
                           TO TC-INTENTO(IDX-TC, NRO-LADO)
                   END-IF
               ELSE
                   IF INTENTO-LEIDO = TC-INTENTO(IDX-TC, NRO-LADO)
                       ADD CTW-CANTIDAD
                           TO TC-CANTIDAD(IDX-TC, NRO-LADO)
                       ADD CTW-SUMA TO TC-SUMA(IDX-TC, NRO-LADO)
                       ADD CTW-SUMA-ESPERADA
                           TO TC-ESPERADA(IDX-TC, NRO-LADO)
                   END-IF
               END-IF.

      *Ubica el programa en la tabla y lo agrega si no estaba. Con la
      *tabla llena no se puede comparar completo.
           UBICAR-PROGRAMA.
               MOVE "N" TO PROGRAMA-HALLADO.
               PERFORM MIRAR-UN-PROGRAMA
                   VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > TC-USADOS OR HAY-PROGRAMA.
               IF HAY-PROGRAMA
                   SET IDX-TC DOWN BY 1
               ELSE
                   IF TC-USADOS < TC-MAXIMO
                       ADD 1 TO TC-USADOS
                       SET IDX-TC TO TC-USADOS
                       MOVE PROGRAMA-BUSCADO TO TC-PROGRAMA(IDX-TC)
                       MOVE ZERO TO TC-INTENTO(IDX-TC, 1)
                           TC-CANTIDAD(IDX-TC, 1) TC-SUMA(IDX-TC, 1)
                           TC-ESPERADA(IDX-TC, 1)
                           TC-INTENTO(IDX-TC, 2)
                           TC-CANTIDAD(IDX-TC, 2) TC-SUMA(IDX-TC, 2)
                           TC-ESPERADA(IDX-TC, 2)
                       MOVE "S" TO PROGRAMA-HALLADO
                   ELSE
                       IF SE-PUEDE-COMPARAR
                           DISPLAY "MAS DE " TC-MAXIMO " PROGRAMAS EN "
                                   "CTLFILE, NO SE PUEDE COMPARAR"
                           MOVE "N" TO COMPARACION-OK
                       END-IF
                   END-IF
               END-IF.

           MIRAR-UN-PROGRAMA.
               IF TC-PROGRAMA(IDX-TC) = PROGRAMA-BUSCADO
                   MOVE "S" TO PROGRAMA-HALLADO
               END-IF.

      *Un intento en cero es un lado que no grabo ese programa.
           COMPARAR-UN-CONTROL.
               MOVE TC-PROGRAMA(IDX-TC) TO CLAVE-IMPRESA.
               MOVE SPACES TO IMAGEN-PROD IMAGEN-CAND.
               IF TC-INTENTO(IDX-TC, 1) > ZERO
                   MOVE 1 TO NRO-LADO
                   PERFORM ARMAR-IMAGEN-CONTROL
                   MOVE IMAGEN-TRABAJO TO IMAGEN-PROD
               END-IF.
               IF TC-INTENTO(IDX-TC, 2) > ZERO
                   MOVE 2 TO NRO-LADO
                   PERFORM ARMAR-IMAGEN-CONTROL
                   MOVE IMAGEN-TRABAJO TO IMAGEN-CAND
               END-IF.
               EVALUATE TRUE
                   WHEN TC-INTENTO(IDX-TC, 2) = ZERO
                       MOVE "P" TO TIPO-DIFERENCIA
                       PERFORM INFORMAR-DIFERENCIA
                   WHEN TC-INTENTO(IDX-TC, 1) = ZERO
                       MOVE "C" TO TIPO-DIFERENCIA
                       PERFORM INFORMAR-DIFERENCIA
                   WHEN TC-CANTIDAD(IDX-TC, 1)
                           NOT = TC-CANTIDAD(IDX-TC, 2)
                       OR TC-SUMA(IDX-TC, 1) NOT = TC-SUMA(IDX-TC, 2)
                       OR TC-ESPERADA(IDX-TC, 1)
                           NOT = TC-ESPERADA(IDX-TC, 2)
                       MOVE "D" TO TIPO-DIFERENCIA
                       MOVE "TOTALES DE CONTROL DISTINTOS"
                           TO MOTIVO-IMPRESO
                       PERFORM INFORMAR-DIFERENCIA
                   WHEN OTHER
                       ADD 1 TO TT-IGUALES(ARCHIVO-EN-CURSO)
               END-EVALUATE.

           ARMAR-IMAGEN-CONTROL.
               MOVE TC-CANTIDAD(IDX-TC, NRO-LADO) TO IMC-CANTIDAD.
               MOVE TC-SUMA(IDX-TC, NRO-LADO) TO IMC-SUMA.
               MOVE TC-ESPERADA(IDX-TC, NRO-LADO) TO IMC-ESPERADA.
               MOVE TC-INTENTO(IDX-TC, NRO-LADO) TO IMC-INTENTO.
               MOVE IMAGEN-CONTROL TO IMAGEN-TRABAJO.

      ******************************************************************
      *EJERHIST
      ******************************************************************
      *Apareo por secuencia dentro de la fecha: los dos lados estan
      *ordenados por clave y cada uno se corta al salir de la fecha.
           COMPARAR-HISTORICO.
               MOVE "N" TO FIN-PROD FIN-CAND PROD-ABIERTO CAND-ABIERTO.
               OPEN INPUT HISTPROD.
               EVALUATE TRUE
                   WHEN HIST-STATUS = "35"
                       MOVE "S" TO FIN-PROD
                   WHEN HIST-STATUS NOT = "00"
                       MOVE HIST-STATUS TO STATUS-MOSTRADO
                       MOVE "PRODUCCION" TO LADO-MOSTRADO
                       PERFORM INFORMAR-FALLA-DE-APERTURA
                       MOVE "S" TO FIN-PROD
                   WHEN OTHER
                       MOVE "S" TO PROD-ABIERTO
                       MOVE FECHA-PROCESO-NUM TO HIST-FECHA
                       MOVE ZERO TO HIST-SECUENCIA
                       START HISTPROD KEY IS NOT LESS THAN HIST-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-PROD
                       END-START
               END-EVALUATE.
               OPEN INPUT HISTCAND.
               EVALUATE TRUE
                   WHEN HSC-STATUS = "35"
                       MOVE "S" TO FIN-CAND
                   WHEN HSC-STATUS NOT = "00"
                       MOVE HSC-STATUS TO STATUS-MOSTRADO
                       MOVE "CANDIDATA" TO LADO-MOSTRADO
                       PERFORM INFORMAR-FALLA-DE-APERTURA
                       MOVE "S" TO FIN-CAND
                   WHEN OTHER
                       MOVE "S" TO CAND-ABIERTO
                       MOVE FECHA-PROCESO-NUM TO HSC-FECHA
                       MOVE ZERO TO HSC-SECUENCIA
                       START HISTCAND KEY IS NOT LESS THAN HSC-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-CAND
                       END-START
               END-EVALUATE.
               PERFORM LEER-HISTORIA-PROD.
               PERFORM LEER-HISTORIA-CAND.
               PERFORM APAREAR-HISTORIA
                   UNTIL CLAVE-PROD = HIGH-VALUES
                       AND CLAVE-CAND = HIGH-VALUES.
               IF PROD-ESTA-ABIERTO
                   CLOSE HISTPROD
               END-IF.
               IF CAND-ESTA-ABIERTO
                   CLOSE HISTCAND
               END-IF.

           LEER-HISTORIA-PROD.
               IF NOT HAY-FIN-PROD
                   READ HISTPROD NEXT RECORD
                       AT END MOVE "S" TO FIN-PROD
                   END-READ
               END-IF.
               IF NOT HAY-FIN-PROD
                   IF HIST-FECHA NOT = FECHA-PROCESO-NUM
                       MOVE "S" TO FIN-PROD
                   END-IF
               END-IF.
               IF HAY-FIN-PROD
                   MOVE HIGH-VALUES TO CLAVE-PROD
               ELSE
                   MOVE SPACES TO CLAVE-PROD
                   MOVE HIST-SECUENCIA TO CLAVE-PROD(1:5)
               END-IF.

           LEER-HISTORIA-CAND.
               IF NOT HAY-FIN-CAND
                   READ HISTCAND NEXT RECORD
                       AT END MOVE "S" TO FIN-CAND
                   END-READ
               END-IF.
               IF NOT HAY-FIN-CAND
                   IF HSC-FECHA NOT = FECHA-PROCESO-NUM
                       MOVE "S" TO FIN-CAND
                   END-IF
               END-IF.
               IF HAY-FIN-CAND
                   MOVE HIGH-VALUES TO CLAVE-CAND
               ELSE
                   MOVE SPACES TO CLAVE-CAND
                   MOVE HSC-SECUENCIA TO CLAVE-CAND(1:5)
               END-IF.

           APAREAR-HISTORIA.
               MOVE SPACES TO IMAGEN-PROD IMAGEN-CAND.
               EVALUATE TRUE
                   WHEN CLAVE-PROD < CLAVE-CAND
                       MOVE HIST-SECUENCIA TO CLH-SECUENCIA
                       PERFORM ARMAR-IMAGEN-HISTORIA-PROD
                       MOVE "P" TO TIPO-DIFERENCIA
                       PERFORM INFORMAR-DIFERENCIA-HISTORIA
                       PERFORM LEER-HISTORIA-PROD
                   WHEN CLAVE-PROD > CLAVE-CAND
                       MOVE HSC-SECUENCIA TO CLH-SECUENCIA
                       PERFORM ARMAR-IMAGEN-HISTORIA-CAND
                       MOVE "C" TO TIPO-DIFERENCIA
                       PERFORM INFORMAR-DIFERENCIA-HISTORIA
                       PERFORM LEER-HISTORIA-CAND
                   WHEN OTHER
                       IF HIST-REGISTRO = HSC-REGISTRO
                           ADD 1 TO TT-IGUALES(ARCHIVO-EN-CURSO)
                       ELSE
                           MOVE HIST-SECUENCIA TO CLH-SECUENCIA
                           PERFORM ARMAR-IMAGEN-HISTORIA-PROD
                           PERFORM ARMAR-IMAGEN-HISTORIA-CAND
                           MOVE "D" TO TIPO-DIFERENCIA
                           IF HIST-ES-CABECERA
                               MOVE "CABECERA DISTINTA"
                                   TO MOTIVO-IMPRESO
                           ELSE
                               MOVE "REGISTRO DISTINTO"
                                   TO MOTIVO-IMPRESO
                           END-IF
                           PERFORM INFORMAR-DIFERENCIA-HISTORIA
                       END-IF
                       PERFORM LEER-HISTORIA-PROD
                       PERFORM LEER-HISTORIA-CAND
               END-EVALUATE.

           INFORMAR-DIFERENCIA-HISTORIA.
               MOVE CLAVE-HISTORIA TO CLAVE-IMPRESA.
               PERFORM INFORMAR-DIFERENCIA.

           ARMAR-IMAGEN-HISTORIA-PROD.
               MOVE HIST-REGISTRO TO HSV-REGISTRO.
               PERFORM ARMAR-IMAGEN-HISTORIA.
               MOVE IMAGEN-TRABAJO TO IMAGEN-PROD.

           ARMAR-IMAGEN-HISTORIA-CAND.
               MOVE HSC-REGISTRO TO HSV-REGISTRO.
               PERFORM ARMAR-IMAGEN-HISTORIA.
               MOVE IMAGEN-TRABAJO TO IMAGEN-CAND.

      *Un HIST-CAB-INICIO no numerico (registro convertido) se
      *muestra en cero, como "no registrado".
           ARMAR-IMAGEN-HISTORIA.
               IF HSV-ES-CABECERA
                   MOVE HSV-CAB-OPERADOR TO IMH-OPERADOR
                   MOVE HSV-CAB-INTERVALO TO IMH-INTERVALO
                   MOVE HSV-CAB-LIMITE TO IMH-LIMITE
                   MOVE HSV-CAB-TOTAL TO IMH-TOTAL
                   MOVE HSV-CAB-ESPERADO TO IMH-ESPERADO
                   MOVE HSV-CAB-BALANCEADO TO IMH-BALANCEADO
                   MOVE HSV-ARTICULO TO IMH-ARTICULO
                   IF HSV-CAB-INICIO IS NUMERIC
                       MOVE HSV-CAB-INICIO TO IMH-INICIO
                   ELSE
                       MOVE ZERO TO IMH-INICIO
                   END-IF
                   MOVE IMAGEN-CABECERA TO IMAGEN-TRABAJO
               ELSE
                   MOVE HSV-NUM TO IMD-NUM
                   MOVE HSV-HITO TO IMD-HITO
                   MOVE HSV-ARTICULO TO IMD-ARTICULO
                   MOVE IMAGEN-DETALLE TO IMAGEN-TRABAJO
               END-IF.

      ******************************************************************
      *COLA
      ******************************************************************
      *Apareo por numero de corrida dentro de la fecha y secuencia.
           COMPARAR-COLA.
               MOVE "N" TO FIN-PROD FIN-CAND PROD-ABIERTO CAND-ABIERTO.
               MOVE ZERO TO ORDINAL-PROD ORDINAL-CAND
                   ULTIMA-CORRIDA-PROD ULTIMA-CORRIDA-CAND.
               MOVE FECHA-PROCESO-NUM TO CI-FECHA.
               OPEN INPUT COLAPROD.
               EVALUATE TRUE
                   WHEN COLA-STATUS = "35"
                       MOVE "S" TO FIN-PROD
                   WHEN COLA-STATUS NOT = "00"
                       MOVE COLA-STATUS TO STATUS-MOSTRADO
                       MOVE "PRODUCCION" TO LADO-MOSTRADO
                       PERFORM INFORMAR-FALLA-DE-APERTURA
                       MOVE "S" TO FIN-PROD
                   WHEN OTHER
                       MOVE "S" TO PROD-ABIERTO
                       MOVE CORRIDA-INICIAL-NUM TO COLA-CORRIDA
                       MOVE ZERO TO COLA-SECUENCIA
                       START COLAPROD KEY IS NOT LESS THAN COLA-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-PROD
                       END-START
               END-EVALUATE.
               OPEN INPUT COLACAND.
               EVALUATE TRUE
                   WHEN CLC-STATUS = "35"
                       MOVE "S" TO FIN-CAND
                   WHEN CLC-STATUS NOT = "00"
                       MOVE CLC-STATUS TO STATUS-MOSTRADO
                       MOVE "CANDIDATA" TO LADO-MOSTRADO
                       PERFORM INFORMAR-FALLA-DE-APERTURA
                       MOVE "S" TO FIN-CAND
                   WHEN OTHER
                       MOVE "S" TO CAND-ABIERTO
                       MOVE CORRIDA-INICIAL-NUM TO CLC-CORRIDA
                       MOVE ZERO TO CLC-SECUENCIA
                       START COLACAND KEY IS NOT LESS THAN CLC-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-CAND
                       END-START
               END-EVALUATE.
               PERFORM LEER-COLA-PROD.
               PERFORM LEER-COLA-CAND.
               PERFORM APAREAR-COLA
                   UNTIL CLAVE-PROD = HIGH-VALUES
                       AND CLAVE-CAND = HIGH-VALUES.
               IF PROD-ESTA-ABIERTO
                   CLOSE COLAPROD
               END-IF.
               IF CAND-ESTA-ABIERTO
                   CLOSE COLACAND
               END-IF.

           LEER-COLA-PROD.
               IF NOT HAY-FIN-PROD
                   READ COLAPROD NEXT RECORD
                       AT END MOVE "S" TO FIN-PROD
                   END-READ
               END-IF.
               IF NOT HAY-FIN-PROD
                   MOVE COLA-CORRIDA TO CORRIDA-LEIDA-NUM
                   IF CL-FECHA NOT = FECHA-PROCESO-NUM
                       MOVE "S" TO FIN-PROD
                   END-IF
               END-IF.
               IF HAY-FIN-PROD
                   MOVE HIGH-VALUES TO CLAVE-PROD
               ELSE
                   IF COLA-CORRIDA NOT = ULTIMA-CORRIDA-PROD
                       ADD 1 TO ORDINAL-PROD
                       MOVE COLA-CORRIDA TO ULTIMA-CORRIDA-PROD
                   END-IF
                   MOVE ORDINAL-PROD TO CCL-ORDINAL
                   MOVE COLA-SECUENCIA TO CCL-SECUENCIA
                   MOVE CLAVE-COLA TO CLAVE-PROD
               END-IF.

           LEER-COLA-CAND.
               IF NOT HAY-FIN-CAND
                   READ COLACAND NEXT RECORD
                       AT END MOVE "S" TO FIN-CAND
                   END-READ
               END-IF.
               IF NOT HAY-FIN-CAND
                   MOVE CLC-CORRIDA TO CORRIDA-LEIDA-NUM
                   IF CL-FECHA NOT = FECHA-PROCESO-NUM
                       MOVE "S" TO FIN-CAND
                   END-IF
               END-IF.
               IF HAY-FIN-CAND
                   MOVE HIGH-VALUES TO CLAVE-CAND
               ELSE
                   IF CLC-CORRIDA NOT = ULTIMA-CORRIDA-CAND
                       ADD 1 TO ORDINAL-CAND
                       MOVE CLC-CORRIDA TO ULTIMA-CORRIDA-CAND
                   END-IF
                   MOVE ORDINAL-CAND TO CCL-ORDINAL
                   MOVE CLC-SECUENCIA TO CCL-SECUENCIA
                   MOVE CLAVE-COLA TO CLAVE-CAND
               END-IF.

           APAREAR-COLA.
               MOVE SPACES TO IMAGEN-PROD IMAGEN-CAND.
               EVALUATE TRUE
                   WHEN CLAVE-PROD < CLAVE-CAND
                       MOVE CLAVE-PROD TO CLAVE-COLA
                       PERFORM ARMAR-IMAGEN-COLA-PROD
                       MOVE "P" TO TIPO-DIFERENCIA
                       PERFORM INFORMAR-DIFERENCIA-COLA
                       PERFORM LEER-COLA-PROD
                   WHEN CLAVE-PROD > CLAVE-CAND
                       MOVE CLAVE-CAND TO CLAVE-COLA
                       PERFORM ARMAR-IMAGEN-COLA-CAND
                       MOVE "C" TO TIPO-DIFERENCIA
                       PERFORM INFORMAR-DIFERENCIA-COLA
                       PERFORM LEER-COLA-CAND
                   WHEN OTHER
                       IF COLA-TIPO = CLC-TIPO
                               AND COLA-VALOR = CLC-VALOR
                           ADD 1 TO TT-IGUALES(ARCHIVO-EN-CURSO)
                       ELSE
                           MOVE CLAVE-PROD TO CLAVE-COLA
                           PERFORM ARMAR-IMAGEN-COLA-PROD
                           PERFORM ARMAR-IMAGEN-COLA-CAND
                           MOVE "D" TO TIPO-DIFERENCIA
                           MOVE "TIPO O VALOR DISTINTO"
                               TO MOTIVO-IMPRESO
                           PERFORM INFORMAR-DIFERENCIA-COLA
                       END-IF
                       PERFORM LEER-COLA-PROD
                       PERFORM LEER-COLA-CAND
               END-EVALUATE.

           INFORMAR-DIFERENCIA-COLA.
               MOVE CCL-ORDINAL TO CCI-ORDINAL.
               MOVE CCL-SECUENCIA TO CCI-SECUENCIA.
               MOVE CLAVE-COLA-IMPRESA TO CLAVE-IMPRESA.
               PERFORM INFORMAR-DIFERENCIA.

           ARMAR-IMAGEN-COLA-PROD.
               MOVE COLA-TIPO TO IMQ-TIPO.
               MOVE COLA-VALOR TO IMQ-VALOR.
               MOVE COLA-ESTADO TO IMQ-ESTADO.
               MOVE COLA-CORRIDA TO IMQ-CORRIDA.
               MOVE IMAGEN-COLA TO IMAGEN-PROD.

           ARMAR-IMAGEN-COLA-CAND.
               MOVE CLC-TIPO TO IMQ-TIPO.
               MOVE CLC-VALOR TO IMQ-VALOR.
               MOVE CLC-ESTADO TO IMQ-ESTADO.
               MOVE CLC-CORRIDA TO IMQ-CORRIDA.
               MOVE IMAGEN-COLA TO IMAGEN-CAND.

      ******************************************************************
      *REPOSIT
      ******************************************************************
      *La clave del repositorio arranca por el reporte: se recorre
      *entero y cada lado se queda con las lineas de la fecha de los
      *reportes elegidos, sin el encabezado de hoja (linea 1).
           COMPARAR-REPOSITORIO.
               MOVE "N" TO FIN-PROD FIN-CAND PROD-ABIERTO CAND-ABIERTO.
               OPEN INPUT REPOPROD.
               EVALUATE TRUE
                   WHEN RPO-STATUS = "35"
                       MOVE "S" TO FIN-PROD
                   WHEN RPO-STATUS NOT = "00"
                       MOVE RPO-STATUS TO STATUS-MOSTRADO
                       MOVE "PRODUCCION" TO LADO-MOSTRADO
                       PERFORM INFORMAR-FALLA-DE-APERTURA
                       MOVE "S" TO FIN-PROD
                   WHEN OTHER
                       MOVE "S" TO PROD-ABIERTO
                       MOVE LOW-VALUES TO RPO-CLAVE
                       START REPOPROD KEY IS NOT LESS THAN RPO-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-PROD
                       END-START
               END-EVALUATE.
               OPEN INPUT REPOCAND.
               EVALUATE TRUE
                   WHEN RPC-STATUS = "35"
                       MOVE "S" TO FIN-CAND
                   WHEN RPC-STATUS NOT = "00"
                       MOVE RPC-STATUS TO STATUS-MOSTRADO
                       MOVE "CANDIDATA" TO LADO-MOSTRADO
                       PERFORM INFORMAR-FALLA-DE-APERTURA
                       MOVE "S" TO FIN-CAND
                   WHEN OTHER
                       MOVE "S" TO CAND-ABIERTO
                       MOVE LOW-VALUES TO RPC-CLAVE
                       START REPOCAND KEY IS NOT LESS THAN RPC-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-CAND
                       END-START
               END-EVALUATE.
               PERFORM BUSCAR-LINEA-PROD.
               PERFORM BUSCAR-LINEA-CAND.
               PERFORM APAREAR-REPOSITORIO
                   UNTIL CLAVE-PROD = HIGH-VALUES
                       AND CLAVE-CAND = HIGH-VALUES.
               IF PROD-ESTA-ABIERTO
                   CLOSE REPOPROD
               END-IF.
               IF CAND-ESTA-ABIERTO
                   CLOSE REPOCAND
               END-IF.

           BUSCAR-LINEA-PROD.
               MOVE "N" TO LINEA-ELEGIDA.
               PERFORM LEER-UNA-LINEA-PROD
                   UNTIL HAY-FIN-PROD OR HAY-LINEA-ELEGIDA.
               IF HAY-FIN-PROD
                   MOVE HIGH-VALUES TO CLAVE-PROD
               ELSE
                   MOVE RPO-ID TO CRP-ID
                   MOVE RPO-PAGINA TO CRP-PAGINA
                   MOVE RPO-LINEA TO CRP-LINEA
                   MOVE CLAVE-REPOSITORIO TO CLAVE-PROD
               END-IF.

           LEER-UNA-LINEA-PROD.
               READ REPOPROD NEXT RECORD
                   AT END MOVE "S" TO FIN-PROD
               END-READ.
               IF NOT HAY-FIN-PROD
                   MOVE RPO-ID TO ID-A-MIRAR
                   MOVE RPO-FECHA TO FECHA-A-MIRAR
                   MOVE RPO-LINEA TO LINEA-A-MIRAR
                   PERFORM ELEGIR-LINEA
               END-IF.

           BUSCAR-LINEA-CAND.
               MOVE "N" TO LINEA-ELEGIDA.
               PERFORM LEER-UNA-LINEA-CAND
                   UNTIL HAY-FIN-CAND OR HAY-LINEA-ELEGIDA.
               IF HAY-FIN-CAND
                   MOVE HIGH-VALUES TO CLAVE-CAND
               ELSE
                   MOVE RPC-ID TO CRP-ID
                   MOVE RPC-PAGINA TO CRP-PAGINA
                   MOVE RPC-LINEA TO CRP-LINEA
                   MOVE CLAVE-REPOSITORIO TO CLAVE-CAND
               END-IF.

           LEER-UNA-LINEA-CAND.
               READ REPOCAND NEXT RECORD
                   AT END MOVE "S" TO FIN-CAND
               END-READ.
               IF NOT HAY-FIN-CAND
                   MOVE RPC-ID TO ID-A-MIRAR
                   MOVE RPC-FECHA TO FECHA-A-MIRAR
                   MOVE RPC-LINEA TO LINEA-A-MIRAR
                   PERFORM ELEGIR-LINEA
               END-IF.

           ELEGIR-LINEA.
               IF FECHA-A-MIRAR = FECHA-PROCESO-NUM
                       AND LINEA-A-MIRAR NOT = 1
                   IF LR-USADOS = ZERO
                       MOVE "S" TO LINEA-ELEGIDA
                   ELSE
                       MOVE "N" TO REPORTE-HALLADO
                       PERFORM MIRAR-UN-REPORTE-ELEGIDO
                           VARYING IDX-LR FROM 1 BY 1
                           UNTIL IDX-LR > LR-USADOS OR HAY-REPORTE
                       IF HAY-REPORTE
                           MOVE "S" TO LINEA-ELEGIDA
                       END-IF
                   END-IF
               END-IF.

           MIRAR-UN-REPORTE-ELEGIDO.
               IF LR-REPORTE(IDX-LR) = ID-A-MIRAR
                   MOVE "S" TO REPORTE-HALLADO
               END-IF.

           APAREAR-REPOSITORIO.
               MOVE SPACES TO IMAGEN-PROD IMAGEN-CAND.
               EVALUATE TRUE
                   WHEN CLAVE-PROD < CLAVE-CAND
                       MOVE CLAVE-PROD TO CLAVE-REPOSITORIO
                       MOVE RPO-TEXTO TO IMAGEN-PROD
                       MOVE "P" TO TIPO-DIFERENCIA
                       PERFORM INFORMAR-DIFERENCIA-REPOSITORIO
                       PERFORM BUSCAR-LINEA-PROD
                   WHEN CLAVE-PROD > CLAVE-CAND
                       MOVE CLAVE-CAND TO CLAVE-REPOSITORIO
                       MOVE RPC-TEXTO TO IMAGEN-CAND
                       MOVE "C" TO TIPO-DIFERENCIA
                       PERFORM INFORMAR-DIFERENCIA-REPOSITORIO
                       PERFORM BUSCAR-LINEA-CAND
                   WHEN OTHER
                       PERFORM COMPARAR-UNA-LINEA
                       PERFORM BUSCAR-LINEA-PROD
                       PERFORM BUSCAR-LINEA-CAND
               END-EVALUATE.

      *Se comparan las lineas enmascaradas; si difieren se muestran
      *las originales desde una ventana que incluya la primera
      *columna distinta.
           COMPARAR-UNA-LINEA.
               MOVE RPO-TEXTO TO TEXTO-MASCARA.
               PERFORM ENMASCARAR-TEXTO.
               MOVE TEXTO-MASCARA TO TEXTO-PROD.
               MOVE RPC-TEXTO TO TEXTO-MASCARA.
               PERFORM ENMASCARAR-TEXTO.
               MOVE TEXTO-MASCARA TO TEXTO-CAND.
               IF TEXTO-PROD = TEXTO-CAND
                   ADD 1 TO TT-IGUALES(ARCHIVO-EN-CURSO)
               ELSE
                   MOVE ZERO TO COLUMNA-DISTINTA
                   PERFORM MIRAR-UNA-LETRA
                       VARYING POS-COL FROM 1 BY 1
                       UNTIL POS-COL > 80 OR COLUMNA-DISTINTA > ZERO
                   IF COLUMNA-DISTINTA > 72
                       MOVE 9 TO INICIO-VENTANA
                   ELSE
                       MOVE 1 TO INICIO-VENTANA
                   END-IF
                   MOVE RPO-TEXTO(INICIO-VENTANA:72) TO IMAGEN-PROD
                   MOVE RPC-TEXTO(INICIO-VENTANA:72) TO IMAGEN-CAND
                   MOVE COLUMNA-DISTINTA TO MCO-COLUMNA
                   MOVE MOTIVO-COLUMNA TO MOTIVO-IMPRESO
                   MOVE CLAVE-PROD TO CLAVE-REPOSITORIO
                   MOVE "D" TO TIPO-DIFERENCIA
                   PERFORM INFORMAR-DIFERENCIA-REPOSITORIO
               END-IF.

           MIRAR-UNA-LETRA.
               IF TEXTO-PROD(POS-COL:1) NOT = TEXTO-CAND(POS-COL:1)
                   MOVE POS-COL TO COLUMNA-DISTINTA
               END-IF.

           INFORMAR-DIFERENCIA-REPOSITORIO.
               MOVE CRP-ID TO CRI-ID.
               MOVE CRP-PAGINA TO CRI-PAGINA.
               MOVE CRP-LINEA TO CRI-LINEA.
               MOVE CLAVE-REPOSITORIO-IMPRESA TO CLAVE-IMPRESA.
               PERFORM INFORMAR-DIFERENCIA.

      *Fechas y horas del texto: dd/mm/aaaa, hh:mm:ss y aaaammdd
      *(ocho digitos sueltos que forman una fecha valida) se tapan
      *con asteriscos en TEXTO-MASCARA.
           ENMASCARAR-TEXTO.
               PERFORM MIRAR-UNA-COLUMNA
                   VARYING POS-COL FROM 1 BY 1 UNTIL POS-COL > 73.

           MIRAR-UNA-COLUMNA.
               IF POS-COL NOT > 71
                   PERFORM MIRAR-FECHA-CON-BARRAS
               END-IF.
               PERFORM MIRAR-HORA-CON-PUNTOS.
               PERFORM MIRAR-FECHA-DE-OCHO.

           MIRAR-FECHA-CON-BARRAS.
               IF TEXTO-MASCARA(POS-COL:2) IS NUMERIC
                       AND TEXTO-MASCARA(POS-COL + 2:1) = "/"
                       AND TEXTO-MASCARA(POS-COL + 3:2) IS NUMERIC
                       AND TEXTO-MASCARA(POS-COL + 5:1) = "/"
                       AND TEXTO-MASCARA(POS-COL + 6:4) IS NUMERIC
                   MOVE "**/**/****" TO TEXTO-MASCARA(POS-COL:10)
               END-IF.

           MIRAR-HORA-CON-PUNTOS.
               IF TEXTO-MASCARA(POS-COL:2) IS NUMERIC
                       AND TEXTO-MASCARA(POS-COL + 2:1) = ":"
                       AND TEXTO-MASCARA(POS-COL + 3:2) IS NUMERIC
                       AND TEXTO-MASCARA(POS-COL + 5:1) = ":"
                       AND TEXTO-MASCARA(POS-COL + 6:2) IS NUMERIC
                   MOVE "**:**:**" TO TEXTO-MASCARA(POS-COL:8)
               END-IF.

      *Solo ocho digitos sin otro digito pegado a los costados: un
      *importe mas largo no se toma por fecha.
           MIRAR-FECHA-DE-OCHO.
               IF TEXTO-MASCARA(POS-COL:8) IS NUMERIC
                   MOVE "S" TO BORDE-OK
                   IF POS-COL > 1
                       IF TEXTO-MASCARA(POS-COL - 1:1) IS NUMERIC
                           MOVE "N" TO BORDE-OK
                       END-IF
                   END-IF
                   IF POS-COL < 73
                       IF TEXTO-MASCARA(POS-COL + 8:1) IS NUMERIC
                           MOVE "N" TO BORDE-OK
                       END-IF
                   END-IF
                   IF HAY-BORDE
                       MOVE TEXTO-MASCARA(POS-COL:8) TO FECHA-EN-TEXTO
                       IF FT-ANO > 1899 AND FT-ANO < 2100
                               AND FT-MES > ZERO AND FT-MES < 13
                               AND FT-DIA > ZERO AND FT-DIA < 32
                           MOVE "********" TO TEXTO-MASCARA(POS-COL:8)
                       END-IF
                   END-IF
               END-IF.

       END PROGRAM PARCOMP.
