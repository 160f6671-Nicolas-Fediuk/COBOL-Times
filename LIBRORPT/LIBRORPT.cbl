      *salteado, un reporte cuyo paso no termino esta noche no se
      *encuaderna (quedaria el de anoche como si fuera de hoy): va
      *marcado "(NO CORRIO ESTA NOCHE)" en el contenido.
      ******************************************************************
      *Modificaciones:
      *  - Un paso productor que la frecuencia de NOCHEDEF no pide
      *    para la fecha (STA-ESTADO "N" en NOCHESTA) tampoco se
      *    encuaderna, pero va marcado "(NO PROGRAMADO HOY)" en lugar
      *    de "(NO CORRIO ESTA NOCHE)": no es una falla de la noche.
      *  - El frente lleva ademas la lista de incidentes (INCIDEN, ver
      *    COPYLIB/INCIDEN) de severidad critica o alta que siguen
      *    abiertos despues de mas dias habiles que el plazo de la
      *    clave INCID-PLAZO de SITECFG (3 si falta). Los dias
      *    habiles se cuentan desde la noche en que se abrio el
      *    incidente, salteando fines de semana y los feriados de
      *    CALFERI como hace FECHAINI.
      *  - INCIDEN se cierra solo si abrio: antes se cerraba siempre
      *    que el status no fuera 35, aunque el OPEN hubiera fallado por
      *    otro motivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRORPT.
           SELECT EXCRPT ASSIGN TO "EXCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT INCIDEN ASSIGN TO "INCIDEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-CLAVE
               FILE STATUS IS INC-STATUS.
           SELECT CALFERI ASSIGN TO "CALFERI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT NOCHESTA ASSIGN TO "NOCHESTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  NOCHESTA.
       COPY NOCHEST.

       FD  INCIDEN.
       COPY INCIDEN.

       FD  CALFERI
           RECORDING MODE IS F.
       01  CAL-REGISTRO.
           05  CAL-FECHA PIC 9(08).

       WORKING-STORAGE SECTION.
       01  EOD-STATUS PIC X(02).
       01  BAL-STATUS PIC X(02).
           88  HAY-FIN-DE-ESTADO VALUE "S".
       01  IDX-BUSCA PIC 9(01).

       01  INC-STATUS PIC X(02).
       01  CAL-STATUS PIC X(02).
       01  FIN-DE-INCIDENTES PIC X(01).
           88  HAY-FIN-DE-INCIDENTES VALUE "S".
       01  INCIDEN-ABIERTO PIC X(01).
           88  ESTA-ABIERTO-INCIDEN VALUE "S".
       01  CFG-CLAVE PIC X(16).
       01  CFG-VALOR PIC 9(05).
       01  CFG-HALLADO PIC X(01).
       01  PLAZO-INCIDENTES PIC 9(05) VALUE 3.
       01  FUERA-DE-PLAZO PIC 9(05) VALUE ZERO.
       01  DIAS-HOY PIC 9(07).
       01  DIAS-NOCHE PIC 9(07).
       01  DIA-CONTADO PIC 9(07).
       01  DIAS-HABILES PIC 9(05).
       01  DIA-SEMANA PIC 9(01).
       01  DIAS-COCIENTE PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  ES-FERIADO PIC X(01).
       01  TABLA-FERIADOS.
           05  FER-USADOS PIC 9(03) VALUE ZERO.
           05  FER-DIAS PIC 9(07) OCCURS 100 TIMES
               INDEXED BY IDX-FER.

       01  TABLA-LIBRO.
           05  LIB-ENTRADA OCCURS 4 TIMES.
               10  LIB-ID PIC X(08).
           05  CON-NOTA PIC X(20).
           05  FILLER PIC X(26) VALUE SPACES.

       01  RPT-ENCABEZADO-INC.
           05  FILLER PIC X(40)
                   VALUE "INCIDENTES CRITICOS/ALTOS FUERA DE PLAZO".
           05  FILLER PIC X(09) VALUE " (MAS DE ".
           05  INE-PLAZO PIC ZZZZ9.
           05  FILLER PIC X(14) VALUE " DIAS HABILES)".
           05  FILLER PIC X(12) VALUE SPACES.

       01  RPT-INCIDENTE.
           05  INL-NUMERO PIC 9(06).
           05  FILLER PIC X(05) VALUE " SEV ".
           05  INL-SEVERIDAD PIC X(01).
           05  FILLER PIC X(01) VALUE SPACES.
           05  INL-DUENO PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  INL-NOCHE PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  INL-HABILES PIC ZZZZ9.
           05  FILLER PIC X(04) VALUE " DH ".
           05  INL-TITULO PIC X(40).

       01  RPT-SIN-INCIDENTES.
           05  FILLER PIC X(40)
                   VALUE "  (SIN INCIDENTES FUERA DE PLAZO)".
           05  FILLER PIC X(40) VALUE SPACES.

       01  RPT-SEPARADOR.
           05  FILLER PIC X(14) VALUE "############  ".
           05  SEP-ID PIC X(08).
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-ENCABEZADO-CON.
           PERFORM IMPRIMIR-UNA-ENTRADA
               VARYING IDX-LIB FROM 1 BY 1 UNTIL IDX-LIB > 4.
           PERFORM LISTAR-INCIDENTES-VENCIDOS.

      *Segunda pasada: copiar cada reporte tal cual, en hoja nueva.
           MOVE "D" TO MODO-PASADA.
               END-IF.

      *Solo un paso terminado cuenta como corrido: uno que quedo "en
      *curso" abendo a mitad y su reporte puede estar a medias. Uno
      *no programado queda marcado aparte ("P").
           ANOTAR-PASO-PRODUCTOR.
               IF LIB-PASO(IDX-BUSCA) = STA-PASO
                   MOVE STA-RETORNO TO LIB-RC(IDX-BUSCA)
                   IF STA-TERMINADO
                       MOVE "S" TO LIB-CORRIO(IDX-BUSCA)
                   END-IF
                   IF STA-NO-PROGRAMADO
                       MOVE "P" TO LIB-CORRIO(IDX-BUSCA)
                   END-IF
               END-IF.

           ARMAR-VEREDICTO.
               MOVE LIB-PASO(IDX-LIB) TO CON-PASO.
               MOVE LIB-RC(IDX-LIB) TO CON-RC.
               EVALUATE TRUE
                   WHEN LIB-CORRIO(IDX-LIB) = "P"
                       MOVE "(NO PROGRAMADO HOY)" TO CON-NOTA
                   WHEN LIB-CORRIO(IDX-LIB) NOT = "S"
                       MOVE "(NO CORRIO ESTA NOCHE)" TO CON-NOTA
                   WHEN LIB-PRESENTE(IDX-LIB) = "S"
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CONTENIDO.

      *Los incidentes criticos o altos que siguen abiertos pasado el
      *plazo van al frente: el reconocimiento de la alerta no es la
      *solucion, y alguien tiene que ver que el dueno no lo resolvio.
           LISTAR-INCIDENTES-VENCIDOS.
               MOVE "INCID-PLAZO" TO CFG-CLAVE.
               CALL "CONFIG" USING CFG-CLAVE CFG-VALOR CFG-HALLADO.
               IF CFG-HALLADO = "S"
                   MOVE CFG-VALOR TO PLAZO-INCIDENTES
               END-IF.
               MOVE PLAZO-INCIDENTES TO INE-PLAZO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID
                   RPT-ENCABEZADO-INC.
               CALL "FECHANUM" USING FECHA-HOY DIAS-HOY FECHA-VALIDA.
               MOVE "N" TO FIN-DE-INCIDENTES.
               MOVE "N" TO INCIDEN-ABIERTO.
               OPEN INPUT INCIDEN.
               IF INC-STATUS NOT = "00"
                   MOVE "S" TO FIN-DE-INCIDENTES
               ELSE
                   MOVE "S" TO INCIDEN-ABIERTO
                   PERFORM CARGAR-FERIADOS
                   MOVE LOW-VALUES TO INC-CLAVE
                   START INCIDEN KEY IS NOT LESS THAN INC-CLAVE
                       INVALID KEY
                           MOVE "S" TO FIN-DE-INCIDENTES
                   END-START
               END-IF.
               PERFORM MIRAR-UN-INCIDENTE UNTIL HAY-FIN-DE-INCIDENTES.
               IF ESTA-ABIERTO-INCIDEN
                   CLOSE INCIDEN
               END-IF.
               IF FUERA-DE-PLAZO = ZERO
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID
                       RPT-SIN-INCIDENTES
               END-IF.

           MIRAR-UN-INCIDENTE.
               READ INCIDEN NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-INCIDENTES
               END-READ.
               IF NOT HAY-FIN-DE-INCIDENTES
                   IF INC-ES-CABECERA AND INC-ABIERTO
                           AND INC-SEVERIDAD-ALTA
                       PERFORM CONTAR-DIAS-HABILES
                       IF DIAS-HABILES > PLAZO-INCIDENTES
                           ADD 1 TO FUERA-DE-PLAZO
                           MOVE INC-NUMERO TO INL-NUMERO
                           MOVE INC-SEVERIDAD TO INL-SEVERIDAD
                           MOVE INC-DUENO TO INL-DUENO
                           MOVE INC-FECHA-NOCHE TO INL-NOCHE
                           MOVE DIAS-HABILES TO INL-HABILES
                           MOVE INC-TITULO TO INL-TITULO
                           MOVE "D" TO REP-PEDIDO
                           CALL "REPORTER" USING REP-PEDIDO REP-ID
                               RPT-INCIDENTE
                       END-IF
                   END-IF
               END-IF.

      *Dias habiles despues de la noche de apertura hasta hoy
      *inclusive; el dia de la semana sale del numero de dia igual
      *que en FECHAINI (resto 0 y 1 son fin de semana).
           CONTAR-DIAS-HABILES.
               MOVE ZERO TO DIAS-HABILES.
               CALL "FECHANUM" USING INC-FECHA-NOCHE DIAS-NOCHE
                   FECHA-VALIDA.
               IF FECHA-VALIDA = "S"
                   ADD 1 TO DIAS-NOCHE
                   PERFORM CONTAR-UN-DIA
                       VARYING DIA-CONTADO FROM DIAS-NOCHE BY 1
                       UNTIL DIA-CONTADO > DIAS-HOY
               END-IF.

           CONTAR-UN-DIA.
               MOVE "N" TO ES-FERIADO.
               DIVIDE DIA-CONTADO BY 7
                   GIVING DIAS-COCIENTE
                   REMAINDER DIA-SEMANA.
               IF DIA-SEMANA = 0 OR DIA-SEMANA = 1
                   MOVE "S" TO ES-FERIADO
               END-IF.
               PERFORM BUSCAR-FERIADO
                   VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > FER-USADOS
                       OR ES-FERIADO = "S".
               IF ES-FERIADO = "N"
                   ADD 1 TO DIAS-HABILES
               END-IF.

           BUSCAR-FERIADO.
               IF FER-DIAS(IDX-FER) = DIA-CONTADO
                   MOVE "S" TO ES-FERIADO
               END-IF.

      *Los feriados se guardan como numero de dia para compararlos
      *directo con el dia que se cuenta.
           CARGAR-FERIADOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT CALFERI.
               IF CAL-STATUS NOT = "00"
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   READ CALFERI
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               PERFORM CARGAR-UN-FERIADO UNTIL HAY-FIN-DE-ARCHIVO.
               IF CAL-STATUS = "00" OR CAL-STATUS = "10"
                   CLOSE CALFERI
               END-IF.

           CARGAR-UN-FERIADO.
               IF CAL-REGISTRO IS NUMERIC AND FER-USADOS < 100
                   ADD 1 TO FER-USADOS
                   SET IDX-FER TO FER-USADOS
                   CALL "FECHANUM" USING CAL-FECHA FER-DIAS(IDX-FER)
                       FECHA-VALIDA
               END-IF.
               READ CALFERI
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

      *En la pasada de conteo se cuentan los encabezados de hoja que
      *pone REPORTER; en la de copia cada linea va al paquete.
           PROCESAR-LINEA-LEIDA.
