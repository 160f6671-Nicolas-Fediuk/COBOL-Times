      ******************************************************************
      *NOCHEREC - Recuperacion de noches perdidas. Despues de una
      *caida de varios dias FECHAINI abre una sola noche por vez: cada
      *fecha perdida pedia su FECHAINI forzado, su cambio de PARMFILE
      *y su propio envio del job, y una fecha se olvidaba. Este
      *programa recibe un rango de fechas de negocio (claves DESDE y
      *HASTA de NOCHEREC en PARMFILE, o por pantalla) y:
      *  - arma la lista de dias habiles del rango salteando fines de
      *    semana y feriados de CALFERI, como FECHAINI;
      *  - marca con el libro de noches (NOCHELOG, ver
      *    COPYLIB/NOCHELG) las que ya tienen cierre: las demas son
      *    las noches perdidas (tambien la que abrio y nunca cerro);
      *  - corre cada noche perdida en orden, una por vez: la abre con
      *    FECHAINI (la fecha le llega como valor de pedido de PARAM,
      *    igual que en PEDCORR), corre el stream con NOCHECTL y mira
      *    en NOCHELOG el cierre que graba NOCHEFIN;
      *  - se detiene en la primera noche que no cierra limpia (sin
      *    cierre, o cerrada con retorno 8 o mas): las siguientes no
      *    se intentan, porque FECHAINI no abre una noche nueva con la
      *    anterior sin cerrar;
      *  - imprime el resumen de la recuperacion (DD NOCHEREC): fecha
      *    por fecha, cuales ya estaban cerradas, cuales se recuperaron
      *    y cuales siguen abiertas.
      *Todas las noches corren en el mismo run unit. Para que cada
      *una arranque como una noche nueva, antes de cada fecha se
      *descargan (CANCEL) el driver, FECHAINI y los subprogramas que
      *guardan estado del run unit (la fecha de FECHANEG); los pasos
      *del stream los descarga NOCHECTL al terminar cada uno.
      *La clave FORZAR de NOCHEREC (S/N, N si falta) pasa a FECHAINI:
      *solo hace falta cuando queda abierta una noche que no es la
      *primera perdida del rango.
      *Retorno: 0 todas las noches perdidas recuperadas (o ninguna
      *perdida), 8 el rango es invalido o alguna noche quedo abierta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOCHEREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFERI ASSIGN TO "CALFERI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT NOCHELOG ASSIGN TO "NOCHELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFERI
           RECORDING MODE IS F.
       01  CAL-REGISTRO.
           05  CAL-FECHA PIC 9(08).

       FD  NOCHELOG
           RECORDING MODE IS F.
       COPY NOCHELG.

       WORKING-STORAGE SECTION.
       01  CAL-STATUS PIC X(02).
       01  NLG-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  FIN-DE-LIBRO PIC X(01).
           88  HAY-FIN-DE-LIBRO VALUE "S".
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "NOCHEREC".
       01  PRM-PROGRAMA PIC X(08).
       01  PRM-CLAVE PIC X(16).
       01  PRM-VALOR PIC X(16).
       01  PRM-HALLADO PIC X(01).
       01  FECHA-ENTRADA PIC X(08).
       01  FECHA-DESDE PIC 9(08) VALUE ZERO.
       01  FECHA-HASTA PIC 9(08) VALUE ZERO.
       01  FECHA-HOY PIC 9(08).
       01  FORZAR-APERTURA PIC X(01) VALUE "N".
       01  RANGO-VALIDO PIC X(01) VALUE "S".
           88  EL-RANGO-ES-VALIDO VALUE "S".
       01  RECUPERACION-CORTADA PIC X(01) VALUE "N".
           88  SE-CORTO-LA-RECUPERACION VALUE "S".
       01  PROGRAMA-A-LLAMAR PIC X(08).
       01  RETORNO-APERTURA PIC 9(04).
       01  RETORNO-STREAM PIC 9(04).
       01  CIERRE-HALLADO PIC X(01).
           88  HAY-CIERRE VALUE "S".
       01  RETORNO-CIERRE PIC 9(04).
       01  NOCHES-PERDIDAS PIC 9(03) VALUE ZERO.
       01  NOCHES-RECUPERADAS PIC 9(03) VALUE ZERO.
       01  NOCHES-ABIERTAS PIC 9(03) VALUE ZERO.
       01  NOCHES-YA-CERRADAS PIC 9(03) VALUE ZERO.
      *RETORNO-CORRIDA se carga recien antes del GOBACK: cada CALL
      *pisa RETURN-CODE con el retorno del subprograma.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

      *Programas que se descargan antes de cada noche: el driver, la
      *apertura y los subprogramas que guardan estado del run unit.
       01  TABLA-DESCARGAS.
           05  FILLER PIC X(08) VALUE "FECHAINI".
           05  FILLER PIC X(08) VALUE "FECHANEG".
           05  FILLER PIC X(08) VALUE "NOCHECTL".
           05  FILLER PIC X(08) VALUE "EJ1PARTE".
       01  DESCARGAS REDEFINES TABLA-DESCARGAS.
           05  DSC-PROGRAMA PIC X(08) OCCURS 4 TIMES
               INDEXED BY IDX-DSC.

      *Una entrada por dia habil del rango. TN-ESTADO: "C" ya tenia
      *cierre antes de empezar, "F" perdida (todavia sin correr), "R"
      *recuperada en esta corrida, "X" se intento y quedo abierta,
      *"P" perdida que no se intento porque la recuperacion corto.
      *TN-APERTURA dice si el libro tenia una apertura de la fecha.
       01  TABLA-NOCHES.
           05  TN-USADAS PIC 9(03) VALUE ZERO.
           05  TN-NOCHE OCCURS 60 TIMES INDEXED BY IDX-TN.
               10  TN-FECHA PIC 9(08).
               10  TN-ESTADO PIC X(01).
                   88  TN-YA-CERRADA VALUE "C".
                   88  TN-PERDIDA VALUE "F".
                   88  TN-RECUPERADA VALUE "R".
                   88  TN-FALLIDA VALUE "X".
                   88  TN-NO-INTENTADA VALUE "P".
               10  TN-APERTURA PIC X(01).
               10  TN-RETORNO PIC 9(04).
               10  TN-MOTIVO PIC X(30).
       01  NOCHES-MAXIMO PIC 9(03) VALUE 60.

       01  TABLA-FERIADOS.
           05  FER-USADOS PIC 9(03) VALUE ZERO.
           05  FER-FECHA PIC 9(08) OCCURS 100 TIMES
               INDEXED BY IDX-FER.
       01  FECHA-MOVIL.
           05  FM-ANO PIC 9(04).
           05  FM-MES PIC 9(02).
           05  FM-DIA PIC 9(02).
       01  FECHA-MOVIL-NUM REDEFINES FECHA-MOVIL PIC 9(08).
       01  ES-FERIADO PIC X(01).
       01  DIAS-NUMERO PIC 9(07).
       01  DIAS-COCIENTE PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  DIA-SEMANA PIC 9(01).
       01  DIAS-DEL-MES PIC 9(02).
       01  ANO-RESTO-4 PIC 9(04).
       01  ANO-RESTO-100 PIC 9(04).
       01  ANO-RESTO-400 PIC 9(04).
       01  ANO-COCIENTE PIC 9(04).
       01  TABLA-DIAS-MES.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  DIAS-POR-MES REDEFINES TABLA-DIAS-MES.
           05  DM-DIAS PIC 9(02) OCCURS 12 TIMES.

       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "NOCHEREC".
       01  RPT-LINEA PIC X(80).
       01  RPT-TITULO.
           05  FILLER PIC X(29) VALUE "RECUPERACION DE NOCHES DESDE ".
           05  RPT-DESDE PIC 9(08).
           05  FILLER PIC X(07) VALUE " HASTA ".
           05  RPT-HASTA PIC 9(08).
           05  FILLER PIC X(28) VALUE SPACES.
       01  RPT-COLUMNAS.
           05  FILLER PIC X(10) VALUE "FECHA".
           05  FILLER PIC X(24) VALUE "RESULTADO".
           05  FILLER PIC X(46) VALUE SPACES.
       01  RPT-DETALLE.
           05  RPT-FECHA PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-RESULTADO PIC X(24).
           05  FILLER PIC X(04) VALUE "RC=".
           05  RPT-RETORNO PIC Z(03)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-MOTIVO PIC X(30).
           05  FILLER PIC X(06) VALUE SPACES.
       01  RPT-TOTALES.
           05  FILLER PIC X(13) VALUE "RECUPERADAS: ".
           05  RPT-RECUPERADAS PIC ZZ9.
           05  FILLER PIC X(19) VALUE "  SIGUEN ABIERTAS: ".
           05  RPT-ABIERTAS PIC ZZ9.
           05  FILLER PIC X(16) VALUE "  YA CERRADAS: ".
           05  RPT-YA-CERRADAS PIC ZZ9.
           05  FILLER PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM LEER-RANGO.
           IF EL-RANGO-ES-VALIDO
               PERFORM CARGAR-FERIADOS
               PERFORM ARMAR-NOCHES-DEL-RANGO
           END-IF.
           IF EL-RANGO-ES-VALIDO
               PERFORM MARCAR-NOCHES-CERRADAS
               DISPLAY "NOCHES PERDIDAS EN EL RANGO: " NOCHES-PERDIDAS
               PERFORM RECUPERAR-UNA-NOCHE
                   VARYING IDX-TN FROM 1 BY 1
                   UNTIL IDX-TN > TN-USADAS
               PERFORM IMPRIMIR-RESUMEN
               IF SE-CORTO-LA-RECUPERACION
                   MOVE 8 TO RETORNO-CORRIDA
               END-IF
           ELSE
               MOVE 8 TO RETORNO-CORRIDA
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

      *El rango sale de PARMFILE por clave; la pantalla queda de
      *respaldo. Una fecha futura no se recupera: esa noche le toca
      *al stream de siempre.
           LEER-RANGO.
               MOVE "DESDE" TO PRM-CLAVE.
               PERFORM PEDIR-FECHA.
               MOVE FECHA-ENTRADA TO FECHA-DESDE.
               MOVE "HASTA" TO PRM-CLAVE.
               PERFORM PEDIR-FECHA.
               MOVE FECHA-ENTRADA TO FECHA-HASTA.
               MOVE "FORZAR" TO PRM-CLAVE.
               CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               IF PRM-HALLADO = "S"
                       AND (PRM-VALOR(1:1) = "S" OR "s")
                   MOVE "S" TO FORZAR-APERTURA
               END-IF.
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
               EVALUATE TRUE
                   WHEN NOT EL-RANGO-ES-VALIDO
                       CONTINUE
                   WHEN FECHA-DESDE > FECHA-HASTA
                       DISPLAY "RANGO INVALIDO: DESDE " FECHA-DESDE
                               " POSTERIOR A HASTA " FECHA-HASTA
                       MOVE "N" TO RANGO-VALIDO
                   WHEN FECHA-HASTA > FECHA-HOY
                       DISPLAY "NO SE RECUPERAN NOCHES FUTURAS: HASTA "
                               FECHA-HASTA
                       MOVE "N" TO RANGO-VALIDO
                   WHEN OTHER
                       DISPLAY "RECUPERACION DE NOCHES DESDE "
                               FECHA-DESDE " HASTA " FECHA-HASTA
               END-EVALUATE.

           PEDIR-FECHA.
               CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               IF PRM-HALLADO = "S"
                   MOVE PRM-VALOR(1:8) TO FECHA-ENTRADA
               ELSE
                   DISPLAY "FECHA " PRM-CLAVE " (AAAAMMDD)"
                   ACCEPT FECHA-ENTRADA
               END-IF.
               IF FECHA-ENTRADA IS NUMERIC
                   MOVE FECHA-ENTRADA TO FECHA-MOVIL-NUM
                   CALL "FECHANUM" USING FECHA-MOVIL-NUM DIAS-NUMERO
                       FECHA-VALIDA
               ELSE
                   MOVE "N" TO FECHA-VALIDA
               END-IF.
               IF FECHA-VALIDA NOT = "S"
                   DISPLAY "FECHA " PRM-CLAVE " INVALIDA: "
                           FECHA-ENTRADA
                   MOVE "N" TO RANGO-VALIDO
                   MOVE ZEROES TO FECHA-ENTRADA
               END-IF.

           CARGAR-FERIADOS.
               OPEN INPUT CALFERI.
               IF CAL-STATUS = "35"
                   DISPLAY "SIN CALENDARIO DE FERIADOS, SOLO SE "
                           "SALTEAN FINES DE SEMANA"
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   READ CALFERI
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               PERFORM CARGAR-UN-FERIADO UNTIL HAY-FIN-DE-ARCHIVO.
               IF CAL-STATUS NOT = "35"
                   CLOSE CALFERI
               END-IF.

           CARGAR-UN-FERIADO.
               IF CAL-REGISTRO IS NUMERIC
                   IF FER-USADOS < 100
                       ADD 1 TO FER-USADOS
                       SET IDX-FER TO FER-USADOS
                       MOVE CAL-FECHA TO FER-FECHA(IDX-FER)
                   ELSE
                       DISPLAY "TABLA DE FERIADOS LLENA, SE IGNORA: "
                               CAL-FECHA
                   END-IF
               END-IF.
               READ CALFERI
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

      *Un dia habil por entrada, en orden de fecha. Un rango con mas
      *dias habiles que la tabla no se recorta: se rechaza entero,
      *para que nadie crea recuperado lo que quedo afuera.
           ARMAR-NOCHES-DEL-RANGO.
               MOVE FECHA-DESDE TO FECHA-MOVIL-NUM.
               PERFORM AGREGAR-DIA-Y-AVANZAR
                   UNTIL FECHA-MOVIL-NUM > FECHA-HASTA
                      OR NOT EL-RANGO-ES-VALIDO.

           AGREGAR-DIA-Y-AVANZAR.
               PERFORM EVALUAR-DIA.
               IF ES-FERIADO = "N"
                   IF TN-USADAS < NOCHES-MAXIMO
                       ADD 1 TO TN-USADAS
                       SET IDX-TN TO TN-USADAS
                       MOVE FECHA-MOVIL-NUM TO TN-FECHA(IDX-TN)
                       MOVE "F" TO TN-ESTADO(IDX-TN)
                       MOVE "N" TO TN-APERTURA(IDX-TN)
                       MOVE ZERO TO TN-RETORNO(IDX-TN)
                       MOVE SPACES TO TN-MOTIVO(IDX-TN)
                   ELSE
                       DISPLAY "EL RANGO TIENE MAS DE " NOCHES-MAXIMO
                               " DIAS HABILES, ACORTARLO"
                       MOVE "N" TO RANGO-VALIDO
                   END-IF
               END-IF.
               PERFORM SUMAR-UN-DIA.

           EVALUAR-DIA.
               MOVE "N" TO ES-FERIADO.
               CALL "FECHANUM" USING FECHA-MOVIL-NUM DIAS-NUMERO
                   FECHA-VALIDA.
               DIVIDE DIAS-NUMERO BY 7
                   GIVING DIAS-COCIENTE
                   REMAINDER DIA-SEMANA.
               IF DIA-SEMANA = 0 OR DIA-SEMANA = 1
                   MOVE "S" TO ES-FERIADO
               END-IF.
               PERFORM BUSCAR-FERIADO
                   VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > FER-USADOS
                       OR ES-FERIADO = "S".

           BUSCAR-FERIADO.
               IF FER-FECHA(IDX-FER) = FECHA-MOVIL-NUM
                   MOVE "S" TO ES-FERIADO
               END-IF.

           SUMAR-UN-DIA.
               MOVE DM-DIAS(FM-MES) TO DIAS-DEL-MES.
               IF FM-MES = 2
                   PERFORM AJUSTAR-FEBRERO
               END-IF.
               IF FM-DIA < DIAS-DEL-MES
                   ADD 1 TO FM-DIA
               ELSE
                   MOVE 1 TO FM-DIA
                   IF FM-MES < 12
                       ADD 1 TO FM-MES
                   ELSE
                       MOVE 1 TO FM-MES
                       ADD 1 TO FM-ANO
                   END-IF
               END-IF.

           AJUSTAR-FEBRERO.
               DIVIDE FM-ANO BY 4 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO-4.
               DIVIDE FM-ANO BY 100 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO-100.
               DIVIDE FM-ANO BY 400 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO-400.
               IF ANO-RESTO-4 = ZERO
                       AND (ANO-RESTO-100 NOT = ZERO
                           OR ANO-RESTO-400 = ZERO)
                   MOVE 29 TO DIAS-DEL-MES
               END-IF.

      *Una noche con cierre en el libro ya corrio (bien o mal) y no
      *es perdida: volver a correrla es decision de otro forzado.
           MARCAR-NOCHES-CERRADAS.
               MOVE "N" TO FIN-DE-LIBRO.
               OPEN INPUT NOCHELOG.
               IF NLG-STATUS NOT = "00"
                   MOVE "S" TO FIN-DE-LIBRO
               ELSE
                   READ NOCHELOG
                       AT END MOVE "S" TO FIN-DE-LIBRO
                   END-READ
               END-IF.
               PERFORM MIRAR-UNA-NOCHE UNTIL HAY-FIN-DE-LIBRO.
               IF NLG-STATUS = "00" OR NLG-STATUS = "10"
                   CLOSE NOCHELOG
               END-IF.
               PERFORM CONTAR-UNA-NOCHE
                   VARYING IDX-TN FROM 1 BY 1
                   UNTIL IDX-TN > TN-USADAS.

           MIRAR-UNA-NOCHE.
               PERFORM MARCAR-UN-EVENTO
                   VARYING IDX-TN FROM 1 BY 1
                   UNTIL IDX-TN > TN-USADAS.
               READ NOCHELOG
                   AT END MOVE "S" TO FIN-DE-LIBRO
               END-READ.

           MARCAR-UN-EVENTO.
               IF TN-FECHA(IDX-TN) = NLG-FECHA
                   EVALUATE TRUE
                       WHEN NLG-ES-APERTURA
                           MOVE "S" TO TN-APERTURA(IDX-TN)
                       WHEN NLG-ES-CIERRE
                           MOVE "C" TO TN-ESTADO(IDX-TN)
                           MOVE NLG-RETORNO TO TN-RETORNO(IDX-TN)
                   END-EVALUATE
               END-IF.

           CONTAR-UNA-NOCHE.
               IF TN-YA-CERRADA(IDX-TN)
                   ADD 1 TO NOCHES-YA-CERRADAS
               ELSE
                   ADD 1 TO NOCHES-PERDIDAS
               END-IF.

      *Cada noche perdida, en orden. Despues del primer corte las
      *demas quedan sin intentar.
           RECUPERAR-UNA-NOCHE.
               IF TN-PERDIDA(IDX-TN)
                   IF SE-CORTO-LA-RECUPERACION
                       MOVE "P" TO TN-ESTADO(IDX-TN)
                       MOVE "NO SE INTENTO" TO TN-MOTIVO(IDX-TN)
                   ELSE
                       PERFORM CORRER-UNA-NOCHE
                   END-IF
               END-IF.

           CORRER-UNA-NOCHE.
               DISPLAY "==== RECUPERACION DE LA NOCHE "
                       TN-FECHA(IDX-TN) " ====".
               PERFORM DESCARGAR-UN-PROGRAMA
                   VARYING IDX-DSC FROM 1 BY 1 UNTIL IDX-DSC > 4.
               PERFORM ABRIR-LA-NOCHE.
               IF RETORNO-APERTURA NOT = ZERO
                   MOVE "X" TO TN-ESTADO(IDX-TN)
                   MOVE RETORNO-APERTURA TO TN-RETORNO(IDX-TN)
                   MOVE "FECHAINI NO LA ABRIO" TO TN-MOTIVO(IDX-TN)
                   MOVE "S" TO RECUPERACION-CORTADA
               ELSE
                   PERFORM CORRER-EL-STREAM
                   PERFORM BUSCAR-CIERRE
                   EVALUATE TRUE
                       WHEN NOT HAY-CIERRE
                           MOVE "X" TO TN-ESTADO(IDX-TN)
                           MOVE RETORNO-STREAM TO TN-RETORNO(IDX-TN)
                           MOVE "NO LLEGO AL CIERRE"
                               TO TN-MOTIVO(IDX-TN)
                           MOVE "S" TO RECUPERACION-CORTADA
                       WHEN RETORNO-CIERRE NOT < 8
                           MOVE "X" TO TN-ESTADO(IDX-TN)
                           MOVE RETORNO-CIERRE TO TN-RETORNO(IDX-TN)
                           MOVE "CERRO CON ERROR"
                               TO TN-MOTIVO(IDX-TN)
                           MOVE "S" TO RECUPERACION-CORTADA
                       WHEN OTHER
                           MOVE "R" TO TN-ESTADO(IDX-TN)
                           MOVE RETORNO-CIERRE TO TN-RETORNO(IDX-TN)
                   END-EVALUATE
               END-IF.
               IF SE-CORTO-LA-RECUPERACION
                   DISPLAY "LA NOCHE DE " TN-FECHA(IDX-TN)
                           " NO CERRO LIMPIA: " TN-MOTIVO(IDX-TN)
                           ", LA RECUPERACION SE DETIENE"
               ELSE
                   DISPLAY "NOCHE DE " TN-FECHA(IDX-TN)
                           " RECUPERADA, CIERRE RC=" RETORNO-CIERRE
               END-IF.

           DESCARGAR-UN-PROGRAMA.
               CANCEL DSC-PROGRAMA(IDX-DSC).

      *La fecha y el forzado le llegan a FECHAINI como valores de un
      *pedido de PARAM, por encima de lo que diga PARMFILE, y se
      *borran apenas termina la apertura.
           ABRIR-LA-NOCHE.
               MOVE "*PEDIDO" TO PRM-PROGRAMA.
               MOVE "FECHAINI" TO PRM-CLAVE.
               CALL "PARAM" USING PRM-PROGRAMA PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               MOVE "*VALOR" TO PRM-PROGRAMA.
               MOVE "FECHA" TO PRM-CLAVE.
               MOVE TN-FECHA(IDX-TN) TO PRM-VALOR.
               CALL "PARAM" USING PRM-PROGRAMA PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               MOVE "FORZAR" TO PRM-CLAVE.
               MOVE FORZAR-APERTURA TO PRM-VALOR.
               CALL "PARAM" USING PRM-PROGRAMA PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               MOVE "FECHAINI" TO PROGRAMA-A-LLAMAR.
               MOVE ZERO TO RETURN-CODE.
               CALL PROGRAMA-A-LLAMAR
                   ON EXCEPTION
                       DISPLAY "NO SE PUDO INVOCAR EL PROGRAMA: "
                               PROGRAMA-A-LLAMAR
                       MOVE 8 TO RETURN-CODE
               END-CALL.
               MOVE RETURN-CODE TO RETORNO-APERTURA.
               MOVE "*PEDIDO" TO PRM-PROGRAMA.
               MOVE SPACES TO PRM-CLAVE.
               CALL "PARAM" USING PRM-PROGRAMA PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.

           CORRER-EL-STREAM.
               MOVE "NOCHECTL" TO PROGRAMA-A-LLAMAR.
               MOVE ZERO TO RETURN-CODE.
               CALL PROGRAMA-A-LLAMAR
                   ON EXCEPTION
                       DISPLAY "NO SE PUDO INVOCAR EL PROGRAMA: "
                               PROGRAMA-A-LLAMAR
                       MOVE 8 TO RETURN-CODE
               END-CALL.
               MOVE RETURN-CODE TO RETORNO-STREAM.

      *El desenlace de la noche es el cierre que grabo NOCHEFIN: se
      *toma el ultimo de la fecha por si hubo cierres anteriores
      *forzados.
           BUSCAR-CIERRE.
               MOVE "N" TO CIERRE-HALLADO.
               MOVE ZERO TO RETORNO-CIERRE.
               MOVE "N" TO FIN-DE-LIBRO.
               OPEN INPUT NOCHELOG.
               IF NLG-STATUS NOT = "00"
                   MOVE "S" TO FIN-DE-LIBRO
               ELSE
                   READ NOCHELOG
                       AT END MOVE "S" TO FIN-DE-LIBRO
                   END-READ
               END-IF.
               PERFORM MIRAR-UN-CIERRE UNTIL HAY-FIN-DE-LIBRO.
               IF NLG-STATUS = "00" OR NLG-STATUS = "10"
                   CLOSE NOCHELOG
               END-IF.

           MIRAR-UN-CIERRE.
               IF NLG-ES-CIERRE AND NLG-FECHA = TN-FECHA(IDX-TN)
                   MOVE "S" TO CIERRE-HALLADO
                   MOVE NLG-RETORNO TO RETORNO-CIERRE
               END-IF.
               READ NOCHELOG
                   AT END MOVE "S" TO FIN-DE-LIBRO
               END-READ.

      *El resumen se arma al final, con todas las noches ya corridas:
      *REPORTER toma la fecha del encabezado de FECHANEG.
           IMPRIMIR-RESUMEN.
               MOVE FECHA-DESDE TO RPT-DESDE.
               MOVE FECHA-HASTA TO RPT-HASTA.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE SPACES TO RPT-LINEA.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-LINEA.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-COLUMNAS.
               PERFORM IMPRIMIR-UNA-NOCHE
                   VARYING IDX-TN FROM 1 BY 1
                   UNTIL IDX-TN > TN-USADAS.
               MOVE NOCHES-RECUPERADAS TO RPT-RECUPERADAS.
               MOVE NOCHES-ABIERTAS TO RPT-ABIERTAS.
               MOVE NOCHES-YA-CERRADAS TO RPT-YA-CERRADAS.
               MOVE SPACES TO RPT-LINEA.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-LINEA.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TOTALES.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TOTALES.
               DISPLAY "RECUPERADAS " NOCHES-RECUPERADAS
                       " SIGUEN ABIERTAS " NOCHES-ABIERTAS
                       " YA CERRADAS " NOCHES-YA-CERRADAS.

           IMPRIMIR-UNA-NOCHE.
               MOVE TN-FECHA(IDX-TN) TO RPT-FECHA.
               MOVE TN-RETORNO(IDX-TN) TO RPT-RETORNO.
               MOVE TN-MOTIVO(IDX-TN) TO RPT-MOTIVO.
               EVALUATE TRUE
                   WHEN TN-YA-CERRADA(IDX-TN)
                       MOVE "YA ESTABA CERRADA" TO RPT-RESULTADO
                   WHEN TN-RECUPERADA(IDX-TN)
                       ADD 1 TO NOCHES-RECUPERADAS
                       MOVE "RECUPERADA" TO RPT-RESULTADO
                   WHEN OTHER
                       ADD 1 TO NOCHES-ABIERTAS
                       MOVE "SIGUE ABIERTA" TO RPT-RESULTADO
                       IF TN-APERTURA(IDX-TN) = "S"
                               AND TN-NO-INTENTADA(IDX-TN)
                           MOVE "NO SE INTENTO (ABRIO ANTES)"
                               TO RPT-MOTIVO
                       END-IF
               END-EVALUATE.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE.

       END PROGRAM NOCHEREC.
