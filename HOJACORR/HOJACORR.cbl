      *erroneas con el valor esperado, el puntaje por hoja y los
      *totales de la corrida. Una respuesta sin fila en la clave se
      *marca y cuenta como error.
      ******************************************************************
      *Modificaciones:
      *  - Los puntajes se perdian al terminar la corrida y no habia
      *    forma de ver si un alumno mejoraba de una semana a otra.
      *    HOJASRES lleva ahora la identificacion del alumno (col 16,
      *    ver el maestro ALUMAST en COPYLIB/ALUMNO) y el puntaje se
      *    lleva por hoja y alumno; al final de la corrida cada hoja de
      *    un alumno conocido se agrega a la libreta de notas indexada
      *    (LIBRETA, ver COPYLIB/LIBNOTA) con la fecha de proceso y la
      *    tabla de multiplicar de la hoja, que sale de la clave. Las
      *    hojas sin alumno o con un alumno que no esta en el maestro
      *    se informan y no se registran, y la corrida termina con
      *    RC=4. El avance lo muestra ALUMRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOJACORR.
           SELECT HOJASRES ASSIGN TO "HOJASRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RES-STATUS.
           SELECT ALUMAST ASSIGN TO "ALUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS ALU-STATUS.
           SELECT LIBRETA ASSIGN TO "LIBRETA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-CLAVE
               FILE STATUS IS LIB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOJASCLA
           05  RES-FILA PIC X(02).
           05  FILLER PIC X(01).
           05  RES-VALOR PIC X(05).
           05  FILLER PIC X(01).
           05  RES-ALUMNO PIC X(08).

       FD  ALUMAST.
       COPY ALUMNO.

       FD  LIBRETA.
       COPY LIBNOTA.

       WORKING-STORAGE SECTION.
       01  CLA-STATUS PIC X(02).
       01  RES-STATUS PIC X(02).
       01  ALU-STATUS PIC X(02).
       01  LIB-STATUS PIC X(02).
       01  FECHA-PROCESO PIC 9(08).
       01  MAESTRO-ABIERTO PIC X(01) VALUE "N".
           88  HAY-MAESTRO VALUE "S".
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  CAMPO-DESPEJADO PIC X(05).
           05  TC-USADAS PIC 9(04) VALUE ZERO.
           05  TC-ENTRADA OCCURS 2000 TIMES INDEXED BY IDX-CLA.
               10  TC-HOJA PIC 9(05).
               10  TC-TABLA PIC 9(02).
               10  TC-FILA PIC 9(02).
               10  TC-ESPERADO PIC 9(05).

           05  TH-USADAS PIC 9(03) VALUE ZERO.
           05  TH-ENTRADA OCCURS 100 TIMES INDEXED BY IDX-HOJ.
               10  TH-HOJA PIC 9(05).
               10  TH-ALUMNO PIC X(08).
               10  TH-TABLA PIC 9(02).
               10  TH-RESPONDIDAS PIC 9(05).
               10  TH-CORRECTAS PIC 9(05).

       01  CLAVE-RESULTADO PIC X(01).
           88  LA-CLAVE-EXISTE VALUE "S".
       01  HOJA-RESPUESTA PIC 9(05).
       01  ALUMNO-RESPUESTA PIC X(08).
       01  TABLA-FLAG PIC X(01).
           88  TABLA-HALLADA VALUE "S".
       01  REGISTRADAS-TOTAL PIC 9(05) VALUE ZERO.
       01  SIN-ALUMNO-TOTAL PIC 9(05) VALUE ZERO.
       01  DESCONOCIDOS-TOTAL PIC 9(05) VALUE ZERO.
       01  FILA-RESPUESTA PIC 9(02).
       01  VALOR-RESPUESTA PIC 9(05).
       01  ESPERADO-ACTUAL PIC 9(05).
           05  HOJ-CORRECTAS PIC ZZZZ9.
           05  FILLER PIC X(04) VALUE " DE ".
           05  HOJ-RESPONDIDAS PIC ZZZZ9.
           05  FILLER PIC X(08) VALUE " ALUMNO ".
           05  HOJ-ALUMNO PIC X(08).
           05  FILLER PIC X(07) VALUE " TABLA ".
           05  HOJ-TABLA PIC Z9.
           05  FILLER PIC X(18) VALUE SPACES.

       01  RPT-LIBRETA.
           05  FILLER PIC X(24) VALUE "REGISTRADAS EN LIBRETA: ".
           05  LBR-REGISTRADAS PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE " SIN ALUMNO: ".
           05  LBR-SIN-ALUMNO PIC ZZZZ9.
           05  FILLER PIC X(15) VALUE " DESCONOCIDOS: ".
           05  LBR-DESCONOCIDOS PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE SPACES.

       01  RPT-PIE.
           05  FILLER PIC X(12) VALUE "RESPUESTAS: ".
                   RPT-ENCABEZADO-ERR
               PERFORM CORREGIR-RESPUESTAS
               PERFORM RESUMIR-POR-HOJA
               PERFORM GRABAR-LIBRETA
               PERFORM CERRAR-TOTALES
           END-IF.

                   SET IDX-CLA TO TC-USADAS
                   MOVE HOJA-ACTUAL TO TC-HOJA(IDX-CLA)
                   MOVE SPACES TO CAMPO-DESPEJADO
                   MOVE CLA-LINEA(1:2) TO CAMPO-DESPEJADO(4:2)
                   PERFORM DESPEJAR-CAMPO
                   MOVE CAMPO-DESPEJADO(4:2) TO TC-TABLA(IDX-CLA)
                   MOVE SPACES TO CAMPO-DESPEJADO
                   MOVE CLA-LINEA(6:2) TO CAMPO-DESPEJADO(4:2)
                   PERFORM DESPEJAR-CAMPO
                   MOVE CAMPO-DESPEJADO(4:2) TO TC-FILA(IDX-CLA)
                   MOVE RES-HOJA TO HOJA-RESPUESTA
                   MOVE RES-FILA TO FILA-RESPUESTA
                   MOVE RES-VALOR TO VALOR-RESPUESTA
                   MOVE RES-ALUMNO TO ALUMNO-RESPUESTA
                   ADD 1 TO RESPUESTAS-TOTAL
                   PERFORM EVALUAR-LA-RESPUESTA
               ELSE
                       ADD 1 TO TH-USADAS
                       SET IDX-HOJ TO TH-USADAS
                       MOVE HOJA-RESPUESTA TO TH-HOJA(IDX-HOJ)
                       MOVE ALUMNO-RESPUESTA TO TH-ALUMNO(IDX-HOJ)
                       PERFORM BUSCAR-TABLA-DE-HOJA
                       MOVE 1 TO TH-RESPONDIDAS(IDX-HOJ)
                       MOVE ZERO TO TH-CORRECTAS(IDX-HOJ)
                   ELSE

           MIRAR-UNA-HOJA.
               IF TH-HOJA(IDX-HOJ) = HOJA-RESPUESTA
                       AND TH-ALUMNO(IDX-HOJ) = ALUMNO-RESPUESTA
                   MOVE "S" TO BUSCADO-FLAG
                   ADD 1 TO TH-RESPONDIDAS(IDX-HOJ)
                   SET IDX-HOJ DOWN BY 1

           SUMAR-EN-UNA-HOJA.
               IF TH-HOJA(IDX-HOJ) = HOJA-RESPUESTA
                       AND TH-ALUMNO(IDX-HOJ) = ALUMNO-RESPUESTA
                   MOVE "S" TO BUSCADO-FLAG
                   ADD 1 TO TH-CORRECTAS(IDX-HOJ)
               END-IF.

      *La tabla de multiplicar es la misma en todas las filas de la
      *hoja: se toma de la primera fila de la clave.
           BUSCAR-TABLA-DE-HOJA.
               MOVE ZERO TO TH-TABLA(IDX-HOJ).
               MOVE "N" TO TABLA-FLAG.
               PERFORM MIRAR-TABLA-EN-CLAVE
                   VARYING IDX-CLA FROM 1 BY 1
                   UNTIL IDX-CLA > TC-USADAS OR TABLA-HALLADA.

           MIRAR-TABLA-EN-CLAVE.
               IF TC-HOJA(IDX-CLA) = HOJA-RESPUESTA
                   MOVE "S" TO TABLA-FLAG
                   MOVE TC-TABLA(IDX-CLA) TO TH-TABLA(IDX-HOJ)
               END-IF.

           IMPRIMIR-ERROR.
               MOVE HOJA-RESPUESTA TO ERR-HOJA.
               MOVE FILA-RESPUESTA TO ERR-FILA.
               MOVE TH-HOJA(IDX-HOJ) TO HOJ-HOJA.
               MOVE TH-CORRECTAS(IDX-HOJ) TO HOJ-CORRECTAS.
               MOVE TH-RESPONDIDAS(IDX-HOJ) TO HOJ-RESPONDIDAS.
               MOVE TH-ALUMNO(IDX-HOJ) TO HOJ-ALUMNO.
               MOVE TH-TABLA(IDX-HOJ) TO HOJ-TABLA.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-HOJA.

      *Cada hoja de un alumno del maestro se agrega a la libreta con
      *la fecha de proceso; si la misma hoja ya se corrigio hoy, el
      *registro se reemplaza. Sin maestro no se registra nada.
           GRABAR-LIBRETA.
               CALL "FECHANEG" USING FECHA-PROCESO.
               OPEN INPUT ALUMAST.
               IF ALU-STATUS = "00"
                   MOVE "S" TO MAESTRO-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR ALUMAST: " ALU-STATUS
               END-IF.
               OPEN I-O LIBRETA.
               IF LIB-STATUS = "35"
                   OPEN OUTPUT LIBRETA
                   CLOSE LIBRETA
                   OPEN I-O LIBRETA
               END-IF.
               IF LIB-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR LIBRETA: " LIB-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   PERFORM REGISTRAR-UNA-HOJA
                       VARYING IDX-HOJ FROM 1 BY 1
                       UNTIL IDX-HOJ > TH-USADAS
                   CLOSE LIBRETA
               END-IF.
               IF HAY-MAESTRO
                   CLOSE ALUMAST
               END-IF.
               MOVE REGISTRADAS-TOTAL TO LBR-REGISTRADAS.
               MOVE SIN-ALUMNO-TOTAL TO LBR-SIN-ALUMNO.
               MOVE DESCONOCIDOS-TOTAL TO LBR-DESCONOCIDOS.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-LIBRETA.
               IF SIN-ALUMNO-TOTAL > ZERO OR DESCONOCIDOS-TOTAL > ZERO
                   DISPLAY "HOJAS NO REGISTRADAS EN LA LIBRETA: "
                           "SIN ALUMNO " SIN-ALUMNO-TOTAL
                           " DESCONOCIDOS " DESCONOCIDOS-TOTAL
                   IF RETORNO-CORRIDA < 4
                       MOVE 4 TO RETORNO-CORRIDA
                   END-IF
               END-IF.

           REGISTRAR-UNA-HOJA.
               EVALUATE TRUE
                   WHEN TH-ALUMNO(IDX-HOJ) = SPACES
                       ADD 1 TO SIN-ALUMNO-TOTAL
                   WHEN NOT HAY-MAESTRO
                       ADD 1 TO DESCONOCIDOS-TOTAL
                   WHEN OTHER
                       MOVE TH-ALUMNO(IDX-HOJ) TO ALU-ID
                       READ ALUMAST
                           INVALID KEY
                               ADD 1 TO DESCONOCIDOS-TOTAL
                               DISPLAY "ALUMNO DESCONOCIDO: "
                                       TH-ALUMNO(IDX-HOJ)
                                       " HOJA " TH-HOJA(IDX-HOJ)
                           NOT INVALID KEY
                               PERFORM GRABAR-EN-LIBRETA
                       END-READ
               END-EVALUATE.

           GRABAR-EN-LIBRETA.
               MOVE ALU-ID TO LIB-ALUMNO.
               MOVE FECHA-PROCESO TO LIB-FECHA.
               MOVE TH-HOJA(IDX-HOJ) TO LIB-HOJA.
               MOVE ALU-CURSO TO LIB-CURSO.
               MOVE TH-TABLA(IDX-HOJ) TO LIB-TABLA.
               MOVE TH-RESPONDIDAS(IDX-HOJ) TO LIB-RESPONDIDAS.
               MOVE TH-CORRECTAS(IDX-HOJ) TO LIB-CORRECTAS.
               COMPUTE LIB-ERRONEAS = TH-RESPONDIDAS(IDX-HOJ)
                   - TH-CORRECTAS(IDX-HOJ).
               COMPUTE LIB-PUNTAJE = TH-CORRECTAS(IDX-HOJ) * 100
                   / TH-RESPONDIDAS(IDX-HOJ).
               WRITE LIB-REGISTRO
                   INVALID KEY
                       REWRITE LIB-REGISTRO
               END-WRITE.
               ADD 1 TO REGISTRADAS-TOTAL.

           CERRAR-TOTALES.
               MOVE RESPUESTAS-TOTAL TO PIE-TOTAL.
               MOVE CORRECTAS-TOTAL TO PIE-CORRECTAS.
