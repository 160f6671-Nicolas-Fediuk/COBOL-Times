      *    (clave FORZAR = S de FECHAINI en el archivo de parametros,
      *    o la pregunta por pantalla). Una reanudacion de la misma
      *    fecha abierta pasa sin forzar y no duplica la apertura.
      *  - Al grabar la apertura (o reanudar la misma fecha) se toma
      *    el bloqueo de los maestros (subprograma BLOQUEO, ver
      *    COPYLIB/BLOQMAE): hasta que NOCHEFIN lo libere, CFGMNT,
      *    OPERMNT, MSGMNT y la importacion de MAESTROS no actualizan
      *    sin forzado de supervisor, y la noche corre entera con los
      *    mismos parametros.
      *  - Al abrir la noche se avisa por consola de cada incidente
      *    critico (INCIDEN, ver COPYLIB/INCIDEN) que sigue abierto
      *    desde una noche anterior. Es solo un aviso: el retorno no
      *    cambia, porque el stream no arranca con FECHAINI distinto
      *    de cero.
      *  - Si BLOQUEO no pudo grabar el bloqueo de los maestros se
      *    avisa por consola que la noche corre sin bloqueo, en lugar
      *    de informarlos bloqueados. El retorno no cambia, como en el
      *    aviso de incidentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAINI.
           SELECT NOCHELOG ASSIGN TO "NOCHELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NLG-STATUS.
           SELECT INCIDEN ASSIGN TO "INCIDEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-CLAVE
               FILE STATUS IS INC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFERI
           RECORDING MODE IS F.
       COPY NOCHELG.

       FD  INCIDEN.
       COPY INCIDEN.

       WORKING-STORAGE SECTION.
       01  CAL-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  SE-PUEDE-ABRIR VALUE "S".
       01  FORZAR-ENTRADA PIC X(01).
           88  SE-FUERZA VALUE "S" "s".
       01  BLOQ-PEDIDO PIC X(01).
       01  BLOQ-FECHA PIC 9(08).
       01  BLOQ-TOMADO PIC X(01).
       01  INC-STATUS PIC X(02).
       01  FIN-DE-INCIDENTES PIC X(01).
           88  HAY-FIN-DE-INCIDENTES VALUE "S".
       01  CRITICOS-ABIERTOS PIC 9(05) VALUE ZERO.
       01  FECHA-PROCESO.
           05  FP-ANO PIC 9(04).
           05  FP-MES PIC 9(02).
                   WRITE PROC-REGISTRO
                   CLOSE PROCDATE
                   PERFORM GRABAR-APERTURA
                   PERFORM TOMAR-BLOQUEO
                   DISPLAY "FECHA DE PROCESO DE LA NOCHE: "
                           FECHA-PROCESO-NUM
                   PERFORM AVISAR-INCIDENTES-CRITICOS
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
                   CLOSE NOCHELOG
               END-IF.

      *La reanudacion de la misma fecha vuelve a tomar el bloqueo:
      *si un forzado lo habia soltado, la noche lo recupera.
           TOMAR-BLOQUEO.
               MOVE "T" TO BLOQ-PEDIDO.
               MOVE FECHA-PROCESO-NUM TO BLOQ-FECHA.
               CALL "BLOQUEO" USING BLOQ-PEDIDO BLOQ-FECHA BLOQ-TOMADO.
               IF BLOQ-TOMADO = "S"
                   DISPLAY "MAESTROS BLOQUEADOS PARA LA NOCHE DE "
                           BLOQ-FECHA
               ELSE
                   DISPLAY "NO SE PUDO TOMAR EL BLOQUEO DE LOS "
                           "MAESTROS: LA NOCHE CORRE SIN BLOQUEO"
               END-IF.

      *Un critico abierto desde una noche anterior se avisa en cada
      *apertura hasta que alguien lo cierre en INCMNT.
           AVISAR-INCIDENTES-CRITICOS.
               MOVE "N" TO FIN-DE-INCIDENTES.
               OPEN INPUT INCIDEN.
               IF INC-STATUS NOT = "00"
                   MOVE "S" TO FIN-DE-INCIDENTES
               ELSE
                   MOVE LOW-VALUES TO INC-CLAVE
                   START INCIDEN KEY IS NOT LESS THAN INC-CLAVE
                       INVALID KEY
                           MOVE "S" TO FIN-DE-INCIDENTES
                   END-START
               END-IF.
               PERFORM MIRAR-UN-INCIDENTE UNTIL HAY-FIN-DE-INCIDENTES.
               IF INC-STATUS NOT = "35"
                   CLOSE INCIDEN
               END-IF.
               IF CRITICOS-ABIERTOS > ZERO
                   DISPLAY "*** ATENCION: " CRITICOS-ABIERTOS
                           " INCIDENTE(S) CRITICO(S) ABIERTO(S) DE "
                           "NOCHES ANTERIORES ***"
               END-IF.

           MIRAR-UN-INCIDENTE.
               READ INCIDEN NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-INCIDENTES
               END-READ.
               IF NOT HAY-FIN-DE-INCIDENTES
                   IF INC-ES-CABECERA AND INC-ABIERTO AND INC-CRITICO
                           AND INC-FECHA-NOCHE < FECHA-PROCESO-NUM
                       ADD 1 TO CRITICOS-ABIERTOS
                       DISPLAY "INCIDENTE CRITICO ABIERTO " INC-NUMERO
                               " DESDE LA NOCHE " INC-FECHA-NOCHE
                               " DUENO " INC-DUENO ": " INC-TITULO
                   END-IF
               END-IF.

           CARGAR-FERIADOS.
               OPEN INPUT CALFERI.
               IF CAL-STATUS = "35"
