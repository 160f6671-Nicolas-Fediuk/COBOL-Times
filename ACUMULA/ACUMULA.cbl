      ******************************************************************
      *ACUMULA - Paso nocturno (detras de BALANCE) que suma los
      *resultados de la noche al acumulador mensual ACUMUL (ver
      *COPYLIB/ACUMREG), para que las cifras del mes y del ano salgan
      *de un solo archivo que ARCHIVER no depura. Para la fecha de
      *proceso (FECHANEG) releva por programa:
      *  - de AUDITLOG (ver COPYLIB/RUNAUD) las corridas (inicios) y
      *    las fallidas (fin con RC 8 o mas, o inicio sin fin);
      *  - de EXCPTLOG (ver COPYLIB/EXCLOG) las excepciones, en total
      *    y por EXC-TIPO;
      *  - de CTLFILE (ver COPYLIB/CTLTOT) los totales de control del
      *    ultimo CTL-INTENTO del programa, como BALANCE: los del
      *    intento muerto de un relanzamiento no se suman.
      *Graba el aporte de la noche como registro de dia de cada
      *programa y lo suma al registro del mes. Si la fecha ya tenia
      *aportes (relanzamiento o recuperacion de la misma noche),
      *primero los resta del mes y los borra: la fecha reemplaza su
      *aporte, no lo suma dos veces. Una fecha que ya aporto y ahora
      *no encuentra nada en los archivos vivos no se toca (los datos
      *ya no estan, no es que la noche no haya corrido).
      *Retorno: 0 acumulado, 4 la noche no tenia nada que acumular,
      *8 no se pudo abrir ACUMUL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMULA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMUL ASSIGN TO "ACUMUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-CLAVE
               FILE STATUS IS ACU-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CLAVE
               FILE STATUS IS AUD-STATUS.
           SELECT EXCPTLOG ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT CTLFILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUMUL.
       COPY ACUMREG.

       FD  AUDITLOG.
       COPY RUNAUD.

       FD  EXCPTLOG
           RECORDING MODE IS F.
       COPY EXCLOG.

       FD  CTLFILE
           RECORDING MODE IS F.
       COPY CTLTOT.

       WORKING-STORAGE SECTION.
       01  ACU-STATUS PIC X(02).
       01  AUD-STATUS PIC X(02).
       01  EXC-STATUS PIC X(02).
       01  CTL-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  FECHA-PROCESO.
           05  FP-ANO PIC 9(04).
           05  FP-MES PIC 9(02).
           05  FP-DIA PIC 9(02).
       01  FECHA-PROCESO-NUM REDEFINES FECHA-PROCESO PIC 9(08).
       01  MODO-PASADA PIC X(01).
           88  ES-PASADA-DE-MAXIMOS VALUE "M".
           88  ES-PASADA-DE-SUMAS VALUE "S".
       01  INTENTO-LEIDO PIC 9(02).
       01  PROGRAMA-BUSCADO PIC X(08).
       01  PROGRAMA-HALLADO PIC X(01).
           88  HAY-PROGRAMA VALUE "S".
       01  TIPO-BUSCADO PIC X(08).
       01  TIPO-HALLADO PIC X(01).
           88  HAY-TIPO VALUE "S".
       01  POS-TIPO PIC 9(01).
       01  IDX-EXC PIC 9(01).
       01  IDX-APT PIC 9(01).
       01  PROGRAMA-DEL-APORTE PIC X(08).
       01  MES-HALLADO PIC X(01).
           88  HAY-MES VALUE "S".
       01  APORTES-ANTERIORES PIC 9(03) VALUE ZERO.
       01  DIAS-GRABADOS PIC 9(03) VALUE ZERO.
       01  MESES-NUEVOS PIC 9(03) VALUE ZERO.
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

      *Aporte de la noche por programa, armado con los tres archivos
      *antes de tocar el acumulador. TP-FINES y TP-ERRORES sirven
      *para deducir las fallidas al final.
       01  TABLA-PROGRAMAS.
           05  TP-USADOS PIC 9(03) VALUE ZERO.
           05  TP-PROGRAMA-DEL-DIA OCCURS 99 TIMES INDEXED BY IDX-TP.
               10  TP-PROGRAMA PIC X(08).
               10  TP-CORRIDAS PIC 9(07).
               10  TP-FINES PIC 9(07).
               10  TP-ERRORES PIC 9(07).
               10  TP-FALLIDAS PIC 9(07).
               10  TP-EXCEPCIONES PIC 9(07).
               10  TP-EXC-POR-TIPO OCCURS 5 TIMES.
                   15  TP-EXC-TIPO PIC X(08).
                   15  TP-EXC-CANTIDAD PIC 9(07).
               10  TP-CTL-INTENTO PIC 9(02).
               10  TP-CTL-CANTIDAD PIC 9(09).
               10  TP-CTL-SUMA PIC S9(11).
               10  TP-CTL-ESPERADA PIC S9(11).
       01  TP-MAXIMO PIC 9(03) VALUE 99.

      *Programas que ya tenian aporte de la fecha en ACUMUL.
       01  TABLA-ANTERIORES.
           05  TA-PROGRAMA PIC X(08) OCCURS 99 TIMES
               INDEXED BY IDX-TA.

      *Aporte de un dia que se suma o se resta del registro del mes.
       01  APORTE.
           05  AP-NOCHES PIC 9(05).
           05  AP-CORRIDAS PIC 9(07).
           05  AP-FALLIDAS PIC 9(07).
           05  AP-EXCEPCIONES PIC 9(07).
           05  AP-EXC-POR-TIPO OCCURS 5 TIMES.
               10  AP-EXC-TIPO PIC X(08).
               10  AP-EXC-CANTIDAD PIC 9(07).
           05  AP-CTL-CANTIDAD PIC 9(09).
           05  AP-CTL-SUMA PIC S9(11).
           05  AP-CTL-ESPERADA PIC S9(11).
       01  SENTIDO-APORTE PIC X(01).
           88  SE-SUMA-EL-APORTE VALUE "+".
           88  SE-RESTA-EL-APORTE VALUE "-".

       PROCEDURE DIVISION.

           CALL "FECHANEG" USING FECHA-PROCESO-NUM.
           DISPLAY "ACUMULADOR DE LA NOCHE " FECHA-PROCESO-NUM.
           PERFORM RELEVAR-AUDITLOG.
           PERFORM RELEVAR-EXCEPCIONES.
           MOVE "M" TO MODO-PASADA.
           PERFORM RELEVAR-CONTROLES.
           MOVE "S" TO MODO-PASADA.
           PERFORM RELEVAR-CONTROLES.
           PERFORM CALCULAR-FALLIDAS
               VARYING IDX-TP FROM 1 BY 1 UNTIL IDX-TP > TP-USADOS.

           PERFORM ABRIR-ACUMULADOR.
           IF ACU-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ACUMUL: " ACU-STATUS
               MOVE 8 TO RETORNO-CORRIDA
           ELSE
               PERFORM BUSCAR-APORTES-ANTERIORES
               EVALUATE TRUE
                   WHEN TP-USADOS = ZERO AND APORTES-ANTERIORES > ZERO
                       DISPLAY "SIN DATOS VIVOS DE LA FECHA: SE "
                               "CONSERVA SU APORTE ANTERIOR"
                       MOVE 4 TO RETORNO-CORRIDA
                   WHEN TP-USADOS = ZERO
                       DISPLAY "LA NOCHE NO TIENE NADA QUE ACUMULAR"
                       MOVE 4 TO RETORNO-CORRIDA
                   WHEN OTHER
                       PERFORM QUITAR-UN-APORTE
                           VARYING IDX-TA FROM 1 BY 1
                           UNTIL IDX-TA > APORTES-ANTERIORES
                       PERFORM SUMAR-UN-APORTE
                           VARYING IDX-TP FROM 1 BY 1
                           UNTIL IDX-TP > TP-USADOS
               END-EVALUATE
               CLOSE ACUMUL
               DISPLAY "APORTES REEMPLAZADOS " APORTES-ANTERIORES
                       " PROGRAMAS ACUMULADOS " DIAS-GRABADOS
                       " MESES NUEVOS " MESES-NUEVOS
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

      *Ubica el programa en la tabla de la noche y lo agrega si no
      *estaba. Con la tabla llena el programa no se acumula.
           UBICAR-PROGRAMA.
               MOVE "N" TO PROGRAMA-HALLADO.
               PERFORM MIRAR-UN-PROGRAMA
                   VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > TP-USADOS OR HAY-PROGRAMA.
               IF HAY-PROGRAMA
                   SET IDX-TP DOWN BY 1
               ELSE
                   IF TP-USADOS < TP-MAXIMO
                       ADD 1 TO TP-USADOS
                       SET IDX-TP TO TP-USADOS
                       MOVE PROGRAMA-BUSCADO TO TP-PROGRAMA(IDX-TP)
                       MOVE ZERO TO TP-CORRIDAS(IDX-TP)
                           TP-FINES(IDX-TP) TP-ERRORES(IDX-TP)
                           TP-FALLIDAS(IDX-TP) TP-EXCEPCIONES(IDX-TP)
                           TP-CTL-INTENTO(IDX-TP)
                           TP-CTL-CANTIDAD(IDX-TP)
                           TP-CTL-SUMA(IDX-TP)
                           TP-CTL-ESPERADA(IDX-TP)
                       PERFORM LIMPIAR-TIPO-DEL-DIA
                           VARYING IDX-EXC FROM 1 BY 1
                           UNTIL IDX-EXC > 5
                       MOVE "S" TO PROGRAMA-HALLADO
                   ELSE
                       DISPLAY "TABLA DE PROGRAMAS LLENA, NO SE "
                               "ACUMULA: " PROGRAMA-BUSCADO
                   END-IF
               END-IF.

           MIRAR-UN-PROGRAMA.
               IF TP-PROGRAMA(IDX-TP) = PROGRAMA-BUSCADO
                   MOVE "S" TO PROGRAMA-HALLADO
               END-IF.

           LIMPIAR-TIPO-DEL-DIA.
               MOVE SPACES TO TP-EXC-TIPO(IDX-TP, IDX-EXC).
               MOVE ZERO TO TP-EXC-CANTIDAD(IDX-TP, IDX-EXC).

           RELEVAR-AUDITLOG.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT AUDITLOG.
               IF AUD-STATUS NOT = "00"
                   DISPLAY "SIN AUDITLOG: " AUD-STATUS
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   MOVE FECHA-PROCESO-NUM TO AUD-RUN-DATE
                   MOVE ZEROES TO AUD-RUN-TIME
                   MOVE LOW-VALUES TO AUD-PROGRAM-NAME AUD-EVENTO
                   START AUDITLOG KEY IS NOT LESS THAN AUD-CLAVE
                       INVALID KEY
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-START
               END-IF.
               PERFORM LEER-UNA-CORRIDA UNTIL HAY-FIN-DE-ARCHIVO.
               IF AUD-STATUS NOT = "35"
                   CLOSE AUDITLOG
               END-IF.

           LEER-UNA-CORRIDA.
               READ AUDITLOG NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF AUD-RUN-DATE NOT = FECHA-PROCESO-NUM
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       MOVE AUD-PROGRAM-NAME TO PROGRAMA-BUSCADO
                       PERFORM UBICAR-PROGRAMA
                       IF HAY-PROGRAMA
                           PERFORM CONTAR-UNA-CORRIDA
                       END-IF
                   END-IF
               END-IF.

           CONTAR-UNA-CORRIDA.
               IF AUD-ES-INICIO
                   ADD 1 TO TP-CORRIDAS(IDX-TP)
               END-IF.
               IF AUD-ES-FIN
                   ADD 1 TO TP-FINES(IDX-TP)
                   IF AUD-RETURN-CODE NOT < 8
                       ADD 1 TO TP-ERRORES(IDX-TP)
                   END-IF
               END-IF.

      *Un inicio sin fin es una corrida que abendo: cuenta como
      *fallida igual que la que termino con RC 8 o mas.
           CALCULAR-FALLIDAS.
               MOVE TP-ERRORES(IDX-TP) TO TP-FALLIDAS(IDX-TP).
               IF TP-CORRIDAS(IDX-TP) > TP-FINES(IDX-TP)
                   COMPUTE TP-FALLIDAS(IDX-TP) = TP-FALLIDAS(IDX-TP)
                       + TP-CORRIDAS(IDX-TP) - TP-FINES(IDX-TP)
               END-IF.

           RELEVAR-EXCEPCIONES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT EXCPTLOG.
               IF EXC-STATUS NOT = "00"
                   DISPLAY "SIN EXCPTLOG: " EXC-STATUS
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   READ EXCPTLOG
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               PERFORM LEER-UNA-EXCEPCION UNTIL HAY-FIN-DE-ARCHIVO.
               IF EXC-STATUS = "00" OR EXC-STATUS = "10"
                   CLOSE EXCPTLOG
               END-IF.

           LEER-UNA-EXCEPCION.
               IF EXC-RUN-DATE = FECHA-PROCESO-NUM
                   MOVE EXC-PROGRAM-NAME TO PROGRAMA-BUSCADO
                   PERFORM UBICAR-PROGRAMA
                   IF HAY-PROGRAMA
                       ADD 1 TO TP-EXCEPCIONES(IDX-TP)
                       MOVE EXC-TIPO TO TIPO-BUSCADO
                       PERFORM UBICAR-TIPO-DEL-DIA
                       ADD 1 TO TP-EXC-CANTIDAD(IDX-TP, POS-TIPO)
                   END-IF
               END-IF.
               READ EXCPTLOG
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

      *El tipo va a su casilla, o a la primera libre; sin lugar, la
      *quinta pasa a ser "OTROS" y junta el resto.
           UBICAR-TIPO-DEL-DIA.
               MOVE ZERO TO POS-TIPO.
               PERFORM MIRAR-UN-TIPO-DEL-DIA
                   VARYING IDX-EXC FROM 1 BY 1
                   UNTIL IDX-EXC > 5 OR POS-TIPO NOT = ZERO.
               IF POS-TIPO = ZERO
                   MOVE 5 TO POS-TIPO
                   MOVE "OTROS" TO TP-EXC-TIPO(IDX-TP, POS-TIPO)
               END-IF.

           MIRAR-UN-TIPO-DEL-DIA.
               IF TP-EXC-TIPO(IDX-TP, IDX-EXC) = TIPO-BUSCADO
                   MOVE IDX-EXC TO POS-TIPO
               ELSE
                   IF TP-EXC-TIPO(IDX-TP, IDX-EXC) = SPACES
                       MOVE TIPO-BUSCADO
                           TO TP-EXC-TIPO(IDX-TP, IDX-EXC)
                       MOVE IDX-EXC TO POS-TIPO
                   END-IF
               END-IF.

      *Dos pasadas, como BALANCE: la primera releva el ultimo
      *intento de cada programa en la fecha y la segunda suma solo
      *los registros de ese intento. Un registro sin intento vale 1.
           RELEVAR-CONTROLES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT CTLFILE.
               IF CTL-STATUS NOT = "00"
                   IF ES-PASADA-DE-MAXIMOS
                       DISPLAY "SIN CTLFILE: " CTL-STATUS
                   END-IF
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   READ CTLFILE
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               PERFORM LEER-UN-CONTROL UNTIL HAY-FIN-DE-ARCHIVO.
               IF CTL-STATUS = "00" OR CTL-STATUS = "10"
                   CLOSE CTLFILE
               END-IF.

           LEER-UN-CONTROL.
               IF CTL-FECHA = FECHA-PROCESO-NUM
                   IF CTL-INTENTO IS NUMERIC AND CTL-INTENTO > ZERO
                       MOVE CTL-INTENTO TO INTENTO-LEIDO
                   ELSE
                       MOVE 1 TO INTENTO-LEIDO
                   END-IF
                   MOVE CTL-PROGRAMA TO PROGRAMA-BUSCADO
                   PERFORM UBICAR-PROGRAMA
                   IF HAY-PROGRAMA
                       PERFORM ANOTAR-UN-CONTROL
                   END-IF
               END-IF.
               READ CTLFILE
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

           ANOTAR-UN-CONTROL.
               IF ES-PASADA-DE-MAXIMOS
                   IF INTENTO-LEIDO > TP-CTL-INTENTO(IDX-TP)
                       MOVE INTENTO-LEIDO TO TP-CTL-INTENTO(IDX-TP)
                   END-IF
               ELSE
                   IF INTENTO-LEIDO = TP-CTL-INTENTO(IDX-TP)
                       ADD CTL-CANTIDAD TO TP-CTL-CANTIDAD(IDX-TP)
                       ADD CTL-SUMA TO TP-CTL-SUMA(IDX-TP)
                       ADD CTL-SUMA-ESPERADA
                           TO TP-CTL-ESPERADA(IDX-TP)
                   END-IF
               END-IF.

           ABRIR-ACUMULADOR.
               OPEN I-O ACUMUL.
               IF ACU-STATUS = "35"
                   OPEN OUTPUT ACUMUL
                   CLOSE ACUMUL
                   OPEN I-O ACUMUL
               END-IF.

      *Los registros de dia de la fecha quedan repartidos entre los
      *programas del mes (la clave es programa + dia): se recorre el
      *mes entero y se anotan los programas que ya aportaron.
           BUSCAR-APORTES-ANTERIORES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE FP-ANO TO ACU-ANO.
               MOVE FP-MES TO ACU-MES.
               MOVE LOW-VALUES TO ACU-PROGRAMA.
               MOVE ZERO TO ACU-DIA.
               START ACUMUL KEY IS NOT LESS THAN ACU-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM MIRAR-UN-REGISTRO-DEL-MES
                   UNTIL HAY-FIN-DE-ARCHIVO.

           MIRAR-UN-REGISTRO-DEL-MES.
               READ ACUMUL NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF ACU-ANO NOT = FP-ANO OR ACU-MES NOT = FP-MES
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       IF ACU-DIA = FP-DIA
                           IF APORTES-ANTERIORES < TP-MAXIMO
                               ADD 1 TO APORTES-ANTERIORES
                               SET IDX-TA TO APORTES-ANTERIORES
                               MOVE ACU-PROGRAMA TO TA-PROGRAMA(IDX-TA)
                           ELSE
                               DISPLAY "DEMASIADOS APORTES ANTERIORES,"
                                       " NO SE QUITA: " ACU-PROGRAMA
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *Resta del mes el aporte anterior del programa y borra el
      *registro de dia: el aporte nuevo lo reemplaza.
           QUITAR-UN-APORTE.
               MOVE FP-ANO TO ACU-ANO.
               MOVE FP-MES TO ACU-MES.
               MOVE TA-PROGRAMA(IDX-TA) TO ACU-PROGRAMA.
               MOVE FP-DIA TO ACU-DIA.
               READ ACUMUL
                   INVALID KEY
                       MOVE "N" TO PROGRAMA-HALLADO
                   NOT INVALID KEY
                       MOVE "S" TO PROGRAMA-HALLADO
               END-READ.
               IF HAY-PROGRAMA
                   PERFORM TOMAR-APORTE-DEL-REGISTRO
                   DELETE ACUMUL
                       INVALID KEY
                           DISPLAY "NO SE PUDO BORRAR EL APORTE: "
                                   ACU-CLAVE
                   END-DELETE
                   MOVE TA-PROGRAMA(IDX-TA) TO PROGRAMA-DEL-APORTE
                   MOVE "-" TO SENTIDO-APORTE
                   PERFORM APLICAR-AL-MES
               END-IF.

           TOMAR-APORTE-DEL-REGISTRO.
               MOVE ACU-NOCHES TO AP-NOCHES.
               MOVE ACU-CORRIDAS TO AP-CORRIDAS.
               MOVE ACU-FALLIDAS TO AP-FALLIDAS.
               MOVE ACU-EXCEPCIONES TO AP-EXCEPCIONES.
               PERFORM TOMAR-UN-TIPO-DEL-REGISTRO
                   VARYING IDX-EXC FROM 1 BY 1 UNTIL IDX-EXC > 5.
               MOVE ACU-CTL-CANTIDAD TO AP-CTL-CANTIDAD.
               MOVE ACU-CTL-SUMA TO AP-CTL-SUMA.
               MOVE ACU-CTL-ESPERADA TO AP-CTL-ESPERADA.

           TOMAR-UN-TIPO-DEL-REGISTRO.
               MOVE ACU-EXC-TIPO(IDX-EXC) TO AP-EXC-TIPO(IDX-EXC).
               MOVE ACU-EXC-CANTIDAD(IDX-EXC)
                   TO AP-EXC-CANTIDAD(IDX-EXC).

      *Graba el registro de dia del programa y lo suma al mes.
           SUMAR-UN-APORTE.
               MOVE 1 TO AP-NOCHES.
               MOVE TP-CORRIDAS(IDX-TP) TO AP-CORRIDAS.
               MOVE TP-FALLIDAS(IDX-TP) TO AP-FALLIDAS.
               MOVE TP-EXCEPCIONES(IDX-TP) TO AP-EXCEPCIONES.
               PERFORM TOMAR-UN-TIPO-DEL-DIA
                   VARYING IDX-EXC FROM 1 BY 1 UNTIL IDX-EXC > 5.
               MOVE TP-CTL-CANTIDAD(IDX-TP) TO AP-CTL-CANTIDAD.
               MOVE TP-CTL-SUMA(IDX-TP) TO AP-CTL-SUMA.
               MOVE TP-CTL-ESPERADA(IDX-TP) TO AP-CTL-ESPERADA.
               MOVE FP-ANO TO ACU-ANO.
               MOVE FP-MES TO ACU-MES.
               MOVE TP-PROGRAMA(IDX-TP) TO ACU-PROGRAMA.
               MOVE FP-DIA TO ACU-DIA.
               MOVE AP-NOCHES TO ACU-NOCHES.
               MOVE AP-CORRIDAS TO ACU-CORRIDAS.
               MOVE AP-FALLIDAS TO ACU-FALLIDAS.
               MOVE AP-EXCEPCIONES TO ACU-EXCEPCIONES.
               PERFORM PONER-UN-TIPO-EN-REGISTRO
                   VARYING IDX-EXC FROM 1 BY 1 UNTIL IDX-EXC > 5.
               MOVE AP-CTL-CANTIDAD TO ACU-CTL-CANTIDAD.
               MOVE AP-CTL-SUMA TO ACU-CTL-SUMA.
               MOVE AP-CTL-ESPERADA TO ACU-CTL-ESPERADA.
               MOVE FECHA-PROCESO-NUM TO ACU-FECHA-ACTUALIZ.
               WRITE ACU-REGISTRO
                   INVALID KEY
                       REWRITE ACU-REGISTRO
               END-WRITE.
               ADD 1 TO DIAS-GRABADOS.
               MOVE TP-PROGRAMA(IDX-TP) TO PROGRAMA-DEL-APORTE.
               MOVE "+" TO SENTIDO-APORTE.
               PERFORM APLICAR-AL-MES.

           TOMAR-UN-TIPO-DEL-DIA.
               MOVE TP-EXC-TIPO(IDX-TP, IDX-EXC)
                   TO AP-EXC-TIPO(IDX-EXC).
               MOVE TP-EXC-CANTIDAD(IDX-TP, IDX-EXC)
                   TO AP-EXC-CANTIDAD(IDX-EXC).

           PONER-UN-TIPO-EN-REGISTRO.
               MOVE AP-EXC-TIPO(IDX-EXC) TO ACU-EXC-TIPO(IDX-EXC).
               MOVE AP-EXC-CANTIDAD(IDX-EXC)
                   TO ACU-EXC-CANTIDAD(IDX-EXC).

      *Suma o resta el APORTE en el registro del mes del programa;
      *si el mes no existe se crea.
           APLICAR-AL-MES.
               MOVE FP-ANO TO ACU-ANO.
               MOVE FP-MES TO ACU-MES.
               MOVE PROGRAMA-DEL-APORTE TO ACU-PROGRAMA.
               MOVE ZERO TO ACU-DIA.
               READ ACUMUL
                   INVALID KEY
                       MOVE "N" TO MES-HALLADO
                   NOT INVALID KEY
                       MOVE "S" TO MES-HALLADO
               END-READ.
               IF NOT HAY-MES
                   MOVE ZERO TO ACU-NOCHES ACU-CORRIDAS ACU-FALLIDAS
                       ACU-EXCEPCIONES ACU-CTL-CANTIDAD ACU-CTL-SUMA
                       ACU-CTL-ESPERADA
                   PERFORM LIMPIAR-TIPO-DEL-MES
                       VARYING IDX-EXC FROM 1 BY 1 UNTIL IDX-EXC > 5
               END-IF.
               IF SE-SUMA-EL-APORTE
                   ADD AP-NOCHES TO ACU-NOCHES
                   ADD AP-CORRIDAS TO ACU-CORRIDAS
                   ADD AP-FALLIDAS TO ACU-FALLIDAS
                   ADD AP-EXCEPCIONES TO ACU-EXCEPCIONES
                   ADD AP-CTL-CANTIDAD TO ACU-CTL-CANTIDAD
                   ADD AP-CTL-SUMA TO ACU-CTL-SUMA
                   ADD AP-CTL-ESPERADA TO ACU-CTL-ESPERADA
               ELSE
                   SUBTRACT AP-NOCHES FROM ACU-NOCHES
                   SUBTRACT AP-CORRIDAS FROM ACU-CORRIDAS
                   SUBTRACT AP-FALLIDAS FROM ACU-FALLIDAS
                   SUBTRACT AP-EXCEPCIONES FROM ACU-EXCEPCIONES
                   SUBTRACT AP-CTL-CANTIDAD FROM ACU-CTL-CANTIDAD
                   SUBTRACT AP-CTL-SUMA FROM ACU-CTL-SUMA
                   SUBTRACT AP-CTL-ESPERADA FROM ACU-CTL-ESPERADA
               END-IF.
               PERFORM APLICAR-UN-TIPO-AL-MES
                   VARYING IDX-APT FROM 1 BY 1 UNTIL IDX-APT > 5.
               MOVE FECHA-PROCESO-NUM TO ACU-FECHA-ACTUALIZ.
               IF HAY-MES
                   REWRITE ACU-REGISTRO
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL MES: "
                                   ACU-CLAVE
                   END-REWRITE
               ELSE
                   WRITE ACU-REGISTRO
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR EL MES: "
                                   ACU-CLAVE
                       NOT INVALID KEY
                           ADD 1 TO MESES-NUEVOS
                   END-WRITE
               END-IF.

           LIMPIAR-TIPO-DEL-MES.
               MOVE SPACES TO ACU-EXC-TIPO(IDX-EXC).
               MOVE ZERO TO ACU-EXC-CANTIDAD(IDX-EXC).

           APLICAR-UN-TIPO-AL-MES.
               MOVE IDX-APT TO POS-TIPO.
               IF AP-EXC-TIPO(POS-TIPO) NOT = SPACES
                   MOVE AP-EXC-TIPO(POS-TIPO) TO TIPO-BUSCADO
                   PERFORM UBICAR-TIPO-DEL-MES
                   IF SE-SUMA-EL-APORTE
                       ADD AP-EXC-CANTIDAD(POS-TIPO)
                           TO ACU-EXC-CANTIDAD(IDX-EXC)
                   ELSE
                       SUBTRACT AP-EXC-CANTIDAD(POS-TIPO)
                           FROM ACU-EXC-CANTIDAD(IDX-EXC)
                   END-IF
               END-IF.

      *Deja en IDX-EXC la casilla del tipo en el registro del mes,
      *con la misma regla que el dia: sin lugar, la quinta es OTROS.
           UBICAR-TIPO-DEL-MES.
               MOVE "N" TO TIPO-HALLADO.
               PERFORM MIRAR-UN-TIPO-DEL-MES
                   VARYING IDX-EXC FROM 1 BY 1
                   UNTIL IDX-EXC > 5 OR HAY-TIPO.
               IF HAY-TIPO
                   SUBTRACT 1 FROM IDX-EXC
               ELSE
                   MOVE 5 TO IDX-EXC
                   MOVE "OTROS" TO ACU-EXC-TIPO(IDX-EXC)
               END-IF.

           MIRAR-UN-TIPO-DEL-MES.
               IF ACU-EXC-TIPO(IDX-EXC) = TIPO-BUSCADO
                   MOVE "S" TO TIPO-HALLADO
               ELSE
                   IF ACU-EXC-TIPO(IDX-EXC) = SPACES
                       MOVE TIPO-BUSCADO TO ACU-EXC-TIPO(IDX-EXC)
                       MOVE "S" TO TIPO-HALLADO
                   END-IF
               END-IF.

       END PROGRAM ACUMULA.
