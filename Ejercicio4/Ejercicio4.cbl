      *    pedir sign-on: la sesion del menu pregunta una sola vez.
      *    Corriendo suelto desde JCL no hay sesion y el sign-on
      *    propio sigue como siempre.
      *  - Si la corrida batch abendaba a mitad de un BATCHIN largo, el
      *    relanzamiento arrancaba de nuevo desde el primer registro
      *    bajo otra COLA-CORRIDA y el spool quedaba con una corrida
      *    parcial mas una completa que habia que cancelar a mano en
      *    SPOOLPRT. Ahora, despues de cada registro de BATCHIN, se
      *    graba un punto de reinicio (EJ4CKPT: registros consumidos,
      *    secuencia en curso, COLA-CORRIDA/COLA-SECUENCIA alcanzadas,
      *    encolados y retorno). Si al arrancar hay una corrida
      *    inconclusa de la misma fecha de proceso y se pide reanudar
      *    (clave REINICIO de EJERCIC4, o la pregunta por pantalla),
      *    se sigue la misma corrida del spool desde el proximo
      *    registro: lo encolado despues del ultimo punto se borra y
      *    se vuelve a generar, asi CADENBAL, los totales de CTLWRT y
      *    los separadores de COLA salen igual que si la corrida no
      *    se hubiera cortado.
      *  - BATCHIN viene ahora entre una cabecera ("H") y una cola
      *    ("T", ver COPYLIB/CTLENT) que controla antes el paso de
      *    validacion VALBATCH; aca esos dos registros se pasan por
      *    alto en lugar de rechazarse como registros invalidos.
      *  - CNT-VALOR, CNT-MINIMO y CNT-MAXIMO pasan a S9(07), el
      *    ancho nuevo de CONTADOR; el techo propio no cambia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO4 IS INITIAL PROGRAM.
           SELECT SRVCRED ASSIGN TO "SRVCRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRV-STATUS.
           SELECT EJ4CKPT ASSIGN TO "EJ4CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCHFILE
           05  BATCH-TIPO PIC X(01).
           05  BATCH-VALOR PIC X(03).
           05  BATCH-NOMBRE PIC X(08).
       COPY CTLENT.

       FD  COLA.
       COPY COLAREG.
           05  FILLER PIC X(01).
           05  SRV-CLAVE PIC X(08).

      *Punto de reinicio del modo batch: uno por registro de BATCHIN
      *terminado; el vigente es el ultimo del archivo.
       FD  EJ4CKPT
           RECORDING MODE IS F.
       01  CKPT-REGISTRO.
           05  CKPT-FECHA PIC 9(08).
           05  CKPT-LEIDOS PIC 9(07).
           05  CKPT-SECUENCIA PIC X(08).
           05  CKPT-CORRIDA PIC 9(14).
           05  CKPT-COLA-SECUENCIA PIC 9(05).
           05  CKPT-ENCOLADOS PIC 9(07).
           05  CKPT-RETORNO PIC 9(04).
           05  CKPT-ESTADO PIC X(01).
               88  CKPT-EN-CURSO VALUE "E".
               88  CKPT-TERMINADA VALUE "T".

       WORKING-STORAGE SECTION.
       01  NUM PIC 9(3) VALUE 1.
       01  NUMERO PIC 9(3).
       01  OPERADOR-NIVEL PIC X(01).
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "EJERCIC4".
       01  INTENTOS-SIGNON PIC 9(01) VALUE ZERO.
       01  CNT-VALOR PIC S9(07).
       01  CNT-PASO PIC 9(05) VALUE 1.
       01  CNT-SENTIDO PIC X(01) VALUE "A".
       01  CNT-MINIMO PIC S9(07) VALUE ZERO.
       01  CNT-MAXIMO PIC S9(07) VALUE +999.
       01  CNT-ESTADO PIC X(01).
       01  CORTE-CONTADOR PIC X(01) VALUE "N".
           88  HAY-CORTE-CONTADOR VALUE "S".
       01  CORRIDA-SPOOL-NUM REDEFINES CORRIDA-SPOOL PIC 9(14).
       01  HORA-SPOOL PIC 9(08).
       01  SECUENCIA-SPOOL PIC 9(05) VALUE ZERO.
       01  CKPT-STATUS PIC X(02).
       01  CKPT-PRIMERO PIC X(01) VALUE "S".
           88  ES-PRIMER-CHECKPOINT VALUE "S".
       01  CKPT-EOF PIC X(01).
           88  HAY-FIN-DE-CKPT VALUE "S".
       01  CKPT-LEIDO PIC X(01) VALUE "N".
           88  HAY-CKPT-LEIDO VALUE "S".
       01  ULTIMO-PUNTO PIC X(54).
       01  ESTADO-PUNTO PIC X(01).
       01  REINICIO-ENTRADA PIC X(01) VALUE "N".
           88  ES-REINICIO VALUE "S" "s".
       01  REANUDANDO PIC X(01) VALUE "N".
           88  ES-REANUDACION VALUE "S".
       01  LEIDOS-LOTE PIC 9(07) VALUE ZERO.
       01  LEIDOS-A-SALTEAR PIC 9(07) VALUE ZERO.
       01  SECUENCIA-EN-CURSO PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.

      *Con sesion del menu ya validada no se vuelve a pedir sign-on.

               PERFORM ABRIR-SPOOL
               IF ES-MODO-BATCH
                   PERFORM PREPARAR-REINICIO
                   PERFORM PROCESAR-LOTE
               ELSE
                   PERFORM PEDIR-NUMERO UNTIL ES-NUMERO-VALIDO
               MOVE ENCOLADOS TO CTL-ESPERADA
               CALL "CTLWRT" USING PROGRAMA-ACTUAL CTL-CANTIDAD
                   CTL-SUMA CTL-ESPERADA
               IF ES-MODO-BATCH
                   MOVE "T" TO ESTADO-PUNTO
                   PERFORM GRABAR-CHECKPOINT
               END-IF
           ELSE
               MOVE "SGN0004" TO MSG-CODIGO
               MOVE "SIGN-ON AGOTADO, SE CANCELA LA CORRIDA"
                   READ BATCHFILE
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ.
                   PERFORM SALTEAR-REGISTRO-HECHO
                       UNTIL HAY-FIN-DE-ARCHIVO
                           OR LEIDOS-LOTE NOT < LEIDOS-A-SALTEAR.
                   IF ES-REANUDACION AND SECUENCIA-EN-CURSO NOT = SPACES
                       DISPLAY "==== SECUENCIA " SECUENCIA-EN-CURSO
                               " (CONTINUA) ===="
                   END-IF.
                   PERFORM LEER-Y-MOSTRAR-LOTE UNTIL HAY-FIN-DE-ARCHIVO.
                   CLOSE BATCHFILE.

      *Los registros que la corrida cortada ya encolo no se vuelven a
      *generar: solo se leen para posicionarse.
               SALTEAR-REGISTRO-HECHO.
                   ADD 1 TO LEIDOS-LOTE.
                   READ BATCHFILE
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ.

               LEER-Y-MOSTRAR-LOTE.
                   ADD 1 TO LEIDOS-LOTE.
                   EVALUATE TRUE
      *Formato viejo: los 3 digitos pelados, resto del registro en
      *blanco.
                       WHEN BATCH-TIPO = "S"
                           DISPLAY "==== SECUENCIA " BATCH-NOMBRE
                                   " ===="
                           MOVE BATCH-NOMBRE TO SECUENCIA-EN-CURSO
                       WHEN ENT-ES-CABECERA OR ENT-ES-COLA
                           CONTINUE
                       WHEN BATCH-TIPO = "D"
                               AND BATCH-VALOR IS NUMERIC
                               AND BATCH-VALOR NOT = "000"
                           PERFORM ESCRIBIR-EXCEPCION
                           MOVE 4 TO RETORNO-CORRIDA
                   END-EVALUATE.
                   MOVE "E" TO ESTADO-PUNTO.
                   PERFORM GRABAR-CHECKPOINT.
                   READ BATCHFILE
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ.

      *Solo se ofrece reanudar si el ultimo punto de reinicio es de
      *una corrida que no termino y es de la misma fecha de proceso;
      *un punto de otra noche ya no corresponde a este BATCHIN.
               PREPARAR-REINICIO.
                   PERFORM LEER-CHECKPOINT.
                   IF HAY-CKPT-LEIDO
                       MOVE ULTIMO-PUNTO TO CKPT-REGISTRO
                       IF CKPT-EN-CURSO AND CKPT-FECHA = CS-FECHA
                           PERFORM PREGUNTAR-REINICIO
                       END-IF
                   END-IF.
                   IF ES-REINICIO
                       PERFORM REANUDAR-CORRIDA
                   END-IF.

               PREGUNTAR-REINICIO.
                   MOVE "REINICIO" TO PRM-CLAVE.
                   CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE
                       PRM-VALOR PRM-HALLADO.
                   IF PRM-HALLADO = "S"
                       MOVE PRM-VALOR TO REINICIO-ENTRADA
                   ELSE
                       MOVE "EJ4005" TO MSG-CODIGO
                       MOVE
                "HAY UNA CORRIDA BATCH INCONCLUSA, REANUDARLA? (S/N)"
                           TO MSG-TEXTO
                       PERFORM MOSTRAR-MENSAJE
                       ACCEPT REINICIO-ENTRADA
                   END-IF.
                   IF NOT ES-REINICIO
                       MOVE "EJ4006" TO MSG-CODIGO
                       MOVE
                "LA CORRIDA INCONCLUSA QUEDA EN EL SPOOL PARA SPOOLPRT"
                           TO MSG-TEXTO
                       PERFORM MOSTRAR-MENSAJE
                   END-IF.

      *Se retoma la misma corrida del spool donde quedo el ultimo
      *punto de reinicio; lo que se encolo despues (el registro que se
      *estaba procesando al cortarse) se borra y se regenera.
               REANUDAR-CORRIDA.
                   MOVE "S" TO REANUDANDO.
                   MOVE "N" TO CKPT-PRIMERO.
                   MOVE CKPT-CORRIDA TO CORRIDA-SPOOL-NUM.
                   MOVE CKPT-COLA-SECUENCIA TO SECUENCIA-SPOOL.
                   MOVE CKPT-ENCOLADOS TO ENCOLADOS.
                   MOVE CKPT-RETORNO TO RETORNO-CORRIDA.
                   MOVE CKPT-LEIDOS TO LEIDOS-A-SALTEAR.
                   MOVE CKPT-SECUENCIA TO SECUENCIA-EN-CURSO.
                   MOVE CORRIDA-SPOOL-NUM TO COLA-CORRIDA.
                   MOVE SECUENCIA-SPOOL TO COLA-SECUENCIA.
                   MOVE "N" TO COLA-FIN-DE-ARCHIVO.
                   START COLA KEY IS GREATER THAN COLA-CLAVE
                       INVALID KEY
                           MOVE "S" TO COLA-FIN-DE-ARCHIVO
                   END-START.
                   PERFORM BORRAR-ENCOLADO-SIN-PUNTO
                       UNTIL HAY-FIN-DE-COLA.
                   MOVE "N" TO COLA-FIN-DE-ARCHIVO.
                   MOVE "EJ4007" TO MSG-CODIGO.
                   MOVE "SE REANUDA LA CORRIDA DEL SPOOL INCONCLUSA"
                       TO MSG-TEXTO.
                   PERFORM MOSTRAR-MENSAJE.
                   DISPLAY "CORRIDA " CORRIDA-SPOOL-NUM
                           " DESDE EL REGISTRO " LEIDOS-A-SALTEAR
                           " + 1 DE BATCHIN".

               BORRAR-ENCOLADO-SIN-PUNTO.
                   READ COLA NEXT RECORD
                       AT END MOVE "S" TO COLA-FIN-DE-ARCHIVO
                   END-READ.
                   IF NOT HAY-FIN-DE-COLA
                       IF COLA-CORRIDA NOT = CORRIDA-SPOOL-NUM
                           MOVE "S" TO COLA-FIN-DE-ARCHIVO
                       ELSE
                           DELETE COLA
                       END-IF
                   END-IF.

      *El punto de reinicio vigente es el ultimo registro del archivo.
               LEER-CHECKPOINT.
                   MOVE "N" TO CKPT-EOF.
                   MOVE "N" TO CKPT-LEIDO.
                   OPEN INPUT EJ4CKPT.
                   IF CKPT-STATUS = "00"
                       PERFORM LEER-UN-CHECKPOINT
                           UNTIL HAY-FIN-DE-CKPT
                       CLOSE EJ4CKPT
                   END-IF.

               LEER-UN-CHECKPOINT.
                   READ EJ4CKPT
                       AT END
                           MOVE "S" TO CKPT-EOF
                       NOT AT END
                           MOVE "S" TO CKPT-LEIDO
                           MOVE CKPT-REGISTRO TO ULTIMO-PUNTO
                   END-READ.

      *Igual que CKPTFILE en EJERCICIO1: la primera grabacion de la
      *corrida trunca el archivo, las siguientes agregan, y el CLOSE
      *de cada una deja el punto en disco por si la corrida abenda.
               GRABAR-CHECKPOINT.
                   IF ES-PRIMER-CHECKPOINT
                       OPEN OUTPUT EJ4CKPT
                       MOVE "N" TO CKPT-PRIMERO
                   ELSE
                       OPEN EXTEND EJ4CKPT
                       IF CKPT-STATUS = "35"
                           OPEN OUTPUT EJ4CKPT
                       END-IF
                   END-IF.
                   MOVE CS-FECHA TO CKPT-FECHA.
                   MOVE LEIDOS-LOTE TO CKPT-LEIDOS.
                   MOVE SECUENCIA-EN-CURSO TO CKPT-SECUENCIA.
                   MOVE CORRIDA-SPOOL-NUM TO CKPT-CORRIDA.
                   MOVE SECUENCIA-SPOOL TO CKPT-COLA-SECUENCIA.
                   MOVE ENCOLADOS TO CKPT-ENCOLADOS.
                   MOVE RETORNO-CORRIDA TO CKPT-RETORNO.
                   MOVE ESTADO-PUNTO TO CKPT-ESTADO.
                   WRITE CKPT-REGISTRO.
                   CLOSE EJ4CKPT.

               GENERAR-RANGO-DEL-LOTE.
                   MOVE 1 TO NUM.
                   PERFORM ENCOLAR-SEPARADOR.
