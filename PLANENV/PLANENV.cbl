      ******************************************************************
      *PLANENV - Interfaz de salida hacia el sistema de planificacion.
      *Las cifras de la noche llegaban al sistema de planificacion
      *porque alguien retipeaba cada manana los totales de BALANCE y
      *de EJERHIST. Este paso arma el archivo de envio PLANSAL (ver
      *COPYLIB/PLANREG) con la cabecera del envio, los totales de
      *CTLFILE de la fecha de proceso (solo el ultimo intento de cada
      *programa, como los juzga BALANCE), las cabeceras de conteo de
      *EJERHIST de la fecha y la cola con cantidad y total hash.
      *El libro de transmisiones PLANLOG (ver COPYLIB/PLANLG) da la
      *secuencia: cada fecha de negocio sale una sola vez, con la
      *secuencia siguiente a la ultima enviada. Si la fecha ya se
      *envio el paso no la repite (RC=4) salvo que operaciones pida el
      *reenvio con la clave REENVIO de PLANENV en PARMFILE, que genera
      *de nuevo el archivo con la misma secuencia para que el receptor
      *lo reconozca como repetido. Si en el libro de noches (NOCHELOG)
      *hay noches abiertas despues de la ultima fecha enviada y antes
      *de esta, quedaron sin enviar: se avisa con una alerta y RC=4,
      *y la clave FECHA permite mandarlas despues.
      *Los acuses del receptor los procesa PLANACU.
      ******************************************************************
      *Modificaciones:
      *  - La tabla de programas de la fecha pasa de 20 a 99
      *    entradas, como en BALANCE: EJERCICIO3 en modo articulos
      *    deja un registro de control por articulo.
      *  - Con la clave ACUMULAR S de PLANENV en PARMFILE el envio se
      *    agrega al final de PLANSAL en lugar de reemplazarlo. La usa
      *    la recuperacion de noches (EJERRECU), que corre varias
      *    noches en un solo paso: cada noche pisaba el envio de la
      *    anterior, PLANLOG las daba igual por enviadas y el receptor
      *    recibia solo la ultima. Ahora PLANSAL lleva un envio
      *    completo (cabecera a cola) por noche recuperada, en orden
      *    de secuencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANENV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANSAL ASSIGN TO "PLANSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLN-STATUS.
           SELECT PLANLOG ASSIGN TO "PLANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLG-SECUENCIA
               FILE STATUS IS PLG-STATUS.
           SELECT CTLFILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT EJERHIST ASSIGN TO "EJERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS HIS-STATUS.
           SELECT NOCHELOG ASSIGN TO "NOCHELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANSAL
           RECORDING MODE IS F.
       COPY PLANREG.

       FD  PLANLOG.
       COPY PLANLG.

       FD  CTLFILE
           RECORDING MODE IS F.
       COPY CTLTOT.

       FD  EJERHIST.
       COPY EJHIST.

       FD  NOCHELOG
           RECORDING MODE IS F.
       COPY NOCHELG.

       WORKING-STORAGE SECTION.
       01  PLN-STATUS PIC X(02).
       01  PLG-STATUS PIC X(02).
       01  CTL-STATUS PIC X(02).
       01  HIS-STATUS PIC X(02).
       01  NLG-STATUS PIC X(02).
       01  PRM-CLAVE PIC X(16).
       01  PRM-VALOR PIC X(16).
       01  PRM-HALLADO PIC X(01).
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "PLANENV".
       01  FECHA-HOY PIC 9(08).
       01  PEDIDO-REENVIO PIC X(01) VALUE "N".
           88  SE-PIDIO-REENVIO VALUE "S".
       01  PEDIDO-ACUMULAR PIC X(01) VALUE "N".
           88  SE-ACUMULA-EL-ENVIO VALUE "S".
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  LOG-ABIERTO PIC X(01) VALUE "N".
           88  EL-LOG-ESTA-ABIERTO VALUE "S".

      *Lo que se releva del libro de transmisiones antes de enviar.
       01  ULTIMA-SECUENCIA PIC 9(06) VALUE ZERO.
       01  ULTIMA-FECHA-ENVIADA PIC 9(08) VALUE ZERO.
       01  FECHA-YA-ENVIADA PIC X(01) VALUE "N".
           88  LA-FECHA-YA-SALIO VALUE "S".
       01  SECUENCIA-DE-LA-FECHA PIC 9(06) VALUE ZERO.
       01  ENVIOS-DE-LA-FECHA PIC 9(02) VALUE ZERO.

       01  SECUENCIA-ENVIO PIC 9(06).
       01  NUMERO-DE-ENVIO PIC 9(02).
       01  FECHA-GENERADO PIC 9(08).
       01  HORA-GENERADO PIC 9(06).
       01  HORA-RELOJ PIC 9(08).
       01  REGISTROS-DETALLE PIC 9(07) VALUE ZERO.
       01  REGISTROS-CONTROL PIC 9(07) VALUE ZERO.
       01  REGISTROS-CONTEO PIC 9(07) VALUE ZERO.
       01  HASH-TOTAL PIC S9(15) VALUE ZERO.
       01  ARCHIVO-GENERADO PIC X(01) VALUE "N".
           88  SE-GENERO-EL-ARCHIVO VALUE "S".

      *Ultimo intento de cada programa en la fecha, como en BALANCE.
       01  MODO-PASADA PIC X(01).
           88  ES-PASADA-DE-MAXIMOS VALUE "M".
           88  ES-PASADA-DE-ENVIO VALUE "E".
       01  INTENTO-LEIDO PIC 9(02).
       01  TABLA-INTENTOS.
           05  TI-USADAS PIC 9(02) VALUE ZERO.
           05  TI-ENTRADA OCCURS 99 TIMES INDEXED BY IDX-INT.
               10  TI-PROGRAMA PIC X(08).
               10  TI-MAXIMO PIC 9(02).
       01  BUSCADO-FLAG PIC X(01).
           88  PROGRAMA-HALLADO VALUE "S".

      *Noches del libro que quedaron sin enviar.
       01  NOCHES-SIN-ENVIAR PIC 9(03) VALUE ZERO.
       01  ULTIMA-NOCHE-CONTADA PIC 9(08) VALUE ZERO.

       01  ALERTA-TIPO PIC X(08).
       01  ALERTA-DETALLE.
           05  AD-TEXTO PIC X(32).
           05  AD-FECHA PIC 9(08).
      *RETORNO-CORRIDA se carga recien antes del GOBACK: cada CALL
      *pisa RETURN-CODE con el retorno del subprograma.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

           CALL "FECHANEG" USING FECHA-HOY.
      *Con la clave FECHA se manda una noche que quedo sin enviar;
      *sin ella es el envio de la fecha de proceso.
           MOVE "FECHA" TO PRM-CLAVE.
           CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE PRM-VALOR
               PRM-HALLADO.
           IF PRM-HALLADO = "S"
                   AND PRM-VALOR(1:8) IS NUMERIC
                   AND PRM-VALOR(1:8) NOT = "00000000"
               MOVE PRM-VALOR(1:8) TO FECHA-HOY
           END-IF.
           MOVE "REENVIO" TO PRM-CLAVE.
           CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE PRM-VALOR
               PRM-HALLADO.
           IF PRM-HALLADO = "S" AND PRM-VALOR(1:1) = "S"
               MOVE "S" TO PEDIDO-REENVIO
           END-IF.
           MOVE "ACUMULAR" TO PRM-CLAVE.
           CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE PRM-VALOR
               PRM-HALLADO.
           IF PRM-HALLADO = "S" AND PRM-VALOR(1:1) = "S"
               MOVE "S" TO PEDIDO-ACUMULAR
           END-IF.
           DISPLAY "ENVIO A PLANIFICACION, FECHA DE NEGOCIO "
                   FECHA-HOY.

           PERFORM ABRIR-LIBRO.
           IF EL-LOG-ESTA-ABIERTO
               PERFORM RELEVAR-LIBRO
               PERFORM DECIDIR-ENVIO
               CLOSE PLANLOG
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           ABRIR-LIBRO.
               OPEN I-O PLANLOG.
               IF PLG-STATUS = "35"
                   OPEN OUTPUT PLANLOG
                   CLOSE PLANLOG
                   OPEN I-O PLANLOG
               END-IF.
               IF PLG-STATUS = "00"
                   MOVE "S" TO LOG-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR PLANLOG: " PLG-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               END-IF.

      *Una pasada por todo el libro (un registro por noche): la
      *ultima secuencia usada, la fecha mas alta enviada y si esta
      *fecha ya salio.
           RELEVAR-LIBRO.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE ZERO TO PLG-SECUENCIA.
               START PLANLOG KEY IS NOT LESS THAN PLG-SECUENCIA
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM MIRAR-UN-ENVIO UNTIL HAY-FIN-DE-ARCHIVO.

           MIRAR-UN-ENVIO.
               READ PLANLOG NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF PLG-SECUENCIA > ULTIMA-SECUENCIA
                       MOVE PLG-SECUENCIA TO ULTIMA-SECUENCIA
                   END-IF
                   IF PLG-FECHA-NEGOCIO > ULTIMA-FECHA-ENVIADA
                       MOVE PLG-FECHA-NEGOCIO TO ULTIMA-FECHA-ENVIADA
                   END-IF
                   IF PLG-FECHA-NEGOCIO = FECHA-HOY
                       MOVE "S" TO FECHA-YA-ENVIADA
                       MOVE PLG-SECUENCIA TO SECUENCIA-DE-LA-FECHA
                       MOVE PLG-ENVIOS TO ENVIOS-DE-LA-FECHA
                   END-IF
               END-IF.

           DECIDIR-ENVIO.
               EVALUATE TRUE
                   WHEN LA-FECHA-YA-SALIO AND NOT SE-PIDIO-REENVIO
                       DISPLAY "LA FECHA " FECHA-HOY " YA SE ENVIO CON "
                               "LA SECUENCIA " SECUENCIA-DE-LA-FECHA
                               ": NO SE REPITE (REENVIO S PARA "
                               "REPETIRLA)"
                       MOVE 4 TO RETORNO-CORRIDA
                   WHEN LA-FECHA-YA-SALIO
                       MOVE SECUENCIA-DE-LA-FECHA TO SECUENCIA-ENVIO
                       ADD 1 TO ENVIOS-DE-LA-FECHA
                           GIVING NUMERO-DE-ENVIO
                       DISPLAY "REENVIO DE LA SECUENCIA "
                               SECUENCIA-ENVIO " (ENVIO "
                               NUMERO-DE-ENVIO ")"
                       PERFORM GENERAR-ARCHIVO
                   WHEN OTHER
                       ADD 1 TO ULTIMA-SECUENCIA
                           GIVING SECUENCIA-ENVIO
                       MOVE 1 TO NUMERO-DE-ENVIO
                       IF ULTIMA-SECUENCIA > ZERO
                           PERFORM CONTAR-NOCHES-SIN-ENVIAR
                       END-IF
                       PERFORM GENERAR-ARCHIVO
               END-EVALUATE.
               IF SE-GENERO-EL-ARCHIVO
                   PERFORM ANOTAR-EN-EL-LIBRO
               END-IF.

      *Noches que FECHAINI abrio despues de la ultima fecha enviada y
      *antes de esta: no tienen envio y el receptor tendria un hueco.
      *Un relanzamiento con forzado deja dos aperturas de la misma
      *fecha seguidas en el libro; se cuentan una vez.
           CONTAR-NOCHES-SIN-ENVIAR.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT NOCHELOG.
               IF NLG-STATUS NOT = "00"
                   DISPLAY "SIN LIBRO DE NOCHES PARA CONTROLAR "
                           "HUECOS: " NLG-STATUS
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   READ NOCHELOG
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               PERFORM MIRAR-UNA-NOCHE UNTIL HAY-FIN-DE-ARCHIVO.
               IF NLG-STATUS = "00" OR NLG-STATUS = "10"
                   CLOSE NOCHELOG
               END-IF.
               IF NOCHES-SIN-ENVIAR > ZERO
                   MOVE "SINENVIO" TO ALERTA-TIPO
                   MOVE "SIN ENVIO A PLANIFICACION HASTA "
                       TO AD-TEXTO
                   MOVE ULTIMA-NOCHE-CONTADA TO AD-FECHA
                   CALL "ALERTWTR" USING PROGRAMA-ACTUAL
                       ALERTA-TIPO ALERTA-DETALLE
                   DISPLAY NOCHES-SIN-ENVIAR " NOCHES QUEDARON SIN "
                           "ENVIAR (MANDARLAS CON LA CLAVE FECHA)"
                   MOVE 4 TO RETORNO-CORRIDA
               END-IF.

           MIRAR-UNA-NOCHE.
               IF NLG-ES-APERTURA
                       AND NLG-FECHA > ULTIMA-FECHA-ENVIADA
                       AND NLG-FECHA < FECHA-HOY
                       AND NLG-FECHA NOT = ULTIMA-NOCHE-CONTADA
                   DISPLAY "NOCHE SIN ENVIAR: " NLG-FECHA
                   ADD 1 TO NOCHES-SIN-ENVIAR
                   MOVE NLG-FECHA TO ULTIMA-NOCHE-CONTADA
               END-IF.
               READ NOCHELOG
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

      *Acumulando, el envio se agrega detras de los de las noches
      *anteriores de la misma corrida.
           GENERAR-ARCHIVO.
               IF SE-ACUMULA-EL-ENVIO
                   OPEN EXTEND PLANSAL
                   IF PLN-STATUS = "35"
                       OPEN OUTPUT PLANSAL
                       CLOSE PLANSAL
                       OPEN EXTEND PLANSAL
                   END-IF
               ELSE
                   OPEN OUTPUT PLANSAL
               END-IF.
               IF PLN-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR PLANSAL: " PLN-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   ACCEPT FECHA-GENERADO FROM DATE YYYYMMDD
                   ACCEPT HORA-RELOJ FROM TIME
                   MOVE HORA-RELOJ(1:6) TO HORA-GENERADO
                   PERFORM GRABAR-CABECERA
                   MOVE "M" TO MODO-PASADA
                   PERFORM RECORRER-CTLFILE
                   MOVE "E" TO MODO-PASADA
                   PERFORM RECORRER-CTLFILE
                   PERFORM RECORRER-EJERHIST
                   PERFORM GRABAR-COLA
                   CLOSE PLANSAL
                   MOVE "S" TO ARCHIVO-GENERADO
                   DISPLAY "SECUENCIA " SECUENCIA-ENVIO
                           " TOTALES " REGISTROS-CONTROL
                           " CONTEOS " REGISTROS-CONTEO
                           " HASH " HASH-TOTAL
                   IF REGISTROS-DETALLE = ZERO
                       DISPLAY "EL ENVIO SALE SIN DATOS PARA LA FECHA"
                       MOVE 4 TO RETORNO-CORRIDA
                   END-IF
               END-IF.

           GRABAR-CABECERA.
               MOVE SPACES TO PLN-REGISTRO.
               MOVE "H" TO PLN-TIPO.
               MOVE FECHA-HOY TO PLN-CAB-FECHA-NEGOCIO.
               MOVE SECUENCIA-ENVIO TO PLN-CAB-SECUENCIA.
               MOVE NUMERO-DE-ENVIO TO PLN-CAB-ENVIO.
               MOVE FECHA-GENERADO TO PLN-CAB-FECHA-GENERADO.
               MOVE HORA-GENERADO TO PLN-CAB-HORA-GENERADO.
               MOVE "EJERNGHT" TO PLN-CAB-ORIGEN.
               WRITE PLN-REGISTRO.

           RECORRER-CTLFILE.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT CTLFILE.
               IF CTL-STATUS = "35"
                   IF ES-PASADA-DE-MAXIMOS
                       DISPLAY "NO HAY CTLFILE TODAVIA"
                   END-IF
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   READ CTLFILE
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               PERFORM PROCESAR-CONTROL UNTIL HAY-FIN-DE-ARCHIVO.
               IF CTL-STATUS NOT = "35"
                   CLOSE CTLFILE
               END-IF.

           PROCESAR-CONTROL.
               IF CTL-FECHA = FECHA-HOY
                   IF CTL-INTENTO IS NUMERIC
                           AND CTL-INTENTO NOT = ZEROES
                       MOVE CTL-INTENTO TO INTENTO-LEIDO
                   ELSE
                       MOVE 1 TO INTENTO-LEIDO
                   END-IF
                   IF ES-PASADA-DE-MAXIMOS
                       PERFORM ANOTAR-INTENTO-MAXIMO
                   ELSE
                       PERFORM ENVIAR-SI-ES-EL-ULTIMO
                   END-IF
               END-IF.
               READ CTLFILE
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

           ANOTAR-INTENTO-MAXIMO.
               MOVE "N" TO BUSCADO-FLAG.
               PERFORM BUSCAR-PROGRAMA
                   VARYING IDX-INT FROM 1 BY 1
                   UNTIL IDX-INT > TI-USADAS OR PROGRAMA-HALLADO.
               IF NOT PROGRAMA-HALLADO
                   IF TI-USADAS < 99
                       ADD 1 TO TI-USADAS
                       SET IDX-INT TO TI-USADAS
                       MOVE CTL-PROGRAMA TO TI-PROGRAMA(IDX-INT)
                       MOVE INTENTO-LEIDO TO TI-MAXIMO(IDX-INT)
                   ELSE
                       DISPLAY "TABLA DE PROGRAMAS LLENA: "
                               CTL-PROGRAMA
                   END-IF
               END-IF.

           BUSCAR-PROGRAMA.
               IF TI-PROGRAMA(IDX-INT) = CTL-PROGRAMA
                   MOVE "S" TO BUSCADO-FLAG
                   IF INTENTO-LEIDO > TI-MAXIMO(IDX-INT)
                       MOVE INTENTO-LEIDO TO TI-MAXIMO(IDX-INT)
                   END-IF
               END-IF.

           MIRAR-MAXIMO.
               IF TI-PROGRAMA(IDX-INT) = CTL-PROGRAMA
                   MOVE "S" TO BUSCADO-FLAG
                   SET IDX-INT DOWN BY 1
               END-IF.

           ENVIAR-SI-ES-EL-ULTIMO.
               MOVE "N" TO BUSCADO-FLAG.
               PERFORM MIRAR-MAXIMO
                   VARYING IDX-INT FROM 1 BY 1
                   UNTIL IDX-INT > TI-USADAS OR PROGRAMA-HALLADO.
               IF PROGRAMA-HALLADO
                       AND INTENTO-LEIDO = TI-MAXIMO(IDX-INT)
                   MOVE SPACES TO PLN-REGISTRO
                   MOVE "C" TO PLN-TIPO
                   MOVE CTL-PROGRAMA TO PLN-CTL-PROGRAMA
                   MOVE INTENTO-LEIDO TO PLN-CTL-INTENTO
                   MOVE CTL-HORA TO PLN-CTL-HORA
                   MOVE CTL-CANTIDAD TO PLN-CTL-CANTIDAD
                   MOVE CTL-SUMA TO PLN-CTL-SUMA
                   MOVE CTL-SUMA-ESPERADA TO PLN-CTL-ESPERADA
                   IF CTL-SUMA = CTL-SUMA-ESPERADA
                       MOVE "S" TO PLN-CTL-BALANCEA
                   ELSE
                       MOVE "N" TO PLN-CTL-BALANCEA
                   END-IF
                   WRITE PLN-REGISTRO
                   ADD 1 TO REGISTROS-CONTROL
                   ADD 1 TO REGISTROS-DETALLE
                   ADD CTL-CANTIDAD TO HASH-TOTAL
                   ADD CTL-SUMA TO HASH-TOTAL
               END-IF.

      *EJERHIST es indexado por fecha + secuencia: se posiciona en el
      *primer registro de la fecha y se lee hasta que cambia.
           RECORRER-EJERHIST.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT EJERHIST.
               IF HIS-STATUS NOT = "00"
                   DISPLAY "SIN HISTORICO DE CONTEOS (EJERHIST): "
                           HIS-STATUS
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   MOVE FECHA-HOY TO HIST-FECHA
                   MOVE ZERO TO HIST-SECUENCIA
                   START EJERHIST KEY IS NOT LESS THAN HIST-CLAVE
                       INVALID KEY
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-START
               END-IF.
               PERFORM MIRAR-UN-CONTEO UNTIL HAY-FIN-DE-ARCHIVO.
               IF HIS-STATUS NOT = "35"
                   CLOSE EJERHIST
               END-IF.

           MIRAR-UN-CONTEO.
               READ EJERHIST NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF HIST-FECHA NOT = FECHA-HOY
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       IF HIST-ES-CABECERA
                           PERFORM ENVIAR-CONTEO
                       END-IF
                   END-IF
               END-IF.

           ENVIAR-CONTEO.
               MOVE SPACES TO PLN-REGISTRO.
               MOVE "E" TO PLN-TIPO.
               MOVE HIST-SECUENCIA TO PLN-HIS-SECUENCIA.
               MOVE HIST-CAB-OPERADOR TO PLN-HIS-OPERADOR.
               MOVE HIST-CAB-INTERVALO TO PLN-HIS-INTERVALO.
               MOVE HIST-CAB-LIMITE TO PLN-HIS-LIMITE.
               MOVE HIST-CAB-TOTAL TO PLN-HIS-TOTAL.
               MOVE HIST-CAB-ESPERADO TO PLN-HIS-ESPERADO.
               MOVE HIST-CAB-BALANCEADO TO PLN-HIS-BALANCEADO.
               WRITE PLN-REGISTRO.
               ADD 1 TO REGISTROS-CONTEO.
               ADD 1 TO REGISTROS-DETALLE.
               ADD HIST-CAB-TOTAL TO HASH-TOTAL.

           GRABAR-COLA.
               MOVE SPACES TO PLN-REGISTRO.
               MOVE "T" TO PLN-TIPO.
               MOVE FECHA-HOY TO PLN-COL-FECHA-NEGOCIO.
               MOVE SECUENCIA-ENVIO TO PLN-COL-SECUENCIA.
               MOVE REGISTROS-DETALLE TO PLN-COL-REGISTROS.
               MOVE HASH-TOTAL TO PLN-COL-HASH.
               WRITE PLN-REGISTRO.

      *Un reenvio reescribe la entrada de su secuencia: vuelve a
      *quedar pendiente de acuse, con las cifras del archivo nuevo.
           ANOTAR-EN-EL-LIBRO.
               MOVE SECUENCIA-ENVIO TO PLG-SECUENCIA.
               MOVE FECHA-HOY TO PLG-FECHA-NEGOCIO.
               MOVE FECHA-GENERADO TO PLG-FECHA-GENERADO.
               MOVE HORA-GENERADO TO PLG-HORA-GENERADO.
               MOVE REGISTROS-DETALLE TO PLG-REGISTROS.
               MOVE HASH-TOTAL TO PLG-HASH.
               MOVE NUMERO-DE-ENVIO TO PLG-ENVIOS.
               MOVE "E" TO PLG-ESTADO.
               MOVE ZERO TO PLG-FECHA-ACUSE.
               MOVE "N" TO PLG-ALERTADO.
               WRITE PLG-REGISTRO
                   INVALID KEY
                       REWRITE PLG-REGISTRO
                           INVALID KEY
                               DISPLAY "NO SE PUDO ANOTAR EL ENVIO "
                                       "EN PLANLOG: " PLG-STATUS
                               MOVE 8 TO RETORNO-CORRIDA
                       END-REWRITE
               END-WRITE.

       END PROGRAM PLANENV.
