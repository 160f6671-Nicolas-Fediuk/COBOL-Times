      ******************************************************************
      *EJ1PARTE - Corrida de un tramo de EJERCICIO1 particionado,
      *compartida por los pasos EJ1PAR01 a EJ1PAR04 del stream
      *nocturno (NOCHECTL invoca los pasos sin parametros, asi que
      *cada paso solo le dice aca que tramo le toca, como VALBATCH y
      *VALTABLA con VALENTR).
      *El reparto sale de PARMFILE: claves LIMITE (hasta siete
      *digitos) y PARTES (de 2 a 4, 4 si falta) de EJERCIC1. El rango
      *1..LIMITE se parte en PARTES tramos iguales (el ultimo se
      *queda con el resto); un paso cuyo numero de tramo pasa de
      *PARTES no tiene nada que hacer y termina limpio.
      *El tramo lleva su propio punto de control en EJ1PART (ver
      *COPYLIB/EJ1PAR) y su reporte parcial en EJ1PARC (ver
      *COPYLIB/EJ1PRC). Al arrancar:
      *  - tramo ya terminado en la fecha de proceso: no se repite;
      *  - tramo en curso o fallido de la misma fecha con el mismo
      *    reparto: se retoma desde su ultimo punto de control;
      *  - si no: arranca de cero y borra el parcial viejo del tramo.
      *El avance lo hace CONTADOR con el techo del tramo, como en
      *EJERCICIO1. Consola: una linea de avance cada
      *PROGRESO-INTERVALO numeros (clave PROGRESO del sitio, 5000 por
      *defecto); punto de control cada CKPT-INTERVALO (25).
      *Retorno en PAR-RETORNO: 0 tramo terminado (o nada que hacer),
      *8 reparto invalido, archivos que no abren o tramo cortado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ1PARTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EJ1PART ASSIGN TO "EJ1PART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EJP-CLAVE
               FILE STATUS IS EJP-STATUS.
           SELECT EJ1PARC ASSIGN TO "EJ1PARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EJC-CLAVE
               FILE STATUS IS EJC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EJ1PART.
       COPY EJ1PAR.

       FD  EJ1PARC.
       COPY EJ1PRC.

       WORKING-STORAGE SECTION.
       01  EJP-STATUS PIC X(02).
       01  EJC-STATUS PIC X(02).
       01  FECHA-PROCESO PIC 9(08).
       01  PROGRAMA-PARAM PIC X(08) VALUE "EJERCIC1".
       01  PRM-CLAVE PIC X(16).
       01  PRM-VALOR PIC X(16).
       01  PRM-HALLADO PIC X(01).
       01  CFG-CLAVE PIC X(16).
       01  CFG-VALOR PIC 9(05).
       01  CFG-HALLADO PIC X(01).
       01  LIMITE PIC 9(07) VALUE ZERO.
       01  PARTES PIC 9(02) VALUE 4.
       01  PARTES-MAXIMO PIC 9(02) VALUE 4.
       01  TAMANO-TRAMO PIC 9(07).
       01  RESTO-TRAMO PIC 9(07).
       01  DESDE PIC 9(07).
       01  HASTA PIC 9(07).
       01  NUM PIC 9(07).
       01  CANTIDAD PIC 9(07).
       01  SUMA PIC 9(13).
       01  CKPT-INTERVALO PIC 9(05) VALUE 25.
       01  CKPT-COCIENTE PIC 9(07).
       01  CKPT-RESTO PIC 9(05).
       01  PROGRESO-INTERVALO PIC 9(05) VALUE 5000.
       01  PROGRESO-COCIENTE PIC 9(07).
       01  PROGRESO-RESTO PIC 9(05).
       01  REPARTO-VALIDO PIC X(01).
           88  HAY-REPARTO VALUE "S".
       01  ARRANQUE PIC X(01).
           88  ARRANCA-DE-CERO VALUE "0".
           88  SE-RETOMA VALUE "R".
           88  YA-TERMINADA VALUE "T".
       01  FIN-DE-DEPURACION PIC X(01).
           88  HAY-FIN-DE-DEPURACION VALUE "S".
       01  CNT-VALOR PIC S9(07).
       01  CNT-PASO PIC 9(05) VALUE 1.
       01  CNT-SENTIDO PIC X(01) VALUE "A".
       01  CNT-MINIMO PIC S9(07) VALUE ZERO.
       01  CNT-MAXIMO PIC S9(07).
       01  CNT-ESTADO PIC X(01).
       01  CORTE-CONTADOR PIC X(01) VALUE "N".
           88  HAY-CORTE-CONTADOR VALUE "S".
       01  AUD-OPERADOR PIC X(08) VALUE SPACES.
       01  AUD-EVENTO PIC X(01).
       01  AUD-RETORNO PIC 9(04).
       01  ALERTA-TIPO PIC X(08) VALUE "OVERFLOW".
       01  ALERTA-DETALLE.
           05  FILLER PIC X(22) VALUE "TRAMO CORTADO EN NUM: ".
           05  AL-NUM PIC 9(07).
           05  FILLER PIC X(11) VALUE SPACES.
       01  RPT-DETALLE.
           05  DE-NUM PIC ZZZZZZ9.
           05  FILLER PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       01  PAR-PROGRAMA PIC X(08).
       01  PAR-PARTE PIC 9(02).
       01  PAR-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING PAR-PROGRAMA PAR-PARTE PAR-RETORNO.

           MOVE ZERO TO PAR-RETORNO.
           MOVE "I" TO AUD-EVENTO.
           MOVE ZERO TO AUD-RETORNO.
           CALL "AUDITWTR" USING PAR-PROGRAMA AUD-OPERADOR
               AUD-EVENTO AUD-RETORNO.
           CALL "FECHANEG" USING FECHA-PROCESO.
           PERFORM LEER-CONFIGURACION.
           PERFORM CALCULAR-REPARTO.
           IF HAY-REPARTO
               IF PAR-PARTE > PARTES
                   DISPLAY PAR-PROGRAMA ": EL TRAMO " PAR-PARTE
                           " NO SE USA CON " PARTES
                           " PARTES, NADA QUE HACER"
               ELSE
                   PERFORM CORRER-TRAMO
               END-IF
           END-IF.

           MOVE "F" TO AUD-EVENTO.
           MOVE PAR-RETORNO TO AUD-RETORNO.
           CALL "AUDITWTR" USING PAR-PROGRAMA AUD-OPERADOR
               AUD-EVENTO AUD-RETORNO.
           GOBACK.

           LEER-CONFIGURACION.
               MOVE "CKPT-INTERVALO" TO CFG-CLAVE.
               CALL "CONFIG" USING CFG-CLAVE CFG-VALOR CFG-HALLADO.
               IF CFG-HALLADO = "S" AND CFG-VALOR > ZERO
                   MOVE CFG-VALOR TO CKPT-INTERVALO
               END-IF.
               MOVE "PROGRESO" TO CFG-CLAVE.
               CALL "CONFIG" USING CFG-CLAVE CFG-VALOR CFG-HALLADO.
               IF CFG-HALLADO = "S" AND CFG-VALOR > ZERO
                   MOVE CFG-VALOR TO PROGRESO-INTERVALO
               END-IF.

      *LIMITE admite los cinco digitos de siempre ("00100") o siete
      *("0400000"). Sin un LIMITE valido o con mas partes que numeros
      *no hay reparto: es un error de PARMFILE, no del tramo.
           CALCULAR-REPARTO.
               MOVE "N" TO REPARTO-VALIDO.
               MOVE "LIMITE" TO PRM-CLAVE.
               CALL "PARAM" USING PROGRAMA-PARAM PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               IF PRM-HALLADO = "S"
                   IF PRM-VALOR(1:7) IS NUMERIC
                       MOVE PRM-VALOR(1:7) TO LIMITE
                   ELSE
                       IF PRM-VALOR(1:5) IS NUMERIC
                               AND PRM-VALOR(6:2) = SPACES
                           MOVE PRM-VALOR(1:5) TO LIMITE
                       END-IF
                   END-IF
               END-IF.
               MOVE "PARTES" TO PRM-CLAVE.
               CALL "PARAM" USING PROGRAMA-PARAM PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               IF PRM-HALLADO = "S"
                   IF PRM-VALOR(1:2) IS NUMERIC
                       MOVE PRM-VALOR(1:2) TO PARTES
                   ELSE
                       MOVE ZERO TO PARTES
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN LIMITE = ZERO
                       DISPLAY PAR-PROGRAMA ": FALTA LA CLAVE LIMITE "
                               "DE EJERCIC1 O NO ES NUMERICA"
                       MOVE 8 TO PAR-RETORNO
                   WHEN PARTES < 2 OR PARTES > PARTES-MAXIMO
                       DISPLAY PAR-PROGRAMA ": PARTES DE EJERCIC1 "
                               "DEBE IR DE 2 A " PARTES-MAXIMO
                       MOVE 8 TO PAR-RETORNO
                   WHEN LIMITE < PARTES
                       DISPLAY PAR-PROGRAMA ": LIMITE MENOR QUE LA "
                               "CANTIDAD DE PARTES"
                       MOVE 8 TO PAR-RETORNO
                   WHEN OTHER
                       MOVE "S" TO REPARTO-VALIDO
                       DIVIDE LIMITE BY PARTES GIVING TAMANO-TRAMO
                           REMAINDER RESTO-TRAMO
                       COMPUTE DESDE = (PAR-PARTE - 1) * TAMANO-TRAMO
                           + 1
                       IF PAR-PARTE = PARTES
                           MOVE LIMITE TO HASTA
                       ELSE
                           COMPUTE HASTA = PAR-PARTE * TAMANO-TRAMO
                       END-IF
               END-EVALUATE.

           CORRER-TRAMO.
               PERFORM ABRIR-ARCHIVOS.
               IF PAR-RETORNO = ZERO
                   PERFORM DECIDIR-ARRANQUE
                   IF YA-TERMINADA
                       DISPLAY PAR-PROGRAMA ": TRAMO " PAR-PARTE
                               " YA TERMINADO EN " FECHA-PROCESO
                               ", NO SE REPITE"
                   ELSE
                       PERFORM RECORRER-TRAMO
                   END-IF
                   CLOSE EJ1PART
                   CLOSE EJ1PARC
               END-IF.

           ABRIR-ARCHIVOS.
               OPEN I-O EJ1PART.
               IF EJP-STATUS = "35"
                   OPEN OUTPUT EJ1PART
                   CLOSE EJ1PART
                   OPEN I-O EJ1PART
               END-IF.
               IF EJP-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EJ1PART: " EJP-STATUS
                   MOVE 8 TO PAR-RETORNO
               ELSE
                   OPEN I-O EJ1PARC
                   IF EJC-STATUS = "35"
                       OPEN OUTPUT EJ1PARC
                       CLOSE EJ1PARC
                       OPEN I-O EJ1PARC
                   END-IF
                   IF EJC-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR EJ1PARC: " EJC-STATUS
                       MOVE 8 TO PAR-RETORNO
                       CLOSE EJ1PART
                   END-IF
               END-IF.

      *Solo se retoma un tramo de la misma fecha y el mismo reparto:
      *con otro LIMITE o PARTES el punto de control no significa lo
      *mismo.
           DECIDIR-ARRANQUE.
               MOVE "0" TO ARRANQUE.
               MOVE FECHA-PROCESO TO EJP-FECHA.
               MOVE PAR-PARTE TO EJP-PARTE.
               READ EJ1PART
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EJP-LIMITE = LIMITE AND EJP-PARTES = PARTES
                           IF EJP-TERMINADA
                               MOVE "T" TO ARRANQUE
                           ELSE
                               MOVE "R" TO ARRANQUE
                           END-IF
                       END-IF
               END-READ.
               IF SE-RETOMA
                   MOVE EJP-ULTIMO-NUM TO NUM
                   MOVE EJP-CANTIDAD TO CANTIDAD
                   MOVE EJP-SUMA TO SUMA
                   DISPLAY PAR-PROGRAMA ": TRAMO " PAR-PARTE
                           " SE RETOMA DESPUES DE " NUM
               END-IF.
               IF ARRANCA-DE-CERO
                   PERFORM DEPURAR-PARCIAL
                   COMPUTE NUM = DESDE - 1
                   MOVE ZERO TO CANTIDAD
                   MOVE ZERO TO SUMA
               END-IF.

      *Un tramo que arranca de cero no tiene que dejar lineas de una
      *corrida anterior con otro reparto.
           DEPURAR-PARCIAL.
               MOVE "N" TO FIN-DE-DEPURACION.
               MOVE PAR-PARTE TO EJC-PARTE.
               MOVE ZERO TO EJC-NUM.
               START EJ1PARC KEY IS NOT LESS THAN EJC-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-DEPURACION
               END-START.
               PERFORM DEPURAR-UNA-LINEA
                   UNTIL HAY-FIN-DE-DEPURACION.

           DEPURAR-UNA-LINEA.
               READ EJ1PARC NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-DEPURACION
               END-READ.
               IF NOT HAY-FIN-DE-DEPURACION
                   IF EJC-PARTE NOT = PAR-PARTE
                       MOVE "S" TO FIN-DE-DEPURACION
                   ELSE
                       DELETE EJ1PARC
                   END-IF
               END-IF.

           RECORRER-TRAMO.
               DISPLAY PAR-PROGRAMA ": TRAMO " PAR-PARTE " DE "
                       PARTES " (" DESDE " A " HASTA ")".
               IF ARRANCA-DE-CERO
                   MOVE SPACES TO EJP-REGISTRO
                   ACCEPT EJP-HORA-INICIO FROM TIME
               END-IF.
               MOVE "C" TO EJP-ESTADO.
               PERFORM GRABAR-PUNTO-DE-CONTROL.
               MOVE HASTA TO CNT-MAXIMO.
               PERFORM AVANZAR
                   UNTIL NUM NOT < HASTA OR HAY-CORTE-CONTADOR.
               IF HAY-CORTE-CONTADOR
                   MOVE "F" TO EJP-ESTADO
                   MOVE 8 TO PAR-RETORNO
               ELSE
                   MOVE "T" TO EJP-ESTADO
               END-IF.
               PERFORM GRABAR-PUNTO-DE-CONTROL.
               DISPLAY PAR-PROGRAMA ": TRAMO " PAR-PARTE
                       " PROCESADOS " CANTIDAD " ESTADO " EJP-ESTADO.

           AVANZAR.
               MOVE NUM TO CNT-VALOR.
               CALL "CONTADOR" USING CNT-VALOR CNT-PASO CNT-SENTIDO
                   CNT-MINIMO CNT-MAXIMO CNT-ESTADO.
               IF CNT-ESTADO = "R"
                   MOVE "S" TO CORTE-CONTADOR
                   DISPLAY "CONTADOR FUERA DE RANGO EN " NUM
                           ", SE CORTA EL TRAMO"
                   MOVE NUM TO AL-NUM
                   CALL "ALERTWTR" USING PAR-PROGRAMA ALERTA-TIPO
                       ALERTA-DETALLE
               ELSE
                   MOVE CNT-VALOR TO NUM
                   PERFORM GRABAR-LINEA
               END-IF.

      *Una linea que el intento caido ya habia grabado se pisa.
           GRABAR-LINEA.
               MOVE NUM TO DE-NUM.
               MOVE PAR-PARTE TO EJC-PARTE.
               MOVE NUM TO EJC-NUM.
               MOVE RPT-DETALLE TO EJC-LINEA.
               WRITE EJC-REGISTRO
                   INVALID KEY
                       REWRITE EJC-REGISTRO
               END-WRITE.
               ADD 1 TO CANTIDAD.
               ADD NUM TO SUMA.
               DIVIDE NUM BY PROGRESO-INTERVALO
                   GIVING PROGRESO-COCIENTE
                   REMAINDER PROGRESO-RESTO.
               IF PROGRESO-RESTO = ZERO
                   DISPLAY "PROCESADOS " NUM " DE " HASTA
               END-IF.
               DIVIDE NUM BY CKPT-INTERVALO
                   GIVING CKPT-COCIENTE
                   REMAINDER CKPT-RESTO.
               IF CKPT-RESTO = ZERO
                   PERFORM GRABAR-PUNTO-DE-CONTROL
               END-IF.

           GRABAR-PUNTO-DE-CONTROL.
               MOVE FECHA-PROCESO TO EJP-FECHA.
               MOVE PAR-PARTE TO EJP-PARTE.
               MOVE LIMITE TO EJP-LIMITE.
               MOVE PARTES TO EJP-PARTES.
               MOVE DESDE TO EJP-DESDE.
               MOVE HASTA TO EJP-HASTA.
               MOVE NUM TO EJP-ULTIMO-NUM.
               MOVE CANTIDAD TO EJP-CANTIDAD.
               MOVE SUMA TO EJP-SUMA.
               ACCEPT EJP-HORA-PUNTO FROM TIME.
               WRITE EJP-REGISTRO
                   INVALID KEY
                       REWRITE EJP-REGISTRO
               END-WRITE.

       END PROGRAM EJ1PARTE.
