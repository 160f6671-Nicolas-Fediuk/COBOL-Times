      ******************************************************************
      *EJ1UNION - Paso de union de EJERCICIO1 particionado. Cuando
      *los tramos EJ1PAR01 a EJ1PAR04 (ver EJ1PARTE) terminaron en la
      *fecha de proceso, junta sus reportes parciales (EJ1PARC) en el
      *unico reporte EJERCIC1 de siempre, por REPORTER: paginas
      *numeradas de corrido, los numeros en orden y un solo pie con
      *el total general.
      *Antes de juntar nada controla el reparto en EJ1PART: estan
      *todos los tramos de la fecha, todos terminados, con el mismo
      *LIMITE y PARTES que PARMFILE, y los rangos se tocan sin huecos
      *ni solapes de 1 a LIMITE. Mientras copia cuenta y suma las
      *lineas de cada tramo contra lo que el tramo dijo haber hecho.
      *Al final la cantidad tiene que dar LIMITE y la suma
      *LIMITE * (LIMITE + 1) / 2; solo entonces graba el unico
      *registro de EJERCIC1 en CTLFILE (via CTLWRT, con la misma
      *convencion que EJERCICIO1), asi BALANCE ve una sola corrida.
      *Retorno: 0 unido y cuadrado; 8 si falta o fallo un tramo, si
      *el reparto no cierra o si los totales no cuadran (con alerta
      *de operaciones y sin registro en CTLFILE). El tramo fallido se
      *vuelve a correr solo y despues este paso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ1UNION.
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
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "EJ1UNION".
       01  PROGRAMA-PARAM PIC X(08) VALUE "EJERCIC1".
       01  PRM-CLAVE PIC X(16).
       01  PRM-VALOR PIC X(16).
       01  PRM-HALLADO PIC X(01).
       01  LIMITE PIC 9(07) VALUE ZERO.
       01  PARTES PIC 9(02) VALUE 4.
       01  PARTES-MAXIMO PIC 9(02) VALUE 4.
       01  TRAMO PIC 9(02).
       01  PROXIMO-DESDE PIC 9(07).
       01  TABLA-TRAMOS.
           05  TRAMO-CANTIDAD PIC 9(07) OCCURS 4 TIMES.
       01  CANTIDAD-DECLARADA PIC 9(09).
       01  SUMA-DECLARADA PIC 9(13).
       01  CANTIDAD-TRAMO PIC 9(07).
       01  CANTIDAD-TOTAL PIC 9(09).
       01  SUMA-TOTAL PIC 9(13).
       01  SUMA-ESPERADA PIC 9(13).
       01  NUM-LINEA PIC 9(07).
       01  REPARTO-OK PIC X(01).
           88  HAY-REPARTO-OK VALUE "S".
       01  TOTALES-OK PIC X(01).
           88  CUADRAN-TOTALES VALUE "S".
       01  FIN-DE-TRAMO PIC X(01).
           88  HAY-FIN-DE-TRAMO VALUE "S".
       01  AUD-OPERADOR PIC X(08) VALUE SPACES.
       01  AUD-EVENTO PIC X(01).
       01  AUD-RETORNO PIC 9(04).
       01  CTL-CANTIDAD PIC 9(07).
       01  CTL-SUMA PIC S9(09).
       01  CTL-ESPERADA PIC S9(09).
       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "EJERCIC1".
       01  ALERTA-TIPO PIC X(08).
       01  ALERTA-DETALLE PIC X(40).
      *RETORNO-CORRIDA se carga recien antes del GOBACK: cada CALL
      *pisa RETURN-CODE con el retorno del subprograma.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.
       01  RPT-PIE.
           05  FILLER PIC X(26) VALUE "TOTAL NUMBERS DISPLAYED: ".
           05  PIE-TOTAL PIC ZZZZZZ9.
           05  FILLER PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE "I" TO AUD-EVENTO.
           MOVE ZERO TO AUD-RETORNO.
           CALL "AUDITWTR" USING PROGRAMA-ACTUAL AUD-OPERADOR
               AUD-EVENTO AUD-RETORNO.
           CALL "FECHANEG" USING FECHA-PROCESO.
           PERFORM LEER-REPARTO.
           IF RETORNO-CORRIDA = ZERO
               PERFORM ABRIR-ARCHIVOS
           END-IF.
           IF RETORNO-CORRIDA = ZERO
               PERFORM CONTROLAR-TRAMOS
               IF HAY-REPARTO-OK
                   PERFORM ARMAR-REPORTE
                   PERFORM CONTROLAR-TOTALES
               END-IF
               CLOSE EJ1PART
               CLOSE EJ1PARC
           END-IF.

           MOVE "F" TO AUD-EVENTO.
           MOVE RETORNO-CORRIDA TO AUD-RETORNO.
           CALL "AUDITWTR" USING PROGRAMA-ACTUAL AUD-OPERADOR
               AUD-EVENTO AUD-RETORNO.
           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

      *Mismas claves y mismas reglas que los tramos (ver EJ1PARTE):
      *la union controla contra el reparto que PARMFILE pide hoy.
           LEER-REPARTO.
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
               IF LIMITE = ZERO OR LIMITE < PARTES
                       OR PARTES < 2 OR PARTES > PARTES-MAXIMO
                   DISPLAY "EJ1UNION: LIMITE O PARTES DE EJERCIC1 "
                           "INVALIDOS EN PARMFILE"
                   MOVE 8 TO RETORNO-CORRIDA
               END-IF.

           ABRIR-ARCHIVOS.
               OPEN INPUT EJ1PART.
               IF EJP-STATUS = "35"
                   DISPLAY "NO HAY TRAMOS DE EJERCIC1 TODAVIA"
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   IF EJP-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR EJ1PART: " EJP-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
                   ELSE
                       OPEN INPUT EJ1PARC
                       IF EJC-STATUS NOT = "00"
                           DISPLAY "NO SE PUDO ABRIR EJ1PARC: "
                                   EJC-STATUS
                           MOVE 8 TO RETORNO-CORRIDA
                           CLOSE EJ1PART
                       END-IF
                   END-IF
               END-IF.

      *Un tramo que falta, que no termino o que se corrio con otro
      *reparto frena la union entera: el reporte sale completo o no
      *sale.
           CONTROLAR-TRAMOS.
               MOVE "S" TO REPARTO-OK.
               MOVE 1 TO PROXIMO-DESDE.
               MOVE ZERO TO CANTIDAD-DECLARADA.
               MOVE ZERO TO SUMA-DECLARADA.
               PERFORM CONTROLAR-UN-TRAMO
                   VARYING TRAMO FROM 1 BY 1 UNTIL TRAMO > PARTES.
               IF HAY-REPARTO-OK AND PROXIMO-DESDE NOT = LIMITE + 1
                   DISPLAY "EJ1UNION: LOS TRAMOS NO LLEGAN A " LIMITE
                   MOVE "N" TO REPARTO-OK
               END-IF.
               IF NOT HAY-REPARTO-OK
                   MOVE "TRAMOS DE EJERCIC1 INCOMPLETOS" TO
                       ALERTA-DETALLE
                   PERFORM AVISAR-DESBALANCE
               END-IF.

           CONTROLAR-UN-TRAMO.
               MOVE FECHA-PROCESO TO EJP-FECHA.
               MOVE TRAMO TO EJP-PARTE.
               READ EJ1PART
                   INVALID KEY
                       DISPLAY "EJ1UNION: FALTA EL TRAMO " TRAMO
                               " DE " FECHA-PROCESO
                       MOVE "N" TO REPARTO-OK
                   NOT INVALID KEY
                       PERFORM VERIFICAR-TRAMO
               END-READ.

           VERIFICAR-TRAMO.
               EVALUATE TRUE
                   WHEN NOT EJP-TERMINADA
                       DISPLAY "EJ1UNION: EL TRAMO " TRAMO
                               " NO TERMINO, ESTADO " EJP-ESTADO
                       MOVE "N" TO REPARTO-OK
                   WHEN EJP-LIMITE NOT = LIMITE
                           OR EJP-PARTES NOT = PARTES
                       DISPLAY "EJ1UNION: EL TRAMO " TRAMO
                               " SE CORRIO CON OTRO REPARTO"
                       MOVE "N" TO REPARTO-OK
                   WHEN EJP-DESDE NOT = PROXIMO-DESDE
                       DISPLAY "EJ1UNION: EL TRAMO " TRAMO
                               " EMPIEZA EN " EJP-DESDE
                               " Y SE ESPERABA " PROXIMO-DESDE
                       MOVE "N" TO REPARTO-OK
                   WHEN OTHER
                       COMPUTE PROXIMO-DESDE = EJP-HASTA + 1
                       MOVE EJP-CANTIDAD TO TRAMO-CANTIDAD(TRAMO)
                       ADD EJP-CANTIDAD TO CANTIDAD-DECLARADA
                       ADD EJP-SUMA TO SUMA-DECLARADA
               END-EVALUATE.

           ARMAR-REPORTE.
               MOVE ZERO TO CANTIDAD-TOTAL.
               MOVE ZERO TO SUMA-TOTAL.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID EJC-LINEA.
               PERFORM COPIAR-TRAMO
                   VARYING TRAMO FROM 1 BY 1 UNTIL TRAMO > PARTES.
               MOVE CANTIDAD-TOTAL TO PIE-TOTAL.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.
               DISPLAY "EJ1UNION: " PARTES " TRAMOS UNIDOS, "
                       CANTIDAD-TOTAL " NUMEROS".

           COPIAR-TRAMO.
               MOVE ZERO TO CANTIDAD-TRAMO.
               MOVE "N" TO FIN-DE-TRAMO.
               MOVE TRAMO TO EJC-PARTE.
               MOVE ZERO TO EJC-NUM.
               START EJ1PARC KEY IS NOT LESS THAN EJC-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-TRAMO
               END-START.
               PERFORM COPIAR-UNA-LINEA UNTIL HAY-FIN-DE-TRAMO.
               IF CANTIDAD-TRAMO NOT = TRAMO-CANTIDAD(TRAMO)
                   DISPLAY "EJ1UNION: EL TRAMO " TRAMO " TIENE "
                           CANTIDAD-TRAMO " LINEAS Y DECLARO "
                           TRAMO-CANTIDAD(TRAMO)
                   MOVE 8 TO RETORNO-CORRIDA
               END-IF.

           COPIAR-UNA-LINEA.
               READ EJ1PARC NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-TRAMO
               END-READ.
               IF NOT HAY-FIN-DE-TRAMO
                   IF EJC-PARTE NOT = TRAMO
                       MOVE "S" TO FIN-DE-TRAMO
                   ELSE
                       MOVE EJC-NUM TO NUM-LINEA
                       MOVE "D" TO REP-PEDIDO
                       CALL "REPORTER" USING REP-PEDIDO REP-ID
                           EJC-LINEA
                       ADD 1 TO CANTIDAD-TRAMO
                       ADD 1 TO CANTIDAD-TOTAL
                       ADD NUM-LINEA TO SUMA-TOTAL
                   END-IF
               END-IF.

      *La cantidad y la suma de 1..LIMITE se conocen de antemano: lo
      *copiado tiene que dar eso y lo que los tramos declararon.
           CONTROLAR-TOTALES.
               MOVE "S" TO TOTALES-OK.
               COMPUTE SUMA-ESPERADA = LIMITE * (LIMITE + 1) / 2.
               IF RETORNO-CORRIDA NOT = ZERO
                       OR CANTIDAD-TOTAL NOT = LIMITE
                       OR CANTIDAD-TOTAL NOT = CANTIDAD-DECLARADA
                       OR SUMA-TOTAL NOT = SUMA-ESPERADA
                       OR SUMA-TOTAL NOT = SUMA-DECLARADA
                   MOVE "N" TO TOTALES-OK
               END-IF.
               IF CUADRAN-TOTALES
                   MOVE CANTIDAD-TOTAL TO CTL-CANTIDAD
                   MOVE CANTIDAD-TOTAL TO CTL-SUMA
                   MOVE LIMITE TO CTL-ESPERADA
                   CALL "CTLWRT" USING PROGRAMA-PARAM CTL-CANTIDAD
                       CTL-SUMA CTL-ESPERADA
               ELSE
                   DISPLAY "EJ1UNION: NO CUADRA - CANTIDAD "
                           CANTIDAD-TOTAL " ESPERADA " LIMITE
                   DISPLAY "EJ1UNION: SUMA " SUMA-TOTAL
                           " ESPERADA " SUMA-ESPERADA
                           " DECLARADA " SUMA-DECLARADA
                   MOVE "UNION EJERCIC1 NO CUADRA" TO ALERTA-DETALLE
                   PERFORM AVISAR-DESBALANCE
               END-IF.

           AVISAR-DESBALANCE.
               MOVE 8 TO RETORNO-CORRIDA.
               MOVE "DESBAL" TO ALERTA-TIPO.
               CALL "ALERTWTR" USING PROGRAMA-ACTUAL ALERTA-TIPO
                   ALERTA-DETALLE.

       END PROGRAM EJ1UNION.
