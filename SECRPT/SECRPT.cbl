      *    contador de fallos seguidos está a uno del límite de
      *    bloqueo (SIGNON bloquea al tercer fallo), para avisar
      *    antes de que el próximo error los deje afuera.
      ******************************************************************
      *Modificaciones:
      *  - EJERMENU graba ahora en SECLOG los eventos de la sesion del
      *    menu (inicio, inicio forzado por supervisor, fin,
      *    inactividad y sign-on duplicado rechazado, ver
      *    COPYLIB/SECEVT). Esos registros no son intentos de sign-on:
      *    quedan fuera del detalle y de los totales de intentos y
      *    salen en una seccion propia, con su detalle y los totales
      *    por operador. El pie suma los eventos de sesion del rango.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
       01  FECHA-ENTRADA PIC X(08).
       01  INTENTOS-DEL-RANGO PIC 9(05) VALUE ZERO.
       01  BLOQUEOS-DEL-RANGO PIC 9(05) VALUE ZERO.
       01  SESIONES-DEL-RANGO PIC 9(05) VALUE ZERO.
       01  AL-BORDE-DEL-BLOQUEO PIC 9(05) VALUE ZERO.
      *SIGNON bloquea al tercer fallo seguido; el cierre avisa por
      *los operadores que estan a un fallo de ese limite.
               10  TM-MOTIVO PIC X(20).
               10  TM-CANTIDAD PIC 9(05).

       01  TABLA-SESIONES.
           05  TS-USADAS PIC 9(02) VALUE ZERO.
           05  TS-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-SES.
               10  TS-OPERADOR PIC X(08).
               10  TS-INICIOS PIC 9(05).
               10  TS-FORZADAS PIC 9(05).
               10  TS-FINES PIC 9(05).
               10  TS-INACTIVAS PIC 9(05).
               10  TS-RECHAZADAS PIC 9(05).

       01  BUSCADO-FLAG PIC X(01).
           88  COMBO-HALLADO VALUE "S".

                   VALUE "EVENTOS DE BLOQUEO (RESULTADO B):".
           05  FILLER PIC X(40) VALUE SPACES.

       01  RPT-ENCABEZADO-SES.
           05  FILLER PIC X(45)
                   VALUE "EVENTOS DE SESION DEL MENU:".
           05  FILLER PIC X(35) VALUE SPACES.

       01  RPT-ENCABEZADO-TSE.
           05  FILLER PIC X(10) VALUE "OPERADOR".
           05  FILLER PIC X(09) VALUE "  INICIOS".
           05  FILLER PIC X(10) VALUE " FORZADAS".
           05  FILLER PIC X(08) VALUE "  FINES".
           05  FILLER PIC X(11) VALUE " INACTIVAS".
           05  FILLER PIC X(11) VALUE " RECHAZADAS".
           05  FILLER PIC X(21) VALUE SPACES.

       01  RPT-RESUMEN-SES.
           05  RSE-OPERADOR PIC X(08).
           05  FILLER PIC X(06) VALUE SPACES.
           05  RSE-INICIOS PIC ZZZZ9.
           05  FILLER PIC X(05) VALUE SPACES.
           05  RSE-FORZADAS PIC ZZZZ9.
           05  FILLER PIC X(03) VALUE SPACES.
           05  RSE-FINES PIC ZZZZ9.
           05  FILLER PIC X(06) VALUE SPACES.
           05  RSE-INACTIVAS PIC ZZZZ9.
           05  FILLER PIC X(06) VALUE SPACES.
           05  RSE-RECHAZADAS PIC ZZZZ9.
           05  FILLER PIC X(21) VALUE SPACES.

       01  RPT-ENCABEZADO-BOR.
           05  FILLER PIC X(45)
                   VALUE "OPERADORES A UN FALLO DEL BLOQUEO:".
           05  PIE-INTENTOS PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE "   BLOQUEOS: ".
           05  PIE-BLOQUEOS PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE "   SESIONES: ".
           05  PIE-SESIONES PIC ZZZZ9.
           05  FILLER PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

               VARYING IDX-MOT FROM 1 BY 1 UNTIL IDX-MOT > TM-USADAS.

           PERFORM LISTAR-BLOQUEOS.
           PERFORM LISTAR-SESIONES.
           PERFORM LISTAR-AL-BORDE.

           MOVE INTENTOS-DEL-RANGO TO PIE-INTENTOS.
           MOVE BLOQUEOS-DEL-RANGO TO PIE-BLOQUEOS.
           MOVE SESIONES-DEL-RANGO TO PIE-SESIONES.
           MOVE "D" TO REP-PEDIDO.
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.

                   DISPLAY "FECHA INVALIDA, REINTENTE (AAAAMMDD)"
               END-IF.

      *Los eventos de sesion del menu no son intentos de sign-on:
      *se juntan aparte y salen en su propia seccion.
           PROCESAR-EVENTO.
               IF SEC-FECHA NOT < FECHA-DESDE
                       AND SEC-FECHA NOT > FECHA-HASTA
                   IF SEC-ES-DE-SESION
                       ADD 1 TO SESIONES-DEL-RANGO
                       PERFORM ACUMULAR-SESION
                   ELSE
                       PERFORM PROCESAR-INTENTO
                   END-IF
               END-IF.
               READ SECLOG
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

           PROCESAR-INTENTO.
               ADD 1 TO INTENTOS-DEL-RANGO.
               IF SEC-RESULTADO = "B"
                   ADD 1 TO BLOQUEOS-DEL-RANGO
               END-IF.
               PERFORM ARMAR-DETALLE.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE.
               PERFORM ACUMULAR-POR-OPERADOR.
               PERFORM ACUMULAR-POR-PROGRAMA.
               IF SEC-RESULTADO = "D"
                   PERFORM ACUMULAR-POR-MOTIVO
               END-IF.

           ARMAR-DETALLE.
               MOVE SEC-FECHA TO DET-FECHA.
               MOVE SEC-HORA TO DET-HORA.
               MOVE SEC-OPERADOR TO DET-OPERADOR.
               MOVE SEC-PROGRAMA TO DET-PROGRAMA.
               MOVE SEC-RESULTADO TO DET-RESULTADO.
               MOVE SEC-MOTIVO TO DET-MOTIVO.

           ACUMULAR-SESION.
               MOVE "N" TO BUSCADO-FLAG.
               PERFORM BUSCAR-SESION
                   VARYING IDX-SES FROM 1 BY 1
                   UNTIL IDX-SES > TS-USADAS
                       OR COMBO-HALLADO.
               IF NOT COMBO-HALLADO
                   IF TS-USADAS < 20
                       ADD 1 TO TS-USADAS
                       SET IDX-SES TO TS-USADAS
                       MOVE SEC-OPERADOR TO TS-OPERADOR(IDX-SES)
                       MOVE ZERO TO TS-INICIOS(IDX-SES)
                       MOVE ZERO TO TS-FORZADAS(IDX-SES)
                       MOVE ZERO TO TS-FINES(IDX-SES)
                       MOVE ZERO TO TS-INACTIVAS(IDX-SES)
                       MOVE ZERO TO TS-RECHAZADAS(IDX-SES)
                       PERFORM SUMAR-A-LA-SESION
                   ELSE
                       DISPLAY "TABLA DE SESIONES LLENA, SE PIERDE "
                               "EL RESUMEN DE: " SEC-OPERADOR
                   END-IF
               END-IF.

           BUSCAR-SESION.
               IF TS-OPERADOR(IDX-SES) = SEC-OPERADOR
                   MOVE "S" TO BUSCADO-FLAG
                   PERFORM SUMAR-A-LA-SESION
               END-IF.

      *El inicio forzado por supervisor es un "I" cuyo motivo nombra
      *al supervisor (ver EJERMENU).
           SUMAR-A-LA-SESION.
               EVALUATE SEC-RESULTADO
                   WHEN "I"
                       ADD 1 TO TS-INICIOS(IDX-SES)
                       IF SEC-MOTIVO(1:8) = "FORZADA "
                           ADD 1 TO TS-FORZADAS(IDX-SES)
                       END-IF
                   WHEN "F"
                       ADD 1 TO TS-FINES(IDX-SES)
                   WHEN "T"
                       ADD 1 TO TS-INACTIVAS(IDX-SES)
                   WHEN OTHER
                       ADD 1 TO TS-RECHAZADAS(IDX-SES)
               END-EVALUATE.

           ACUMULAR-POR-OPERADOR.
               MOVE "N" TO BUSCADO-FLAG.
               PERFORM BUSCAR-OPERADOR
               IF SEC-RESULTADO = "B"
                       AND SEC-FECHA NOT < FECHA-DESDE
                       AND SEC-FECHA NOT > FECHA-HASTA
                   PERFORM ARMAR-DETALLE
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE
               END-IF.
               READ SECLOG
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

      *Los eventos de sesion tambien salen en una pasada aparte del
      *SECLOG, en orden de grabacion, seguidos de los totales por
      *operador juntados en la primera pasada.
           LISTAR-SESIONES.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID
                   RPT-ENCABEZADO-SES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT SECLOG.
               IF SEC-STATUS = "35"
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   READ SECLOG
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               PERFORM LISTAR-UN-EVENTO-DE-SESION
                   UNTIL HAY-FIN-DE-ARCHIVO.
               IF SEC-STATUS NOT = "35"
                   CLOSE SECLOG
               END-IF.
               IF SESIONES-DEL-RANGO = ZERO
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID
                       RPT-SIN-NOVEDAD
               ELSE
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID
                       RPT-ENCABEZADO-TSE
                   PERFORM IMPRIMIR-UNA-SESION
                       VARYING IDX-SES FROM 1 BY 1
                       UNTIL IDX-SES > TS-USADAS
               END-IF.

           LISTAR-UN-EVENTO-DE-SESION.
               IF SEC-ES-DE-SESION
                       AND SEC-FECHA NOT < FECHA-DESDE
                       AND SEC-FECHA NOT > FECHA-HASTA
                   PERFORM ARMAR-DETALLE
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE
               END-IF.
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

           IMPRIMIR-UNA-SESION.
               MOVE TS-OPERADOR(IDX-SES) TO RSE-OPERADOR.
               MOVE TS-INICIOS(IDX-SES) TO RSE-INICIOS.
               MOVE TS-FORZADAS(IDX-SES) TO RSE-FORZADAS.
               MOVE TS-FINES(IDX-SES) TO RSE-FINES.
               MOVE TS-INACTIVAS(IDX-SES) TO RSE-INACTIVAS.
               MOVE TS-RECHAZADAS(IDX-SES) TO RSE-RECHAZADAS.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-RESUMEN-SES.

           LISTAR-AL-BORDE.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID
