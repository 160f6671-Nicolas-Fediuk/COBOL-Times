      *    su primer sign-on valido, se codifica y regraba junto con
      *    su historia (migracion perezosa: nadie queda afuera por el
      *    cambio). El cambio de clave guarda y compara codificado.
      *  - Cada evento de SECLOG se encadena con el grabado antes
      *    que el (SEC-CADENA, subprograma ENCADENA); la cabecera de
      *    CADENAS avanza solo si el WRITE dio status 00.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       01  FECHA-HOY PIC 9(08).
       01  RESULTADO-INTENTO PIC X(01).
       01  MOTIVO-INTENTO PIC X(20).
       01  CADENA-PEDIDO PIC X(01).
       01  CADENA-ARCHIVO PIC X(08) VALUE "SECLOG".
       01  CADENA-CONTENIDO PIC X(80).
       01  CADENA-LARGO PIC 9(03) VALUE 51.
       01  ALERTA-PROGRAMA PIC X(08) VALUE "SIGNON".
       01  ALERTA-TIPO PIC X(08).
       01  ALERTA-DETALLE PIC X(40).
               MOVE SGN-PROGRAMA TO SEC-PROGRAMA.
               MOVE RESULTADO-INTENTO TO SEC-RESULTADO.
               MOVE MOTIVO-INTENTO TO SEC-MOTIVO.
               MOVE SEC-RECORD(1:51) TO CADENA-CONTENIDO.
               MOVE "C" TO CADENA-PEDIDO.
               CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                   CADENA-CONTENIDO CADENA-LARGO SEC-CAD-SECUENCIA
                   SEC-CAD-VALOR.
               OPEN EXTEND SECLOG.
               IF SEC-STATUS = "35"
                   OPEN OUTPUT SECLOG
                   OPEN EXTEND SECLOG
               END-IF.
               WRITE SEC-RECORD.
               IF SEC-STATUS = "00"
                   MOVE "A" TO CADENA-PEDIDO
               ELSE
                   DISPLAY "ERROR GRABANDO SECLOG, STATUS " SEC-STATUS
                   MOVE "D" TO CADENA-PEDIDO
               END-IF.
               CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                   CADENA-CONTENIDO CADENA-LARGO SEC-CAD-SECUENCIA
                   SEC-CAD-VALOR.
               CLOSE SECLOG.

       END PROGRAM SIGNON.
