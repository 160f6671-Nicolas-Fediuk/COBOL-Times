      *    evalúa el file status: 00/02 grabado, 22 clave duplicada
      *    (se reintenta corriendo un centésimo), cualquier otro corta
      *    con mensaje de consola.
      *  - Cada registro se encadena con el grabado antes que el
      *    (AUD-CADENA, subprograma ENCADENA): la secuencia y el valor
      *    se calculan antes de cada intento de grabacion y la
      *    cabecera de CADENAS avanza solo si el registro quedo
      *    grabado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITWTR.
       01  ESCRITO PIC X(01).
           88  QUEDO-ESCRITO VALUE "S".
       01  INTENTOS PIC 9(02).
       01  CADENA-PEDIDO PIC X(01).
       01  CADENA-ARCHIVO PIC X(08) VALUE "AUDITLOG".
       01  CADENA-CONTENIDO PIC X(80).
       01  CADENA-LARGO PIC 9(03) VALUE 37.

       LINKAGE SECTION.
       01  PAR-PROGRAMA PIC X(08).
               UNTIL QUEDO-ESCRITO OR INTENTOS NOT < 99.
           IF NOT QUEDO-ESCRITO
               DISPLAY "NO SE PUDO GRABAR LA AUDITORIA: " AUD-CLAVE
               MOVE "D" TO CADENA-PEDIDO
           ELSE
               MOVE "A" TO CADENA-PEDIDO
           END-IF.
           CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
               CADENA-CONTENIDO CADENA-LARGO AUD-CAD-SECUENCIA
               AUD-CAD-VALOR.

           CLOSE AUDITLOG.

           GOBACK.

           GRABAR-UN-INTENTO.
               MOVE AUD-RECORD(1:37) TO CADENA-CONTENIDO.
               MOVE "C" TO CADENA-PEDIDO.
               CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                   CADENA-CONTENIDO CADENA-LARGO AUD-CAD-SECUENCIA
                   AUD-CAD-VALOR.
               WRITE AUD-RECORD.
               EVALUATE TRUE
                   WHEN AUD-STATUS = "00" OR AUD-STATUS = "02"
