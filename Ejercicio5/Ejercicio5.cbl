      *    pedir sign-on: la sesion del menu pregunta una sola vez.
      *    Corriendo suelto desde JCL no hay sesion y el sign-on
      *    propio sigue como siempre.
      *  - TABLASIN viene ahora entre una cabecera ("H") y una cola
      *    ("T", ver COPYLIB/CTLENT) que controla antes el paso de
      *    validacion VALTABLA; aca esos dos registros se pasan por
      *    alto en lugar de rechazarse como registros invalidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO5 IS INITIAL PROGRAM.
       FD  LOTEFILE
           RECORDING MODE IS F.
       01  LOTE-REG PIC X(02).
       COPY CTLENT.

       FD  HOJASEJ
           RECORDING MODE IS F.
               DISPLAY "HOJAS GENERADAS: " HOJAS-GENERADAS.

           GENERAR-HOJA-DE-LOTE.
               EVALUATE TRUE
                   WHEN ENT-ES-CABECERA OR ENT-ES-COLA
                       CONTINUE
                   WHEN LOTE-REG IS NUMERIC AND LOTE-REG NOT = ZEROES
                       MOVE LOTE-REG TO NUM
                       PERFORM GENERAR-UNA-HOJA
                   WHEN OTHER
                       MOVE "EJ5007" TO MSG-CODIGO
                       MOVE "REGISTRO INVALIDO EN TABLASIN" TO MSG-TEXTO
                       CALL "MENSAJE" USING MSG-CODIGO MSG-TEXTO
                           MSG-RUTA
                       IF MSG-RUTA NOT = "R"
                           DISPLAY MSG-CODIGO " " MSG-TEXTO ": "
                                   LOTE-REG
                       END-IF
                       MOVE "ACCEPT" TO EXC-TIPO-ENTRADA
                       MOVE "REGISTRO TABLASIN INVALIDO: "
                           TO EXC-DETALLE-ENTRADA
                       MOVE LOTE-REG TO EXC-DETALLE-ENTRADA(29:2)
                       PERFORM ESCRIBIR-EXCEPCION
                       MOVE 4 TO RETORNO-CORRIDA
               END-EVALUATE.
               READ LOTEFILE
                   AT END MOVE "S" TO LOTE-FIN-DE-ARCHIVO
               END-READ.
               CLOSE LOTEFILE.

           GENERAR-TABLA-DE-LOTE.
               EVALUATE TRUE
                   WHEN ENT-ES-CABECERA OR ENT-ES-COLA
                       CONTINUE
                   WHEN LOTE-REG IS NUMERIC AND LOTE-REG NOT = ZEROES
                       MOVE LOTE-REG TO NUM
                       PERFORM IMPRIMIR-TABLA
                       MOVE "S" TO REP-PEDIDO
                       CALL "REPORTER" USING REP-PEDIDO REP-ID
                           RPT-DETALLE
                   WHEN OTHER
                       MOVE "EJ5007" TO MSG-CODIGO
                       MOVE "REGISTRO INVALIDO EN TABLASIN" TO MSG-TEXTO
                       CALL "MENSAJE" USING MSG-CODIGO MSG-TEXTO
                           MSG-RUTA
                       IF MSG-RUTA NOT = "R"
                           DISPLAY MSG-CODIGO " " MSG-TEXTO ": "
                                   LOTE-REG
                       END-IF
                       MOVE "ACCEPT" TO EXC-TIPO-ENTRADA
                       MOVE "REGISTRO TABLASIN INVALIDO: "
                           TO EXC-DETALLE-ENTRADA
                       MOVE LOTE-REG TO EXC-DETALLE-ENTRADA(29:2)
                       PERFORM ESCRIBIR-EXCEPCION
                       MOVE 4 TO RETORNO-CORRIDA
               END-EVALUATE.
               READ LOTEFILE
                   AT END MOVE "S" TO LOTE-FIN-DE-ARCHIVO
               END-READ.
