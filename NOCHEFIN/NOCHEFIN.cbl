      *que abendo antes del balanceo no llego al final y queda sin
      *cierre a proposito, para que el proximo FECHAINI la detecte
      *como noche nunca cerrada.
      ******************************************************************
      *Modificaciones:
      *  - Los pasos que la frecuencia de NOCHEDEF no pide para la
      *    fecha quedan en NOCHESTA como "no programados": no cuentan
      *    entre los pasos vistos del cierre ni pesan en su retorno.
      *  - Al grabar el cierre se libera el bloqueo de los maestros
      *    que tomo FECHAINI (subprograma BLOQUEO, ver
      *    COPYLIB/BLOQMAE). Una noche que queda sin cierre deja el
      *    bloqueo tomado: sigue siendo una noche en curso y el
      *    mantenimiento de urgencia pasa por el forzado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOCHEFIN.
       01  PASO-BALANCE PIC X(08) VALUE "STEP065".
       01  BALANCE-TERMINADO PIC X(01) VALUE "N".
           88  EL-BALANCE-TERMINO VALUE "S".
       01  BLOQ-PEDIDO PIC X(01).
       01  BLOQ-FECHA PIC 9(08).
       01  BLOQ-TOMADO PIC X(01).

       PROCEDURE DIVISION.

           PERFORM RELEVAR-RETORNOS.
           IF EL-BALANCE-TERMINO
               PERFORM GRABAR-CIERRE
               PERFORM LIBERAR-BLOQUEO
               DISPLAY "NOCHE DE " FECHA-PROCESO
                       " CERRADA CON RETORNO " PEOR-RETORNO
                       " (" PASOS-VISTOS " PASOS)"
                   IF STA-FECHA NOT = FECHA-PROCESO
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       IF STA-NO-PROGRAMADO
                           CONTINUE
                       ELSE
                           ADD 1 TO PASOS-VISTOS
                           IF STA-RETORNO > PEOR-RETORNO
                               MOVE STA-RETORNO TO PEOR-RETORNO
                           END-IF
                           IF STA-PASO = PASO-BALANCE
                                   AND STA-TERMINADO
                               MOVE "S" TO BALANCE-TERMINADO
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               WRITE NLG-REGISTRO.
               CLOSE NOCHELOG.

           LIBERAR-BLOQUEO.
               MOVE "L" TO BLOQ-PEDIDO.
               MOVE FECHA-PROCESO TO BLOQ-FECHA.
               CALL "BLOQUEO" USING BLOQ-PEDIDO BLOQ-FECHA BLOQ-TOMADO.
               IF BLOQ-TOMADO NOT = "S"
                   DISPLAY "MAESTROS LIBERADOS"
               END-IF.

       END PROGRAM NOCHEFIN.
