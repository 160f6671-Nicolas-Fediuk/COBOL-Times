      ******************************************************************
      *BLOQUEO - Toma, liberacion y consulta del bloqueo de los
      *maestros (MAESBLOQ, ver COPYLIB/BLOQMAE), compartido al estilo
      *de MNTWRT. Pedidos:
      *  "T" tomar: FECHAINI, al grabar la apertura de la noche, con
      *      la fecha de proceso en PAR-FECHA;
      *  "L" liberar: NOCHEFIN, al grabar el cierre; solo libera si
      *      el bloqueo es de la misma fecha (un bloqueo tomado
      *      despues por otra noche forzada no se suelta);
      *  "C" consultar: los programas de mantenimiento y MAESTROS
      *      antes de actualizar.
      *Devuelve en PAR-TOMADO "S" si al terminar el bloqueo queda
      *tomado y en PAR-FECHA la fecha de la noche que lo tiene. Un
      *archivo inexistente es un bloqueo libre: un sistema nuevo no
      *queda trabado antes de su primera noche.
      ******************************************************************
      *Modificaciones:
      *  - La grabacion de MAESBLOQ no se controlaba: con el OPEN o
      *    el WRITE fallidos el "T" devolvia el bloqueo tomado igual
      *    y el mantenimiento de los maestros seguia sin traba toda
      *    la noche. Ahora un error de grabacion sale por consola con
      *    su status y el bloqueo se informa como no tomado, para que
      *    FECHAINI lo avise.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQUEO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESBLOQ ASSIGN TO "MAESBLOQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESBLOQ
           RECORDING MODE IS F.
       COPY BLOQMAE.

       WORKING-STORAGE SECTION.
       01  BLQ-STATUS PIC X(02).
       01  BLOQUEO-LEIDO PIC X(01).
           88  HAY-BLOQUEO-LEIDO VALUE "S".

       LINKAGE SECTION.
       01  PAR-PEDIDO PIC X(01).
       01  PAR-FECHA PIC 9(08).
       01  PAR-TOMADO PIC X(01).

       PROCEDURE DIVISION USING PAR-PEDIDO PAR-FECHA PAR-TOMADO.

           PERFORM LEER-BLOQUEO.
           EVALUATE PAR-PEDIDO
               WHEN "T"
                   MOVE "T" TO BLQ-ESTADO
                   MOVE PAR-FECHA TO BLQ-FECHA
                   ACCEPT BLQ-HORA-TOMA FROM TIME
                   MOVE ZERO TO BLQ-HORA-LIBERA
                   PERFORM GRABAR-BLOQUEO
               WHEN "L"
                   IF HAY-BLOQUEO-LEIDO AND BLQ-TOMADO
                       IF BLQ-FECHA = PAR-FECHA
                           MOVE "L" TO BLQ-ESTADO
                           ACCEPT BLQ-HORA-LIBERA FROM TIME
                           PERFORM GRABAR-BLOQUEO
                       ELSE
                           DISPLAY "BLOQUEO DE MAESTROS TOMADO POR "
                                   "LA NOCHE DE " BLQ-FECHA
                                   ", NO SE LIBERA"
                       END-IF
                   END-IF
               WHEN "C"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BLOQUEO: PEDIDO INVALIDO " PAR-PEDIDO
           END-EVALUATE.

           IF HAY-BLOQUEO-LEIDO AND BLQ-TOMADO
               MOVE "S" TO PAR-TOMADO
               MOVE BLQ-FECHA TO PAR-FECHA
           ELSE
               MOVE "N" TO PAR-TOMADO
           END-IF.

           GOBACK.

           LEER-BLOQUEO.
               MOVE "N" TO BLOQUEO-LEIDO.
               OPEN INPUT MAESBLOQ.
               IF BLQ-STATUS = "00"
                   READ MAESBLOQ
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "S" TO BLOQUEO-LEIDO
                   END-READ
                   CLOSE MAESBLOQ
               END-IF.

           GRABAR-BLOQUEO.
               MOVE "N" TO BLOQUEO-LEIDO.
               OPEN OUTPUT MAESBLOQ.
               IF BLQ-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR MAESBLOQ: " BLQ-STATUS
               ELSE
                   WRITE BLQ-REGISTRO
                   IF BLQ-STATUS = "00"
                       MOVE "S" TO BLOQUEO-LEIDO
                   ELSE
                       DISPLAY "NO SE PUDO GRABAR MAESBLOQ: "
                               BLQ-STATUS
                   END-IF
                   CLOSE MAESBLOQ
               END-IF.

       END PROGRAM BLOQUEO.
