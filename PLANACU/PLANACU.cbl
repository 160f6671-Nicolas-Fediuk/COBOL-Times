      ******************************************************************
      *PLANACU - Acuses del sistema de planificacion sobre los envios
      *de PLANENV. Lee el archivo de acuses que devuelve el receptor
      *(PLANACK, ver COPYLIB/PLANAC) y marca cada envio en el libro de
      *transmisiones (PLANLOG, ver COPYLIB/PLANLG): acusado si el
      *receptor lo acepto y conto lo mismo que se mando (fecha de
      *negocio, cantidad de registros y total hash), rechazado si lo
      *rechazo o si sus cifras no coinciden. Despues recorre el libro
      *y deja una alerta de operaciones (ALERTWTR) por cada envio de
      *una fecha anterior a la de proceso que sigue sin acuse: se
      *mando en una noche anterior y el receptor no contesto hasta
      *esta. Cada envio se alerta una sola vez; un reenvio (clave
      *REENVIO de PLANENV) lo vuelve a dejar pendiente.
      *Corre antes de PLANENV, asi los acuses de la noche anterior
      *quedan procesados antes del envio nuevo. RC=4 si hubo alertas,
      *RC=8 si no se pudo abrir el libro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANACU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANACK ASSIGN TO "PLANACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
           SELECT PLANLOG ASSIGN TO "PLANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLG-SECUENCIA
               FILE STATUS IS PLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANACK
           RECORDING MODE IS F.
       COPY PLANAC.

       FD  PLANLOG.
       COPY PLANLG.

       WORKING-STORAGE SECTION.
       01  ACK-STATUS PIC X(02).
       01  PLG-STATUS PIC X(02).
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "PLANACU".
       01  FECHA-HOY PIC 9(08).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  ACUSES-LEIDOS PIC 9(05) VALUE ZERO.
       01  ACUSES-ACEPTADOS PIC 9(05) VALUE ZERO.
       01  ACUSES-RECHAZADOS PIC 9(05) VALUE ZERO.
       01  ACUSES-REPETIDOS PIC 9(05) VALUE ZERO.
       01  ACUSES-DESCONOCIDOS PIC 9(05) VALUE ZERO.
       01  ENVIOS-PENDIENTES PIC 9(05) VALUE ZERO.
       01  ENVIOS-ALERTADOS PIC 9(05) VALUE ZERO.

       01  ALERTA-TIPO PIC X(08).
       01  ALERTA-DETALLE.
           05  FILLER PIC X(06) VALUE "ENVIO ".
           05  AD-SECUENCIA PIC 9(06).
           05  FILLER PIC X(05) VALUE " DEL ".
           05  AD-FECHA PIC 9(08).
           05  AD-TEXTO PIC X(15).
      *RETORNO-CORRIDA se carga recien antes del GOBACK: cada CALL
      *pisa RETURN-CODE con el retorno del subprograma.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

           CALL "FECHANEG" USING FECHA-HOY.
           OPEN I-O PLANLOG.
           EVALUATE PLG-STATUS
               WHEN "00"
                   PERFORM PROCESAR-ACUSES
                   PERFORM CONTROLAR-PENDIENTES
                   CLOSE PLANLOG
                   DISPLAY "ACUSES LEIDOS " ACUSES-LEIDOS
                           " ACEPTADOS " ACUSES-ACEPTADOS
                           " RECHAZADOS " ACUSES-RECHAZADOS
                           " REPETIDOS " ACUSES-REPETIDOS
                           " DESCONOCIDOS " ACUSES-DESCONOCIDOS
                   DISPLAY "ENVIOS SIN ACUSE " ENVIOS-PENDIENTES
                           " (ALERTADOS HOY " ENVIOS-ALERTADOS ")"
               WHEN "35"
                   DISPLAY "NO HAY PLANLOG TODAVIA: NADA ENVIADO"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR PLANLOG: " PLG-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
           END-EVALUATE.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           PROCESAR-ACUSES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT PLANACK.
               IF ACK-STATUS NOT = "00"
                   DISPLAY "NO LLEGARON ACUSES (PLANACK): " ACK-STATUS
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   READ PLANACK
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               PERFORM PROCESAR-UN-ACUSE UNTIL HAY-FIN-DE-ARCHIVO.
               IF ACK-STATUS = "00" OR ACK-STATUS = "10"
                   CLOSE PLANACK
               END-IF.

           PROCESAR-UN-ACUSE.
               ADD 1 TO ACUSES-LEIDOS.
               MOVE ACK-SECUENCIA TO PLG-SECUENCIA.
               READ PLANLOG
                   INVALID KEY
                       DISPLAY "ACUSE DE UN ENVIO QUE NO ESTA EN "
                               "PLANLOG: " ACK-SECUENCIA
                       ADD 1 TO ACUSES-DESCONOCIDOS
                       IF RETORNO-CORRIDA < 4
                           MOVE 4 TO RETORNO-CORRIDA
                       END-IF
                   NOT INVALID KEY
                       PERFORM MARCAR-ENVIO
               END-READ.
               READ PLANACK
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

      *Un envio ya acusado no cambia aunque el archivo repita su
      *acuse. Uno rechazado puede pasar a acusado si el receptor
      *acepta despues el reenvio.
           MARCAR-ENVIO.
               MOVE PLG-SECUENCIA TO AD-SECUENCIA.
               MOVE PLG-FECHA-NEGOCIO TO AD-FECHA.
               EVALUATE TRUE
                   WHEN PLG-ACUSADO
                       ADD 1 TO ACUSES-REPETIDOS
                   WHEN ACK-RECHAZADO
                       DISPLAY "ENVIO " PLG-SECUENCIA " RECHAZADO: "
                               ACK-MOTIVO
                       MOVE " RECHAZADO" TO AD-TEXTO
                       PERFORM RECHAZAR-ENVIO
                   WHEN ACK-FECHA-NEGOCIO NOT = PLG-FECHA-NEGOCIO
                           OR ACK-REGISTROS NOT = PLG-REGISTROS
                           OR ACK-HASH NOT = PLG-HASH
                       DISPLAY "ENVIO " PLG-SECUENCIA " ACUSADO CON "
                               "CIFRAS DISTINTAS: REGISTROS "
                               ACK-REGISTROS " HASH " ACK-HASH
                       MOVE " NO COINCIDE" TO AD-TEXTO
                       PERFORM RECHAZAR-ENVIO
                   WHEN OTHER
                       MOVE "A" TO PLG-ESTADO
                       MOVE FECHA-HOY TO PLG-FECHA-ACUSE
                       ADD 1 TO ACUSES-ACEPTADOS
                       PERFORM REGRABAR-ENVIO
               END-EVALUATE.

           RECHAZAR-ENVIO.
               MOVE "R" TO PLG-ESTADO.
               MOVE FECHA-HOY TO PLG-FECHA-ACUSE.
               ADD 1 TO ACUSES-RECHAZADOS.
               PERFORM REGRABAR-ENVIO.
               MOVE "RECHAZO" TO ALERTA-TIPO.
               CALL "ALERTWTR" USING PROGRAMA-ACTUAL ALERTA-TIPO
                   ALERTA-DETALLE.
               IF RETORNO-CORRIDA < 4
                   MOVE 4 TO RETORNO-CORRIDA
               END-IF.

           REGRABAR-ENVIO.
               REWRITE PLG-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO MARCAR EL ENVIO "
                               PLG-SECUENCIA ": " PLG-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-REWRITE.

      *Un envio de una fecha anterior a la de proceso salio en una
      *noche anterior: a esta altura el receptor ya tenia que haberlo
      *acusado.
           CONTROLAR-PENDIENTES.
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
                   IF PLG-ENVIADO AND PLG-FECHA-NEGOCIO < FECHA-HOY
                       ADD 1 TO ENVIOS-PENDIENTES
                       DISPLAY "ENVIO " PLG-SECUENCIA " DEL "
                               PLG-FECHA-NEGOCIO " SIN ACUSE"
                       IF NOT PLG-YA-ALERTADO
                           PERFORM ALERTAR-SIN-ACUSE
                       END-IF
                   END-IF
               END-IF.

           ALERTAR-SIN-ACUSE.
               MOVE PLG-SECUENCIA TO AD-SECUENCIA.
               MOVE PLG-FECHA-NEGOCIO TO AD-FECHA.
               MOVE " SIN ACUSE" TO AD-TEXTO.
               MOVE "SINACUSE" TO ALERTA-TIPO.
               CALL "ALERTWTR" USING PROGRAMA-ACTUAL ALERTA-TIPO
                   ALERTA-DETALLE.
               MOVE "S" TO PLG-ALERTADO.
               PERFORM REGRABAR-ENVIO.
               ADD 1 TO ENVIOS-ALERTADOS.
               IF RETORNO-CORRIDA < 4
                   MOVE 4 TO RETORNO-CORRIDA
               END-IF.

       END PROGRAM PLANACU.
