      ******************************************************************
      *PEDAPR - Aprobacion de los pedidos de trabajo para la noche
      *(archivo PEDTRAB, ver COPYLIB/PEDTRB) que el turno dia graba
      *desde EJERMENU. Exige sign-on de supervisor. Permite listar los
      *pedidos pendientes con sus parametros, listar todos (los
      *resueltos y los ya corridos quedan en el archivo como rastro),
      *aprobar un pedido y rechazarlo. Como en MNTAPR, el que pidio
      *no puede aprobar su propio pedido, pero si rechazarlo (es la
      *forma de retirarlo). Un pedido aprobado lo corre el paso
      *nocturno PEDCORR la proxima noche; la resolucion queda en el
      *pedido con el supervisor y la fecha y hora de reloj.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDAPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDTRAB ASSIGN TO "PEDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTR-NUMERO
               FILE STATUS IS PTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDTRAB.
       COPY PEDTRB.

       WORKING-STORAGE SECTION.
       01  PTR-STATUS PIC X(02).
       01  OPCION PIC X(01).
       01  SEGUIR PIC X(01) VALUE "S".
           88  HAY-QUE-SEGUIR VALUE "S".
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  LISTAR-SOLO-PENDIENTES PIC X(01).
           88  SOLO-PENDIENTES VALUE "S".
       01  NUMERO-PEDIDO PIC 9(06).
       01  PEDIDO-LEIDO PIC X(01).
           88  HAY-PEDIDO VALUE "S".
       01  CONFIRMACION PIC X(01).
           88  CONFIRMA VALUE "S" "s".
       01  OPERADOR-ID PIC X(08).
       01  OPERADOR-CLAVE PIC X(08).
       01  OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88  OPERADOR-OK VALUE "S".
       01  OPERADOR-NIVEL PIC X(01).
           88  ES-SUPERVISOR VALUE "S".
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "PEDAPR".
       01  INTENTOS-SIGNON PIC 9(01) VALUE ZERO.
       01  IDX-PAR PIC 9(01).

       PROCEDURE DIVISION.

           PERFORM CONTROLAR-ACCESO.
           IF HAY-QUE-SEGUIR
               PERFORM ABRIR-PEDIDOS
           END-IF.
           IF HAY-QUE-SEGUIR
               PERFORM MOSTRAR-MENU-Y-EJECUTAR
                   UNTIL NOT HAY-QUE-SEGUIR
               CLOSE PEDTRAB
           END-IF.
           GOBACK.

           CONTROLAR-ACCESO.
               PERFORM PEDIR-SIGNON
                   UNTIL OPERADOR-OK OR INTENTOS-SIGNON NOT < 3.
               EVALUATE TRUE
                   WHEN NOT OPERADOR-OK
                       DISPLAY "SIGN-ON AGOTADO, SE CANCELA"
                       MOVE "N" TO SEGUIR
                   WHEN NOT ES-SUPERVISOR
                       DISPLAY "SE REQUIERE NIVEL SUPERVISOR"
                       MOVE "N" TO SEGUIR
               END-EVALUATE.

           PEDIR-SIGNON.
               DISPLAY "OPERADOR ID".
               ACCEPT OPERADOR-ID.
               DISPLAY "CLAVE".
               ACCEPT OPERADOR-CLAVE.
               CALL "SIGNON" USING OPERADOR-ID OPERADOR-CLAVE
                       PROGRAMA-ACTUAL OPERADOR-AUTORIZADO
                       OPERADOR-NIVEL.
               IF NOT OPERADOR-OK
                   ADD 1 TO INTENTOS-SIGNON
                   DISPLAY "ACCESO DENEGADO, REINTENTE"
               END-IF.

           ABRIR-PEDIDOS.
               OPEN I-O PEDTRAB.
               IF PTR-STATUS = "35"
                   DISPLAY "NO HAY PEDIDOS TODAVIA"
                   MOVE "N" TO SEGUIR
               ELSE
                   IF PTR-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR PEDTRAB: " PTR-STATUS
                       MOVE "N" TO SEGUIR
                   END-IF
               END-IF.

           MOSTRAR-MENU-Y-EJECUTAR.
               DISPLAY "=================================".
               DISPLAY " PEDIDOS DE TRABAJO PARA LA NOCHE".
               DISPLAY " L - LISTAR PEDIDOS PENDIENTES".
               DISPLAY " T - LISTAR TODOS LOS PEDIDOS".
               DISPLAY " A - APROBAR UN PEDIDO".
               DISPLAY " R - RECHAZAR UN PEDIDO".
               DISPLAY " S - SALIR".
               DISPLAY "=================================".
               DISPLAY "OPCION?".
               ACCEPT OPCION.

               EVALUATE OPCION
                   WHEN "L"
                   WHEN "l"
                       MOVE "S" TO LISTAR-SOLO-PENDIENTES
                       PERFORM LISTAR-PEDIDOS
                   WHEN "T"
                   WHEN "t"
                       MOVE "N" TO LISTAR-SOLO-PENDIENTES
                       PERFORM LISTAR-PEDIDOS
                   WHEN "A"
                   WHEN "a"
                       PERFORM APROBAR-PEDIDO
                   WHEN "R"
                   WHEN "r"
                       PERFORM RECHAZAR-PEDIDO
                   WHEN "S"
                   WHEN "s"
                       MOVE "N" TO SEGUIR
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

           LISTAR-PEDIDOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE ZERO TO PTR-NUMERO.
               START PEDTRAB KEY IS NOT LESS THAN PTR-NUMERO
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM LISTAR-UN-PEDIDO UNTIL HAY-FIN-DE-ARCHIVO.

           LISTAR-UN-PEDIDO.
               READ PEDTRAB NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF PTR-PENDIENTE OR NOT SOLO-PENDIENTES
                           PERFORM MOSTRAR-PEDIDO
                       END-IF
               END-READ.

           MOSTRAR-PEDIDO.
               DISPLAY PTR-NUMERO " " PTR-ESTADO " " PTR-PROGRAMA
                       " PIDIO " PTR-SOLICITANTE " " PTR-FECHA-SOL
                       " " PTR-HORA-SOL.
               PERFORM MOSTRAR-UN-PARAMETRO
                   VARYING IDX-PAR FROM 1 BY 1 UNTIL IDX-PAR > 6.
               IF NOT PTR-PENDIENTE
                   DISPLAY "       RESOLVIO " PTR-RESOLVIO " "
                           PTR-FECHA-RES " " PTR-HORA-RES
               END-IF.
               IF PTR-TERMINADO OR PTR-FALLIDO
                   DISPLAY "       CORRIO " PTR-FECHA-CORRIDA
                           " RC=" PTR-RETORNO " REPORTE "
                           PTR-REPORTE
               END-IF.

           MOSTRAR-UN-PARAMETRO.
               IF PTR-CLAVE(IDX-PAR) NOT = SPACES
                   DISPLAY "       " PTR-CLAVE(IDX-PAR) " "
                           PTR-VALOR(IDX-PAR)
               END-IF.

           LEER-PEDIDO.
               MOVE "N" TO PEDIDO-LEIDO.
               DISPLAY "NUMERO DE PEDIDO".
               ACCEPT NUMERO-PEDIDO.
               MOVE NUMERO-PEDIDO TO PTR-NUMERO.
               READ PEDTRAB
                   INVALID KEY
                       DISPLAY "PEDIDO INEXISTENTE: " NUMERO-PEDIDO
                   NOT INVALID KEY
                       IF PTR-PENDIENTE
                           MOVE "S" TO PEDIDO-LEIDO
                           PERFORM MOSTRAR-PEDIDO
                       ELSE
                           DISPLAY "EL PEDIDO NO ESTA PENDIENTE: "
                                   PTR-ESTADO
                       END-IF
               END-READ.

      *El control de dos personas: el que pidio no aprueba.
           APROBAR-PEDIDO.
               PERFORM LEER-PEDIDO.
               IF HAY-PEDIDO
                   IF PTR-SOLICITANTE = OPERADOR-ID
                       DISPLAY "NO SE PUEDE APROBAR UN PEDIDO PROPIO"
                   ELSE
                       DISPLAY "CONFIRMA LA APROBACION? (S/N)"
                       ACCEPT CONFIRMACION
                       IF CONFIRMA
                           MOVE "A" TO PTR-ESTADO
                           PERFORM CERRAR-PEDIDO
                           DISPLAY "PEDIDO APROBADO, CORRE ESTA NOCHE"
                       END-IF
                   END-IF
               END-IF.

           RECHAZAR-PEDIDO.
               PERFORM LEER-PEDIDO.
               IF HAY-PEDIDO
                   DISPLAY "CONFIRMA EL RECHAZO? (S/N)"
                   ACCEPT CONFIRMACION
                   IF CONFIRMA
                       MOVE "R" TO PTR-ESTADO
                       PERFORM CERRAR-PEDIDO
                       DISPLAY "PEDIDO RECHAZADO"
                   END-IF
               END-IF.

      *Deja el pedido resuelto (estado ya puesto por el llamador).
           CERRAR-PEDIDO.
               MOVE OPERADOR-ID TO PTR-RESOLVIO.
               ACCEPT PTR-FECHA-RES FROM DATE YYYYMMDD.
               ACCEPT PTR-HORA-RES FROM TIME.
               REWRITE PTR-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL PEDIDO: "
                               PTR-NUMERO
               END-REWRITE.

       END PROGRAM PEDAPR.
