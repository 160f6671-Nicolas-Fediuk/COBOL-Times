      ******************************************************************
      *ALUMNT - Mantenimiento del maestro de alumnos (ALUMAST, ver
      *COPYLIB/ALUMNO) al que HOJACORR ata las hojas de practica
      *corregidas de EJERCICIO5. Permite listar los alumnos (todos o
      *los de un curso), cargar o corregir un alumno (identificacion,
      *nombre y curso) y darlo de baja; la baja lo deja inactivo, sin
      *borrar, para que su historia en la libreta de notas (LIBRETA)
      *no quede huerfana, y volver a cargarlo lo reactiva. Si el
      *maestro todavia no existe lo crea vacio, igual que los demas
      *programas de mantenimiento.
      *Como en los otros maestros, exige sign-on de supervisor y cada
      *alta, correccion y baja queda en el log de cambios de
      *mantenimiento (MNTLOG, via MNTWRT) con las imagenes
      *antes/despues; MNTINQ lista la historia de un alumno.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMAST ASSIGN TO "ALUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS ALU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMAST.
       COPY ALUMNO.

       WORKING-STORAGE SECTION.
       01  ALU-STATUS PIC X(02).
       01  OPCION PIC X(01).
       01  SEGUIR PIC X(01) VALUE "S".
           88  HAY-QUE-SEGUIR VALUE "S".
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  ALUMNO-PEDIDO PIC X(08).
       01  NOMBRE-NUEVO PIC X(30).
       01  CURSO-NUEVO PIC X(06).
       01  CURSO-FILTRO PIC X(06).
       01  FECHA-HOY PIC 9(08).
       01  OPERADOR-ID PIC X(08).
       01  OPERADOR-CLAVE PIC X(08).
       01  OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88  OPERADOR-OK VALUE "S".
       01  OPERADOR-NIVEL PIC X(01).
           88  ES-SUPERVISOR VALUE "S".
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "ALUMNT".
       01  INTENTOS-SIGNON PIC 9(01) VALUE ZERO.
       01  MNT-ACCION PIC X(01).
       01  MNT-CLAVE-LOG PIC X(16).
       01  IMAGEN-ANTES PIC X(60).
       01  IMAGEN-DESPUES PIC X(60).
       01  IMAGEN-ARMADA.
           05  IMG-NOMBRE PIC X(30).
           05  FILLER PIC X(07) VALUE " CURSO=".
           05  IMG-CURSO PIC X(06).
           05  FILLER PIC X(08) VALUE " ACTIVO=".
           05  IMG-ACTIVO PIC X(01).
           05  FILLER PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CONTROLAR-ACCESO.
           IF HAY-QUE-SEGUIR
               PERFORM ABRIR-MAESTRO
           END-IF.
           IF HAY-QUE-SEGUIR
               PERFORM MOSTRAR-MENU-Y-EJECUTAR
                   UNTIL NOT HAY-QUE-SEGUIR
               CLOSE ALUMAST
           END-IF.
           GOBACK.

      *Igual que los demas maestros: solo un supervisor (OPM-NIVEL
      *"S") da de alta, corrige o da de baja.
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

           ABRIR-MAESTRO.
               OPEN I-O ALUMAST.
               IF ALU-STATUS = "35"
                   OPEN OUTPUT ALUMAST
                   CLOSE ALUMAST
                   OPEN I-O ALUMAST
               END-IF.
               IF ALU-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR ALUMAST: " ALU-STATUS
                   MOVE "N" TO SEGUIR
               END-IF.

           MOSTRAR-MENU-Y-EJECUTAR.
               DISPLAY "=================================".
               DISPLAY " MAESTRO DE ALUMNOS".
               DISPLAY " L - LISTAR ALUMNOS".
               DISPLAY " M - CARGAR/CORREGIR ALUMNO".
               DISPLAY " B - BAJA DE ALUMNO".
               DISPLAY " S - SALIR".
               DISPLAY "=================================".
               DISPLAY "OPCION?".
               ACCEPT OPCION.

               EVALUATE OPCION
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-ALUMNOS
                   WHEN "M"
                   WHEN "m"
                       PERFORM MODIFICAR-ALUMNO
                   WHEN "B"
                   WHEN "b"
                       PERFORM BAJA-ALUMNO
                   WHEN "S"
                   WHEN "s"
                       MOVE "N" TO SEGUIR
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

           LISTAR-ALUMNOS.
               DISPLAY "CURSO A LISTAR (ENTER = TODOS)".
               ACCEPT CURSO-FILTRO.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE LOW-VALUES TO ALU-ID.
               START ALUMAST KEY IS NOT LESS THAN ALU-ID
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM LISTAR-UN-ALUMNO UNTIL HAY-FIN-DE-ARCHIVO.

           LISTAR-UN-ALUMNO.
               READ ALUMAST NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF CURSO-FILTRO = SPACES
                               OR CURSO-FILTRO = ALU-CURSO
                           DISPLAY ALU-ID " " ALU-NOMBRE
                                   " CURSO=" ALU-CURSO
                                   " ACTIVO=" ALU-ACTIVO
                       END-IF
               END-READ.

      *Se lee primero el registro para tener la imagen anterior en
      *el log; segun exista o no, la operacion es M o A. Cargar de
      *nuevo un alumno dado de baja lo reactiva.
           MODIFICAR-ALUMNO.
               DISPLAY "IDENTIFICACION DEL ALUMNO".
               ACCEPT ALUMNO-PEDIDO.
               IF ALUMNO-PEDIDO = SPACES
                   DISPLAY "LA IDENTIFICACION NO PUEDE SER BLANCO"
               ELSE
                   DISPLAY "NOMBRE Y APELLIDO"
                   ACCEPT NOMBRE-NUEVO
                   DISPLAY "CURSO"
                   ACCEPT CURSO-NUEVO
                   MOVE ALUMNO-PEDIDO TO ALU-ID
                   READ ALUMAST
                       INVALID KEY
                           MOVE "A" TO MNT-ACCION
                           MOVE SPACES TO IMAGEN-ANTES
                           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
                           MOVE FECHA-HOY TO ALU-FECHA-ALTA
                       NOT INVALID KEY
                           MOVE "M" TO MNT-ACCION
                           PERFORM ARMAR-IMAGEN
                           MOVE IMAGEN-ARMADA TO IMAGEN-ANTES
                   END-READ
                   MOVE ALUMNO-PEDIDO TO ALU-ID
                   MOVE NOMBRE-NUEVO TO ALU-NOMBRE
                   MOVE CURSO-NUEVO TO ALU-CURSO
                   MOVE "S" TO ALU-ACTIVO
                   PERFORM ARMAR-IMAGEN
                   MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                   IF MNT-ACCION = "A"
                       WRITE ALU-REGISTRO
                           INVALID KEY
                               DISPLAY "NO SE PUDO GRABAR: " ALU-STATUS
                           NOT INVALID KEY
                               PERFORM GRABAR-CAMBIO
                       END-WRITE
                   ELSE
                       REWRITE ALU-REGISTRO
                           INVALID KEY
                               DISPLAY "NO SE PUDO GRABAR: " ALU-STATUS
                           NOT INVALID KEY
                               PERFORM GRABAR-CAMBIO
                       END-REWRITE
                   END-IF
               END-IF.

           BAJA-ALUMNO.
               DISPLAY "IDENTIFICACION DEL ALUMNO A DAR DE BAJA".
               ACCEPT ALUMNO-PEDIDO.
               MOVE ALUMNO-PEDIDO TO ALU-ID.
               READ ALUMAST
                   INVALID KEY
                       DISPLAY "ALUMNO INEXISTENTE: " ALUMNO-PEDIDO
                   NOT INVALID KEY
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-ANTES
                       MOVE "N" TO ALU-ACTIVO
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                       MOVE "B" TO MNT-ACCION
                       REWRITE ALU-REGISTRO
                           INVALID KEY
                               DISPLAY "NO SE PUDO GRABAR: " ALU-STATUS
                           NOT INVALID KEY
                               PERFORM GRABAR-CAMBIO
                       END-REWRITE
               END-READ.

           ARMAR-IMAGEN.
               MOVE ALU-NOMBRE TO IMG-NOMBRE.
               MOVE ALU-CURSO TO IMG-CURSO.
               MOVE ALU-ACTIVO TO IMG-ACTIVO.

           GRABAR-CAMBIO.
               MOVE ALUMNO-PEDIDO TO MNT-CLAVE-LOG.
               CALL "MNTWRT" USING PROGRAMA-ACTUAL OPERADOR-ID
                   MNT-ACCION MNT-CLAVE-LOG
                   IMAGEN-ANTES IMAGEN-DESPUES.
               DISPLAY "ALUMNO " ALUMNO-PEDIDO " GRABADO".

       END PROGRAM ALUMNT.
