      *maestro contra el que valida SIGNON esta dañado; el dataset
      *de las copias se protege por seguridad del sistema, no por
      *este programa.
      ******************************************************************
      *Modificaciones:
      *  - La importacion no recarga nada mientras la noche tiene
      *    tomado el bloqueo de los maestros (subprograma BLOQUEO,
      *    ver COPYLIB/BLOQMAE): avisa que noche lo tiene y termina
      *    con RC=8. Por una urgencia se puede forzar, pero el forzado
      *    si pide sign-on de supervisor (aunque la importacion comun
      *    siga sin pedirlo) y queda en MNTLOG con la accion "F". La
      *    exportacion no cambia nada y no se bloquea.
      *  - OPERMAST crece a 94 bytes (idioma del operador) y MSGCAT
      *    a 71 con clave codigo + idioma (ver COPYLIB/OPERMST y
      *    COPYLIB/MSGCAT): las copias OPERSEQ y MSGSEQ llevan el
      *    largo nuevo. Los maestros grabados con el largo anterior
      *    se pasan por unica vez con IDIOCONV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAESTROS.
           SELECT MSGCAT ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-CLAVE
               FILE STATUS IS MSG-STATUS.
           SELECT MSGSEQ ASSIGN TO "MSGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL

       FD  OPERSEQ
           RECORDING MODE IS F.
       01  OPERSEQ-REG PIC X(94).

       FD  SITECFG.
       COPY SITECFG.

       FD  MSGSEQ
           RECORDING MODE IS F.
       01  MSGSEQ-REG PIC X(71).

       FD  CALFERI
           RECORDING MODE IS F.
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  COPIADOS PIC 9(05).
       01  RECHAZADOS PIC 9(05).
       01  BLOQ-PEDIDO PIC X(01).
       01  BLOQ-FECHA PIC 9(08).
       01  BLOQ-TOMADO PIC X(01).
       01  FORZAR-ENTRADA PIC X(01).
           88  SE-FUERZA VALUE "S" "s".
       01  ACTUALIZACION-PERMITIDA PIC X(01) VALUE "S".
           88  SE-PUEDE-ACTUALIZAR VALUE "S".
       01  OPERADOR-ID PIC X(08) VALUE SPACES.
       01  OPERADOR-CLAVE PIC X(08).
       01  OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88  OPERADOR-OK VALUE "S".
       01  OPERADOR-NIVEL PIC X(01).
           88  ES-SUPERVISOR VALUE "S".
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "MAESTROS".
       01  INTENTOS-SIGNON PIC 9(01) VALUE ZERO.
       01  MNT-ACCION PIC X(01).
       01  MNT-CLAVE-LOG PIC X(16).
       01  IMAGEN-ANTES PIC X(60).
       01  IMAGEN-DESPUES PIC X(60).
       01  IMAGEN-BLOQUEO.
           05  FILLER PIC X(26) VALUE "BLOQUEADO POR LA NOCHE DE ".
           05  IMG-NOCHE-FECHA PIC 9(08).
           05  FILLER PIC X(26) VALUE SPACES.
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

               DISPLAY "MAESTRO: (T)ODOS, (O)PERMAST, (C)ONFIG, "
                       "(M)SGCAT, (F)ERIADOS (ENTER = T)"
               ACCEPT ELECCION-ENTRADA
               IF ES-IMPORTAR
                   PERFORM CONTROLAR-BLOQUEO
               END-IF
               IF SE-PUEDE-ACTUALIZAR
                   PERFORM PROCESAR-ELECCION
               ELSE
                   DISPLAY "IMPORTACION RECHAZADA"
                   MOVE 8 TO RETORNO-CORRIDA
               END-IF
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

      *Recargar un maestro a mitad de la noche es justo lo que el
      *bloqueo evita. El forzado pide un supervisor identificado: es
      *la unica parte de este programa que exige sign-on.
           CONTROLAR-BLOQUEO.
               MOVE "C" TO BLOQ-PEDIDO.
               MOVE ZERO TO BLOQ-FECHA.
               CALL "BLOQUEO" USING BLOQ-PEDIDO BLOQ-FECHA BLOQ-TOMADO.
               IF BLOQ-TOMADO = "S"
                   DISPLAY "MAESTROS BLOQUEADOS POR LA NOCHE DE "
                           BLOQ-FECHA
                   DISPLAY "FORZAR CON SIGN-ON DE SUPERVISOR? (S/N)"
                   ACCEPT FORZAR-ENTRADA
                   MOVE "N" TO ACTUALIZACION-PERMITIDA
                   IF SE-FUERZA
                       PERFORM PEDIR-SIGNON
                           UNTIL OPERADOR-OK
                               OR INTENTOS-SIGNON NOT < 3
                       EVALUATE TRUE
                           WHEN NOT OPERADOR-OK
                               DISPLAY "SIGN-ON AGOTADO"
                           WHEN NOT ES-SUPERVISOR
                               DISPLAY "SE REQUIERE NIVEL SUPERVISOR"
                           WHEN OTHER
                               MOVE "S" TO ACTUALIZACION-PERMITIDA
                               PERFORM GRABAR-FORZADO
                       END-EVALUATE
                   END-IF
               END-IF.

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

           GRABAR-FORZADO.
               MOVE "F" TO MNT-ACCION.
               MOVE "MAESBLOQ" TO MNT-CLAVE-LOG.
               MOVE BLOQ-FECHA TO IMG-NOCHE-FECHA.
               MOVE IMAGEN-BLOQUEO TO IMAGEN-ANTES.
               MOVE "FORZADO POR SUPERVISOR" TO IMAGEN-DESPUES.
               CALL "MNTWRT" USING PROGRAMA-ACTUAL OPERADOR-ID
                   MNT-ACCION MNT-CLAVE-LOG
                   IMAGEN-ANTES IMAGEN-DESPUES.

           PROCESAR-ELECCION.
               IF ELIGE-TODOS OR ELIGE-OPERMAST
                   PERFORM TRABAJAR-OPERMAST
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   OPEN OUTPUT MSGSEQ
                   MOVE LOW-VALUES TO MSG-CLAVE
                   START MSGCAT KEY IS NOT LESS THAN MSG-CLAVE
                       INVALID KEY
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-START
                   INVALID KEY
                       ADD 1 TO RECHAZADOS
                       DISPLAY "CLAVE REPETIDA EN MSGSEQ: "
                               MSG-CODIGO " " MSG-IDIOMA
                   NOT INVALID KEY
                       ADD 1 TO COPIADOS
               END-WRITE.
