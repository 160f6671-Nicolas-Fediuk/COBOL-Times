      ******************************************************************
      *OPERACT - Estado de actividad de los operadores. Para contestar
      *"que hizo tal operador el mes pasado" habia que correr SECRPT,
      *EODRPT dia por dia, MNTINQ y revisar ALERTAS a mano. Este
      *reporte junta en una sola pasada, para un rango de fechas:
      *  - los sign-on de SECLOG (ver COPYLIB/SECEVT);
      *  - los inicios y fines de corrida de AUDITLOG con su codigo de
      *    retorno (AUD-OPERATOR-ID, ver COPYLIB/RUNAUD);
      *  - los cambios a los maestros de MNTLOG (ver COPYLIB/MNTEVT);
      *  - las cabeceras de conteo de EJERHIST (HIST-CAB-OPERADOR, ver
      *    COPYLIB/EJHIST).
      *Por SYSIN se pide el modo, el operador (solo en modo D) y el
      *rango de fechas:
      *  - D (detalle): todos los eventos del operador en orden de
      *    fecha y hora, con subtotales por tipo. Los eventos se
      *    ordenan en memoria y no se confia en el orden de los logs,
      *    porque una restauracion (RESTAURA) agrega registros viejos
      *    al final de SECLOG;
      *  - R (resumen): una linea por operador con las cantidades de
      *    cada tipo lado a lado, para la revision mensual del
      *    supervisor. Salen todos los operadores del maestro OPERMAST,
      *    tengan o no actividad, y los que aparecen en los logs sin
      *    estar en el maestro. Las corridas sin operador (batch) no
      *    se cuentan.
      *Las cabeceras de EJERHIST no tienen hora: salen primero en su
      *dia, con la hora en blanco. AUDITLOG y EJERHIST estan por
      *fecha de proceso y SECLOG y MNTLOG por fecha de reloj, igual
      *que en los reportes de cada log.
      *Retorno: 0 con actividad, 4 si no hubo eventos o no entraron
      *todos en la tabla, 8 si no se pudo correr o no se pudo leer
      *alguno de los logs.
      ******************************************************************
      *Modificaciones:
      *  - SECLOG trae ahora tambien los eventos de la sesion de
      *    EJERMENU (ver COPYLIB/SECEVT), que antes de este cambio
      *    habrian salido como sign-on denegados. Entran en el detalle
      *    como tipo SESION MENU (inicio, fin, inactiva o duplicada
      *    rechazada; las dos ultimas como novedad) con su subtotal, y
      *    no se cuentan como sign-on en el detalle ni en el resumen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CLAVE
               FILE STATUS IS AUD-STATUS.
           SELECT MNTLOG ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-STATUS.
           SELECT EJERHIST ASSIGN TO "EJERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS HIST-STATUS.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-OPERADOR-ID
               FILE STATUS IS OPM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECLOG
           RECORDING MODE IS F.
       COPY SECEVT.

       FD  AUDITLOG.
       COPY RUNAUD.

       FD  MNTLOG
           RECORDING MODE IS F.
       COPY MNTEVT.

       FD  EJERHIST.
       COPY EJHIST.

       FD  OPERMAST.
       COPY OPERMST.

       WORKING-STORAGE SECTION.
       01  SEC-STATUS PIC X(02).
       01  AUD-STATUS PIC X(02).
       01  MNT-STATUS PIC X(02).
       01  HIST-STATUS PIC X(02).
       01  OPM-STATUS PIC X(02).
       01  MODO-INFORME PIC X(01).
           88  MODO-DETALLE VALUE "D" "d".
           88  MODO-RESUMEN VALUE "R" "r".
       01  OPERADOR-PEDIDO PIC X(08).
       01  FECHA-ENTRADA PIC X(08).
       01  FECHA-DESDE PIC 9(08).
       01  FECHA-HASTA PIC 9(08).
       01  DIAS-FECHA PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  INFORME-OK PIC X(01) VALUE "S".
           88  SE-PUEDE-INFORMAR VALUE "S".
       01  FIN-DE-ARCHIVO PIC X(01).
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  BUSCADO-FLAG PIC X(01).
           88  OPERADOR-HALLADO VALUE "S".
       01  HUECO-FLAG PIC X(01).
           88  HUECO-UBICADO VALUE "S".
       01  POS-HUECO PIC 9(05).
       01  POS-ANTERIOR PIC 9(05).
       01  EVENTOS-PERDIDOS PIC 9(05) VALUE ZERO.
       01  EVENTOS-TOTAL PIC 9(07) VALUE ZERO.
       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "OPERACT".
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

      *Evento armado desde cualquiera de los cuatro logs.
      *EV-TIPO: "S" sign-on, "I" inicio y "F" fin de corrida, "M"
      *cambio de maestro, "H" cabecera de conteo, "X" evento de la
      *sesion de EJERMENU. EV-NOVEDAD marca un sign-on no permitido,
      *una sesion inactiva o duplicada o un fin de corrida con
      *retorno > 0.
       01  EVENTO-NUEVO.
           05  EV-MOMENTO.
               10  EV-FECHA PIC 9(08).
               10  EV-HORA PIC 9(08).
           05  EV-TIPO PIC X(01).
           05  EV-NOVEDAD PIC X(01).
               88  EV-ES-NOVEDAD VALUE "S".
           05  EV-CON-HORA PIC X(01).
               88  EV-TIENE-HORA VALUE "S".
           05  EV-TEXTO PIC X(48).
       01  EV-OPERADOR PIC X(08).
       01  EV-NOMBRE PIC X(20).

       01  TABLA-EVENTOS.
           05  TE-USADAS PIC 9(05) VALUE ZERO.
           05  TE-TOPE PIC 9(05) VALUE 3000.
           05  TE-ENTRADA OCCURS 3000 TIMES INDEXED BY IDX-EVE.
               10  TE-MOMENTO PIC X(16).
               10  FILLER PIC X(51).

      *Una linea por operador; en modo D tiene solo al pedido.
       01  TABLA-RESUMEN.
           05  TR-USADAS PIC 9(03) VALUE ZERO.
           05  TR-ENTRADA OCCURS 200 TIMES INDEXED BY IDX-OPE.
               10  TR-OPERADOR PIC X(08).
               10  TR-NOMBRE PIC X(20).
               10  TR-SIGNONS PIC 9(05).
               10  TR-DENEGADOS PIC 9(05).
               10  TR-CORRIDAS PIC 9(05).
               10  TR-CON-RC PIC 9(05).
               10  TR-CAMBIOS PIC 9(05).
               10  TR-CONTEOS PIC 9(05).
               10  TR-SESIONES PIC 9(05).

       01  TXT-SIGNON.
           05  TXS-PROGRAMA PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  TXS-RESULTADO PIC X(10).
           05  FILLER PIC X(01) VALUE SPACES.
           05  TXS-MOTIVO PIC X(20).
           05  FILLER PIC X(08) VALUE SPACES.

       01  TXT-CORRIDA.
           05  TXC-EVENTO PIC X(07).
           05  TXC-PROGRAMA PIC X(08).
           05  TXC-ETIQUETA PIC X(04).
           05  TXC-RC PIC 9(04).
           05  TXC-RC-X REDEFINES TXC-RC PIC X(04).
           05  FILLER PIC X(25) VALUE SPACES.

       01  TXT-CAMBIO.
           05  TXM-PROGRAMA PIC X(08).
           05  FILLER PIC X(08) VALUE " ACCION ".
           05  TXM-ACCION PIC X(01).
           05  FILLER PIC X(07) VALUE " CLAVE ".
           05  TXM-CLAVE PIC X(16).
           05  FILLER PIC X(08) VALUE SPACES.

       01  TXT-CONTEO.
           05  FILLER PIC X(10) VALUE "SECUENCIA ".
           05  TXH-SECUENCIA PIC 9(05).
           05  FILLER PIC X(08) VALUE " LIMITE ".
           05  TXH-LIMITE PIC -ZZ9.
           05  FILLER PIC X(07) VALUE " TOTAL ".
           05  TXH-TOTAL PIC -ZZZZZZ9.
           05  FILLER PIC X(05) VALUE " BAL ".
           05  TXH-BALANCEADO PIC X(01).

       01  RPT-TITULO.
           05  TIT-TEXTO PIC X(34).
           05  TIT-OPERADOR PIC X(08).
           05  FILLER PIC X(07) VALUE " DESDE ".
           05  TIT-DESDE PIC 9(08).
           05  FILLER PIC X(07) VALUE " HASTA ".
           05  TIT-HASTA PIC 9(08).
           05  FILLER PIC X(08) VALUE SPACES.

       01  RPT-NOMBRE.
           05  FILLER PIC X(10) VALUE "OPERADOR: ".
           05  NOM-OPERADOR PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  NOM-NOMBRE PIC X(30).
           05  FILLER PIC X(31) VALUE SPACES.

       01  RPT-ENCABEZADO-DET.
           05  FILLER PIC X(17) VALUE "FECHA    HORA".
           05  FILLER PIC X(15) VALUE "TIPO".
           05  FILLER PIC X(48) VALUE "DETALLE".

       01  RPT-DETALLE.
           05  DET-FECHA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  DET-HORA PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  DET-TIPO PIC X(13).
           05  FILLER PIC X(02) VALUE SPACES.
           05  DET-TEXTO PIC X(48).

       01  RPT-ENCABEZADO-SUB.
           05  FILLER PIC X(30) VALUE "SUBTOTALES POR TIPO:".
           05  FILLER PIC X(50) VALUE SPACES.

       01  RPT-SUBTOTAL.
           05  FILLER PIC X(02) VALUE SPACES.
           05  SUB-TIPO PIC X(30).
           05  SUB-CANTIDAD PIC ZZZZ9.
           05  FILLER PIC X(43) VALUE SPACES.

       01  RPT-ENCABEZADO-RES.
           05  FILLER PIC X(09) VALUE "OPERADOR".
           05  FILLER PIC X(20) VALUE "NOMBRE".
           05  FILLER PIC X(07) VALUE " SIGNON".
           05  FILLER PIC X(07) VALUE "  DENEG".
           05  FILLER PIC X(07) VALUE " CORRID".
           05  FILLER PIC X(07) VALUE "   RC>0".
           05  FILLER PIC X(07) VALUE " CAMBIO".
           05  FILLER PIC X(07) VALUE " CONTEO".
           05  FILLER PIC X(09) VALUE SPACES.

       01  RPT-RESUMEN.
           05  RES-OPERADOR PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  RES-NOMBRE PIC X(20).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RES-SIGNONS PIC ZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RES-DENEGADOS PIC ZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RES-CORRIDAS PIC ZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RES-CON-RC PIC ZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RES-CAMBIOS PIC ZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RES-CONTEOS PIC ZZZZ9.
           05  FILLER PIC X(09) VALUE SPACES.

       01  RPT-SIN-NOVEDAD.
           05  FILLER PIC X(30) VALUE "  (SIN REGISTROS)".
           05  FILLER PIC X(50) VALUE SPACES.

       01  RPT-PIE.
           05  FILLER PIC X(19) VALUE "EVENTOS DEL RANGO: ".
           05  PIE-EVENTOS PIC ZZZZZZ9.
           05  FILLER PIC X(23) VALUE "  FUERA DE LA TABLA: ".
           05  PIE-PERDIDOS PIC ZZZZ9.
           05  FILLER PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY "MODO (D = DETALLE DE UN OPERADOR, R = RESUMEN)".
           ACCEPT MODO-INFORME.
           IF MODO-DETALLE
               DISPLAY "OPERADOR"
               ACCEPT OPERADOR-PEDIDO
           ELSE
               MOVE SPACES TO OPERADOR-PEDIDO
           END-IF.
           DISPLAY "FECHA DESDE (AAAAMMDD)".
           ACCEPT FECHA-ENTRADA.
           PERFORM VALIDAR-FECHA.
           MOVE FECHA-ENTRADA TO FECHA-DESDE.
           DISPLAY "FECHA HASTA (AAAAMMDD, ENTER = FECHA DESDE)".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FECHA-DESDE TO FECHA-ENTRADA
           END-IF.
           PERFORM VALIDAR-FECHA.
           MOVE FECHA-ENTRADA TO FECHA-HASTA.

           EVALUATE TRUE
               WHEN NOT MODO-DETALLE AND NOT MODO-RESUMEN
                   DISPLAY "MODO INVALIDO: " MODO-INFORME
                   MOVE "N" TO INFORME-OK
               WHEN MODO-DETALLE AND OPERADOR-PEDIDO = SPACES
                   DISPLAY "FALTA EL OPERADOR"
                   MOVE "N" TO INFORME-OK
               WHEN NOT SE-PUEDE-INFORMAR
                   DISPLAY "FECHA INVALIDA, SE CANCELA"
               WHEN FECHA-DESDE > FECHA-HASTA
                   DISPLAY "LA FECHA DESDE ES POSTERIOR A LA HASTA"
                   MOVE "N" TO INFORME-OK
           END-EVALUATE.

           IF SE-PUEDE-INFORMAR
               PERFORM CARGAR-OPERADORES
               PERFORM LEER-SECLOG
               PERFORM LEER-AUDITLOG
               PERFORM LEER-MNTLOG
               PERFORM LEER-EJERHIST
               PERFORM ABRIR-REPORTE
               IF MODO-DETALLE
                   PERFORM IMPRIMIR-DETALLE
               ELSE
                   PERFORM IMPRIMIR-RESUMEN
               END-IF
               PERFORM CERRAR-REPORTE
               IF (EVENTOS-TOTAL = ZERO OR EVENTOS-PERDIDOS > ZERO)
                       AND RETORNO-CORRIDA < 4
                   MOVE 4 TO RETORNO-CORRIDA
               END-IF
           ELSE
               MOVE 8 TO RETORNO-CORRIDA
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           VALIDAR-FECHA.
               IF FECHA-ENTRADA IS NUMERIC
                   CALL "FECHANUM" USING FECHA-ENTRADA DIAS-FECHA
                       FECHA-VALIDA
               ELSE
                   MOVE "N" TO FECHA-VALIDA
               END-IF.
               IF FECHA-VALIDA NOT = "S"
                   MOVE ZEROES TO FECHA-ENTRADA
                   MOVE "N" TO INFORME-OK
               END-IF.

      *En modo R la tabla arranca con todo el maestro, para que los
      *operadores sin actividad tambien salgan; en modo D con el
      *operador pedido. Sin maestro se sigue con lo que haya en los
      *logs.
           CARGAR-OPERADORES.
               OPEN INPUT OPERMAST.
               IF OPM-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE "
                           "OPERADORES: " OPM-STATUS
                   IF MODO-DETALLE
                       MOVE OPERADOR-PEDIDO TO EV-OPERADOR
                       MOVE SPACES TO EV-NOMBRE
                       PERFORM AGREGAR-OPERADOR
                   END-IF
               ELSE
                   IF MODO-DETALLE
                       MOVE OPERADOR-PEDIDO TO OPM-OPERADOR-ID
                       READ OPERMAST
                           INVALID KEY
                               MOVE "NO EN MAESTRO" TO EV-NOMBRE
                           NOT INVALID KEY
                               MOVE OPM-NOMBRE TO EV-NOMBRE
                       END-READ
                       MOVE OPERADOR-PEDIDO TO EV-OPERADOR
                       PERFORM AGREGAR-OPERADOR
                   ELSE
                       MOVE "N" TO FIN-DE-ARCHIVO
                       MOVE LOW-VALUES TO OPM-OPERADOR-ID
                       START OPERMAST
                           KEY IS NOT LESS THAN OPM-OPERADOR-ID
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM CARGAR-UN-OPERADOR
                           UNTIL HAY-FIN-DE-ARCHIVO
                   END-IF
                   CLOSE OPERMAST
               END-IF.

           CARGAR-UN-OPERADOR.
               READ OPERMAST NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       MOVE OPM-OPERADOR-ID TO EV-OPERADOR
                       MOVE OPM-NOMBRE TO EV-NOMBRE
                       PERFORM AGREGAR-OPERADOR
               END-READ.

           AGREGAR-OPERADOR.
               IF TR-USADAS < 200
                   ADD 1 TO TR-USADAS
                   SET IDX-OPE TO TR-USADAS
                   MOVE EV-OPERADOR TO TR-OPERADOR(IDX-OPE)
                   MOVE EV-NOMBRE TO TR-NOMBRE(IDX-OPE)
                   MOVE ZERO TO TR-SIGNONS(IDX-OPE)
                                TR-DENEGADOS(IDX-OPE)
                                TR-CORRIDAS(IDX-OPE)
                                TR-CON-RC(IDX-OPE)
                                TR-CAMBIOS(IDX-OPE)
                                TR-CONTEOS(IDX-OPE)
                                TR-SESIONES(IDX-OPE)
                   MOVE "S" TO BUSCADO-FLAG
               ELSE
                   DISPLAY "TABLA DE OPERADORES LLENA, SE PIERDE "
                           "EL RESUMEN DE: " EV-OPERADOR
                   MOVE "N" TO BUSCADO-FLAG
               END-IF.

           LEER-SECLOG.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT SECLOG.
               EVALUATE SEC-STATUS
                   WHEN "00"
                       PERFORM LEER-UN-SIGNON UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE SECLOG
                   WHEN "35"
                       DISPLAY "NO HAY SECLOG TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR SECLOG: " SEC-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.

           LEER-UN-SIGNON.
               READ SECLOG
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF SEC-FECHA NOT < FECHA-DESDE
                               AND SEC-FECHA NOT > FECHA-HASTA
                           PERFORM ARMAR-SIGNON
                           PERFORM REGISTRAR-EVENTO
                       END-IF
               END-READ.

           ARMAR-SIGNON.
               MOVE SEC-OPERADOR TO EV-OPERADOR.
               MOVE SEC-FECHA TO EV-FECHA.
               COMPUTE EV-HORA = SEC-HORA * 100.
               MOVE "S" TO EV-CON-HORA.
               MOVE "S" TO EV-TIPO.
               MOVE SEC-PROGRAMA TO TXS-PROGRAMA.
               MOVE SEC-MOTIVO TO TXS-MOTIVO.
               MOVE "S" TO EV-NOVEDAD.
               EVALUATE SEC-RESULTADO
                   WHEN "P"
                       MOVE "PERMITIDO" TO TXS-RESULTADO
                       MOVE "N" TO EV-NOVEDAD
                   WHEN "B"
                       MOVE "BLOQUEADO" TO TXS-RESULTADO
                   WHEN "I"
                       MOVE "INICIO" TO TXS-RESULTADO
                       MOVE "N" TO EV-NOVEDAD
                   WHEN "F"
                       MOVE "FIN" TO TXS-RESULTADO
                       MOVE "N" TO EV-NOVEDAD
                   WHEN "T"
                       MOVE "INACTIVA" TO TXS-RESULTADO
                   WHEN "R"
                       MOVE "DUPLICADA" TO TXS-RESULTADO
                   WHEN OTHER
                       MOVE "DENEGADO" TO TXS-RESULTADO
               END-EVALUATE.
               IF SEC-ES-DE-SESION
                   MOVE "X" TO EV-TIPO
               END-IF.
               MOVE TXT-SIGNON TO EV-TEXTO.

      *AUDITLOG esta por fecha de proceso: se entra por clave al
      *primer dia del rango.
           LEER-AUDITLOG.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT AUDITLOG.
               EVALUATE AUD-STATUS
                   WHEN "00"
                       MOVE LOW-VALUES TO AUD-CLAVE
                       MOVE FECHA-DESDE TO AUD-RUN-DATE
                       MOVE ZERO TO AUD-RUN-TIME
                       START AUDITLOG KEY IS NOT LESS THAN AUD-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM LEER-UNA-CORRIDA UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE AUDITLOG
                   WHEN "35"
                       DISPLAY "NO HAY AUDITLOG TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR AUDITLOG: " AUD-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.

           LEER-UNA-CORRIDA.
               READ AUDITLOG NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF AUD-RUN-DATE > FECHA-HASTA
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       IF AUD-OPERATOR-ID NOT = SPACES
                           PERFORM ARMAR-CORRIDA
                           PERFORM REGISTRAR-EVENTO
                       END-IF
                   END-IF
               END-IF.

           ARMAR-CORRIDA.
               MOVE AUD-OPERATOR-ID TO EV-OPERADOR.
               MOVE AUD-RUN-DATE TO EV-FECHA.
               MOVE AUD-RUN-TIME TO EV-HORA.
               MOVE "S" TO EV-CON-HORA.
               MOVE "N" TO EV-NOVEDAD.
               MOVE AUD-PROGRAM-NAME TO TXC-PROGRAMA.
               IF AUD-ES-INICIO
                   MOVE "I" TO EV-TIPO
                   MOVE "INICIO" TO TXC-EVENTO
                   MOVE SPACES TO TXC-ETIQUETA TXC-RC-X
               ELSE
                   MOVE "F" TO EV-TIPO
                   MOVE "FIN" TO TXC-EVENTO
                   MOVE " RC " TO TXC-ETIQUETA
                   MOVE AUD-RETURN-CODE TO TXC-RC
                   IF AUD-RETURN-CODE > ZERO
                       MOVE "S" TO EV-NOVEDAD
                   END-IF
               END-IF.
               MOVE TXT-CORRIDA TO EV-TEXTO.

           LEER-MNTLOG.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT MNTLOG.
               EVALUATE MNT-STATUS
                   WHEN "00"
                       PERFORM LEER-UN-CAMBIO UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE MNTLOG
                   WHEN "35"
                       DISPLAY "NO HAY MNTLOG TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR MNTLOG: " MNT-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.

           LEER-UN-CAMBIO.
               READ MNTLOG
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF MNT-FECHA NOT < FECHA-DESDE
                               AND MNT-FECHA NOT > FECHA-HASTA
                           PERFORM ARMAR-CAMBIO
                           PERFORM REGISTRAR-EVENTO
                       END-IF
               END-READ.

           ARMAR-CAMBIO.
               MOVE MNT-OPERADOR TO EV-OPERADOR.
               MOVE MNT-FECHA TO EV-FECHA.
               COMPUTE EV-HORA = MNT-HORA * 100.
               MOVE "S" TO EV-CON-HORA.
               MOVE "M" TO EV-TIPO.
               MOVE "N" TO EV-NOVEDAD.
               MOVE MNT-PROGRAMA TO TXM-PROGRAMA.
               MOVE MNT-ACCION TO TXM-ACCION.
               MOVE MNT-CLAVE TO TXM-CLAVE.
               MOVE TXT-CAMBIO TO EV-TEXTO.

           LEER-EJERHIST.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT EJERHIST.
               EVALUATE HIST-STATUS
                   WHEN "00"
                       MOVE FECHA-DESDE TO HIST-FECHA
                       MOVE ZERO TO HIST-SECUENCIA
                       START EJERHIST KEY IS NOT LESS THAN HIST-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM LEER-UNA-CABECERA
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE EJERHIST
                   WHEN "35"
                       DISPLAY "NO HAY EJERHIST TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR EJERHIST: " HIST-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.

           LEER-UNA-CABECERA.
               READ EJERHIST NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF HIST-FECHA > FECHA-HASTA
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       IF HIST-ES-CABECERA
                           PERFORM ARMAR-CONTEO
                           PERFORM REGISTRAR-EVENTO
                       END-IF
                   END-IF
               END-IF.

           ARMAR-CONTEO.
               MOVE HIST-CAB-OPERADOR TO EV-OPERADOR.
               MOVE HIST-FECHA TO EV-FECHA.
               MOVE ZERO TO EV-HORA.
               MOVE "N" TO EV-CON-HORA.
               MOVE "H" TO EV-TIPO.
               MOVE "N" TO EV-NOVEDAD.
               MOVE HIST-SECUENCIA TO TXH-SECUENCIA.
               MOVE HIST-CAB-LIMITE TO TXH-LIMITE.
               MOVE HIST-CAB-TOTAL TO TXH-TOTAL.
               MOVE HIST-CAB-BALANCEADO TO TXH-BALANCEADO.
               MOVE TXT-CONTEO TO EV-TEXTO.

      *Cuenta el evento en la linea de su operador y, en modo D, lo
      *ubica en la tabla de eventos en su lugar por fecha y hora.
           REGISTRAR-EVENTO.
               IF EV-OPERADOR NOT = SPACES
                   MOVE "N" TO BUSCADO-FLAG
                   PERFORM BUSCAR-OPERADOR
                       VARYING IDX-OPE FROM 1 BY 1
                       UNTIL IDX-OPE > TR-USADAS OR OPERADOR-HALLADO
                   IF NOT OPERADOR-HALLADO AND MODO-RESUMEN
                       MOVE "NO EN MAESTRO" TO EV-NOMBRE
                       PERFORM AGREGAR-OPERADOR
                   ELSE
                       IF OPERADOR-HALLADO
                           SET IDX-OPE DOWN BY 1
                       END-IF
                   END-IF
                   IF OPERADOR-HALLADO
                       PERFORM SUMAR-AL-OPERADOR
                       IF MODO-DETALLE
                           PERFORM INSERTAR-EVENTO
                       END-IF
                   END-IF
               END-IF.

           BUSCAR-OPERADOR.
               IF TR-OPERADOR(IDX-OPE) = EV-OPERADOR
                   MOVE "S" TO BUSCADO-FLAG
               END-IF.

           SUMAR-AL-OPERADOR.
               ADD 1 TO EVENTOS-TOTAL.
               EVALUATE EV-TIPO
                   WHEN "S"
                       ADD 1 TO TR-SIGNONS(IDX-OPE)
                       IF EV-ES-NOVEDAD
                           ADD 1 TO TR-DENEGADOS(IDX-OPE)
                       END-IF
                   WHEN "I"
                       ADD 1 TO TR-CORRIDAS(IDX-OPE)
                   WHEN "F"
                       IF EV-ES-NOVEDAD
                           ADD 1 TO TR-CON-RC(IDX-OPE)
                       END-IF
                   WHEN "M"
                       ADD 1 TO TR-CAMBIOS(IDX-OPE)
                   WHEN "H"
                       ADD 1 TO TR-CONTEOS(IDX-OPE)
                   WHEN "X"
                       ADD 1 TO TR-SESIONES(IDX-OPE)
               END-EVALUATE.

      *Insercion ordenada: se corre hacia abajo cada evento posterior
      *al nuevo, desde el final. Los logs vienen casi en orden, asi
      *que casi siempre no se corre ninguno. A igual fecha y hora el
      *nuevo queda despues de los que ya estaban.
           INSERTAR-EVENTO.
               IF TE-USADAS NOT < TE-TOPE
                   ADD 1 TO EVENTOS-PERDIDOS
               ELSE
                   COMPUTE POS-HUECO = TE-USADAS + 1
                   MOVE "N" TO HUECO-FLAG
                   PERFORM CORRER-UN-EVENTO UNTIL HUECO-UBICADO
                   MOVE EVENTO-NUEVO TO TE-ENTRADA(POS-HUECO)
                   ADD 1 TO TE-USADAS
               END-IF.

           CORRER-UN-EVENTO.
               IF POS-HUECO = 1
                   MOVE "S" TO HUECO-FLAG
               ELSE
                   COMPUTE POS-ANTERIOR = POS-HUECO - 1
                   IF TE-MOMENTO(POS-ANTERIOR) > EV-MOMENTO
                       MOVE TE-ENTRADA(POS-ANTERIOR)
                           TO TE-ENTRADA(POS-HUECO)
                       MOVE POS-ANTERIOR TO POS-HUECO
                   ELSE
                       MOVE "S" TO HUECO-FLAG
                   END-IF
               END-IF.

           ABRIR-REPORTE.
               IF MODO-DETALLE
                   MOVE "ACTIVIDAD DEL OPERADOR" TO TIT-TEXTO
                   MOVE OPERADOR-PEDIDO TO TIT-OPERADOR
               ELSE
                   MOVE "RESUMEN DE ACTIVIDAD POR OPERADOR" TO TIT-TEXTO
                   MOVE SPACES TO TIT-OPERADOR
               END-IF.
               MOVE FECHA-DESDE TO TIT-DESDE.
               MOVE FECHA-HASTA TO TIT-HASTA.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.

           IMPRIMIR-DETALLE.
               MOVE TR-OPERADOR(1) TO NOM-OPERADOR.
               MOVE TR-NOMBRE(1) TO NOM-NOMBRE.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-NOMBRE.
               CALL "REPORTER" USING REP-PEDIDO REP-ID
                   RPT-ENCABEZADO-DET.
               IF TE-USADAS = ZERO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID
                       RPT-SIN-NOVEDAD
               ELSE
                   PERFORM IMPRIMIR-UN-EVENTO
                       VARYING IDX-EVE FROM 1 BY 1
                       UNTIL IDX-EVE > TE-USADAS
               END-IF.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID
                   RPT-ENCABEZADO-SUB.
               MOVE "SIGN-ON" TO SUB-TIPO.
               MOVE TR-SIGNONS(1) TO SUB-CANTIDAD.
               PERFORM IMPRIMIR-SUBTOTAL.
               MOVE "  NO PERMITIDOS" TO SUB-TIPO.
               MOVE TR-DENEGADOS(1) TO SUB-CANTIDAD.
               PERFORM IMPRIMIR-SUBTOTAL.
               MOVE "CORRIDAS" TO SUB-TIPO.
               MOVE TR-CORRIDAS(1) TO SUB-CANTIDAD.
               PERFORM IMPRIMIR-SUBTOTAL.
               MOVE "  TERMINADAS CON RETORNO > 0" TO SUB-TIPO.
               MOVE TR-CON-RC(1) TO SUB-CANTIDAD.
               PERFORM IMPRIMIR-SUBTOTAL.
               MOVE "CAMBIOS A MAESTROS" TO SUB-TIPO.
               MOVE TR-CAMBIOS(1) TO SUB-CANTIDAD.
               PERFORM IMPRIMIR-SUBTOTAL.
               MOVE "CONTEOS" TO SUB-TIPO.
               MOVE TR-CONTEOS(1) TO SUB-CANTIDAD.
               PERFORM IMPRIMIR-SUBTOTAL.
               MOVE "EVENTOS DE SESION DEL MENU" TO SUB-TIPO.
               MOVE TR-SESIONES(1) TO SUB-CANTIDAD.
               PERFORM IMPRIMIR-SUBTOTAL.

           IMPRIMIR-UN-EVENTO.
               MOVE TE-ENTRADA(IDX-EVE) TO EVENTO-NUEVO.
               MOVE EV-FECHA TO DET-FECHA.
               IF EV-TIENE-HORA
                   MOVE EV-HORA TO DET-HORA
               ELSE
                   MOVE SPACES TO DET-HORA
               END-IF.
               EVALUATE EV-TIPO
                   WHEN "S"
                       MOVE "SIGN-ON" TO DET-TIPO
                   WHEN "I"
                   WHEN "F"
                       MOVE "CORRIDA" TO DET-TIPO
                   WHEN "M"
                       MOVE "MANTENIMIENTO" TO DET-TIPO
                   WHEN "H"
                       MOVE "CONTEO" TO DET-TIPO
                   WHEN "X"
                       MOVE "SESION MENU" TO DET-TIPO
               END-EVALUATE.
               MOVE EV-TEXTO TO DET-TEXTO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE.

           IMPRIMIR-SUBTOTAL.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-SUBTOTAL.

           IMPRIMIR-RESUMEN.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID
                   RPT-ENCABEZADO-RES.
               IF TR-USADAS = ZERO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID
                       RPT-SIN-NOVEDAD
               ELSE
                   PERFORM IMPRIMIR-UN-OPERADOR
                       VARYING IDX-OPE FROM 1 BY 1
                       UNTIL IDX-OPE > TR-USADAS
               END-IF.

           IMPRIMIR-UN-OPERADOR.
               MOVE TR-OPERADOR(IDX-OPE) TO RES-OPERADOR.
               MOVE TR-NOMBRE(IDX-OPE) TO RES-NOMBRE.
               MOVE TR-SIGNONS(IDX-OPE) TO RES-SIGNONS.
               MOVE TR-DENEGADOS(IDX-OPE) TO RES-DENEGADOS.
               MOVE TR-CORRIDAS(IDX-OPE) TO RES-CORRIDAS.
               MOVE TR-CON-RC(IDX-OPE) TO RES-CON-RC.
               MOVE TR-CAMBIOS(IDX-OPE) TO RES-CAMBIOS.
               MOVE TR-CONTEOS(IDX-OPE) TO RES-CONTEOS.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-RESUMEN.

           CERRAR-REPORTE.
               MOVE EVENTOS-TOTAL TO PIE-EVENTOS.
               MOVE EVENTOS-PERDIDOS TO PIE-PERDIDOS.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.

       END PROGRAM OPERACT.
