      ******************************************************************
      *ARCHINQ - Consulta formateada de los archivos compartidos. Para
      *ver un registro de NOCHESTA, una corrida de COLA o una cabecera
      *de EJERHIST habia que pedir un vuelco a sistemas, porque los
      *registros van campo tras campo sin separadores. Aca el operador
      *elige el archivo y una clave o fecha de inicio, y pagina hacia
      *adelante y hacia atras viendo cada campo con su rotulo segun
      *el layout de su copybook:
      *  1 AUDITLOG (RUNAUD)    5 NOCHESTA (NOCHEST)
      *  2 EJERHIST (EJHIST)    6 CTLFILE  (CTLTOT)
      *  3 COLA     (COLAREG)   7 EXCPTLOG (EXCLOG)
      *  4 ALERTAS  (ALERTA)    8 SECLOG   (SECEVT)
      *En EJERHIST la cabecera se muestra con su vista HIST-CABECERA y
      *el detalle con HIST-NUM / HIST-HITO.
      *Los indexados se posicionan por el principio de la clave (por
      *ejemplo solo la fecha) y retroceden registro a registro con
      *START menor que la clave y READ NEXT, como PRIMAR-SECUENCIA de
      *EJERCICIO3; los secuenciales se posicionan por fecha (el
      *primer registro con fecha igual o posterior, en el orden
      *fisico del archivo) y retroceden reabriendo y salteando hasta
      *el numero de registro que corresponde.
      *Es solo lectura: todo se abre INPUT. Alcanza con un sign-on de
      *operador comun, asi el turno noche contesta sus propias
      *preguntas.
      ******************************************************************
      *Modificaciones:
      *  - NOCHESTA muestra tambien el estado "O" (paso omitido porque
      *    su paso de validacion rechazo el archivo de entrada).
      *  - SECLOG muestra tambien los eventos de la sesion de
      *    EJERMENU: "I" inicio, "F" fin, "T" inactiva y "R" sign-on
      *    duplicado rechazado.
      *  - EJERHIST muestra el articulo (HIST-ARTICULO, en blanco en
      *    la corrida unica) en todo registro y, en la cabecera, el
      *    valor de arranque (HIST-CAB-INICIO, "NO REGISTRADO" si es
      *    cero o no numerico), del modo articulos de EJERCICIO3.
      *  - AUDITLOG y SECLOG muestran la cadena de cada registro
      *    (secuencia de grabacion y valor de cadena) que verifica
      *    CADVERIF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CLAVE
               FILE STATUS IS AUD-STATUS.
           SELECT EJERHIST ASSIGN TO "EJERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS HIST-STATUS.
           SELECT COLA ASSIGN TO "COLA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLA-CLAVE
               FILE STATUS IS COLA-STATUS.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CLAVE
               FILE STATUS IS ALR-STATUS.
           SELECT NOCHESTA ASSIGN TO "NOCHESTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-CLAVE
               FILE STATUS IS STA-STATUS.
           SELECT CTLFILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT EXCPTLOG ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       COPY RUNAUD.

       FD  EJERHIST.
       COPY EJHIST.

       FD  COLA.
       COPY COLAREG.

       FD  ALERTAS.
       COPY ALERTA.

       FD  NOCHESTA.
       COPY NOCHEST.

       FD  CTLFILE
           RECORDING MODE IS F.
       COPY CTLTOT.

       FD  EXCPTLOG
           RECORDING MODE IS F.
       COPY EXCLOG.

       FD  SECLOG
           RECORDING MODE IS F.
       COPY SECEVT.

       WORKING-STORAGE SECTION.
       01  AUD-STATUS PIC X(02).
       01  HIST-STATUS PIC X(02).
       01  COLA-STATUS PIC X(02).
       01  ALR-STATUS PIC X(02).
       01  STA-STATUS PIC X(02).
       01  CTL-STATUS PIC X(02).
       01  EXC-STATUS PIC X(02).
       01  SEC-STATUS PIC X(02).
       01  ESTADO-APERTURA PIC X(02).
       01  OPCION PIC X(01).
       01  SEGUIR PIC X(01) VALUE "S".
           88  HAY-QUE-SEGUIR VALUE "S".
       01  NAVEGAR PIC X(01).
           88  SIGUE-NAVEGANDO VALUE "S".
       01  COMANDO PIC X(01).
       01  OPERADOR-ID PIC X(08).
       01  OPERADOR-CLAVE PIC X(08).
       01  OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88  OPERADOR-OK VALUE "S".
       01  OPERADOR-NIVEL PIC X(01).
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "ARCHINQ".
       01  INTENTOS-SIGNON PIC 9(01) VALUE ZERO.

       01  ARCHIVO-ELEGIDO PIC X(01).
           88  ES-AUDITLOG VALUE "1".
           88  ES-EJERHIST VALUE "2".
           88  ES-COLA VALUE "3".
           88  ES-ALERTAS VALUE "4".
           88  ES-NOCHESTA VALUE "5".
           88  ES-CTLFILE VALUE "6".
           88  ES-EXCPTLOG VALUE "7".
           88  ES-SECLOG VALUE "8".
           88  ES-SECUENCIAL VALUE "6" "7" "8".
           88  ARCHIVO-VALIDO VALUE "1" THRU "8".
       01  NOMBRE-ARCHIVO PIC X(08).

      *Posicion de la pagina: por clave en los indexados, por numero
      *de registro en los secuenciales.
       01  CLAVE-ENTRADA PIC X(30).
       01  CLAVE-TRABAJO PIC X(30).
       01  CLAVE-LEIDA PIC X(30).
       01  PRIMERA-CLAVE PIC X(30).
       01  FECHA-REGISTRO PIC X(08).
       01  ORDINAL-LEIDO PIC 9(07).
       01  PRIMER-ORDINAL PIC 9(07).
       01  ORDINAL-DESTINO PIC 9(07).
       01  TAMANO-PAGINA PIC 9(02) VALUE 4.
       01  MOSTRADOS PIC 9(02).
       01  PASOS-ATRAS PIC 9(02).
       01  LEIDO-FLAG PIC X(01).
           88  HAY-REGISTRO VALUE "S".
       01  FIN-FLAG PIC X(01).
           88  EN-FIN-DE-ARCHIVO VALUE "S".
       01  PRINCIPIO-FLAG PIC X(01).
           88  EN-PRINCIPIO VALUE "S".

       01  DESCRIPCION PIC X(12).
       01  NUM-EDITADO PIC -ZZ9.
       01  CANTIDAD-EDITADA PIC ZZZZZZ9.
       01  TOTAL-EDITADO PIC -ZZZZZZ9.
       01  ESPERADO-HIST-EDITADO PIC -ZZZZZZ9.
       01  INICIO-HIST-EDITADO PIC ZZ9.
       01  INICIO-HIST-TEXTO PIC X(13).
       01  SUMA-EDITADA PIC -ZZZZZZZZ9.
       01  ESPERADA-EDITADA PIC -ZZZZZZZZ9.

       PROCEDURE DIVISION.

           PERFORM CONTROLAR-ACCESO.
           IF HAY-QUE-SEGUIR
               PERFORM ELEGIR-Y-CONSULTAR UNTIL NOT HAY-QUE-SEGUIR
           END-IF.
           GOBACK.

      *Cualquier operador habilitado puede consultar: no se pide
      *nivel supervisor.
           CONTROLAR-ACCESO.
               PERFORM PEDIR-SIGNON
                   UNTIL OPERADOR-OK OR INTENTOS-SIGNON NOT < 3.
               IF NOT OPERADOR-OK
                   DISPLAY "SIGN-ON AGOTADO, SE CANCELA"
                   MOVE "N" TO SEGUIR
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

           ELEGIR-Y-CONSULTAR.
               DISPLAY "=================================".
               DISPLAY " CONSULTA DE ARCHIVOS".
               DISPLAY " 1 - AUDITLOG   5 - NOCHESTA".
               DISPLAY " 2 - EJERHIST   6 - CTLFILE".
               DISPLAY " 3 - COLA       7 - EXCPTLOG".
               DISPLAY " 4 - ALERTAS    8 - SECLOG".
               DISPLAY " S - SALIR".
               DISPLAY "=================================".
               DISPLAY "OPCION?".
               ACCEPT OPCION.

               EVALUATE TRUE
                   WHEN OPCION = "S" OR OPCION = "s"
                       MOVE "N" TO SEGUIR
                   WHEN OTHER
                       MOVE OPCION TO ARCHIVO-ELEGIDO
                       IF ARCHIVO-VALIDO
                           PERFORM CONSULTAR-ARCHIVO
                       ELSE
                           DISPLAY "OPCION INVALIDA"
                       END-IF
               END-EVALUATE.

           CONSULTAR-ARCHIVO.
               PERFORM ABRIR-ARCHIVO.
               EVALUATE ESTADO-APERTURA
                   WHEN "00"
                       PERFORM PEDIR-INICIO
                       MOVE "S" TO NAVEGAR
                       PERFORM NAVEGAR-ARCHIVO UNTIL NOT SIGUE-NAVEGANDO
                       PERFORM CERRAR-ARCHIVO
                   WHEN "35"
                       DISPLAY "NO HAY " NOMBRE-ARCHIVO " TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR " NOMBRE-ARCHIVO ": "
                               ESTADO-APERTURA
               END-EVALUATE.

           ABRIR-ARCHIVO.
               EVALUATE TRUE
                   WHEN ES-AUDITLOG
                       MOVE "AUDITLOG" TO NOMBRE-ARCHIVO
                       OPEN INPUT AUDITLOG
                       MOVE AUD-STATUS TO ESTADO-APERTURA
                   WHEN ES-EJERHIST
                       MOVE "EJERHIST" TO NOMBRE-ARCHIVO
                       OPEN INPUT EJERHIST
                       MOVE HIST-STATUS TO ESTADO-APERTURA
                   WHEN ES-COLA
                       MOVE "COLA" TO NOMBRE-ARCHIVO
                       OPEN INPUT COLA
                       MOVE COLA-STATUS TO ESTADO-APERTURA
                   WHEN ES-ALERTAS
                       MOVE "ALERTAS" TO NOMBRE-ARCHIVO
                       OPEN INPUT ALERTAS
                       MOVE ALR-STATUS TO ESTADO-APERTURA
                   WHEN ES-NOCHESTA
                       MOVE "NOCHESTA" TO NOMBRE-ARCHIVO
                       OPEN INPUT NOCHESTA
                       MOVE STA-STATUS TO ESTADO-APERTURA
                   WHEN ES-CTLFILE
                       MOVE "CTLFILE" TO NOMBRE-ARCHIVO
                       OPEN INPUT CTLFILE
                       MOVE CTL-STATUS TO ESTADO-APERTURA
                   WHEN ES-EXCPTLOG
                       MOVE "EXCPTLOG" TO NOMBRE-ARCHIVO
                       OPEN INPUT EXCPTLOG
                       MOVE EXC-STATUS TO ESTADO-APERTURA
                   WHEN ES-SECLOG
                       MOVE "SECLOG" TO NOMBRE-ARCHIVO
                       OPEN INPUT SECLOG
                       MOVE SEC-STATUS TO ESTADO-APERTURA
               END-EVALUATE.
               MOVE ZERO TO ORDINAL-LEIDO.
               MOVE "N" TO FIN-FLAG.

           CERRAR-ARCHIVO.
               EVALUATE TRUE
                   WHEN ES-AUDITLOG
                       CLOSE AUDITLOG
                   WHEN ES-EJERHIST
                       CLOSE EJERHIST
                   WHEN ES-COLA
                       CLOSE COLA
                   WHEN ES-ALERTAS
                       CLOSE ALERTAS
                   WHEN ES-NOCHESTA
                       CLOSE NOCHESTA
                   WHEN ES-CTLFILE
                       CLOSE CTLFILE
                   WHEN ES-EXCPTLOG
                       CLOSE EXCPTLOG
                   WHEN ES-SECLOG
                       CLOSE SECLOG
               END-EVALUATE.

      *La clave se escribe de corrido, sin espacios; alcanza con el
      *principio (por ejemplo solo la fecha).
           PEDIR-INICIO.
               EVALUATE TRUE
                   WHEN ES-AUDITLOG
                       DISPLAY "CLAVE: FECHA(8) HORA(8) PROGRAMA(8) "
                               "EVENTO(1)"
                   WHEN ES-EJERHIST
                       DISPLAY "CLAVE: FECHA(8) SECUENCIA(5)"
                   WHEN ES-COLA
                       DISPLAY "CLAVE: CORRIDA(14) SECUENCIA(5)"
                   WHEN ES-ALERTAS
                       DISPLAY "CLAVE: FECHA(8) HORA(8) PROGRAMA(8)"
                   WHEN ES-NOCHESTA
                       DISPLAY "CLAVE: FECHA(8) PASO(8)"
                   WHEN OTHER
                       DISPLAY "FECHA DE INICIO: AAAAMMDD"
               END-EVALUATE.
               DISPLAY "DESDE DONDE (ENTER = PRINCIPIO DEL ARCHIVO)".
               ACCEPT CLAVE-ENTRADA.
               IF ES-SECUENCIAL
                   PERFORM UBICAR-FECHA
               ELSE
                   IF CLAVE-ENTRADA = SPACES
                       MOVE LOW-VALUES TO CLAVE-TRABAJO
                   ELSE
                       MOVE CLAVE-ENTRADA TO CLAVE-TRABAJO
                   END-IF
                   PERFORM POSICIONAR-EN-CLAVE
               END-IF.
               MOVE LOW-VALUES TO PRIMERA-CLAVE.
               MOVE 1 TO PRIMER-ORDINAL.
               PERFORM MOSTRAR-PAGINA.

           NAVEGAR-ARCHIVO.
               DISPLAY "A - ADELANTE  R - ATRAS  N - NUEVA POSICION  "
                       "S - OTRO ARCHIVO".
               ACCEPT COMANDO.
               EVALUATE COMANDO
                   WHEN "A"
                   WHEN "a"
                       IF EN-FIN-DE-ARCHIVO
                           DISPLAY "NO HAY MAS REGISTROS"
                       ELSE
                           PERFORM MOSTRAR-PAGINA
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       PERFORM RETROCEDER
                   WHEN "N"
                   WHEN "n"
                       PERFORM PEDIR-INICIO
                   WHEN "S"
                   WHEN "s"
                       MOVE "N" TO NAVEGAR
                   WHEN OTHER
                       DISPLAY "COMANDO INVALIDO"
               END-EVALUATE.

      *Una pagina son hasta TAMANO-PAGINA registros desde la posicion
      *actual; si no sale ninguno la pagina anterior sigue valiendo
      *como punto de partida para retroceder.
           MOSTRAR-PAGINA.
               MOVE ZERO TO MOSTRADOS.
               MOVE "S" TO LEIDO-FLAG.
               PERFORM MOSTRAR-SIGUIENTE
                   UNTIL MOSTRADOS = TAMANO-PAGINA OR NOT HAY-REGISTRO.
               IF NOT HAY-REGISTRO
                   IF MOSTRADOS = ZERO
                       DISPLAY "NO HAY MAS REGISTROS"
                   ELSE
                       DISPLAY "-- FIN DE " NOMBRE-ARCHIVO " --"
                   END-IF
               END-IF.

           MOSTRAR-SIGUIENTE.
               PERFORM LEER-SIGUIENTE.
               IF HAY-REGISTRO
                   ADD 1 TO MOSTRADOS
                   IF MOSTRADOS = 1
                       MOVE CLAVE-LEIDA TO PRIMERA-CLAVE
                       MOVE ORDINAL-LEIDO TO PRIMER-ORDINAL
                   END-IF
                   DISPLAY "---------------------------------------"
                   PERFORM MOSTRAR-REGISTRO
               END-IF.

           RETROCEDER.
               IF ES-SECUENCIAL
                   IF PRIMER-ORDINAL NOT > 1
                       DISPLAY "PRINCIPIO DEL ARCHIVO"
                       MOVE 1 TO ORDINAL-DESTINO
                   ELSE
                       IF PRIMER-ORDINAL > TAMANO-PAGINA
                           SUBTRACT TAMANO-PAGINA FROM PRIMER-ORDINAL
                               GIVING ORDINAL-DESTINO
                       ELSE
                           MOVE 1 TO ORDINAL-DESTINO
                       END-IF
                   END-IF
                   PERFORM REPOSICIONAR-SECUENCIAL
               ELSE
                   MOVE PRIMERA-CLAVE TO CLAVE-TRABAJO
                   MOVE ZERO TO PASOS-ATRAS
                   MOVE "N" TO PRINCIPIO-FLAG
                   PERFORM BUSCAR-ANTERIOR
                       UNTIL PASOS-ATRAS = TAMANO-PAGINA
                           OR EN-PRINCIPIO
                   IF PASOS-ATRAS = ZERO
                       DISPLAY "PRINCIPIO DEL ARCHIVO"
                   END-IF
                   PERFORM POSICIONAR-EN-CLAVE
               END-IF.
               PERFORM MOSTRAR-PAGINA.

      *El registro anterior a CLAVE-TRABAJO: START por menor y READ
      *NEXT lee justo ese.
           BUSCAR-ANTERIOR.
               MOVE "N" TO LEIDO-FLAG.
               EVALUATE TRUE
                   WHEN ES-AUDITLOG
                       MOVE CLAVE-TRABAJO TO AUD-CLAVE
                       START AUDITLOG KEY IS LESS THAN AUD-CLAVE
                           INVALID KEY
                               MOVE "S" TO PRINCIPIO-FLAG
                       END-START
                   WHEN ES-EJERHIST
                       MOVE CLAVE-TRABAJO TO HIST-CLAVE
                       START EJERHIST KEY IS LESS THAN HIST-CLAVE
                           INVALID KEY
                               MOVE "S" TO PRINCIPIO-FLAG
                       END-START
                   WHEN ES-COLA
                       MOVE CLAVE-TRABAJO TO COLA-CLAVE
                       START COLA KEY IS LESS THAN COLA-CLAVE
                           INVALID KEY
                               MOVE "S" TO PRINCIPIO-FLAG
                       END-START
                   WHEN ES-ALERTAS
                       MOVE CLAVE-TRABAJO TO ALR-CLAVE
                       START ALERTAS KEY IS LESS THAN ALR-CLAVE
                           INVALID KEY
                               MOVE "S" TO PRINCIPIO-FLAG
                       END-START
                   WHEN ES-NOCHESTA
                       MOVE CLAVE-TRABAJO TO STA-CLAVE
                       START NOCHESTA KEY IS LESS THAN STA-CLAVE
                           INVALID KEY
                               MOVE "S" TO PRINCIPIO-FLAG
                       END-START
               END-EVALUATE.
               IF NOT EN-PRINCIPIO
                   MOVE "N" TO FIN-FLAG
                   PERFORM LEER-SIGUIENTE
                   IF HAY-REGISTRO
                       MOVE CLAVE-LEIDA TO CLAVE-TRABAJO
                       ADD 1 TO PASOS-ATRAS
                   ELSE
                       MOVE "S" TO PRINCIPIO-FLAG
                   END-IF
               END-IF.

           POSICIONAR-EN-CLAVE.
               MOVE "N" TO FIN-FLAG.
               EVALUATE TRUE
                   WHEN ES-AUDITLOG
                       MOVE CLAVE-TRABAJO TO AUD-CLAVE
                       START AUDITLOG KEY IS NOT LESS THAN AUD-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-FLAG
                       END-START
                   WHEN ES-EJERHIST
                       MOVE CLAVE-TRABAJO TO HIST-CLAVE
                       START EJERHIST KEY IS NOT LESS THAN HIST-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-FLAG
                       END-START
                   WHEN ES-COLA
                       MOVE CLAVE-TRABAJO TO COLA-CLAVE
                       START COLA KEY IS NOT LESS THAN COLA-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-FLAG
                       END-START
                   WHEN ES-ALERTAS
                       MOVE CLAVE-TRABAJO TO ALR-CLAVE
                       START ALERTAS KEY IS NOT LESS THAN ALR-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-FLAG
                       END-START
                   WHEN ES-NOCHESTA
                       MOVE CLAVE-TRABAJO TO STA-CLAVE
                       START NOCHESTA KEY IS NOT LESS THAN STA-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-FLAG
                       END-START
               END-EVALUATE.

      *Los secuenciales no tienen clave: se cuenta hasta el primer
      *registro con fecha igual o posterior a la pedida y se vuelve a
      *abrir para dejarlo como proximo a leer.
           UBICAR-FECHA.
               MOVE 1 TO ORDINAL-DESTINO.
               IF CLAVE-ENTRADA NOT = SPACES
                   PERFORM REPOSICIONAR-SECUENCIAL
                   MOVE "S" TO LEIDO-FLAG
                   MOVE LOW-VALUES TO FECHA-REGISTRO
                   PERFORM LEER-SIGUIENTE
                       UNTIL NOT HAY-REGISTRO
                           OR FECHA-REGISTRO NOT < CLAVE-ENTRADA(1:8)
                   IF HAY-REGISTRO
                       MOVE ORDINAL-LEIDO TO ORDINAL-DESTINO
                   ELSE
                       DISPLAY "NO HAY REGISTROS DESDE ESA FECHA"
                       ADD 1 TO ORDINAL-LEIDO GIVING ORDINAL-DESTINO
                   END-IF
               END-IF.
               PERFORM REPOSICIONAR-SECUENCIAL.

           REPOSICIONAR-SECUENCIAL.
               PERFORM CERRAR-ARCHIVO.
               PERFORM ABRIR-ARCHIVO.
               MOVE "S" TO LEIDO-FLAG.
               PERFORM LEER-SIGUIENTE
                   UNTIL ORDINAL-LEIDO NOT < ORDINAL-DESTINO - 1
                       OR NOT HAY-REGISTRO.

           LEER-SIGUIENTE.
               MOVE "S" TO LEIDO-FLAG.
               IF EN-FIN-DE-ARCHIVO
                   MOVE "N" TO LEIDO-FLAG
               ELSE
                   EVALUATE TRUE
                       WHEN ES-AUDITLOG
                           READ AUDITLOG NEXT RECORD
                               AT END MOVE "N" TO LEIDO-FLAG
                           END-READ
                           MOVE AUD-CLAVE TO CLAVE-LEIDA
                       WHEN ES-EJERHIST
                           READ EJERHIST NEXT RECORD
                               AT END MOVE "N" TO LEIDO-FLAG
                           END-READ
                           MOVE HIST-CLAVE TO CLAVE-LEIDA
                       WHEN ES-COLA
                           READ COLA NEXT RECORD
                               AT END MOVE "N" TO LEIDO-FLAG
                           END-READ
                           MOVE COLA-CLAVE TO CLAVE-LEIDA
                       WHEN ES-ALERTAS
                           READ ALERTAS NEXT RECORD
                               AT END MOVE "N" TO LEIDO-FLAG
                           END-READ
                           MOVE ALR-CLAVE TO CLAVE-LEIDA
                       WHEN ES-NOCHESTA
                           READ NOCHESTA NEXT RECORD
                               AT END MOVE "N" TO LEIDO-FLAG
                           END-READ
                           MOVE STA-CLAVE TO CLAVE-LEIDA
                       WHEN ES-CTLFILE
                           READ CTLFILE
                               AT END MOVE "N" TO LEIDO-FLAG
                           END-READ
                           MOVE CTL-FECHA TO FECHA-REGISTRO
                       WHEN ES-EXCPTLOG
                           READ EXCPTLOG
                               AT END MOVE "N" TO LEIDO-FLAG
                           END-READ
                           MOVE EXC-RUN-DATE TO FECHA-REGISTRO
                       WHEN ES-SECLOG
                           READ SECLOG
                               AT END MOVE "N" TO LEIDO-FLAG
                           END-READ
                           MOVE SEC-FECHA TO FECHA-REGISTRO
                   END-EVALUATE
                   IF HAY-REGISTRO
                       ADD 1 TO ORDINAL-LEIDO
                   ELSE
                       MOVE "S" TO FIN-FLAG
                   END-IF
               END-IF.

           MOSTRAR-REGISTRO.
               EVALUATE TRUE
                   WHEN ES-AUDITLOG
                       PERFORM MOSTRAR-AUDITLOG
                   WHEN ES-EJERHIST
                       PERFORM MOSTRAR-EJERHIST
                   WHEN ES-COLA
                       PERFORM MOSTRAR-COLA
                   WHEN ES-ALERTAS
                       PERFORM MOSTRAR-ALERTA
                   WHEN ES-NOCHESTA
                       PERFORM MOSTRAR-NOCHESTA
                   WHEN ES-CTLFILE
                       PERFORM MOSTRAR-CTLFILE
                   WHEN ES-EXCPTLOG
                       PERFORM MOSTRAR-EXCPTLOG
                   WHEN ES-SECLOG
                       PERFORM MOSTRAR-SECLOG
               END-EVALUATE.

           MOSTRAR-AUDITLOG.
               EVALUATE TRUE
                   WHEN AUD-ES-INICIO
                       MOVE "(INICIO)" TO DESCRIPCION
                   WHEN AUD-ES-FIN
                       MOVE "(FIN)" TO DESCRIPCION
                   WHEN OTHER
                       MOVE "(?)" TO DESCRIPCION
               END-EVALUATE.
               DISPLAY "FECHA.......: " AUD-RUN-DATE
                       "   HORA......: " AUD-RUN-TIME.
               DISPLAY "PROGRAMA....: " AUD-PROGRAM-NAME
                       "   EVENTO....: " AUD-EVENTO " " DESCRIPCION.
               DISPLAY "OPERADOR....: " AUD-OPERATOR-ID
                       "   RETORNO...: " AUD-RETURN-CODE.
               DISPLAY "SEC.CADENA..: " AUD-CAD-SECUENCIA
                       "   VALOR CADENA: " AUD-CAD-VALOR.

           MOSTRAR-EJERHIST.
               DISPLAY "FECHA.......: " HIST-FECHA
                       "   SECUENCIA.: " HIST-SECUENCIA.
               DISPLAY "ARTICULO....: " HIST-ARTICULO.
               IF HIST-ES-CABECERA
                   MOVE HIST-CAB-LIMITE TO NUM-EDITADO
                   DISPLAY "TIPO........: C (CABECERA)"
                   DISPLAY "OPERADOR....: " HIST-CAB-OPERADOR
                           "   INTERVALO.: " HIST-CAB-INTERVALO
                           "   LIMITE....: " NUM-EDITADO
                   MOVE HIST-CAB-TOTAL TO TOTAL-EDITADO
                   MOVE HIST-CAB-ESPERADO TO ESPERADO-HIST-EDITADO
                   DISPLAY "TOTAL.......: " TOTAL-EDITADO
                           " ESPERADO..: " ESPERADO-HIST-EDITADO
                           " BALANCEADO: " HIST-CAB-BALANCEADO
                   IF HIST-CAB-INICIO IS NUMERIC
                           AND HIST-CAB-INICIO > ZERO
                       MOVE HIST-CAB-INICIO TO INICIO-HIST-EDITADO
                       MOVE INICIO-HIST-EDITADO TO INICIO-HIST-TEXTO
                   ELSE
                       MOVE "NO REGISTRADO" TO INICIO-HIST-TEXTO
                   END-IF
                   DISPLAY "INICIO......: " INICIO-HIST-TEXTO
               ELSE
                   MOVE HIST-NUM TO NUM-EDITADO
                   DISPLAY "TIPO........: " HIST-TIPO " (DETALLE)"
                   DISPLAY "NUMERO......: " NUM-EDITADO
                           "       HITO......: " HIST-HITO
               END-IF.

           MOSTRAR-COLA.
               EVALUATE TRUE
                   WHEN COLA-PENDIENTE
                       MOVE "(PENDIENTE)" TO DESCRIPCION
                   WHEN COLA-IMPRESA
                       MOVE "(IMPRESA)" TO DESCRIPCION
                   WHEN COLA-RETENIDA
                       MOVE "(RETENIDA)" TO DESCRIPCION
                   WHEN COLA-CANCELADA
                       MOVE "(CANCELADA)" TO DESCRIPCION
                   WHEN OTHER
                       MOVE "(?)" TO DESCRIPCION
               END-EVALUATE.
               DISPLAY "CORRIDA.....: " COLA-CORRIDA
                       "   SECUENCIA.: " COLA-SECUENCIA.
               DISPLAY "TIPO........: " COLA-TIPO
                       "   VALOR.....: " COLA-VALOR
                       "   ESTADO....: " COLA-ESTADO " " DESCRIPCION.

           MOSTRAR-ALERTA.
               EVALUATE TRUE
                   WHEN ALR-ABIERTA
                       MOVE "(ABIERTA)" TO DESCRIPCION
                   WHEN ALR-RECONOCIDA
                       MOVE "(RECONOCIDA)" TO DESCRIPCION
                   WHEN OTHER
                       MOVE "(?)" TO DESCRIPCION
               END-EVALUATE.
               DISPLAY "FECHA.......: " ALR-FECHA
                       "   HORA......: " ALR-HORA
                       "   PROGRAMA..: " ALR-PROGRAMA.
               DISPLAY "TIPO........: " ALR-TIPO
                       "   ESTADO....: " ALR-ESTADO " " DESCRIPCION.
               DISPLAY "DETALLE.....: " ALR-DETALLE.

           MOSTRAR-NOCHESTA.
               EVALUATE TRUE
                   WHEN STA-EN-CURSO
                       MOVE "(EN CURSO)" TO DESCRIPCION
                   WHEN STA-TERMINADO
                       MOVE "(TERMINADO)" TO DESCRIPCION
                   WHEN STA-NO-PROGRAMADO
                       MOVE "(NO PROGR.)" TO DESCRIPCION
                   WHEN STA-OMITIDO
                       MOVE "(OMITIDO)" TO DESCRIPCION
                   WHEN OTHER
                       MOVE "(?)" TO DESCRIPCION
               END-EVALUATE.
               DISPLAY "FECHA.......: " STA-FECHA
                       "   PASO......: " STA-PASO
                       "   PROGRAMA..: " STA-PROGRAMA.
               DISPLAY "INICIO......: " STA-HORA-INICIO
                       "     FIN.......: " STA-HORA-FIN
                       "     RETORNO...: " STA-RETORNO.
               DISPLAY "ESTADO......: " STA-ESTADO " " DESCRIPCION
                       "   LIMPIO....: " STA-LIMPIO.

           MOSTRAR-CTLFILE.
               MOVE CTL-CANTIDAD TO CANTIDAD-EDITADA.
               MOVE CTL-SUMA TO SUMA-EDITADA.
               MOVE CTL-SUMA-ESPERADA TO ESPERADA-EDITADA.
               DISPLAY "REGISTRO....: " ORDINAL-LEIDO.
               DISPLAY "FECHA.......: " CTL-FECHA
                       "   HORA......: " CTL-HORA
                       "     PROGRAMA..: " CTL-PROGRAMA.
               DISPLAY "INTENTO.....: " CTL-INTENTO
                       "         CANTIDAD..: " CANTIDAD-EDITADA.
               DISPLAY "SUMA........: " SUMA-EDITADA
                       " ESPERADA..: " ESPERADA-EDITADA.

           MOSTRAR-EXCPTLOG.
               DISPLAY "REGISTRO....: " ORDINAL-LEIDO.
               DISPLAY "FECHA.......: " EXC-RUN-DATE
                       "   HORA......: " EXC-RUN-TIME
                       "     PROGRAMA..: " EXC-PROGRAM-NAME.
               DISPLAY "TIPO........: " EXC-TIPO.
               DISPLAY "DETALLE.....: " EXC-DETALLE.

           MOSTRAR-SECLOG.
               EVALUATE SEC-RESULTADO
                   WHEN "P"
                       MOVE "(PERMITIDO)" TO DESCRIPCION
                   WHEN "D"
                       MOVE "(DENEGADO)" TO DESCRIPCION
                   WHEN "B"
                       MOVE "(BLOQUEADO)" TO DESCRIPCION
                   WHEN "I"
                       MOVE "(INICIO SES)" TO DESCRIPCION
                   WHEN "F"
                       MOVE "(FIN SESION)" TO DESCRIPCION
                   WHEN "T"
                       MOVE "(INACTIVA)" TO DESCRIPCION
                   WHEN "R"
                       MOVE "(DUPLICADA)" TO DESCRIPCION
                   WHEN OTHER
                       MOVE "(?)" TO DESCRIPCION
               END-EVALUATE.
               DISPLAY "REGISTRO....: " ORDINAL-LEIDO.
               DISPLAY "FECHA.......: " SEC-FECHA
                       "   HORA......: " SEC-HORA
                       "     OPERADOR..: " SEC-OPERADOR.
               DISPLAY "PROGRAMA....: " SEC-PROGRAMA
                       "   RESULTADO.: " SEC-RESULTADO " " DESCRIPCION.
               DISPLAY "MOTIVO......: " SEC-MOTIVO.
               DISPLAY "SEC.CADENA..: " SEC-CAD-SECUENCIA
                       "   VALOR CADENA: " SEC-CAD-VALOR.

       END PROGRAM ARCHINQ.
