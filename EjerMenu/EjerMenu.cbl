      *    auditoria (y EJERCICIO4/5 ya no vuelven a pedir sign-on
      *    dentro de la sesion). Antes 1, 2 y 3 auditaban con el
      *    operador en blanco y 4 y 5 preguntaban cada uno de nuevo.
      *  - Opcion 6: el operador del turno dia le pide a la noche una
      *    corrida de un ejercicio con sus parametros por palabra
      *    clave (los mismos de PARMFILE), grabada en PEDTRAB via
      *    PEDWRT; la aprueba o rechaza un supervisor en PEDAPR y la
      *    corre el paso nocturno PEDCORR. Opcion 7: los pedidos del
      *    operador con su estado, el retorno de la corrida y como
      *    reimprimir la salida desde REPOPRT. Las claves OPERADOR y
      *    CLAVE no se aceptan en un pedido: las credenciales no se
      *    guardan en un archivo de pedidos.
      *  - Sesion unica por operador: al validar el sign-on el menu
      *    graba la sesion en el archivo de sesiones activas (SESACT,
      *    ver COPYLIB/SESACT) y la borra al salir. Si el operador ya
      *    tiene otra sesion activa el sign-on se rechaza, salvo que
      *    otro operador de nivel supervisor lo fuerce con su propio
      *    sign-on. Con el menu quieto mas de los minutos de la clave
      *    SESION-INACTIVA del sitio (15 si falta), la opcion elegida
      *    no corre hasta que el operador vuelva a ingresar su clave;
      *    con tres claves fallidas la sesion se cierra. Inicio, fin,
      *    inactividad y duplicados rechazados quedan en SECLOG para
      *    SECRPT. Si SESACT no abre, el menu sigue sin el control de
      *    duplicados y lo deja dicho en SECLOG.
      *  - Los eventos de sesion que se graban en SECLOG se
      *    encadenan igual que los de SIGNON (subprograma ENCADENA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERMENU.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CLAVE
               FILE STATUS IS AUD-STATUS.
           SELECT PEDTRAB ASSIGN TO "PEDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTR-NUMERO
               FILE STATUS IS PTR-STATUS.
           SELECT SESACT ASSIGN TO "SESACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-OPERADOR-ID
               FILE STATUS IS SAC-STATUS.
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       COPY RUNAUD.

       FD  PEDTRAB.
       COPY PEDTRB.

       FD  SESACT.
       COPY SESACT.

       FD  SECLOG
           RECORDING MODE IS F.
       COPY SECEVT.

       WORKING-STORAGE SECTION.
       01  OPCION PIC X(01).
       01  SEGUIR PIC X(01) VALUE "S".
           05  UA-RC PIC ZZZ9.
           05  UA-MARCA PIC X(08).

      *Pedidos de trabajo para la noche (opciones 6 y 7).
       01  PTR-STATUS PIC X(02).
       01  TABLA-PEDIBLES.
           05  FILLER PIC X(10) VALUE "Ejercicio1".
           05  FILLER PIC X(10) VALUE "EJERCICIO2".
           05  FILLER PIC X(10) VALUE "EJERCICIO3".
           05  FILLER PIC X(10) VALUE "EJERCICIO4".
           05  FILLER PIC X(10) VALUE "EJERCICIO5".
       01  TABLA-PEDIBLES-R REDEFINES TABLA-PEDIBLES.
           05  PB-PROGRAMA PIC X(10) OCCURS 5 TIMES.
       01  PED-ELECCION PIC X(01).
       01  PED-ELECCION-NUM REDEFINES PED-ELECCION PIC 9(01).
       01  PED-PROGRAMA PIC X(10).
       01  PED-PARAMETROS.
           05  PED-PARAMETRO OCCURS 6 TIMES INDEXED BY IDX-PED.
               10  PED-CLAVE PIC X(16).
               10  PED-VALOR PIC X(16).
       01  PED-CANTIDAD PIC 9(01).
       01  PED-CLAVE-ENTRADA PIC X(16).
       01  PED-VALOR-ENTRADA PIC X(16).
       01  PED-CARGA PIC X(01).
           88  PED-CARGA-TERMINADA VALUE "S".
       01  PED-CONFIRMA PIC X(01).
       01  PED-NUMERO PIC 9(06).
       01  PED-LISTADOS PIC 9(04).
       01  PED-ESTADO-TEXTO PIC X(10).

      *Sesion activa del operador (SESACT) y control de inactividad.
       01  SAC-STATUS PIC X(02).
       01  SEC-STATUS PIC X(02).
       01  CADENA-PEDIDO PIC X(01).
       01  CADENA-ARCHIVO PIC X(08) VALUE "SECLOG".
       01  CADENA-CONTENIDO PIC X(80).
       01  CADENA-LARGO PIC 9(03) VALUE 51.
       COPY SESACT REPLACING LEADING ==SAC-== BY ==PRV-==.
       01  SESACT-ESTADO PIC X(01) VALUE "S".
           88  HAY-SESACT VALUE "S".
       01  SESION-PREVIA PIC X(01) VALUE "N".
           88  HAY-SESION-PREVIA VALUE "S".
       01  SESION-ACEPTADA PIC X(01) VALUE "N".
           88  SE-ACEPTA-SESION VALUE "S".
       01  SESION-FORZADA PIC X(01) VALUE "N".
           88  ES-SESION-FORZADA VALUE "S".
       01  SESION-VIGENTE PIC X(01) VALUE "S".
           88  SIGUE-LA-SESION VALUE "S".
       01  FORZAR-ENTRADA PIC X(01).
           88  SE-FUERZA VALUE "S" "s".
       01  SUPERV-ID PIC X(08).
       01  SUPERV-CLAVE PIC X(08).
       01  SUPERV-AUTORIZADO PIC X(01) VALUE "N".
           88  SUPERV-OK VALUE "S".
       01  SUPERV-NIVEL PIC X(01).
           88  SUPERV-ES-SUPERVISOR VALUE "S".
       01  INTENTOS-SUPERV PIC 9(01) VALUE ZERO.
       01  EVENTO-RESULTADO PIC X(01).
       01  EVENTO-MOTIVO PIC X(20).
       01  MOTIVO-CIERRE PIC X(20) VALUE "FIN DE SESION".
       01  MOTIVO-FORZADA.
           05  FILLER PIC X(12) VALUE "FORZADA POR ".
           05  MF-SUPERVISOR PIC X(08).
       01  MOTIVO-INACTIVA.
           05  FILLER PIC X(09) VALUE "INACTIVA ".
           05  MI-MINUTOS PIC ZZZZZZ9.
           05  FILLER PIC X(04) VALUE " MIN".
       01  LIMITE-INACTIVIDAD PIC 9(05) VALUE 15.
       01  CFG-CLAVE PIC X(16).
       01  CFG-VALOR PIC 9(05).
       01  CFG-HALLADO PIC X(01).
       01  FECHA-HOY PIC 9(08).
       01  HORA-AHORA PIC 9(08).
       01  MARCA-MENU.
           05  MENU-FECHA PIC 9(08).
           05  MENU-HORA.
               10  MENU-HH PIC 9(02).
               10  MENU-MIN PIC 9(02).
               10  MENU-SEG PIC 9(02).
               10  MENU-CEN PIC 9(02).
       01  MARCA-AHORA.
           05  AHORA-FECHA PIC 9(08).
           05  AHORA-HORA.
               10  AHORA-HH PIC 9(02).
               10  AHORA-MIN PIC 9(02).
               10  AHORA-SEG PIC 9(02).
               10  AHORA-CEN PIC 9(02).
       01  DIAS-MENU PIC 9(07).
       01  DIAS-AHORA PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  SEGUNDOS-INACTIVO PIC S9(09).
       01  MINUTOS-INACTIVO PIC 9(07).

       PROCEDURE DIVISION.

           PERFORM PEDIR-SIGNON
               UNTIL OPERADOR-OK OR INTENTOS-SIGNON NOT < 3.
           IF OPERADOR-OK
               PERFORM REGISTRAR-SESION
               IF SE-ACEPTA-SESION
                   MOVE "G" TO SES-PEDIDO
                   CALL "SESION" USING SES-PEDIDO OPERADOR-ID
                   PERFORM LEER-LIMITE-INACTIVIDAD
                   PERFORM MOSTRAR-MENU-Y-EJECUTAR
                       UNTIL NOT HAY-QUE-SEGUIR
                   PERFORM CERRAR-SESION
               ELSE
                   DISPLAY "SESION RECHAZADA"
               END-IF
           ELSE
               DISPLAY "SIGN-ON AGOTADO, SE CANCELA"
           END-IF.
                   DISPLAY "     ULTIMA: " UL-TEXTO(4).
                   DISPLAY " 5 - EJERCICIO 5 (TABLA DE MULTIPLICAR)".
                   DISPLAY "     ULTIMA: " UL-TEXTO(5).
                   DISPLAY " 6 - PEDIR UNA CORRIDA A LA NOCHE".
                   DISPLAY " 7 - MIS PEDIDOS".
                   DISPLAY " 0 - SALIR".
                   DISPLAY "=================================".
                   DISPLAY "OPCION?".
      *La inactividad se mide desde que el menu queda esperando la
      *opcion; salir no pide la clave de nuevo.
                   ACCEPT MENU-FECHA FROM DATE YYYYMMDD.
                   ACCEPT MENU-HORA FROM TIME.
                   ACCEPT OPCION.
                   IF OPCION NOT = "0"
                       PERFORM CONTROLAR-INACTIVIDAD
                   END-IF.
                   IF SIGUE-LA-SESION
                       PERFORM EJECUTAR-OPCION
                   ELSE
                       MOVE "N" TO SEGUIR
                   END-IF.

               EJECUTAR-OPCION.
                   IF OPCION NOT < "1" AND OPCION NOT > "7"
                       PERFORM ANOTAR-ACTIVIDAD
                   END-IF.
                   EVALUATE OPCION
                       WHEN "1"
                           CALL "Ejercicio1"
                           CALL "EJERCICIO4"
                       WHEN "5"
                           CALL "EJERCICIO5"
                       WHEN "6"
                           PERFORM PEDIR-CORRIDA
                       WHEN "7"
                           PERFORM LISTAR-MIS-PEDIDOS
                       WHEN "0"
                           MOVE "N" TO SEGUIR
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE.

      *Se lee la sesion previa del operador en una pasada corta, sin
      *dejar SESACT abierto mientras se espera al supervisor; el alta
      *vuelve a leer por si otra terminal la grabo en el medio.
               REGISTRAR-SESION.
                   MOVE "N" TO SESION-ACEPTADA.
                   PERFORM LEER-SESION-PREVIA.
                   EVALUATE TRUE
                       WHEN NOT HAY-SESACT
                           DISPLAY "SESION SIN CONTROL DE DUPLICADOS"
                           MOVE "S" TO SESION-ACEPTADA
                           MOVE "I" TO EVENTO-RESULTADO
                           MOVE "SIN CONTROL SESACT" TO EVENTO-MOTIVO
                           PERFORM GRABAR-EVENTO-SESION
                       WHEN NOT HAY-SESION-PREVIA
                           MOVE "S" TO SESION-ACEPTADA
                           PERFORM GRABAR-SESION-ACTIVA
                           MOVE "I" TO EVENTO-RESULTADO
                           MOVE "INICIO DE SESION" TO EVENTO-MOTIVO
                           PERFORM GRABAR-EVENTO-SESION
                       WHEN OTHER
                           PERFORM OFRECER-FORZADO
                   END-EVALUATE.

               LEER-SESION-PREVIA.
                   MOVE "N" TO SESION-PREVIA.
                   OPEN I-O SESACT.
                   IF SAC-STATUS = "35"
                       OPEN OUTPUT SESACT
                       CLOSE SESACT
                       OPEN I-O SESACT
                   END-IF.
                   IF SAC-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR SESACT: " SAC-STATUS
                       MOVE "N" TO SESACT-ESTADO
                   ELSE
                       MOVE OPERADOR-ID TO SAC-OPERADOR-ID
                       READ SESACT
                           INVALID KEY
                               MOVE "N" TO SESION-PREVIA
                           NOT INVALID KEY
                               MOVE "S" TO SESION-PREVIA
                               MOVE SAC-REGISTRO TO PRV-REGISTRO
                       END-READ
                       CLOSE SESACT
                   END-IF.

      *Un menu cancelado no llega a borrar su sesion: con la fecha de
      *la ultima actividad a la vista el supervisor decide si la que
      *bloquea esta en uso o quedo colgada. No se fuerza la propia.
               OFRECER-FORZADO.
                   DISPLAY "EL OPERADOR " OPERADOR-ID
                           " YA TIENE SESION ACTIVA: " PRV-CANTIDAD.
                   DISPLAY "  DESDE " PRV-FECHA-INICIO " "
                           PRV-HORA-INICIO "  ULTIMA ACTIVIDAD "
                           PRV-FECHA-ULTIMA " " PRV-HORA-ULTIMA.
                   DISPLAY "FORZAR CON SIGN-ON DE SUPERVISOR? (S/N)".
                   ACCEPT FORZAR-ENTRADA.
                   IF SE-FUERZA
                       MOVE ZERO TO INTENTOS-SUPERV
                       MOVE "N" TO SUPERV-AUTORIZADO
                       PERFORM PEDIR-SIGNON-SUPERVISOR
                           UNTIL SUPERV-OK
                               OR INTENTOS-SUPERV NOT < 3
                       EVALUATE TRUE
                           WHEN NOT SUPERV-OK
                               DISPLAY "SIGN-ON AGOTADO"
                           WHEN NOT SUPERV-ES-SUPERVISOR
                               DISPLAY "SE REQUIERE NIVEL SUPERVISOR"
                           WHEN SUPERV-ID = OPERADOR-ID
                               DISPLAY "LA SESION LA FUERZA OTRO "
                                       "SUPERVISOR"
                           WHEN OTHER
                               MOVE "S" TO SESION-ACEPTADA
                               MOVE "S" TO SESION-FORZADA
                       END-EVALUATE
                   END-IF.
                   IF SE-ACEPTA-SESION
                       PERFORM GRABAR-SESION-ACTIVA
                       MOVE "I" TO EVENTO-RESULTADO
                       MOVE SUPERV-ID TO MF-SUPERVISOR
                       MOVE MOTIVO-FORZADA TO EVENTO-MOTIVO
                   ELSE
                       MOVE "R" TO EVENTO-RESULTADO
                       MOVE "SESION DUPLICADA" TO EVENTO-MOTIVO
                   END-IF.
                   PERFORM GRABAR-EVENTO-SESION.

               PEDIR-SIGNON-SUPERVISOR.
                   DISPLAY "SUPERVISOR ID".
                   ACCEPT SUPERV-ID.
                   DISPLAY "CLAVE".
                   ACCEPT SUPERV-CLAVE.
                   CALL "SIGNON" USING SUPERV-ID SUPERV-CLAVE
                           PROGRAMA-ACTUAL SUPERV-AUTORIZADO
                           SUPERV-NIVEL.
                   IF NOT SUPERV-OK
                       ADD 1 TO INTENTOS-SUPERV
                       DISPLAY "ACCESO DENEGADO, REINTENTE"
                   END-IF.

               GRABAR-SESION-ACTIVA.
                   ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
                   ACCEPT HORA-AHORA FROM TIME.
                   OPEN I-O SESACT.
                   IF SAC-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR SESACT: " SAC-STATUS
                       MOVE "N" TO SESACT-ESTADO
                   ELSE
                       MOVE OPERADOR-ID TO SAC-OPERADOR-ID
                       READ SESACT
                           INVALID KEY
                               PERFORM ALTA-DE-SESION
                           NOT INVALID KEY
                               PERFORM SUMAR-SESION
                       END-READ
                       CLOSE SESACT
                   END-IF.

               ALTA-DE-SESION.
                   MOVE OPERADOR-ID TO SAC-OPERADOR-ID.
                   MOVE 1 TO SAC-CANTIDAD.
                   MOVE FECHA-HOY TO SAC-FECHA-INICIO.
                   MOVE HORA-AHORA(1:6) TO SAC-HORA-INICIO.
                   MOVE FECHA-HOY TO SAC-FECHA-ULTIMA.
                   MOVE HORA-AHORA(1:6) TO SAC-HORA-ULTIMA.
                   MOVE SPACES TO SAC-SUPERVISOR.
                   IF ES-SESION-FORZADA
                       MOVE SUPERV-ID TO SAC-SUPERVISOR
                   END-IF.
                   WRITE SAC-REGISTRO
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA SESION: "
                                   SAC-STATUS
                   END-WRITE.

               SUMAR-SESION.
                   ADD 1 TO SAC-CANTIDAD.
                   MOVE FECHA-HOY TO SAC-FECHA-ULTIMA.
                   MOVE HORA-AHORA(1:6) TO SAC-HORA-ULTIMA.
                   IF ES-SESION-FORZADA
                       MOVE SUPERV-ID TO SAC-SUPERVISOR
                   END-IF.
                   REWRITE SAC-REGISTRO.

               ANOTAR-ACTIVIDAD.
                   IF HAY-SESACT
                       ACCEPT FECHA-HOY FROM DATE YYYYMMDD
                       ACCEPT HORA-AHORA FROM TIME
                       OPEN I-O SESACT
                       IF SAC-STATUS = "00"
                           MOVE OPERADOR-ID TO SAC-OPERADOR-ID
                           READ SESACT
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE FECHA-HOY TO SAC-FECHA-ULTIMA
                                   MOVE HORA-AHORA(1:6)
                                       TO SAC-HORA-ULTIMA
                                   REWRITE SAC-REGISTRO
                           END-READ
                           CLOSE SESACT
                       END-IF
                   END-IF.

      *Con sesiones forzadas de mas el registro queda hasta que sale
      *la ultima; cada salida descuenta la suya.
               CERRAR-SESION.
                   IF HAY-SESACT
                       OPEN I-O SESACT
                       IF SAC-STATUS = "00"
                           MOVE OPERADOR-ID TO SAC-OPERADOR-ID
                           READ SESACT
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM DESCONTAR-SESION
                           END-READ
                           CLOSE SESACT
                       ELSE
                           DISPLAY "NO SE PUDO ABRIR SESACT: "
                                   SAC-STATUS
                       END-IF
                   END-IF.
                   MOVE "F" TO EVENTO-RESULTADO.
                   MOVE MOTIVO-CIERRE TO EVENTO-MOTIVO.
                   PERFORM GRABAR-EVENTO-SESION.

               DESCONTAR-SESION.
                   IF SAC-CANTIDAD > 1
                       SUBTRACT 1 FROM SAC-CANTIDAD
                       REWRITE SAC-REGISTRO
                   ELSE
                       DELETE SESACT RECORD
                   END-IF.

               LEER-LIMITE-INACTIVIDAD.
                   MOVE "SESION-INACTIVA" TO CFG-CLAVE.
                   CALL "CONFIG" USING CFG-CLAVE CFG-VALOR CFG-HALLADO.
                   IF CFG-HALLADO = "S" AND CFG-VALOR > ZERO
                       MOVE CFG-VALOR TO LIMITE-INACTIVIDAD
                   END-IF.

      *Los segundos se cuentan con el numero de dia de FECHANUM para
      *que un menu dejado de un dia para el otro tambien venza.
               CONTROLAR-INACTIVIDAD.
                   ACCEPT AHORA-FECHA FROM DATE YYYYMMDD.
                   ACCEPT AHORA-HORA FROM TIME.
                   CALL "FECHANUM" USING MENU-FECHA DIAS-MENU
                       FECHA-VALIDA.
                   CALL "FECHANUM" USING AHORA-FECHA DIAS-AHORA
                       FECHA-VALIDA.
                   COMPUTE SEGUNDOS-INACTIVO =
                       (DIAS-AHORA - DIAS-MENU) * 86400
                       + AHORA-HH * 3600 + AHORA-MIN * 60 + AHORA-SEG
                       - MENU-HH * 3600 - MENU-MIN * 60 - MENU-SEG.
                   IF SEGUNDOS-INACTIVO > LIMITE-INACTIVIDAD * 60
                       PERFORM REVALIDAR-SESION
                   END-IF.

      *La clave se pide para el mismo operador de la sesion; SIGNON
      *cuenta los fallos y bloquea al tercero como en cualquier otro
      *sign-on.
               REVALIDAR-SESION.
                   DIVIDE SEGUNDOS-INACTIVO BY 60
                       GIVING MINUTOS-INACTIVO.
                   MOVE MINUTOS-INACTIVO TO MI-MINUTOS.
                   MOVE "T" TO EVENTO-RESULTADO.
                   MOVE MOTIVO-INACTIVA TO EVENTO-MOTIVO.
                   PERFORM GRABAR-EVENTO-SESION.
                   DISPLAY "SESION INACTIVA " MINUTOS-INACTIVO
                           " MINUTOS: REINGRESE LA CLAVE DE "
                           OPERADOR-ID.
                   MOVE ZERO TO INTENTOS-SIGNON.
                   MOVE "N" TO OPERADOR-AUTORIZADO.
                   PERFORM PEDIR-CLAVE-DE-NUEVO
                       UNTIL OPERADOR-OK OR INTENTOS-SIGNON NOT < 3.
                   IF NOT OPERADOR-OK
                       DISPLAY "CLAVE NO REVALIDADA, SE CIERRA LA "
                               "SESION"
                       MOVE "N" TO SESION-VIGENTE
                       MOVE "CLAVE NO REVALIDADA" TO MOTIVO-CIERRE
                   END-IF.

               PEDIR-CLAVE-DE-NUEVO.
                   DISPLAY "CLAVE".
                   ACCEPT OPERADOR-CLAVE.
                   CALL "SIGNON" USING OPERADOR-ID OPERADOR-CLAVE
                           PROGRAMA-ACTUAL OPERADOR-AUTORIZADO
                           OPERADOR-NIVEL.
                   IF NOT OPERADOR-OK
                       ADD 1 TO INTENTOS-SIGNON
                       DISPLAY "ACCESO DENEGADO, REINTENTE"
                   END-IF.

               GRABAR-EVENTO-SESION.
                   ACCEPT SEC-FECHA FROM DATE YYYYMMDD.
                   ACCEPT SEC-HORA FROM TIME.
                   MOVE OPERADOR-ID TO SEC-OPERADOR.
                   MOVE PROGRAMA-ACTUAL TO SEC-PROGRAMA.
                   MOVE EVENTO-RESULTADO TO SEC-RESULTADO.
                   MOVE EVENTO-MOTIVO TO SEC-MOTIVO.
                   MOVE SEC-RECORD(1:51) TO CADENA-CONTENIDO.
                   MOVE "C" TO CADENA-PEDIDO.
                   CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                       CADENA-CONTENIDO CADENA-LARGO SEC-CAD-SECUENCIA
                       SEC-CAD-VALOR.
                   OPEN EXTEND SECLOG.
                   IF SEC-STATUS = "35"
                       OPEN OUTPUT SECLOG
                       CLOSE SECLOG
                       OPEN EXTEND SECLOG
                   END-IF.
                   WRITE SEC-RECORD.
                   IF SEC-STATUS = "00"
                       MOVE "A" TO CADENA-PEDIDO
                   ELSE
                       DISPLAY "ERROR GRABANDO SECLOG, STATUS "
                               SEC-STATUS
                       MOVE "D" TO CADENA-PEDIDO
                   END-IF.
                   CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                       CADENA-CONTENIDO CADENA-LARGO SEC-CAD-SECUENCIA
                       SEC-CAD-VALOR.
                   CLOSE SECLOG.

               CARGAR-ULTIMAS-CORRIDAS.
                   MOVE "EJERCIC1" TO UL-NOMBRE(1).
                   MOVE "EJERCIC2" TO UL-NOMBRE(2).
                       MOVE ULT-ARMADO TO UL-TEXTO(IDX-UL)
                   END-IF.

      *El pedido no corre nada: queda pendiente en PEDTRAB hasta que
      *un supervisor lo resuelva en PEDAPR.
               PEDIR-CORRIDA.
                   DISPLAY "PROGRAMA A CORRER DE NOCHE (1 A 5)".
                   ACCEPT PED-ELECCION.
                   IF PED-ELECCION < "1" OR PED-ELECCION > "5"
                       DISPLAY "PROGRAMA INVALIDO"
                   ELSE
                       MOVE PB-PROGRAMA(PED-ELECCION-NUM)
                           TO PED-PROGRAMA
                       MOVE SPACES TO PED-PARAMETROS
                       MOVE ZERO TO PED-CANTIDAD
                       MOVE "N" TO PED-CARGA
                       PERFORM PEDIR-UN-PARAMETRO
                           UNTIL PED-CARGA-TERMINADA
                       PERFORM CONFIRMAR-PEDIDO
                   END-IF.

               PEDIR-UN-PARAMETRO.
                   IF PED-CANTIDAD NOT < 6
                       MOVE "S" TO PED-CARGA
                   ELSE
                       DISPLAY "CLAVE (ENTER = NO HAY MAS)"
                       MOVE SPACES TO PED-CLAVE-ENTRADA
                       ACCEPT PED-CLAVE-ENTRADA
                       IF PED-CLAVE-ENTRADA = SPACES
                           MOVE "S" TO PED-CARGA
                       ELSE
                           IF PED-CLAVE-ENTRADA = "OPERADOR"
                                   OR PED-CLAVE-ENTRADA = "CLAVE"
                               DISPLAY "LAS CREDENCIALES NO VAN EN "
                                       "UN PEDIDO"
                           ELSE
                               DISPLAY "VALOR"
                               MOVE SPACES TO PED-VALOR-ENTRADA
                               ACCEPT PED-VALOR-ENTRADA
                               ADD 1 TO PED-CANTIDAD
                               SET IDX-PED TO PED-CANTIDAD
                               MOVE PED-CLAVE-ENTRADA
                                   TO PED-CLAVE(IDX-PED)
                               MOVE PED-VALOR-ENTRADA
                                   TO PED-VALOR(IDX-PED)
                           END-IF
                       END-IF
                   END-IF.

               CONFIRMAR-PEDIDO.
                   DISPLAY "PEDIDO: " PED-PROGRAMA.
                   PERFORM MOSTRAR-UN-PARAMETRO
                       VARYING IDX-PED FROM 1 BY 1
                       UNTIL IDX-PED > PED-CANTIDAD.
                   DISPLAY "CONFIRMA EL PEDIDO (S/N)?".
                   ACCEPT PED-CONFIRMA.
                   IF PED-CONFIRMA = "S" OR PED-CONFIRMA = "s"
                       CALL "PEDWRT" USING PED-PROGRAMA OPERADOR-ID
                               PED-PARAMETROS PED-NUMERO
                       IF PED-NUMERO = ZERO
                           DISPLAY "EL PEDIDO NO SE PUDO GRABAR"
                       ELSE
                           DISPLAY "PEDIDO " PED-NUMERO
                                   " GRABADO, PENDIENTE DE APROBACION"
                       END-IF
                   ELSE
                       DISPLAY "PEDIDO DESCARTADO"
                   END-IF.

               MOSTRAR-UN-PARAMETRO.
                   DISPLAY "  " PED-CLAVE(IDX-PED) " "
                           PED-VALOR(IDX-PED).

               LISTAR-MIS-PEDIDOS.
                   MOVE ZERO TO PED-LISTADOS.
                   OPEN INPUT PEDTRAB.
                   IF PTR-STATUS = "35"
                       DISPLAY "NO HAY PEDIDOS TODAVIA"
                   ELSE
                       IF PTR-STATUS NOT = "00"
                           DISPLAY "NO SE PUDO ABRIR PEDTRAB: "
                                   PTR-STATUS
                       ELSE
                           MOVE "N" TO FIN-DE-ARCHIVO
                           MOVE ZERO TO PTR-NUMERO
                           START PEDTRAB
                                   KEY IS NOT LESS THAN PTR-NUMERO
                               INVALID KEY
                                   MOVE "S" TO FIN-DE-ARCHIVO
                           END-START
                           PERFORM MIRAR-UN-PEDIDO
                               UNTIL HAY-FIN-DE-ARCHIVO
                           CLOSE PEDTRAB
                           IF PED-LISTADOS = ZERO
                               DISPLAY "NO TIENE PEDIDOS"
                           END-IF
                       END-IF
                   END-IF.

               MIRAR-UN-PEDIDO.
                   READ PEDTRAB NEXT RECORD
                       AT END
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ.
                   IF NOT HAY-FIN-DE-ARCHIVO
                       IF PTR-SOLICITANTE = OPERADOR-ID
                           PERFORM MOSTRAR-UN-PEDIDO
                       END-IF
                   END-IF.

               MOSTRAR-UN-PEDIDO.
                   ADD 1 TO PED-LISTADOS.
                   EVALUATE TRUE
                       WHEN PTR-PENDIENTE
                           MOVE "PENDIENTE" TO PED-ESTADO-TEXTO
                       WHEN PTR-APROBADO
                           MOVE "APROBADO" TO PED-ESTADO-TEXTO
                       WHEN PTR-RECHAZADO
                           MOVE "RECHAZADO" TO PED-ESTADO-TEXTO
                       WHEN PTR-TERMINADO
                           MOVE "TERMINADO" TO PED-ESTADO-TEXTO
                       WHEN PTR-FALLIDO
                           MOVE "FALLIDO" TO PED-ESTADO-TEXTO
                       WHEN OTHER
                           MOVE PTR-ESTADO TO PED-ESTADO-TEXTO
                   END-EVALUATE.
                   DISPLAY PTR-NUMERO " " PTR-PROGRAMA " "
                           PED-ESTADO-TEXTO " PEDIDO " PTR-FECHA-SOL.
                   IF PTR-TERMINADO OR PTR-FALLIDO
                       DISPLAY "       CORRIO " PTR-FECHA-CORRIDA
                               " RC=" PTR-RETORNO
                               " - REIMPRIMIR CON REPOPRT, REPORTE "
                               PTR-REPORTE " FECHA " PTR-FECHA-CORRIDA
                   END-IF.
                   IF PTR-RECHAZADO
                       DISPLAY "       RECHAZADO POR " PTR-RESOLVIO
                               " EL " PTR-FECHA-RES
                   END-IF.

       END PROGRAM EJERMENU.
