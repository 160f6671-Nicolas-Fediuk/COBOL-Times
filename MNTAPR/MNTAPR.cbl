      ******************************************************************
      *MNTAPR - Aprobacion de los cambios pendientes a los maestros
      *(archivo CAMBPEND, ver COPYLIB/CAMBPEN). OPERMNT, CFGMNT y
      *MSGMNT ya no graban OPERMAST, SITECFG ni MSGCAT: dejan el
      *pedido pendiente, y el cambio recien se aplica cuando un
      *segundo supervisor, distinto del que lo pidio, lo aprueba aca.
      *Exige sign-on de supervisor. Permite listar los pedidos
      *pendientes con sus imagenes antes/despues, listar todos los
      *pedidos (aprobados, rechazados y vencidos quedan en el archivo
      *como rastro), aprobar un pedido y rechazarlo. El que pidio no
      *puede aprobar su propio pedido, pero si rechazarlo (es la
      *forma de retirarlo).
      *Al entrar vence los pedidos que quedaron pendientes mas dias
      *que la clave CAMBIO-VIGENCIA de SITECFG (7 si falta).
      *La aprobacion aplica el cambio contra el registro que haya en
      *ese momento en el maestro: en SITECFG y MSGCAT se graba el
      *registro pedido; en OPERMAST la baja, el desbloqueo y el
      *cambio de nivel tocan solo su campo, y la reposicion codifica
      *primero un registro viejo en claro y corre la clave saliente a
      *la historia, igual que hacia OPERMNT.
      *Mientras la noche tiene tomado el bloqueo de los maestros
      *(subprograma BLOQUEO, ver COPYLIB/BLOQMAE) no se aplica nada,
      *salvo forzado del supervisor, como en los programas de
      *mantenimiento.
      *Todo queda en MNTLOG (via MNTWRT, ver COPYLIB/MNTEVT) con el
      *supervisor que resolvio: la aprobacion con la accion original
      *del pedido, el rechazo con "R" y el vencimiento con "V".
      ******************************************************************
      *Modificaciones:
      *  - MSGCAT tiene ahora clave codigo + idioma (ver
      *    COPYLIB/MSGCAT) y el pedido de MSGMNT trae el registro con
      *    su idioma. En OPERMAST se aplica la nueva accion "I" de
      *    OPERMNT, que cambia solo el idioma del operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBPEND ASSIGN TO "CAMBPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS PEN-STATUS.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-OPERADOR-ID
               FILE STATUS IS OPM-STATUS.
           SELECT SITECFG ASSIGN TO "SITECFG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFG-CLAVE
               FILE STATUS IS CFG-STATUS.
           SELECT MSGCAT ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-CLAVE
               FILE STATUS IS MSG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBPEND.
       COPY CAMBPEN.
       FD  OPERMAST.
       COPY OPERMST.
       FD  SITECFG.
       COPY SITECFG.
       FD  MSGCAT.
       COPY MSGCAT.

       WORKING-STORAGE SECTION.
       01  PEN-STATUS PIC X(02).
       01  OPM-STATUS PIC X(02).
       01  CFG-STATUS PIC X(02).
       01  MSG-STATUS PIC X(02).
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
       01  APLICADO PIC X(01).
           88  SE-APLICO VALUE "S".
       01  OPERADOR-ID PIC X(08).
       01  OPERADOR-CLAVE PIC X(08).
       01  OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88  OPERADOR-OK VALUE "S".
       01  OPERADOR-NIVEL PIC X(01).
           88  ES-SUPERVISOR VALUE "S".
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "MNTAPR".
       01  INTENTOS-SIGNON PIC 9(01) VALUE ZERO.
       01  MNT-ACCION PIC X(01).
       01  MNT-CLAVE-LOG PIC X(16).
       01  IMAGEN-ANTES PIC X(60).
       01  IMAGEN-DESPUES PIC X(60).
       01  VIGENCIA-CLAVE PIC X(16) VALUE "CAMBIO-VIGENCIA".
       01  VIGENCIA-DIAS PIC 9(05).
       01  VIGENCIA-HALLADA PIC X(01).
       01  FECHA-HOY PIC 9(08).
       01  DIAS-HOY PIC 9(07).
       01  DIAS-PEDIDO PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  PEDIDOS-VENCIDOS PIC 9(05) VALUE ZERO.
       01  CLAVE-TRABAJO PIC X(08).
       01  IDX-ANT PIC 9(01).
       01  BLOQ-PEDIDO PIC X(01).
       01  BLOQ-FECHA PIC 9(08).
       01  BLOQ-TOMADO PIC X(01).
       01  FORZAR-ENTRADA PIC X(01).
           88  SE-FUERZA VALUE "S" "s".
       01  BLOQUEO-FORZADO PIC X(01) VALUE "N".
           88  YA-SE-FORZO VALUE "S".
       01  ACTUALIZACION-PERMITIDA PIC X(01).
           88  SE-PUEDE-ACTUALIZAR VALUE "S".
       01  IMAGEN-BLOQUEO.
           05  FILLER PIC X(26) VALUE "BLOQUEADO POR LA NOCHE DE ".
           05  IMG-NOCHE-FECHA PIC 9(08).
           05  FILLER PIC X(26) VALUE SPACES.
      *El registro de operador tal como lo dejo OPERMNT en el pedido.
       COPY OPERMST REPLACING LEADING ==OPM-== BY ==PDO-==.

       PROCEDURE DIVISION.

           PERFORM CONTROLAR-ACCESO.
           IF HAY-QUE-SEGUIR
               PERFORM ABRIR-PENDIENTES
           END-IF.
           IF HAY-QUE-SEGUIR
               PERFORM VENCER-PEDIDOS-VIEJOS
               PERFORM MOSTRAR-MENU-Y-EJECUTAR
                   UNTIL NOT HAY-QUE-SEGUIR
               CLOSE CAMBPEND
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

           ABRIR-PENDIENTES.
               OPEN I-O CAMBPEND.
               IF PEN-STATUS = "35"
                   OPEN OUTPUT CAMBPEND
                   CLOSE CAMBPEND
                   OPEN I-O CAMBPEND
               END-IF.
               IF PEN-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR CAMBPEND: " PEN-STATUS
                   MOVE "N" TO SEGUIR
               END-IF.

      *Un pedido que nadie aprobo en CAMBIO-VIGENCIA dias se da por
      *vencido: aprobarlo semanas despues aplicaria un cambio que ya
      *nadie recuerda haber pedido.
           VENCER-PEDIDOS-VIEJOS.
               CALL "CONFIG" USING VIGENCIA-CLAVE VIGENCIA-DIAS
                   VIGENCIA-HALLADA.
               IF VIGENCIA-HALLADA NOT = "S" OR VIGENCIA-DIAS = ZERO
                   MOVE 7 TO VIGENCIA-DIAS
               END-IF.
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
               CALL "FECHANUM" USING FECHA-HOY DIAS-HOY FECHA-VALIDA.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE ZERO TO PEN-NUMERO.
               START CAMBPEND KEY IS NOT LESS THAN PEN-NUMERO
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM MIRAR-VENCIMIENTO UNTIL HAY-FIN-DE-ARCHIVO.
               IF PEDIDOS-VENCIDOS > ZERO
                   DISPLAY "PEDIDOS VENCIDOS SIN APROBAR: "
                           PEDIDOS-VENCIDOS
               END-IF.

           MIRAR-VENCIMIENTO.
               READ CAMBPEND NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF PEN-PENDIENTE
                           CALL "FECHANUM" USING PEN-FECHA-SOL
                               DIAS-PEDIDO FECHA-VALIDA
                           IF FECHA-VALIDA = "S"
                               AND DIAS-HOY > DIAS-PEDIDO
                                   + VIGENCIA-DIAS
                               MOVE "V" TO PEN-ESTADO
                               MOVE "V" TO MNT-ACCION
                               PERFORM CERRAR-PEDIDO
                               ADD 1 TO PEDIDOS-VENCIDOS
                           END-IF
                       END-IF
               END-READ.

           MOSTRAR-MENU-Y-EJECUTAR.
               DISPLAY "=================================".
               DISPLAY " APROBACION DE CAMBIOS A MAESTROS".
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
               MOVE ZERO TO PEN-NUMERO.
               START CAMBPEND KEY IS NOT LESS THAN PEN-NUMERO
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM LISTAR-UN-PEDIDO UNTIL HAY-FIN-DE-ARCHIVO.

           LISTAR-UN-PEDIDO.
               READ CAMBPEND NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF PEN-PENDIENTE OR NOT SOLO-PENDIENTES
                           PERFORM MOSTRAR-PEDIDO
                       END-IF
               END-READ.

           MOSTRAR-PEDIDO.
               DISPLAY PEN-NUMERO " " PEN-ESTADO " " PEN-PROGRAMA
                       " " PEN-ACCION " " PEN-CLAVE
                       " PIDIO " PEN-SOLICITANTE " " PEN-FECHA-SOL
                       " " PEN-HORA-SOL.
               IF NOT PEN-PENDIENTE
                   DISPLAY "       RESOLVIO " PEN-RESOLVIO " "
                           PEN-FECHA-RES " " PEN-HORA-RES
               END-IF.
               DISPLAY "       ANTES   " PEN-ANTES.
               DISPLAY "       DESPUES " PEN-DESPUES.

           LEER-PEDIDO.
               MOVE "N" TO PEDIDO-LEIDO.
               DISPLAY "NUMERO DE PEDIDO".
               ACCEPT NUMERO-PEDIDO.
               MOVE NUMERO-PEDIDO TO PEN-NUMERO.
               READ CAMBPEND
                   INVALID KEY
                       DISPLAY "PEDIDO INEXISTENTE: " NUMERO-PEDIDO
                   NOT INVALID KEY
                       IF PEN-PENDIENTE
                           MOVE "S" TO PEDIDO-LEIDO
                           PERFORM MOSTRAR-PEDIDO
                       ELSE
                           DISPLAY "EL PEDIDO NO ESTA PENDIENTE: "
                                   PEN-ESTADO
                       END-IF
               END-READ.

      *El control de dos personas: el que pidio no aprueba.
           APROBAR-PEDIDO.
               PERFORM LEER-PEDIDO.
               IF HAY-PEDIDO
                   IF PEN-SOLICITANTE = OPERADOR-ID
                       DISPLAY "NO SE PUEDE APROBAR UN PEDIDO PROPIO"
                   ELSE
                       DISPLAY "CONFIRMA LA APROBACION? (S/N)"
                       ACCEPT CONFIRMACION
                       IF CONFIRMA
                           PERFORM CONTROLAR-BLOQUEO
                           IF SE-PUEDE-ACTUALIZAR
                               PERFORM APLICAR-PEDIDO
                               IF SE-APLICO
                                   MOVE "A" TO PEN-ESTADO
                                   MOVE PEN-ACCION TO MNT-ACCION
                                   PERFORM CERRAR-PEDIDO
                                   DISPLAY "PEDIDO APROBADO Y APLICADO"
                               ELSE
                                   DISPLAY "EL PEDIDO SIGUE PENDIENTE"
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           RECHAZAR-PEDIDO.
               PERFORM LEER-PEDIDO.
               IF HAY-PEDIDO
                   DISPLAY "CONFIRMA EL RECHAZO? (S/N)"
                   ACCEPT CONFIRMACION
                   IF CONFIRMA
                       MOVE "R" TO PEN-ESTADO
                       MOVE "R" TO MNT-ACCION
                       PERFORM CERRAR-PEDIDO
                       DISPLAY "PEDIDO RECHAZADO"
                   END-IF
               END-IF.

      *Deja el pedido resuelto (estado ya puesto por el llamador) y
      *lo anota en MNTLOG con la accion que dejo el llamador.
           CERRAR-PEDIDO.
               MOVE OPERADOR-ID TO PEN-RESOLVIO.
               ACCEPT PEN-FECHA-RES FROM DATE YYYYMMDD.
               ACCEPT PEN-HORA-RES FROM TIME.
               MOVE PEN-CLAVE TO MNT-CLAVE-LOG.
               MOVE PEN-ANTES TO IMAGEN-ANTES.
               MOVE PEN-DESPUES TO IMAGEN-DESPUES.
               REWRITE PEN-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL PEDIDO: "
                               PEN-NUMERO
                   NOT INVALID KEY
                       PERFORM GRABAR-CAMBIO
               END-REWRITE.

           GRABAR-CAMBIO.
               CALL "MNTWRT" USING PROGRAMA-ACTUAL OPERADOR-ID
                   MNT-ACCION MNT-CLAVE-LOG
                   IMAGEN-ANTES IMAGEN-DESPUES.

      *Mientras la noche tiene tomado el bloqueo de los maestros
      *(FECHAINI a NOCHEFIN, ver COPYLIB/BLOQMAE) no se aplica:
      *media noche correria con un valor y media con otro. Por una
      *urgencia el supervisor puede forzar; el forzado vale por el
      *resto de la sesion y queda en MNTLOG con la accion "F".
           CONTROLAR-BLOQUEO.
               MOVE "S" TO ACTUALIZACION-PERMITIDA.
               IF NOT YA-SE-FORZO
                   MOVE "C" TO BLOQ-PEDIDO
                   MOVE ZERO TO BLOQ-FECHA
                   CALL "BLOQUEO" USING BLOQ-PEDIDO BLOQ-FECHA
                       BLOQ-TOMADO
                   IF BLOQ-TOMADO = "S"
                       DISPLAY "MAESTROS BLOQUEADOS POR LA NOCHE DE "
                               BLOQ-FECHA
                       DISPLAY "FORZAR LA ACTUALIZACION? (S/N)"
                       ACCEPT FORZAR-ENTRADA
                       IF SE-FUERZA
                           MOVE "S" TO BLOQUEO-FORZADO
                           PERFORM GRABAR-FORZADO
                       ELSE
                           DISPLAY "ACTUALIZACION RECHAZADA"
                           MOVE "N" TO ACTUALIZACION-PERMITIDA
                       END-IF
                   END-IF
               END-IF.

           GRABAR-FORZADO.
               MOVE "F" TO MNT-ACCION.
               MOVE "MAESBLOQ" TO MNT-CLAVE-LOG.
               MOVE BLOQ-FECHA TO IMG-NOCHE-FECHA.
               MOVE IMAGEN-BLOQUEO TO IMAGEN-ANTES.
               MOVE "FORZADO POR SUPERVISOR" TO IMAGEN-DESPUES.
               PERFORM GRABAR-CAMBIO.

           APLICAR-PEDIDO.
               MOVE "N" TO APLICADO.
               EVALUATE PEN-PROGRAMA
                   WHEN "CFGMNT"
                       PERFORM APLICAR-CONFIGURACION
                   WHEN "MSGMNT"
                       PERFORM APLICAR-MENSAJE
                   WHEN "OPERMNT"
                       PERFORM APLICAR-OPERADOR
                   WHEN OTHER
                       DISPLAY "PROGRAMA DESCONOCIDO EN EL PEDIDO: "
                               PEN-PROGRAMA
               END-EVALUATE.

           APLICAR-CONFIGURACION.
               OPEN I-O SITECFG.
               IF CFG-STATUS = "35"
                   OPEN OUTPUT SITECFG
                   CLOSE SITECFG
                   OPEN I-O SITECFG
               END-IF.
               IF CFG-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR SITECFG: " CFG-STATUS
               ELSE
                   MOVE PEN-DATOS TO CFG-REGISTRO
                   EVALUATE PEN-ACCION
                       WHEN "A"
                           WRITE CFG-REGISTRO
                               INVALID KEY
                                   DISPLAY "LA CLAVE YA EXISTE: "
                                           CFG-CLAVE
                               NOT INVALID KEY
                                   MOVE "S" TO APLICADO
                           END-WRITE
                       WHEN "M"
                           REWRITE CFG-REGISTRO
                               INVALID KEY
                                   DISPLAY "LA CLAVE YA NO EXISTE: "
                                           CFG-CLAVE
                               NOT INVALID KEY
                                   MOVE "S" TO APLICADO
                           END-REWRITE
                       WHEN "B"
                           DELETE SITECFG
                               INVALID KEY
                                   DISPLAY "LA CLAVE YA NO EXISTE: "
                                           CFG-CLAVE
                               NOT INVALID KEY
                                   MOVE "S" TO APLICADO
                           END-DELETE
                       WHEN OTHER
                           DISPLAY "ACCION DESCONOCIDA EN EL PEDIDO: "
                                   PEN-ACCION
                   END-EVALUATE
                   CLOSE SITECFG
               END-IF.

           APLICAR-MENSAJE.
               OPEN I-O MSGCAT.
               IF MSG-STATUS = "35"
                   OPEN OUTPUT MSGCAT
                   CLOSE MSGCAT
                   OPEN I-O MSGCAT
               END-IF.
               IF MSG-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR MSGCAT: " MSG-STATUS
               ELSE
                   MOVE PEN-DATOS TO MSG-REGISTRO
                   EVALUATE PEN-ACCION
                       WHEN "A"
                           WRITE MSG-REGISTRO
                               INVALID KEY
                                   DISPLAY "EL CODIGO YA EXISTE: "
                                           MSG-CODIGO " " MSG-IDIOMA
                               NOT INVALID KEY
                                   MOVE "S" TO APLICADO
                           END-WRITE
                       WHEN "M"
                           REWRITE MSG-REGISTRO
                               INVALID KEY
                                   DISPLAY "EL CODIGO YA NO EXISTE: "
                                           MSG-CODIGO " " MSG-IDIOMA
                               NOT INVALID KEY
                                   MOVE "S" TO APLICADO
                           END-REWRITE
                       WHEN "B"
                           DELETE MSGCAT
                               INVALID KEY
                                   DISPLAY "EL CODIGO YA NO EXISTE: "
                                           MSG-CODIGO " " MSG-IDIOMA
                               NOT INVALID KEY
                                   MOVE "S" TO APLICADO
                           END-DELETE
                       WHEN OTHER
                           DISPLAY "ACCION DESCONOCIDA EN EL PEDIDO: "
                                   PEN-ACCION
                   END-EVALUATE
                   CLOSE MSGCAT
               END-IF.

           APLICAR-OPERADOR.
               OPEN I-O OPERMAST.
               IF OPM-STATUS = "35"
                   OPEN OUTPUT OPERMAST
                   CLOSE OPERMAST
                   OPEN I-O OPERMAST
               END-IF.
               IF OPM-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO: " OPM-STATUS
               ELSE
                   MOVE PEN-DATOS TO PDO-REGISTRO
                   IF PEN-ACCION = "A"
                       MOVE PDO-REGISTRO TO OPM-REGISTRO
                       WRITE OPM-REGISTRO
                           INVALID KEY
                               DISPLAY "EL OPERADOR YA EXISTE: "
                                       OPM-OPERADOR-ID
                           NOT INVALID KEY
                               MOVE "S" TO APLICADO
                       END-WRITE
                   ELSE
                       MOVE PDO-OPERADOR-ID TO OPM-OPERADOR-ID
                       READ OPERMAST
                           INVALID KEY
                               DISPLAY "OPERADOR INEXISTENTE: "
                                       PDO-OPERADOR-ID
                           NOT INVALID KEY
                               PERFORM CAMBIAR-OPERADOR
                       END-READ
                   END-IF
                   CLOSE OPERMAST
               END-IF.

      *Sobre el registro actual se toca solo lo que el pedido cambia:
      *un fallo de sign-on o un cambio de clave posterior al pedido
      *no se pisa con la foto vieja.
           CAMBIAR-OPERADOR.
               MOVE "S" TO APLICADO.
               EVALUATE PEN-ACCION
                   WHEN "B"
                       MOVE "N" TO OPM-ACTIVO
                   WHEN "C"
                       PERFORM CODIFICAR-SI-HACE-FALTA
                       MOVE OPM-CLAVE-ANT(3) TO OPM-CLAVE-ANT(4)
                       MOVE OPM-CLAVE-ANT(2) TO OPM-CLAVE-ANT(3)
                       MOVE OPM-CLAVE-ANT(1) TO OPM-CLAVE-ANT(2)
                       MOVE OPM-CLAVE TO OPM-CLAVE-ANT(1)
                       MOVE PDO-CLAVE TO OPM-CLAVE
                       MOVE "S" TO OPM-CLAVE-CODIFICADA
                       MOVE PDO-CLAVE-VENCE TO OPM-CLAVE-VENCE
                       MOVE ZERO TO OPM-FALLOS-SEGUIDOS
                   WHEN "D"
                       MOVE "N" TO OPM-BLOQUEADO
                       MOVE ZERO TO OPM-FALLOS-SEGUIDOS
                   WHEN "N"
                       MOVE PDO-NIVEL TO OPM-NIVEL
                   WHEN "I"
                       MOVE PDO-IDIOMA TO OPM-IDIOMA
                   WHEN OTHER
                       DISPLAY "ACCION DESCONOCIDA EN EL PEDIDO: "
                               PEN-ACCION
                       MOVE "N" TO APLICADO
               END-EVALUATE.
               IF SE-APLICO
                   REWRITE OPM-REGISTRO
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL OPERADOR"
                           MOVE "N" TO APLICADO
                   END-REWRITE
               END-IF.

      *Un registro viejo todavia en claro se codifica (clave e
      *historia) antes de correr la clave saliente a la historia,
      *igual que la migracion de SIGNON: una clave en claro no tiene
      *que quedar hojeable en el maestro.
           CODIFICAR-SI-HACE-FALTA.
               IF NOT OPM-CLAVE-ESTA-CODIFICADA
                   CALL "CLAVECOD" USING OPM-CLAVE CLAVE-TRABAJO
                   MOVE CLAVE-TRABAJO TO OPM-CLAVE
                   PERFORM CODIFICAR-UNA-ANTERIOR
                       VARYING IDX-ANT FROM 1 BY 1 UNTIL IDX-ANT > 4
                   MOVE "S" TO OPM-CLAVE-CODIFICADA
               END-IF.

           CODIFICAR-UNA-ANTERIOR.
               IF OPM-CLAVE-ANT(IDX-ANT) NOT = SPACES
                   CALL "CLAVECOD" USING OPM-CLAVE-ANT(IDX-ANT)
                       CLAVE-TRABAJO
                   MOVE CLAVE-TRABAJO TO OPM-CLAVE-ANT(IDX-ANT)
               END-IF.

       END PROGRAM MNTAPR.
