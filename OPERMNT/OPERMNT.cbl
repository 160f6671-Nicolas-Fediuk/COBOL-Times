      *    y la historia se codifican aca mismo antes de correrlas,
      *    para que ninguna clave en claro quede hojeable en el
      *    maestro ni invisible al control de reuso.
      *  - Mientras la noche tiene tomado el bloqueo de los maestros
      *    (subprograma BLOQUEO, ver COPYLIB/BLOQMAE) las opciones que
      *    actualizan avisan que noche lo tiene y no actualizan, salvo
      *    forzado del supervisor, que queda en MNTLOG (accion "F",
      *    clave MAESBLOQ). El listado sigue disponible.
      *  - El alta, baja, reposicion, desbloqueo y cambio de nivel ya
      *    no tocan OPERMAST: quedan como pedido pendiente en
      *    CAMBPEND (subprograma PENDWRT, ver COPYLIB/CAMBPEN) con el
      *    registro tal como quedaria, y se aplican cuando otro
      *    supervisor los aprueba en MNTAPR; un supervisor solo ya no
      *    puede hacerse supervisor a otro ni reponerle la clave. La
      *    clave nueva viaja en el pedido ya codificada; la
      *    codificacion de un registro viejo en claro y el corrimiento
      *    de la historia pasan a MNTAPR, sobre el registro que haya
      *    al aprobar. La carga inicial (maestro sin operadores) sigue
      *    grabando directo: todavia no hay un segundo supervisor.
      *  - El operador tiene ahora idioma de mensajes (OPM-IDIOMA,
      *    ver COPYLIB/OPERMST). El alta lo pide (ENTER = el idioma
      *    por defecto del sitio), la nueva opcion I lo cambia (accion
      *    "I", pendiente de aprobacion como las demas) y el listado
      *    y la imagen del log lo muestran.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       01  NOMBRE-NUEVO PIC X(30).
       01  VENCE-ENTRADA PIC X(08).
       01  NIVEL-ENTRADA PIC X(01).
       01  IDIOMA-ENTRADA PIC X(02).
       01  CLAVE-CODIFICADA PIC X(08).
       01  MAESTRO-VACIO PIC X(01) VALUE "N".
           88  ES-CARGA-INICIAL VALUE "S".
       01  OPERADOR-ID PIC X(08).
       01  MNT-CLAVE-LOG PIC X(16).
       01  IMAGEN-ANTES PIC X(60).
       01  IMAGEN-DESPUES PIC X(60).
       01  DATOS-PEDIDO PIC X(120).
       01  NUMERO-PEDIDO PIC 9(06).
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
       01  IMAGEN-ARMADA.
           05  FILLER PIC X(07) VALUE "ACTIVO=".
           05  IMG-ACTIVO PIC X(01).
           05  IMG-NIVEL PIC X(01).
           05  FILLER PIC X(08) VALUE " FALLOS=".
           05  IMG-FALLOS PIC 9(02).
           05  FILLER PIC X(08) VALUE " IDIOMA=".
           05  IMG-IDIOMA PIC X(02).
           05  FILLER PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

               DISPLAY " C - REPOSICION DE CLAVE".
               DISPLAY " D - DESBLOQUEAR OPERADOR".
               DISPLAY " N - NIVEL DE OPERADOR".
               DISPLAY " I - IDIOMA DE OPERADOR".
               DISPLAY " L - LISTAR EL MAESTRO".
               DISPLAY " S - SALIR".
               DISPLAY "=================================".
               EVALUATE OPCION
                   WHEN "A"
                   WHEN "a"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM ALTA-OPERADOR
                       END-IF
                   WHEN "B"
                   WHEN "b"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM BAJA-OPERADOR
                       END-IF
                   WHEN "C"
                   WHEN "c"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM REPONER-CLAVE
                       END-IF
                   WHEN "D"
                   WHEN "d"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM DESBLOQUEAR-OPERADOR
                       END-IF
                   WHEN "N"
                   WHEN "n"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM CAMBIAR-NIVEL
                       END-IF
                   WHEN "I"
                   WHEN "i"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM CAMBIAR-IDIOMA
                       END-IF
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-MAESTRO
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

      *Mientras la noche tiene tomado el bloqueo de los maestros
      *(FECHAINI a NOCHEFIN, ver COPYLIB/BLOQMAE) no se actualiza:
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
               CALL "MNTWRT" USING PROGRAMA-ACTUAL OPERADOR-ID
                   MNT-ACCION MNT-CLAVE-LOG
                   IMAGEN-ANTES IMAGEN-DESPUES.

      *La imagen resume el registro sin la clave de acceso: la clave
      *no tiene que poder leerse del log.
           ARMAR-IMAGEN.
               MOVE OPM-BLOQUEADO TO IMG-BLOQ.
               MOVE OPM-NIVEL TO IMG-NIVEL.
               MOVE OPM-FALLOS-SEGUIDOS TO IMG-FALLOS.
               MOVE OPM-IDIOMA TO IMG-IDIOMA.

           GRABAR-CAMBIO.
               MOVE OPERADOR-PEDIDO TO MNT-CLAVE-LOG.
                   MNT-ACCION MNT-CLAVE-LOG
                   IMAGEN-ANTES IMAGEN-DESPUES.

      *El cambio queda en CAMBPEND con el registro tal como quedaria
      *(MNTAPR lo aplica al aprobarlo otro supervisor); PENDWRT deja
      *ademas el pedido en MNTLOG con la accion "P".
           PEDIR-APROBACION.
               MOVE OPERADOR-PEDIDO TO MNT-CLAVE-LOG.
               MOVE OPM-REGISTRO TO DATOS-PEDIDO.
               CALL "PENDWRT" USING PROGRAMA-ACTUAL OPERADOR-ID
                   MNT-ACCION MNT-CLAVE-LOG
                   IMAGEN-ANTES IMAGEN-DESPUES
                   DATOS-PEDIDO NUMERO-PEDIDO.
               IF NUMERO-PEDIDO NOT = ZERO
                   DISPLAY "PEDIDO " NUMERO-PEDIDO
                           " PENDIENTE DE APROBACION"
               END-IF.

           ALTA-OPERADOR.
               DISPLAY "OPERADOR ID".
               ACCEPT OPERADOR-PEDIDO.
                   DISPLAY "CLAVE"
                   ACCEPT CLAVE-NUEVA
                   PERFORM PEDIR-VENCIMIENTO
                   PERFORM PEDIR-NIVEL
                   PERFORM PEDIR-IDIOMA
                   MOVE "A" TO MNT-ACCION
                   MOVE SPACES TO IMAGEN-ANTES
                   IF ES-CARGA-INICIAL
                       PERFORM ARMAR-ALTA
                       PERFORM GRABAR-ALTA-INICIAL
                   ELSE
                       MOVE OPERADOR-PEDIDO TO OPM-OPERADOR-ID
                       READ OPERMAST
                           INVALID KEY
                               PERFORM ARMAR-ALTA
                               PERFORM ARMAR-IMAGEN
                               MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                               PERFORM PEDIR-APROBACION
                           NOT INVALID KEY
                               DISPLAY "EL OPERADOR YA EXISTE: "
                                       OPERADOR-PEDIDO
                       END-READ
                   END-IF
               END-IF.

           ARMAR-ALTA.
               MOVE OPERADOR-PEDIDO TO OPM-OPERADOR-ID.
               MOVE NOMBRE-NUEVO TO OPM-NOMBRE.
               CALL "CLAVECOD" USING CLAVE-NUEVA CLAVE-CODIFICADA.
               MOVE CLAVE-CODIFICADA TO OPM-CLAVE.
               MOVE "S" TO OPM-CLAVE-CODIFICADA.
               MOVE "S" TO OPM-ACTIVO.
               MOVE VENCE-ENTRADA TO OPM-CLAVE-VENCE.
               MOVE ZERO TO OPM-FALLOS-SEGUIDOS.
               MOVE "N" TO OPM-BLOQUEADO.
               MOVE NIVEL-ENTRADA TO OPM-NIVEL.
               MOVE SPACES TO OPM-CLAVES-ANTERIORES.
               MOVE IDIOMA-ENTRADA TO OPM-IDIOMA.

      *En la carga inicial no hay todavia otro supervisor que pueda
      *aprobar: el alta se graba directo, como antes.
           GRABAR-ALTA-INICIAL.
               WRITE OPM-REGISTRO
                   INVALID KEY
                       DISPLAY "EL OPERADOR YA EXISTE: "
                               OPERADOR-PEDIDO
                   NOT INVALID KEY
                       DISPLAY "OPERADOR DADO DE ALTA"
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                       PERFORM GRABAR-CAMBIO
               END-WRITE.

           BAJA-OPERADOR.
               DISPLAY "OPERADOR ID A DESACTIVAR".
               ACCEPT OPERADOR-PEDIDO.
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-ANTES
                       MOVE "N" TO OPM-ACTIVO
                       MOVE "B" TO MNT-ACCION
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                       PERFORM PEDIR-APROBACION
               END-READ.

           REPONER-CLAVE.
                       DISPLAY "CLAVE NUEVA"
                       ACCEPT CLAVE-NUEVA
                       PERFORM PEDIR-VENCIMIENTO
                       CALL "CLAVECOD" USING CLAVE-NUEVA
                           CLAVE-CODIFICADA
                       MOVE CLAVE-CODIFICADA TO OPM-CLAVE
                       MOVE "S" TO OPM-CLAVE-CODIFICADA
                       MOVE VENCE-ENTRADA TO OPM-CLAVE-VENCE
                       MOVE ZERO TO OPM-FALLOS-SEGUIDOS
                       MOVE "C" TO MNT-ACCION
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                       PERFORM PEDIR-APROBACION
               END-READ.

           DESBLOQUEAR-OPERADOR.
                       MOVE IMAGEN-ARMADA TO IMAGEN-ANTES
                       MOVE "N" TO OPM-BLOQUEADO
                       MOVE ZERO TO OPM-FALLOS-SEGUIDOS
                       MOVE "D" TO MNT-ACCION
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                       PERFORM PEDIR-APROBACION
               END-READ.

           PEDIR-NIVEL.
                       MOVE IMAGEN-ARMADA TO IMAGEN-ANTES
                       PERFORM PEDIR-NIVEL
                       MOVE NIVEL-ENTRADA TO OPM-NIVEL
                       MOVE "N" TO MNT-ACCION
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                       PERFORM PEDIR-APROBACION
               END-READ.

      *El blanco es una eleccion valida: el operador lee en el idioma
      *por defecto del sitio (ver MENSAJE).
           PEDIR-IDIOMA.
               MOVE "??" TO IDIOMA-ENTRADA.
               PERFORM PEDIR-IDIOMA-UNA-VEZ
                   UNTIL IDIOMA-ENTRADA = "ES" OR IDIOMA-ENTRADA = "EN"
                       OR IDIOMA-ENTRADA = SPACES.

           PEDIR-IDIOMA-UNA-VEZ.
               DISPLAY "IDIOMA (ES=ESPANOL, EN=INGLES, ENTER = EL DEL "
                       "SITIO)".
               ACCEPT IDIOMA-ENTRADA.
               EVALUATE IDIOMA-ENTRADA
                   WHEN SPACES
                       CONTINUE
                   WHEN "ES"
                   WHEN "es"
                       MOVE "ES" TO IDIOMA-ENTRADA
                   WHEN "EN"
                   WHEN "en"
                       MOVE "EN" TO IDIOMA-ENTRADA
                   WHEN OTHER
                       DISPLAY "IDIOMA INVALIDO, REINTENTE"
               END-EVALUATE.

           CAMBIAR-IDIOMA.
               DISPLAY "OPERADOR ID".
               ACCEPT OPERADOR-PEDIDO.
               MOVE OPERADOR-PEDIDO TO OPM-OPERADOR-ID.
               READ OPERMAST
                   INVALID KEY
                       DISPLAY "OPERADOR INEXISTENTE: " OPERADOR-PEDIDO
                   NOT INVALID KEY
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-ANTES
                       PERFORM PEDIR-IDIOMA
                       MOVE IDIOMA-ENTRADA TO OPM-IDIOMA
                       MOVE "I" TO MNT-ACCION
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                       PERFORM PEDIR-APROBACION
               END-READ.

           PEDIR-VENCIMIENTO.
               MOVE SPACES TO VENCE-ENTRADA.
                               " VENCE=" OPM-CLAVE-VENCE
                               " BLOQ=" OPM-BLOQUEADO
                               " NIVEL=" OPM-NIVEL
                               " IDIOMA=" OPM-IDIOMA
               END-READ.

       END PROGRAM OPERMNT.
