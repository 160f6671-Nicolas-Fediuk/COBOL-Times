      *                   TAM-AUDITLOG)
      *  CREC-<archivo>   tope de crecimiento entre mediciones de
      *                   FILESTAT
      *  CAMBIO-VIGENCIA  dias que un cambio de maestro puede quedar
      *                   pendiente de aprobacion en MNTAPR antes de
      *                   vencer (7 si falta)
      *  INCID-PLAZO      dias habiles que un incidente critico o alto
      *                   puede seguir abierto antes de salir en el
      *                   libro de la noche (3 si falta)
      *  SESION-INACTIVA  minutos que el menu EJERMENU puede quedar
      *                   quieto antes de volver a pedir la clave (15
      *                   si falta)
      *  RECERT-PLAZO     dias que tiene un supervisor para decidir
      *                   un ciclo de recertificacion de RECERT (14
      *                   si falta)
      *  INACTIVO-DIAS    dias sin sign-on despues de los cuales
      *                   OPERBAJA desactiva al operador (90 si falta)
      *  IDIOMA-DEFECTO   idioma de los mensajes de MENSAJE cuando no
      *                   hay operador de sesion o el operador no
      *                   eligio: 1 espanol, 2 ingles (cualquier otro
      *                   valor, o si falta, espanol)
      ******************************************************************
      *Modificaciones:
      *  - Cualquier sign-on valido podia cambiar los parametros que
      *    una clave. Para tener la imagen anterior, la modificacion
      *    lee primero el registro en lugar del WRITE a ciegas con
      *    REWRITE en INVALID KEY de antes.
      *  - Mientras la noche tiene tomado el bloqueo de los maestros
      *    (subprograma BLOQUEO, ver COPYLIB/BLOQMAE) las opciones que
      *    actualizan avisan que noche lo tiene y no actualizan, salvo
      *    forzado del supervisor, que queda en MNTLOG (accion "F",
      *    clave MAESBLOQ). El listado sigue disponible.
      *  - La carga, modificacion y baja ya no tocan SITECFG: quedan
      *    como pedido pendiente en CAMBPEND (subprograma PENDWRT,
      *    ver COPYLIB/CAMBPEN) y se aplican cuando otro supervisor
      *    las aprueba en MNTAPR. El pedido se muestra con su numero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGMNT.
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "CFGMNT".
       01  INTENTOS-SIGNON PIC 9(01) VALUE ZERO.
       01  MNT-ACCION PIC X(01).
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
           05  FILLER PIC X(06) VALUE "VALOR=".
           05  IMG-VALOR PIC 9(05).
                       PERFORM LISTAR-PARAMETROS
                   WHEN "M"
                   WHEN "m"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM MODIFICAR-PARAMETRO
                       END-IF
                   WHEN "B"
                   WHEN "b"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM BAJA-PARAMETRO
                       END-IF
                   WHEN "S"
                   WHEN "s"
                       MOVE "N" TO SEGUIR
               END-READ.

      *Se lee primero el registro para tener la imagen anterior en
      *el log; segun exista o no, la operacion es M o A. El registro
      *no se graba aca: queda pendiente de aprobacion.
           MODIFICAR-PARAMETRO.
               DISPLAY "CLAVE DEL PARAMETRO".
               ACCEPT CLAVE-PEDIDA.
                   MOVE CLAVE-PEDIDA TO CFG-CLAVE
                   MOVE VALOR-ENTRADA TO CFG-VALOR
                   MOVE DESCRIPCION-NUEVA TO CFG-DESCRIPCION
                   PERFORM ARMAR-IMAGEN
                   MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES
                   PERFORM PEDIR-APROBACION
               END-IF.

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

           ARMAR-IMAGEN.
               MOVE CFG-VALOR TO IMG-VALOR.
               MOVE CFG-DESCRIPCION TO IMG-DESC.

      *El cambio queda en CAMBPEND con el registro tal como quedaria
      *(MNTAPR lo aplica al aprobarlo otro supervisor); PENDWRT deja
      *ademas el pedido en MNTLOG con la accion "P".
           PEDIR-APROBACION.
               MOVE CLAVE-PEDIDA TO MNT-CLAVE-LOG.
               MOVE CFG-REGISTRO TO DATOS-PEDIDO.
               CALL "PENDWRT" USING PROGRAMA-ACTUAL OPERADOR-ID
                   MNT-ACCION MNT-CLAVE-LOG
                   IMAGEN-ANTES IMAGEN-DESPUES
                   DATOS-PEDIDO NUMERO-PEDIDO.
               IF NUMERO-PEDIDO NOT = ZERO
                   DISPLAY "PEDIDO " NUMERO-PEDIDO
                           " PENDIENTE DE APROBACION"
               END-IF.

           PEDIR-VALOR.
               MOVE SPACES TO VALOR-ENTRADA.
               DISPLAY "CLAVE DEL PARAMETRO A DAR DE BAJA".
               ACCEPT CLAVE-PEDIDA.
               MOVE CLAVE-PEDIDA TO CFG-CLAVE.
               READ SITECFG
                   INVALID KEY
                       DISPLAY "CLAVE INEXISTENTE: " CLAVE-PEDIDA
                   NOT INVALID KEY
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-ANTES
                       MOVE "B" TO MNT-ACCION
                       MOVE SPACES TO IMAGEN-DESPUES
                       PERFORM PEDIR-APROBACION
               END-READ.

       END PROGRAM CFGMNT.
