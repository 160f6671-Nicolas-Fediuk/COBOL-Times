      *    codigo. Para tener la imagen anterior, la correccion lee
      *    primero el registro en lugar del WRITE a ciegas con
      *    REWRITE en INVALID KEY de antes.
      *  - Mientras la noche tiene tomado el bloqueo de los maestros
      *    (subprograma BLOQUEO, ver COPYLIB/BLOQMAE) las opciones que
      *    actualizan avisan que noche lo tiene y no actualizan, salvo
      *    forzado del supervisor, que queda en MNTLOG (accion "F",
      *    clave MAESBLOQ). El listado sigue disponible.
      *  - La carga, correccion y baja ya no tocan MSGCAT: quedan
      *    como pedido pendiente en CAMBPEND (subprograma PENDWRT,
      *    ver COPYLIB/CAMBPEN) y se aplican cuando otro supervisor
      *    las aprueba en MNTAPR. El pedido se muestra con su numero.
      *  - El catalogo tiene el mismo codigo en mas de un idioma
      *    (clave codigo + idioma, ver COPYLIB/MSGCAT): la carga, la
      *    correccion y la baja piden el idioma (ENTER = ES), el
      *    listado lo muestra y la nueva opcion T lista los codigos a
      *    los que les falta la traduccion a alguno de los idiomas del
      *    catalogo, para completarlos antes de que un operador vea el
      *    texto en otro idioma. En MNTLOG y CAMBPEND la clave es ahora
      *    codigo + idioma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGMNT.
           SELECT MSGCAT ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-CLAVE
               FILE STATUS IS MSG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  CODIGO-PEDIDO PIC X(07).
       01  IDIOMA-ENTRADA PIC X(02).
      *Idiomas que el catalogo tiene que cubrir (ver MSG-IDIOMA en
      *COPYLIB/MSGCAT); el listado de faltantes los recorre en orden.
       01  IDIOMAS-CATALOGO.
           05  FILLER PIC X(04) VALUE "ESEN".
       01  FILLER REDEFINES IDIOMAS-CATALOGO.
           05  IDIOMA-CONOCIDO PIC X(02) OCCURS 2 TIMES.
       01  CANTIDAD-IDIOMAS PIC 9(01) VALUE 2.
       01  IDX-IDIOMA PIC 9(01).
       01  IDIOMAS-PRESENTES.
           05  IDIOMA-PRESENTE PIC X(01) OCCURS 2 TIMES.
       01  FALTANTES.
           05  FALTANTE-ENTRADA OCCURS 2 TIMES.
               10  FALTANTE-IDIOMA PIC X(02).
               10  FILLER PIC X(01).
       01  CODIGO-ANTERIOR PIC X(07).
       01  CODIGO-INCOMPLETO PIC X(01).
           88  FALTA-TRADUCCION VALUE "S".
       01  CODIGOS-INCOMPLETOS PIC 9(05).
       01  TEXTO-NUEVO PIC X(60).
       01  SEVERIDAD-ENTRADA PIC X(01).
       01  RUTA-ENTRADA PIC X(01).
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
           05  FILLER PIC X(04) VALUE "SEV=".
           05  IMG-SEVERIDAD PIC X(01).
               DISPLAY " L - LISTAR MENSAJES".
               DISPLAY " M - CARGAR/CORREGIR MENSAJE".
               DISPLAY " B - BAJA DE MENSAJE".
               DISPLAY " T - CODIGOS SIN TRADUCCION".
               DISPLAY " S - SALIR".
               DISPLAY "=================================".
               DISPLAY "OPCION?".
                       PERFORM LISTAR-MENSAJES
                   WHEN "M"
                   WHEN "m"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM MODIFICAR-MENSAJE
                       END-IF
                   WHEN "B"
                   WHEN "b"
                       PERFORM CONTROLAR-BLOQUEO
                       IF SE-PUEDE-ACTUALIZAR
                           PERFORM BAJA-MENSAJE
                       END-IF
                   WHEN "T"
                   WHEN "t"
                       PERFORM LISTAR-FALTANTES
                   WHEN "S"
                   WHEN "s"
                       MOVE "N" TO SEGUIR

           LISTAR-MENSAJES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE LOW-VALUES TO MSG-CLAVE.
               START MSGCAT KEY IS NOT LESS THAN MSG-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       DISPLAY MSG-CODIGO " " MSG-IDIOMA " " MSG-TEXTO
                               " SEV=" MSG-SEVERIDAD
                               " RUTA=" MSG-RUTA
               END-READ.

      *Se lee primero el registro para tener la imagen anterior en
      *el log; segun exista o no, la operacion es M o A. El registro
      *no se graba aca: queda pendiente de aprobacion.
           MODIFICAR-MENSAJE.
               DISPLAY "CODIGO DEL MENSAJE".
               ACCEPT CODIGO-PEDIDO.
               IF CODIGO-PEDIDO = SPACES
                   DISPLAY "EL CODIGO NO PUEDE SER BLANCO"
               ELSE
                   PERFORM PEDIR-IDIOMA
                   DISPLAY "TEXTO DEL MENSAJE"
                   ACCEPT TEXTO-NUEVO
                   PERFORM PEDIR-SEVERIDAD
                   PERFORM PEDIR-RUTA
                   MOVE CODIGO-PEDIDO TO MSG-CODIGO
                   MOVE IDIOMA-ENTRADA TO MSG-IDIOMA
                   MOVE "A" TO MNT-ACCION
                   MOVE SPACES TO IMAGEN-ANTES
                   READ MSGCAT
                           MOVE IMAGEN-ARMADA TO IMAGEN-ANTES
                   END-READ
                   MOVE CODIGO-PEDIDO TO MSG-CODIGO
                   MOVE IDIOMA-ENTRADA TO MSG-IDIOMA
                   MOVE TEXTO-NUEVO TO MSG-TEXTO
                   MOVE SEVERIDAD-ENTRADA TO MSG-SEVERIDAD
                   MOVE RUTA-ENTRADA TO MSG-RUTA
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
               MOVE MSG-SEVERIDAD TO IMG-SEVERIDAD.
               MOVE MSG-RUTA TO IMG-RUTA.
               MOVE MSG-TEXTO TO IMG-TEXTO.

      *El cambio queda en CAMBPEND con el registro tal como quedaria
      *(MNTAPR lo aplica al aprobarlo otro supervisor); PENDWRT deja
      *ademas el pedido en MNTLOG con la accion "P".
           PEDIR-APROBACION.
               MOVE MSG-CLAVE TO MNT-CLAVE-LOG.
               MOVE MSG-REGISTRO TO DATOS-PEDIDO.
               CALL "PENDWRT" USING PROGRAMA-ACTUAL OPERADOR-ID
                   MNT-ACCION MNT-CLAVE-LOG
                   IMAGEN-ANTES IMAGEN-DESPUES
                   DATOS-PEDIDO NUMERO-PEDIDO.
               IF NUMERO-PEDIDO NOT = ZERO
                   DISPLAY "PEDIDO " NUMERO-PEDIDO
                           " PENDIENTE DE APROBACION"
               END-IF.

           PEDIR-IDIOMA.
               MOVE SPACES TO IDIOMA-ENTRADA.
               PERFORM PEDIR-IDIOMA-UNA-VEZ
                   UNTIL IDIOMA-ENTRADA = "ES"
                       OR IDIOMA-ENTRADA = "EN".

           PEDIR-IDIOMA-UNA-VEZ.
               DISPLAY "IDIOMA (ES=ESPANOL, EN=INGLES, ENTER = ES)".
               ACCEPT IDIOMA-ENTRADA.
               EVALUATE IDIOMA-ENTRADA
                   WHEN SPACES
                   WHEN "ES"
                   WHEN "es"
                       MOVE "ES" TO IDIOMA-ENTRADA
                   WHEN "EN"
                   WHEN "en"
                       MOVE "EN" TO IDIOMA-ENTRADA
                   WHEN OTHER
                       DISPLAY "IDIOMA INVALIDO, REINTENTE"
               END-EVALUATE.

           PEDIR-SEVERIDAD.
               MOVE SPACES TO SEVERIDAD-ENTRADA.
           BAJA-MENSAJE.
               DISPLAY "CODIGO DEL MENSAJE A DAR DE BAJA".
               ACCEPT CODIGO-PEDIDO.
               PERFORM PEDIR-IDIOMA.
               MOVE CODIGO-PEDIDO TO MSG-CODIGO.
               MOVE IDIOMA-ENTRADA TO MSG-IDIOMA.
               READ MSGCAT
                   INVALID KEY
                       DISPLAY "CODIGO INEXISTENTE: " CODIGO-PEDIDO
                               " " IDIOMA-ENTRADA
                   NOT INVALID KEY
                       PERFORM ARMAR-IMAGEN
                       MOVE IMAGEN-ARMADA TO IMAGEN-ANTES
                       MOVE "B" TO MNT-ACCION
                       MOVE SPACES TO IMAGEN-DESPUES
                       PERFORM PEDIR-APROBACION
               END-READ.

      *Recorre el catalogo en orden de clave: los idiomas de un mismo
      *codigo vienen juntos, y al cambiar de codigo se informa si le
      *falta alguno de los idiomas del catalogo.
           LISTAR-FALTANTES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE SPACES TO CODIGO-ANTERIOR.
               MOVE ZERO TO CODIGOS-INCOMPLETOS.
               MOVE LOW-VALUES TO MSG-CLAVE.
               START MSGCAT KEY IS NOT LESS THAN MSG-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM REVISAR-UN-MENSAJE UNTIL HAY-FIN-DE-ARCHIVO.
               IF CODIGO-ANTERIOR NOT = SPACES
                   PERFORM CERRAR-CODIGO
               END-IF.
               DISPLAY "CODIGOS CON TRADUCCION FALTANTE: "
                       CODIGOS-INCOMPLETOS.

           REVISAR-UN-MENSAJE.
               READ MSGCAT NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF MSG-CODIGO NOT = CODIGO-ANTERIOR
                           IF CODIGO-ANTERIOR NOT = SPACES
                               PERFORM CERRAR-CODIGO
                           END-IF
                           MOVE MSG-CODIGO TO CODIGO-ANTERIOR
                           MOVE ALL "N" TO IDIOMAS-PRESENTES
                       END-IF
                       PERFORM MARCAR-IDIOMA
                           VARYING IDX-IDIOMA FROM 1 BY 1
                           UNTIL IDX-IDIOMA > CANTIDAD-IDIOMAS
               END-READ.

           MARCAR-IDIOMA.
               IF MSG-IDIOMA = IDIOMA-CONOCIDO(IDX-IDIOMA)
                   MOVE "S" TO IDIOMA-PRESENTE(IDX-IDIOMA)
               END-IF.

           CERRAR-CODIGO.
               MOVE "N" TO CODIGO-INCOMPLETO.
               MOVE SPACES TO FALTANTES.
               PERFORM ANOTAR-FALTANTE
                   VARYING IDX-IDIOMA FROM 1 BY 1
                   UNTIL IDX-IDIOMA > CANTIDAD-IDIOMAS.
               IF FALTA-TRADUCCION
                   ADD 1 TO CODIGOS-INCOMPLETOS
                   DISPLAY CODIGO-ANTERIOR " FALTA: " FALTANTES
               END-IF.

           ANOTAR-FALTANTE.
               IF IDIOMA-PRESENTE(IDX-IDIOMA) NOT = "S"
                   MOVE "S" TO CODIGO-INCOMPLETO
                   MOVE IDIOMA-CONOCIDO(IDX-IDIOMA)
                       TO FALTANTE-IDIOMA(IDX-IDIOMA)
               END-IF.

       END PROGRAM MSGMNT.
