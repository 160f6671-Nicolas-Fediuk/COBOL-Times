      *    buffer de un archivo abierto no se ve desde otra apertura;
      *    los mensajes ruteados son pocos, el costo caliente que
      *    importaba era la lectura del catálogo, que sigue cacheada.
      *  - El catalogo tiene ahora el mismo codigo en mas de un
      *    idioma (clave codigo + idioma, ver COPYLIB/MSGCAT). MENSAJE
      *    busca primero en el idioma del operador de la sesion
      *    (pregunta a SESION y lee OPM-IDIOMA en OPERMAST, una sola
      *    vez por operador); sin sesion, o con el operador sin
      *    idioma elegido, usa el idioma por defecto del sitio, clave
      *    IDIOMA-DEFECTO de SITECFG (1 espanol, 2 ingles; si falta,
      *    espanol). Si el codigo no esta en ese idioma cae al
      *    espanol y, si tampoco esta, queda el texto compilado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSAJE.
           SELECT MSGCAT ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSG-CLAVE
               FILE STATUS IS MSG-STATUS.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERADOR-ID
               FILE STATUS IS OPM-STATUS.
           SELECT MSGLOG ASSIGN TO "MSGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSJ-STATUS.
       FD  MSGCAT.
       COPY MSGCAT.

       FD  OPERMAST.
       COPY OPERMST.

       FD  MSGLOG
           RECORDING MODE IS F.
       COPY MSGEVT.
           88  CATALOGO-ABIERTO VALUE "A".
           88  CATALOGO-AUSENTE VALUE "N".
       01  SEVERIDAD-ACTUAL PIC X(01).
       01  OPM-STATUS PIC X(02).
       01  MENSAJE-HALLADO PIC X(01).
           88  HAY-MENSAJE VALUE "S".
      *Idioma en que se busca el mensaje. El del sitio se lee una sola
      *vez por run unit; el del operador cuando cambia el operador de
      *la sesion (un nuevo sign-on en EJERMENU).
       01  IDIOMA-ACTUAL PIC X(02) VALUE "ES".
       01  IDIOMA-SITIO PIC X(02) VALUE SPACES.
       01  OPERADOR-SESION PIC X(08).
       01  OPERADOR-RESUELTO PIC X(08) VALUE HIGH-VALUES.
       01  SESION-PEDIDO PIC X(01) VALUE "L".
       01  IDIOMA-CLAVE PIC X(16) VALUE "IDIOMA-DEFECTO".
       01  IDIOMA-VALOR PIC 9(05).
       01  IDIOMA-HALLADO PIC X(01).

       LINKAGE SECTION.
       01  PAR-CODIGO PIC X(07).
           END-IF.

           IF CATALOGO-ABIERTO
               PERFORM RESOLVER-IDIOMA
               MOVE PAR-CODIGO TO MSG-CODIGO
               MOVE IDIOMA-ACTUAL TO MSG-IDIOMA
               PERFORM LEER-CATALOGO
               IF NOT HAY-MENSAJE AND IDIOMA-ACTUAL NOT = "ES"
                   MOVE PAR-CODIGO TO MSG-CODIGO
                   MOVE "ES" TO MSG-IDIOMA
                   PERFORM LEER-CATALOGO
               END-IF
           END-IF.

           IF PAR-RUTA = "R" OR PAR-RUTA = "B"
               PERFORM GRABAR-EN-MSGLOG
           END-IF.

           GOBACK.

           LEER-CATALOGO.
               MOVE "N" TO MENSAJE-HALLADO.
               READ MSGCAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO MENSAJE-HALLADO
                       MOVE MSG-TEXTO TO PAR-TEXTO
                       IF MSG-VA-A-REPORTE OR MSG-VA-A-AMBOS
                           MOVE MSG-RUTA TO PAR-RUTA
                       IF MSG-SEVERIDAD NOT = SPACE
                           MOVE MSG-SEVERIDAD TO SEVERIDAD-ACTUAL
                       END-IF
               END-READ.

      *Corriendo suelto desde JCL (la noche, el batch desatendido) no
      *hay operador de sesion y vale el idioma del sitio.
           RESOLVER-IDIOMA.
               CALL "SESION" USING SESION-PEDIDO OPERADOR-SESION.
               IF OPERADOR-SESION NOT = OPERADOR-RESUELTO
                   MOVE OPERADOR-SESION TO OPERADOR-RESUELTO
                   IF IDIOMA-SITIO = SPACES
                       PERFORM LEER-IDIOMA-SITIO
                   END-IF
                   MOVE IDIOMA-SITIO TO IDIOMA-ACTUAL
                   IF OPERADOR-SESION NOT = SPACES
                       PERFORM LEER-IDIOMA-OPERADOR
                   END-IF
               END-IF.

           LEER-IDIOMA-SITIO.
               MOVE "ES" TO IDIOMA-SITIO.
               CALL "CONFIG" USING IDIOMA-CLAVE IDIOMA-VALOR
                   IDIOMA-HALLADO.
               IF IDIOMA-HALLADO = "S" AND IDIOMA-VALOR = 2
                   MOVE "EN" TO IDIOMA-SITIO
               END-IF.

      *OPERMAST se abre solo para esta lectura: el cambio de operador
      *es raro y el maestro no queda tomado por el run unit.
           LEER-IDIOMA-OPERADOR.
               OPEN INPUT OPERMAST.
               IF OPM-STATUS = "00"
                   MOVE OPERADOR-SESION TO OPM-OPERADOR-ID
                   READ OPERMAST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPM-IDIOMA-VALIDO
                               AND OPM-IDIOMA NOT = SPACES
                               MOVE OPM-IDIOMA TO IDIOMA-ACTUAL
                           END-IF
                   END-READ
                   CLOSE OPERMAST
               END-IF.

      *Abrir y cerrar por grabacion deja cada linea en disco: MSGRPT
      *lee este archivo en el mismo run unit y no veria lo retenido
