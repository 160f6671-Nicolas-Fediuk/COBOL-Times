      *  3. correr MAESTROS en modo (I)mportar para recargarlos desde
      *     OPERSEQ y MSGSEQ.
      *SITECFG y CALFERI no cambiaron de largo: no se convierten.
      ******************************************************************
      *Modificaciones:
      *  - OPERSEQ y MSGSEQ salen ahora con el largo vigente (94 y 71
      *    bytes, idioma del operador y clave codigo + idioma del
      *    catalogo): el idioma del operador queda en blanco (vale el
      *    del sitio) y cada mensaje queda como "ES". Los maestros
      *    grabados con el largo intermedio (92 y 69) los pasa
      *    IDIOCONV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAESCONV.

       FD  OPERSEQ
           RECORDING MODE IS F.
       01  OPERSEQ-REG PIC X(94).

      *Registro de MSGCAT con el largo VIEJO (67 bytes): sin
      *severidad ni ruteo.

       FD  MSGSEQ
           RECORDING MODE IS F.
       01  MSGSEQ-REG PIC X(71).

       WORKING-STORAGE SECTION.
       01  OPM-STATUS PIC X(02).
                   MOVE SPACES TO OPM-NIVEL
                   MOVE SPACES TO OPM-CLAVES-ANTERIORES
                   MOVE SPACES TO OPM-CLAVE-CODIFICADA
                   MOVE SPACES TO OPM-IDIOMA
                   WRITE OPERSEQ-REG FROM OPM-REGISTRO
                   ADD 1 TO COPIADOS
               END-IF.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE SPACES TO MSG-REGISTRO
                   MOVE MSGV-CODIGO TO MSG-CODIGO
                   MOVE "ES" TO MSG-IDIOMA
                   MOVE MSGV-TEXTO TO MSG-TEXTO
                   MOVE SPACES TO MSG-SEVERIDAD
                   MOVE SPACES TO MSG-RUTA
