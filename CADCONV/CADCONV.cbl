      ******************************************************************
      *CADCONV - Conversion por unica vez de AUDITLOG y SECLOG al
      *registro encadenado (AUD-CADENA / SEC-CADENA, ver
      *COPYLIB/CADREG): los registros crecieron de 37 a 55 y de 51 a
      *69 bytes. Como en HISTCONV, el AUDITLOG indexado existente no
      *abre con el largo nuevo (status 39) y hay que regrabarlo; el
      *SECLOG secuencial se leeria igual, con la cadena en blanco,
      *pero CADVERIF informaria cada uno de esos registros como sin
      *encadenar. Este programa lee los archivos viejos por los DD
      *AUDVIEJO y SECVIEJO, con el LARGO VIEJO (por eso no usa los
      *copybooks para ellos), y graba cada registro en el archivo
      *nuevo encadenado via ENCADENA: AUDITLOG en orden de clave y
      *SECLOG en el orden del archivo. La cabecera de cada cadena
      *queda en CADENAS.
      *Orden del pase a produccion:
      *  1. con la libreria nueva instalada pero ANTES de la primera
      *     corrida, renombrar AUDITLOG y SECLOG (quedan como AUDVIEJO
      *     y SECVIEJO), definir el AUDITLOG nuevo con el largo nuevo
      *     y definir CADENAS;
      *  2. correr CADCONV;
      *  3. correr CADVERIF para los dos archivos, verificar que
      *     LEIDOS = GRABADOS y recien entonces borrar los viejos.
      *Si CADENAS ya tiene una cadena con registros para alguno de
      *los dos archivos, no se convierte nada (ya se convirtio, o ya
      *hay registros nuevos grabados). Las generaciones de resguardo
      *AUDARCH y SECARCH no se convierten: se leen con el largo nuevo
      *y la cadena en blanco, y CADVERIF las cuenta como anteriores a
      *la cadena.
      *Retorno: 0 convertido completo, 8 si algun archivo no abre,
      *algun registro no se pudo grabar o ya habia cadena.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDVIEJO ASSIGN TO "AUDVIEJO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDV-CLAVE
               FILE STATUS IS VIEJO-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CLAVE
               FILE STATUS IS AUD-STATUS.
           SELECT SECVIEJO ASSIGN TO "SECVIEJO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIEJO-STATUS.
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
           SELECT CADENAS ASSIGN TO "CADENAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-ARCHIVO
               FILE STATUS IS CAD-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *Registro de AUDITLOG con el largo VIEJO (37 bytes), tal cual
      *quedo grabado antes de la cadena.
       FD  AUDVIEJO.
       01  AUDV-REGISTRO.
           05  AUDV-CLAVE PIC X(25).
           05  AUDV-DATOS PIC X(12).

       FD  AUDITLOG.
       COPY RUNAUD.

      *Registro de SECLOG con el largo VIEJO (51 bytes).
       FD  SECVIEJO
           RECORDING MODE IS F.
       01  SECV-REGISTRO PIC X(51).

       FD  SECLOG
           RECORDING MODE IS F.
       COPY SECEVT.

       FD  CADENAS.
       COPY CADREG.

       WORKING-STORAGE SECTION.
       01  VIEJO-STATUS PIC X(02).
       01  AUD-STATUS PIC X(02).
       01  SEC-STATUS PIC X(02).
       01  CAD-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  CADENA-PREVIA PIC X(01) VALUE "N".
           88  YA-HAY-CADENA VALUE "S".
       01  LEIDOS PIC 9(07).
       01  GRABADOS PIC 9(07).
       01  CADENA-PEDIDO PIC X(01).
       01  CADENA-ARCHIVO PIC X(08).
       01  CADENA-CONTENIDO PIC X(80).
       01  CADENA-LARGO PIC 9(03).
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM MIRAR-CADENAS.
           IF YA-HAY-CADENA
               DISPLAY "CADENAS YA TIENE REGISTROS ENCADENADOS, NO SE "
                       "CONVIERTE"
               MOVE 8 TO RETORNO-CORRIDA
           ELSE
               PERFORM CONVERTIR-AUDITLOG
               PERFORM CONVERTIR-SECLOG
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           MIRAR-CADENAS.
               OPEN INPUT CADENAS.
               IF CAD-STATUS = "00"
                   MOVE "AUDITLOG" TO CAD-ARCHIVO
                   PERFORM LEER-UNA-CABECERA
                   MOVE "SECLOG" TO CAD-ARCHIVO
                   PERFORM LEER-UNA-CABECERA
                   CLOSE CADENAS
               END-IF.

           LEER-UNA-CABECERA.
               READ CADENAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAD-ULTIMA-SEC > ZERO
                           MOVE "S" TO CADENA-PREVIA
                       END-IF
               END-READ.

           CONVERTIR-AUDITLOG.
               MOVE "AUDITLOG" TO CADENA-ARCHIVO.
               MOVE 37 TO CADENA-LARGO.
               MOVE ZERO TO LEIDOS GRABADOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT AUDVIEJO.
               IF VIEJO-STATUS NOT = "00"
                   DISPLAY "AUDVIEJO NO ABRE CON EL LARGO VIEJO, NO SE "
                           "CONVIERTE: " VIEJO-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   OPEN OUTPUT AUDITLOG
                   IF AUD-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR EL AUDITLOG NUEVO: "
                               AUD-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
                   ELSE
                       MOVE LOW-VALUES TO AUDV-CLAVE
                       START AUDVIEJO KEY IS NOT LESS THAN AUDV-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM CONVERTIR-UNA-AUDITORIA
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE AUDITLOG
                   END-IF
                   CLOSE AUDVIEJO
                   DISPLAY "AUDITLOG LEIDOS: " LEIDOS
                           " GRABADOS: " GRABADOS
               END-IF.

           CONVERTIR-UNA-AUDITORIA.
               READ AUDVIEJO NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   ADD 1 TO LEIDOS
                   MOVE AUDV-REGISTRO TO AUD-RECORD(1:37)
                   MOVE AUD-RECORD(1:37) TO CADENA-CONTENIDO
                   MOVE "C" TO CADENA-PEDIDO
                   CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                       CADENA-CONTENIDO CADENA-LARGO AUD-CAD-SECUENCIA
                       AUD-CAD-VALOR
                   WRITE AUD-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR: " AUD-CLAVE
                           MOVE 8 TO RETORNO-CORRIDA
                           MOVE "D" TO CADENA-PEDIDO
                       NOT INVALID KEY
                           ADD 1 TO GRABADOS
                           MOVE "A" TO CADENA-PEDIDO
                   END-WRITE
                   CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                       CADENA-CONTENIDO CADENA-LARGO AUD-CAD-SECUENCIA
                       AUD-CAD-VALOR
               END-IF.

           CONVERTIR-SECLOG.
               MOVE "SECLOG" TO CADENA-ARCHIVO.
               MOVE 51 TO CADENA-LARGO.
               MOVE ZERO TO LEIDOS GRABADOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT SECVIEJO.
               IF VIEJO-STATUS NOT = "00"
                   DISPLAY "SECVIEJO NO ABRE, NO SE CONVIERTE: "
                           VIEJO-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   OPEN OUTPUT SECLOG
                   IF SEC-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR EL SECLOG NUEVO: "
                               SEC-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
                   ELSE
                       READ SECVIEJO
                           AT END MOVE "S" TO FIN-DE-ARCHIVO
                       END-READ
                       PERFORM CONVERTIR-UN-EVENTO
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE SECLOG
                   END-IF
                   CLOSE SECVIEJO
                   DISPLAY "SECLOG LEIDOS: " LEIDOS
                           " GRABADOS: " GRABADOS
               END-IF.

           CONVERTIR-UN-EVENTO.
               ADD 1 TO LEIDOS.
               MOVE SECV-REGISTRO TO SEC-RECORD(1:51).
               MOVE SEC-RECORD(1:51) TO CADENA-CONTENIDO.
               MOVE "C" TO CADENA-PEDIDO.
               CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                   CADENA-CONTENIDO CADENA-LARGO SEC-CAD-SECUENCIA
                   SEC-CAD-VALOR.
               WRITE SEC-RECORD.
               IF SEC-STATUS = "00"
                   ADD 1 TO GRABADOS
                   MOVE "A" TO CADENA-PEDIDO
               ELSE
                   DISPLAY "NO SE PUDO GRABAR EN SECLOG: " SEC-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
                   MOVE "D" TO CADENA-PEDIDO
               END-IF.
               CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                   CADENA-CONTENIDO CADENA-LARGO SEC-CAD-SECUENCIA
                   SEC-CAD-VALOR.
               READ SECVIEJO
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

       END PROGRAM CADCONV.
