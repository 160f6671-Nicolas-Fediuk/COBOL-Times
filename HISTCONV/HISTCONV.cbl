      ******************************************************************
      *HISTCONV - Conversion por unica vez del historico de conteos
      *(EJERHIST), cuyo registro crecio de 42 a 51 bytes con el codigo
      *de articulo y el valor de arranque del conteo (ver
      *COPYLIB/EJHIST) para el modo articulos de EJERCICIO3. Como con
      *los maestros de MAESCONV, un indexado existente no abre con un
      *largo de registro distinto del definido (status 39), asi que
      *hay que regrabarlo. A diferencia de los maestros, el historico
      *no tiene copia secuencial que recargar: este programa lee el
      *EJERHIST viejo por el DD EJHVIEJO, con el LARGO VIEJO (por eso
      *no usa el copybook para ese archivo), y graba cada registro en
      *el EJERHIST nuevo con los campos nuevos en blanco (articulo en
      *blanco = corrida unica, arranque en cero = no registrado).
      *Orden del pase a produccion:
      *  1. con la libreria nueva instalada pero ANTES de la primera
      *     corrida, renombrar el EJERHIST existente (queda como
      *     EJHVIEJO) y definir el EJERHIST nuevo con el largo nuevo;
      *  2. correr HISTCONV;
      *  3. verificar que LEIDOS = GRABADOS y recien entonces borrar
      *     el viejo.
      *Las generaciones de resguardo HISARCH no se convierten:
      *RESTAURA las lee con el largo nuevo y los campos que faltan
      *quedan en blanco.
      *Retorno: 0 convertido completo, 8 si algun archivo no abre o
      *algun registro no se pudo grabar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EJHVIEJO ASSIGN TO "EJHVIEJO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISV-CLAVE
               FILE STATUS IS VIEJO-STATUS.
           SELECT EJERHIST ASSIGN TO "EJERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *Registro de EJERHIST con el largo VIEJO (42 bytes), tal cual
      *quedo grabado antes del crecimiento: sin articulo ni arranque.
       FD  EJHVIEJO.
       01  HISV-REGISTRO.
           05  HISV-CLAVE.
               10  HISV-FECHA PIC 9(08).
               10  HISV-SECUENCIA PIC 9(05).
           05  HISV-TIPO PIC X(01).
           05  HISV-DATOS PIC X(28).

       FD  EJERHIST.
       COPY EJHIST.

       WORKING-STORAGE SECTION.
       01  VIEJO-STATUS PIC X(02).
       01  HIST-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  LEIDOS PIC 9(07) VALUE ZERO.
       01  GRABADOS PIC 9(07) VALUE ZERO.
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

           OPEN INPUT EJHVIEJO.
           IF VIEJO-STATUS NOT = "00"
               DISPLAY "EJHVIEJO NO ABRE CON EL LARGO VIEJO, NO SE "
                       "CONVIERTE: " VIEJO-STATUS
               MOVE 8 TO RETORNO-CORRIDA
           ELSE
               OPEN OUTPUT EJERHIST
               IF HIST-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL EJERHIST NUEVO: "
                           HIST-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   MOVE LOW-VALUES TO HISV-CLAVE
                   START EJHVIEJO KEY IS NOT LESS THAN HISV-CLAVE
                       INVALID KEY
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-START
                   PERFORM CONVERTIR-UN-REGISTRO
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE EJERHIST
               END-IF
               CLOSE EJHVIEJO
               DISPLAY "EJERHIST LEIDOS: " LEIDOS
                       " GRABADOS: " GRABADOS
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           CONVERTIR-UN-REGISTRO.
               READ EJHVIEJO NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   ADD 1 TO LEIDOS
                   MOVE SPACES TO HIST-REGISTRO
                   MOVE HISV-FECHA TO HIST-FECHA
                   MOVE HISV-SECUENCIA TO HIST-SECUENCIA
                   MOVE HISV-TIPO TO HIST-TIPO
                   MOVE HISV-DATOS TO HIST-DATOS
                   MOVE SPACES TO HIST-ARTICULO
                   MOVE ZERO TO HIST-CAB-INICIO
                   WRITE HIST-REGISTRO
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR: " HIST-CLAVE
                           MOVE 8 TO RETORNO-CORRIDA
                       NOT INVALID KEY
                           ADD 1 TO GRABADOS
                   END-WRITE
               END-IF.

       END PROGRAM HISTCONV.
