      ******************************************************************
      *IDIOCONV - Conversion por unica vez de los maestros al registro
      *con idioma: OPERMAST paso de 92 a 94 bytes (OPM-IDIOMA, idioma
      *de los mensajes del operador) y MSGCAT de 69 a 71, con la clave
      *ahora codigo + idioma (MSG-IDIOMA, ver COPYLIB/MSGCAT). Como en
      *MAESCONV, un archivo indexado existente no abre con un largo
      *de registro distinto (status 39), y en MSGCAT ademas el texto
      *se corre dos posiciones: hay que regrabar los dos maestros.
      *Este programa lee los maestros existentes con el LARGO VIEJO
      *(por eso no usa los copybooks para ellos) y graba las copias
      *secuenciales OPERSEQ y MSGSEQ ya en el formato nuevo: el
      *idioma del operador queda en blanco (vale el idioma por
      *defecto del sitio, ver MENSAJE) y cada mensaje existente queda
      *como "ES", que es en lo que esta escrito todo el catalogo.
      *Orden del pase a produccion:
      *  1. aprobar o rechazar en MNTAPR todo pedido pendiente de
      *     OPERMNT y MSGMNT (el pedido guarda la imagen del registro
      *     con el largo viejo);
      *  2. con la libreria nueva instalada pero ANTES de la primera
      *     corrida, correr IDIOCONV contra los maestros existentes;
      *  3. borrar y redefinir OPERMAST y MSGCAT con el largo nuevo;
      *  4. correr MAESTROS en modo (I)mportar para recargarlos desde
      *     OPERSEQ y MSGSEQ;
      *  5. cargar en MSGMNT las traducciones "EN" (la opcion T lista
      *     lo que falta) y, si el sitio trabaja en ingles, la clave
      *     IDIOMA-DEFECTO de SITECFG en 2.
      *SITECFG y CALFERI no cambiaron de largo: no se convierten.
      *Retorno: 0 convertido completo, 8 si algun maestro no abre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDIOCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPMV-OPERADOR-ID
               FILE STATUS IS OPM-STATUS.
           SELECT OPERSEQ ASSIGN TO "OPERSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.
           SELECT MSGCAT ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSGV-CODIGO
               FILE STATUS IS MSG-STATUS.
           SELECT MSGSEQ ASSIGN TO "MSGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *Registro de OPERMAST con el largo VIEJO (92 bytes), tal cual
      *quedo grabado antes del idioma: todo lo que sigue a la clave
      *se pasa igual.
       FD  OPERMAST.
       01  OPMV-REGISTRO.
           05  OPMV-OPERADOR-ID PIC X(08).
           05  OPMV-DATOS PIC X(84).

       FD  OPERSEQ
           RECORDING MODE IS F.
       01  OPERSEQ-REG PIC X(94).

      *Registro de MSGCAT con el largo VIEJO (69 bytes): clave solo
      *por codigo.
       FD  MSGCAT.
       01  MSGV-REGISTRO.
           05  MSGV-CODIGO PIC X(07).
           05  MSGV-TEXTO PIC X(60).
           05  MSGV-SEVERIDAD PIC X(01).
           05  MSGV-RUTA PIC X(01).

       FD  MSGSEQ
           RECORDING MODE IS F.
       01  MSGSEQ-REG PIC X(71).

       WORKING-STORAGE SECTION.
       01  OPM-STATUS PIC X(02).
       01  MSG-STATUS PIC X(02).
       01  SEQ-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01).
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  COPIADOS PIC 9(05).
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

      *Los registros nuevos se arman sobre los copybooks vigentes,
      *aca en WORKING-STORAGE (el FD tiene el largo viejo).
       COPY OPERMST.
       COPY MSGCAT.

       PROCEDURE DIVISION.

           PERFORM CONVERTIR-OPERMAST.
           PERFORM CONVERTIR-MSGCAT.
           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           CONVERTIR-OPERMAST.
               MOVE ZERO TO COPIADOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT OPERMAST.
               IF OPM-STATUS NOT = "00"
                   DISPLAY "OPERMAST NO ABRE CON EL LARGO VIEJO, NO "
                           "SE CONVIERTE: " OPM-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   OPEN OUTPUT OPERSEQ
                   MOVE LOW-VALUES TO OPMV-OPERADOR-ID
                   START OPERMAST KEY IS NOT LESS THAN
                           OPMV-OPERADOR-ID
                       INVALID KEY
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-START
                   PERFORM CONVERTIR-UN-OPERADOR
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE OPERMAST OPERSEQ
                   DISPLAY "OPERMAST CONVERTIDOS A OPERSEQ: "
                           COPIADOS
               END-IF.

           CONVERTIR-UN-OPERADOR.
               READ OPERMAST NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE SPACES TO OPM-REGISTRO
                   MOVE OPMV-REGISTRO TO OPM-REGISTRO(1:92)
                   MOVE SPACES TO OPM-IDIOMA
                   WRITE OPERSEQ-REG FROM OPM-REGISTRO
                   ADD 1 TO COPIADOS
               END-IF.

           CONVERTIR-MSGCAT.
               MOVE ZERO TO COPIADOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT MSGCAT.
               IF MSG-STATUS NOT = "00"
                   DISPLAY "MSGCAT NO ABRE CON EL LARGO VIEJO, NO "
                           "SE CONVIERTE: " MSG-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   OPEN OUTPUT MSGSEQ
                   MOVE LOW-VALUES TO MSGV-CODIGO
                   START MSGCAT KEY IS NOT LESS THAN MSGV-CODIGO
                       INVALID KEY
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-START
                   PERFORM CONVERTIR-UN-MENSAJE
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE MSGCAT MSGSEQ
                   DISPLAY "MSGCAT CONVERTIDOS A MSGSEQ: " COPIADOS
               END-IF.

           CONVERTIR-UN-MENSAJE.
               READ MSGCAT NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE SPACES TO MSG-REGISTRO
                   MOVE MSGV-CODIGO TO MSG-CODIGO
                   MOVE "ES" TO MSG-IDIOMA
                   MOVE MSGV-TEXTO TO MSG-TEXTO
                   MOVE MSGV-SEVERIDAD TO MSG-SEVERIDAD
                   MOVE MSGV-RUTA TO MSG-RUTA
                   WRITE MSGSEQ-REG FROM MSG-REGISTRO
                   ADD 1 TO COPIADOS
               END-IF.

       END PROGRAM IDIOCONV.
