      ******************************************************************
      *ALUMRPT - Reporte de avance de los alumnos sobre la libreta de
      *notas (LIBRETA, ver COPYLIB/LIBNOTA) que HOJACORR alimenta en
      *cada correccion de hojas de practica. Recibe por SYSIN el tipo
      *de reporte y la clave:
      *  - A y la identificacion de un alumno: la historia de sus
      *    hojas (fecha, hoja, tabla de multiplicar, correctas y
      *    puntaje), el promedio de puntaje y las tablas en las que
      *    mas se equivoca;
      *  - C y un curso: lo mismo para cada alumno del curso segun el
      *    maestro ALUMAST (activos e inactivos, la historia no se
      *    pierde con la baja) y al final el resumen del curso, con el
      *    promedio general y las tablas con mas errores del curso.
      *El promedio es el de los puntajes de cada hoja (0 a 100). Las
      *tablas que se informan son las tres con mas respuestas
      *erroneas; las que no tienen errores no salen.
      *Retorno: 0 con hojas informadas, 4 si el alumno o el curso no
      *tienen hojas en la libreta, 8 si no se pudo correr.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMAST ASSIGN TO "ALUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS ALU-STATUS.
           SELECT LIBRETA ASSIGN TO "LIBRETA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-CLAVE
               FILE STATUS IS LIB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMAST.
       COPY ALUMNO.

       FD  LIBRETA.
       COPY LIBNOTA.

       WORKING-STORAGE SECTION.
       01  ALU-STATUS PIC X(02).
       01  LIB-STATUS PIC X(02).
       01  TIPO-INFORME PIC X(01).
           88  INFORME-ALUMNO VALUE "A" "a".
           88  INFORME-CURSO VALUE "C" "c".
       01  CLAVE-INFORME PIC X(08).
       01  CURSO-PEDIDO PIC X(06).
       01  INFORME-OK PIC X(01) VALUE "S".
           88  SE-PUEDE-INFORMAR VALUE "S".
       01  FIN-MAESTRO PIC X(01).
           88  HAY-FIN-MAESTRO VALUE "S".
       01  FIN-LIBRETA PIC X(01).
           88  HAY-FIN-LIBRETA VALUE "S".
      *Acumuladores del alumno en curso y del curso completo. El
      *subindice de los errores es la tabla de multiplicar + 1.
       01  HOJAS-ALUMNO PIC 9(05).
       01  SUMA-ALUMNO PIC 9(09).
       01  ERRORES-ALUMNO.
           05  EA-ERRORES PIC 9(07) OCCURS 100 TIMES.
       01  ALUMNOS-CURSO PIC 9(05) VALUE ZERO.
       01  HOJAS-CURSO PIC 9(05) VALUE ZERO.
       01  SUMA-CURSO PIC 9(09) VALUE ZERO.
       01  ERRORES-CURSO.
           05  EC-ERRORES PIC 9(07) OCCURS 100 TIMES.
      *Area de calculo comun para el promedio y las tablas flojas.
       01  HOJAS-CALCULO PIC 9(05).
       01  SUMA-CALCULO PIC 9(09).
       01  PROMEDIO-CALCULO PIC 9(03).
       01  ERRORES-TRABAJO.
           05  ET-ERRORES PIC 9(07) OCCURS 100 TIMES
               INDEXED BY IDX-TAB.
       01  PEOR-POSICION PIC 9(03).
       01  PEOR-ERRORES PIC 9(07).
       01  VUELTA-TABLA PIC 9(01).
       01  SUBINDICE-TABLA PIC 9(03).
       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "ALUMRPT".
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       01  RPT-TITULO.
           05  TIT-TEXTO PIC X(18).
           05  TIT-CLAVE PIC X(08).
           05  FILLER PIC X(54) VALUE SPACES.

       01  RPT-ALUMNO.
           05  FILLER PIC X(07) VALUE "ALUMNO ".
           05  RAL-ID PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  RAL-NOMBRE PIC X(30).
           05  FILLER PIC X(07) VALUE " CURSO ".
           05  RAL-CURSO PIC X(06).
           05  FILLER PIC X(01) VALUE SPACES.
           05  RAL-ESTADO PIC X(09).
           05  FILLER PIC X(11) VALUE SPACES.

       01  RPT-HOJA.
           05  FILLER PIC X(08) VALUE "  FECHA ".
           05  RHJ-FECHA PIC 9(08).
           05  FILLER PIC X(06) VALUE " HOJA ".
           05  RHJ-HOJA PIC ZZZZ9.
           05  FILLER PIC X(07) VALUE " TABLA ".
           05  RHJ-TABLA PIC Z9.
           05  FILLER PIC X(11) VALUE " CORRECTAS ".
           05  RHJ-CORRECTAS PIC ZZ9.
           05  FILLER PIC X(04) VALUE " DE ".
           05  RHJ-RESPONDIDAS PIC ZZ9.
           05  FILLER PIC X(09) VALUE " PUNTAJE ".
           05  RHJ-PUNTAJE PIC ZZ9.
           05  FILLER PIC X(11) VALUE SPACES.

       01  RPT-PROMEDIO.
           05  FILLER PIC X(09) VALUE "  HOJAS: ".
           05  RPR-HOJAS PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE " PROMEDIO: ".
           05  RPR-PROMEDIO PIC ZZ9.
           05  FILLER PIC X(52) VALUE SPACES.

       01  RPT-FLOJA.
           05  FILLER PIC X(25) VALUE "  TABLA CON MAS ERRORES: ".
           05  RFL-TABLA PIC Z9.
           05  FILLER PIC X(10) VALUE " ERRORES: ".
           05  RFL-ERRORES PIC ZZZZZZ9.
           05  FILLER PIC X(36) VALUE SPACES.

       01  RPT-CURSO.
           05  FILLER PIC X(12) VALUE "TOTAL CURSO ".
           05  RCU-CURSO PIC X(06).
           05  FILLER PIC X(10) VALUE " ALUMNOS: ".
           05  RCU-ALUMNOS PIC ZZZZ9.
           05  FILLER PIC X(47) VALUE SPACES.

       01  RPT-AVISO PIC X(80).

       PROCEDURE DIVISION.

           DISPLAY "TIPO DE REPORTE (A = ALUMNO, C = CURSO)".
           ACCEPT TIPO-INFORME.
           DISPLAY "IDENTIFICACION DEL ALUMNO O CURSO".
           ACCEPT CLAVE-INFORME.

           EVALUATE TRUE
               WHEN NOT INFORME-ALUMNO AND NOT INFORME-CURSO
                   DISPLAY "TIPO DE REPORTE INVALIDO: " TIPO-INFORME
                   MOVE "N" TO INFORME-OK
               WHEN CLAVE-INFORME = SPACES
                   DISPLAY "FALTA LA IDENTIFICACION DEL ALUMNO O CURSO"
                   MOVE "N" TO INFORME-OK
               WHEN OTHER
                   PERFORM ABRIR-ARCHIVOS
           END-EVALUATE.

           IF SE-PUEDE-INFORMAR
               PERFORM ABRIR-REPORTE
               IF INFORME-ALUMNO
                   PERFORM INFORMAR-UN-ALUMNO-PEDIDO
               ELSE
                   PERFORM INFORMAR-CURSO
               END-IF
               MOVE "C" TO REP-PEDIDO
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-AVISO
               CLOSE ALUMAST LIBRETA
               IF HOJAS-CURSO = ZERO
                   MOVE 4 TO RETORNO-CORRIDA
               END-IF
           ELSE
               MOVE 8 TO RETORNO-CORRIDA
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           ABRIR-ARCHIVOS.
               OPEN INPUT ALUMAST.
               IF ALU-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR ALUMAST: " ALU-STATUS
                   MOVE "N" TO INFORME-OK
               ELSE
                   OPEN INPUT LIBRETA
                   IF LIB-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR LIBRETA: " LIB-STATUS
                       MOVE "N" TO INFORME-OK
                       CLOSE ALUMAST
                   END-IF
               END-IF.

           ABRIR-REPORTE.
               IF INFORME-ALUMNO
                   MOVE "AVANCE DEL ALUMNO " TO TIT-TEXTO
               ELSE
                   MOVE "AVANCE DEL CURSO " TO TIT-TEXTO
               END-IF.
               MOVE CLAVE-INFORME TO TIT-CLAVE.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.

      *Un alumno que no esta en el maestro igual se informa si tiene
      *hojas en la libreta (pudo haberse corregido su identificacion).
           INFORMAR-UN-ALUMNO-PEDIDO.
               MOVE CLAVE-INFORME TO ALU-ID.
               READ ALUMAST
                   INVALID KEY
                       MOVE SPACES TO ALU-NOMBRE ALU-CURSO
                       MOVE "NO EN MAESTRO" TO ALU-NOMBRE
                       MOVE "S" TO ALU-ACTIVO
               END-READ.
               PERFORM INFORMAR-ALUMNO.

           INFORMAR-CURSO.
               MOVE CLAVE-INFORME TO CURSO-PEDIDO.
               MOVE ZERO TO ERRORES-CURSO.
               MOVE "N" TO FIN-MAESTRO.
               MOVE LOW-VALUES TO ALU-ID.
               START ALUMAST KEY IS NOT LESS THAN ALU-ID
                   INVALID KEY
                       MOVE "S" TO FIN-MAESTRO
               END-START.
               PERFORM LEER-ALUMNO-DEL-CURSO UNTIL HAY-FIN-MAESTRO.
               MOVE CURSO-PEDIDO TO RCU-CURSO.
               MOVE ALUMNOS-CURSO TO RCU-ALUMNOS.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CURSO.
               MOVE HOJAS-CURSO TO HOJAS-CALCULO.
               MOVE SUMA-CURSO TO SUMA-CALCULO.
               MOVE ERRORES-CURSO TO ERRORES-TRABAJO.
               PERFORM INFORMAR-PROMEDIO-Y-TABLAS.

           LEER-ALUMNO-DEL-CURSO.
               READ ALUMAST NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-MAESTRO
                   NOT AT END
                       IF ALU-CURSO = CURSO-PEDIDO
                           ADD 1 TO ALUMNOS-CURSO
                           PERFORM INFORMAR-ALUMNO
                       END-IF
               END-READ.

      *Historia del alumno en ALU-REGISTRO: todas sus hojas en orden
      *de fecha, que es el orden de la clave de la libreta.
           INFORMAR-ALUMNO.
               MOVE ALU-ID TO RAL-ID.
               MOVE ALU-NOMBRE TO RAL-NOMBRE.
               MOVE ALU-CURSO TO RAL-CURSO.
               IF ALU-ESTA-ACTIVO
                   MOVE SPACES TO RAL-ESTADO
               ELSE
                   MOVE "INACTIVO" TO RAL-ESTADO
               END-IF.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-ALUMNO.
               MOVE ZERO TO HOJAS-ALUMNO SUMA-ALUMNO.
               MOVE ZERO TO ERRORES-ALUMNO.
               MOVE "N" TO FIN-LIBRETA.
               MOVE ALU-ID TO LIB-ALUMNO.
               MOVE ZERO TO LIB-FECHA LIB-HOJA.
               START LIBRETA KEY IS NOT LESS THAN LIB-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-LIBRETA
               END-START.
               PERFORM LEER-HOJA-DEL-ALUMNO UNTIL HAY-FIN-LIBRETA.
               MOVE HOJAS-ALUMNO TO HOJAS-CALCULO.
               MOVE SUMA-ALUMNO TO SUMA-CALCULO.
               MOVE ERRORES-ALUMNO TO ERRORES-TRABAJO.
               PERFORM INFORMAR-PROMEDIO-Y-TABLAS.

           LEER-HOJA-DEL-ALUMNO.
               READ LIBRETA NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-LIBRETA
               END-READ.
               IF NOT HAY-FIN-LIBRETA
                   IF LIB-ALUMNO NOT = ALU-ID
                       MOVE "S" TO FIN-LIBRETA
                   ELSE
                       PERFORM INFORMAR-HOJA
                   END-IF
               END-IF.

           INFORMAR-HOJA.
               MOVE LIB-FECHA TO RHJ-FECHA.
               MOVE LIB-HOJA TO RHJ-HOJA.
               MOVE LIB-TABLA TO RHJ-TABLA.
               MOVE LIB-CORRECTAS TO RHJ-CORRECTAS.
               MOVE LIB-RESPONDIDAS TO RHJ-RESPONDIDAS.
               MOVE LIB-PUNTAJE TO RHJ-PUNTAJE.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-HOJA.
               ADD 1 TO HOJAS-ALUMNO HOJAS-CURSO.
               ADD LIB-PUNTAJE TO SUMA-ALUMNO SUMA-CURSO.
               COMPUTE SUBINDICE-TABLA = LIB-TABLA + 1.
               ADD LIB-ERRONEAS TO EA-ERRORES(SUBINDICE-TABLA)
                                   EC-ERRORES(SUBINDICE-TABLA).

      *Promedio y las tres tablas con mas errores del area comun.
      *Cada vuelta toma la peor que queda y la deja en cero.
           INFORMAR-PROMEDIO-Y-TABLAS.
               IF HOJAS-CALCULO = ZERO
                   MOVE "  SIN HOJAS EN LA LIBRETA" TO RPT-AVISO
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-AVISO
               ELSE
                   COMPUTE PROMEDIO-CALCULO ROUNDED =
                       SUMA-CALCULO / HOJAS-CALCULO
                   MOVE HOJAS-CALCULO TO RPR-HOJAS
                   MOVE PROMEDIO-CALCULO TO RPR-PROMEDIO
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PROMEDIO
                   PERFORM INFORMAR-PEOR-TABLA
                       VARYING VUELTA-TABLA FROM 1 BY 1
                       UNTIL VUELTA-TABLA > 3
               END-IF.

           INFORMAR-PEOR-TABLA.
               MOVE ZERO TO PEOR-POSICION PEOR-ERRORES.
               PERFORM MIRAR-UNA-TABLA
                   VARYING IDX-TAB FROM 1 BY 1
                   UNTIL IDX-TAB > 100.
               IF PEOR-ERRORES > ZERO
                   COMPUTE RFL-TABLA = PEOR-POSICION - 1
                   MOVE PEOR-ERRORES TO RFL-ERRORES
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-FLOJA
                   MOVE ZERO TO ET-ERRORES(PEOR-POSICION)
               END-IF.

           MIRAR-UNA-TABLA.
               IF ET-ERRORES(IDX-TAB) > PEOR-ERRORES
                   MOVE ET-ERRORES(IDX-TAB) TO PEOR-ERRORES
                   SET PEOR-POSICION TO IDX-TAB
               END-IF.

       END PROGRAM ALUMRPT.
