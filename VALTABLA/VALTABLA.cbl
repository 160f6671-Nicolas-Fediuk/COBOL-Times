      ******************************************************************
      *VALTABLA - Paso de validacion de TABLASIN (el archivo de tablas
      *que manda la coordinacion de cursos) en el stream nocturno,
      *delante de EJERCICIO5. El control lo hace el subprograma
      *VALENTR (cabecera, cola, cantidad, total hash y secuencia ya
      *procesada); este paso solo le dice que archivo mirar y devuelve
      *su veredicto como codigo de retorno: 0 aceptado, 4 rechazado
      *(NOCHECTL omite los pasos que lo nombran en la columna 40 de
      *NOCHEDEF) y 8 si no se pudo validar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALTABLA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  ARCHIVO-A-VALIDAR PIC X(08) VALUE "TABLASIN".
      *RETORNO-CORRIDA se carga recien antes del GOBACK: cada CALL
      *pisa RETURN-CODE con el retorno del subprograma.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

           CALL "VALENTR" USING ARCHIVO-A-VALIDAR RETORNO-CORRIDA.
           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

       END PROGRAM VALTABLA.
