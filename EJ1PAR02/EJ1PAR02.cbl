      ******************************************************************
      *EJ1PAR02 - Paso del tramo 2 de EJERCICIO1 particionado en el
      *stream nocturno. La corrida del tramo la hace el subprograma
      *EJ1PARTE (reparto, punto de control y reporte parcial); este
      *paso solo le dice que tramo le toca y devuelve su retorno: 0
      *tramo terminado o nada que hacer, 8 tramo fallido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ1PAR02.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "EJ1PAR02".
       01  TRAMO PIC 9(02) VALUE 2.
      *RETORNO-CORRIDA se carga recien antes del GOBACK: cada CALL
      *pisa RETURN-CODE con el retorno del subprograma.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

           CALL "EJ1PARTE" USING PROGRAMA-ACTUAL TRAMO RETORNO-CORRIDA.
           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

       END PROGRAM EJ1PAR02.
