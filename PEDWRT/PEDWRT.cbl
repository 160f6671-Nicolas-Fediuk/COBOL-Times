      ******************************************************************
      *PEDWRT - Alta de un pedido de trabajo para la noche en PEDTRAB
      *(ver COPYLIB/PEDTRB), compartido al estilo de PENDWRT. EJERMENU
      *llama aca con el programa pedido (PROGRAM-ID como lo llama el
      *CALL), el operador firmado y hasta seis parametros por palabra
      *clave. El pedido toma el numero siguiente al mayor del
      *archivo, queda pendiente ("P") hasta que un supervisor lo
      *resuelva en PEDAPR, y se devuelve el numero al llamador para
      *que lo muestre (cero si no se pudo grabar).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDWRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDTRAB ASSIGN TO "PEDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTR-NUMERO
               FILE STATUS IS PTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDTRAB.
       COPY PEDTRB.

       WORKING-STORAGE SECTION.
       01  PTR-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01).
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  ULTIMO-NUMERO PIC 9(06).

       LINKAGE SECTION.
       01  PAR-PROGRAMA PIC X(10).
       01  PAR-OPERADOR PIC X(08).
       01  PAR-PARAMETROS PIC X(192).
       01  PAR-NUMERO PIC 9(06).

       PROCEDURE DIVISION USING PAR-PROGRAMA PAR-OPERADOR
               PAR-PARAMETROS PAR-NUMERO.

           MOVE ZERO TO PAR-NUMERO.
           OPEN I-O PEDTRAB.
           IF PTR-STATUS = "35"
               OPEN OUTPUT PEDTRAB
               CLOSE PEDTRAB
               OPEN I-O PEDTRAB
           END-IF.
           IF PTR-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PEDTRAB: " PTR-STATUS
           ELSE
               PERFORM BUSCAR-ULTIMO-NUMERO
               PERFORM GRABAR-PEDIDO
               CLOSE PEDTRAB
           END-IF.

           GOBACK.

           BUSCAR-ULTIMO-NUMERO.
               MOVE ZERO TO ULTIMO-NUMERO.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE ZERO TO PTR-NUMERO.
               START PEDTRAB KEY IS NOT LESS THAN PTR-NUMERO
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM MIRAR-UN-PEDIDO UNTIL HAY-FIN-DE-ARCHIVO.

           MIRAR-UN-PEDIDO.
               READ PEDTRAB NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       MOVE PTR-NUMERO TO ULTIMO-NUMERO
               END-READ.

           GRABAR-PEDIDO.
               ADD 1 TO ULTIMO-NUMERO GIVING PTR-NUMERO.
               MOVE "P" TO PTR-ESTADO.
               MOVE PAR-PROGRAMA TO PTR-PROGRAMA.
               MOVE PAR-OPERADOR TO PTR-SOLICITANTE.
               ACCEPT PTR-FECHA-SOL FROM DATE YYYYMMDD.
               ACCEPT PTR-HORA-SOL FROM TIME.
               MOVE PAR-PARAMETROS TO PTR-PARAMETROS.
               MOVE SPACES TO PTR-RESOLVIO.
               MOVE ZERO TO PTR-FECHA-RES.
               MOVE ZERO TO PTR-HORA-RES.
               MOVE ZERO TO PTR-FECHA-CORRIDA.
               MOVE ZERO TO PTR-RETORNO.
               MOVE SPACES TO PTR-REPORTE.
               WRITE PTR-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PEDIDO: "
                               PTR-NUMERO
                   NOT INVALID KEY
                       MOVE PTR-NUMERO TO PAR-NUMERO
               END-WRITE.

       END PROGRAM PEDWRT.
