      ******************************************************************
      *PENDWRT - Alta de un pedido de cambio en el archivo de cambios
      *pendientes (CAMBPEND, ver COPYLIB/CAMBPEN), compartido al
      *estilo de MNTWRT. OPERMNT, CFGMNT y MSGMNT llaman aca en lugar
      *de grabar el maestro: con su nombre, el supervisor que pide,
      *la accion, la clave, las imagenes antes/despues y el registro
      *del maestro tal como quedaria. El pedido toma el numero
      *siguiente al mayor del archivo, queda pendiente ("P") y se
      *devuelve el numero al llamador para que lo muestre. El pedido
      *queda ademas en MNTLOG (accion "P", via MNTWRT) para que la
      *historia de la clave muestre quien lo pidio y cuando.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDWRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBPEND ASSIGN TO "CAMBPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS PEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBPEND.
       COPY CAMBPEN.

       WORKING-STORAGE SECTION.
       01  PEN-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01).
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  ULTIMO-NUMERO PIC 9(06).
       01  MNT-ACCION-PEDIDO PIC X(01) VALUE "P".

       LINKAGE SECTION.
       01  PAR-PROGRAMA PIC X(08).
       01  PAR-OPERADOR PIC X(08).
       01  PAR-ACCION PIC X(01).
       01  PAR-CLAVE PIC X(16).
       01  PAR-ANTES PIC X(60).
       01  PAR-DESPUES PIC X(60).
       01  PAR-DATOS PIC X(120).
       01  PAR-NUMERO PIC 9(06).

       PROCEDURE DIVISION USING PAR-PROGRAMA PAR-OPERADOR PAR-ACCION
               PAR-CLAVE PAR-ANTES PAR-DESPUES PAR-DATOS PAR-NUMERO.

           MOVE ZERO TO PAR-NUMERO.
           OPEN I-O CAMBPEND.
           IF PEN-STATUS = "35"
               OPEN OUTPUT CAMBPEND
               CLOSE CAMBPEND
               OPEN I-O CAMBPEND
           END-IF.
           IF PEN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CAMBPEND: " PEN-STATUS
           ELSE
               PERFORM BUSCAR-ULTIMO-NUMERO
               PERFORM GRABAR-PEDIDO
               CLOSE CAMBPEND
           END-IF.

           GOBACK.

           BUSCAR-ULTIMO-NUMERO.
               MOVE ZERO TO ULTIMO-NUMERO.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE ZERO TO PEN-NUMERO.
               START CAMBPEND KEY IS NOT LESS THAN PEN-NUMERO
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM MIRAR-UN-PEDIDO UNTIL HAY-FIN-DE-ARCHIVO.

           MIRAR-UN-PEDIDO.
               READ CAMBPEND NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       MOVE PEN-NUMERO TO ULTIMO-NUMERO
               END-READ.

           GRABAR-PEDIDO.
               ADD 1 TO ULTIMO-NUMERO GIVING PEN-NUMERO.
               MOVE "P" TO PEN-ESTADO.
               MOVE PAR-PROGRAMA TO PEN-PROGRAMA.
               MOVE PAR-ACCION TO PEN-ACCION.
               MOVE PAR-CLAVE TO PEN-CLAVE.
               MOVE PAR-OPERADOR TO PEN-SOLICITANTE.
               ACCEPT PEN-FECHA-SOL FROM DATE YYYYMMDD.
               ACCEPT PEN-HORA-SOL FROM TIME.
               MOVE SPACES TO PEN-RESOLVIO.
               MOVE ZERO TO PEN-FECHA-RES.
               MOVE ZERO TO PEN-HORA-RES.
               MOVE PAR-ANTES TO PEN-ANTES.
               MOVE PAR-DESPUES TO PEN-DESPUES.
               MOVE PAR-DATOS TO PEN-DATOS.
               WRITE PEN-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PEDIDO: "
                               PEN-NUMERO
                   NOT INVALID KEY
                       MOVE PEN-NUMERO TO PAR-NUMERO
                       CALL "MNTWRT" USING PAR-PROGRAMA PAR-OPERADOR
                           MNT-ACCION-PEDIDO PAR-CLAVE
                           PAR-ANTES PAR-DESPUES
               END-WRITE.

       END PROGRAM PENDWRT.
