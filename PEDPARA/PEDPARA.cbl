      ******************************************************************
      *PEDPARA - Pedidos de trabajo de la fecha para la corrida en
      *paralelo (EJERPARA). PEDCORR corre en la noche los pedidos
      *aprobados con la fecha de proceso, y lo que graban sus
      *programas (totales en CTLFILE, cabeceras y detalles en
      *EJERHIST, registros en COLA) queda en produccion con esa
      *fecha: si el paralelo no los corre tambien, PARCOMP encuentra
      *diferencias con la libreria sin cambios.
      *Este paso copia de produccion (DD PEDPROD) al PEDTRAB del
      *paralelo solo los pedidos que corrieron en la fecha de proceso
      *del paralelo (PTR-FECHA-CORRIDA, sean "T" o "F") y los deja
      *otra vez aprobados, sin fecha de corrida, RC ni reporte, como
      *quedaron al aprobarlos en PEDAPR. El PEDCORR del paralelo los
      *corre entonces en el mismo orden y con los mismos parametros
      *que en produccion. Los pedidos de otras fechas (y los
      *aprobados que todavia esperan su noche) no se copian.
      *El PEDTRAB del paralelo se crea de nuevo en cada corrida.
      *La fecha es la de FECHANEG sobre el PROCDATE del paralelo, asi
      *que el paso va despues de FECHAINI.
      *Retorno: 0 copiado (aunque no hubiera pedidos de la fecha), 8
      *si PEDTRAB del paralelo no se pudo crear. Sin PEDPROD no hubo
      *pedidos nunca y termina con RC=0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDPARA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDPROD ASSIGN TO "PEDPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPR-NUMERO
               FILE STATUS IS PPR-STATUS.
           SELECT PEDTRAB ASSIGN TO "PEDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTR-NUMERO
               FILE STATUS IS PTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDPROD.
       COPY PEDTRB REPLACING LEADING ==PTR-== BY ==PPR-==.

       FD  PEDTRAB.
       COPY PEDTRB.

       WORKING-STORAGE SECTION.
       01  PPR-STATUS PIC X(02).
       01  PTR-STATUS PIC X(02).
       01  FECHA-PROCESO PIC 9(08).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  PEDIDOS-LEIDOS PIC 9(05) VALUE ZERO.
       01  PEDIDOS-COPIADOS PIC 9(05) VALUE ZERO.
      *RETORNO-CORRIDA se carga recien antes del GOBACK: el CALL a
      *FECHANEG pisa RETURN-CODE.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

           CALL "FECHANEG" USING FECHA-PROCESO.
           OPEN OUTPUT PEDTRAB.
           IF PTR-STATUS NOT = "00"
               DISPLAY "NO SE PUDO CREAR PEDTRAB: " PTR-STATUS
               MOVE 8 TO RETORNO-CORRIDA
           ELSE
               OPEN INPUT PEDPROD
               EVALUATE PPR-STATUS
                   WHEN "00"
                       PERFORM COPIAR-PEDIDOS
                       CLOSE PEDPROD
                   WHEN "35"
                       DISPLAY "NO HAY PEDIDOS EN PRODUCCION"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR PEDPROD: " PPR-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE
               CLOSE PEDTRAB
               DISPLAY "PEDIDOS LEIDOS " PEDIDOS-LEIDOS
                       " COPIADOS PARA LA FECHA " FECHA-PROCESO
                       ": " PEDIDOS-COPIADOS
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           COPIAR-PEDIDOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE ZERO TO PPR-NUMERO.
               START PEDPROD KEY IS NOT LESS THAN PPR-NUMERO
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM COPIAR-UN-PEDIDO UNTIL HAY-FIN-DE-ARCHIVO.

           COPIAR-UN-PEDIDO.
               READ PEDPROD NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       ADD 1 TO PEDIDOS-LEIDOS
                       IF (PPR-TERMINADO OR PPR-FALLIDO)
                               AND PPR-FECHA-CORRIDA = FECHA-PROCESO
                           PERFORM GRABAR-APROBADO
                       END-IF
               END-READ.

           GRABAR-APROBADO.
               MOVE PPR-REGISTRO TO PTR-REGISTRO.
               MOVE "A" TO PTR-ESTADO.
               MOVE ZERO TO PTR-FECHA-CORRIDA.
               MOVE ZERO TO PTR-RETORNO.
               MOVE SPACES TO PTR-REPORTE.
               WRITE PTR-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO COPIAR EL PEDIDO: "
                               PTR-NUMERO
                       MOVE 8 TO RETORNO-CORRIDA
                   NOT INVALID KEY
                       ADD 1 TO PEDIDOS-COPIADOS
               END-WRITE.

       END PROGRAM PEDPARA.
