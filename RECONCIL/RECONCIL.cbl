      *    fecha de proceso del negocio que establece FECHAINI (vía el
      *    subprograma FECHANEG), para que una corrida tardía o
      *    relanzada después de medianoche postee al día correcto.
      *  - EJERCICIO3 en modo articulos graba una cabecera por
      *    articulo y no una por corrida: las cabeceras esperadas
      *    son ahora las corridas de AUDITLOG, menos las corridas por
      *    articulos, mas los articulos que esas corridas dejaron
      *    anotados en CTLFILE (registro EJ3ARTIC). El reporte lista
      *    los tres conteos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCIL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS HIST-STATUS.
           SELECT CTLFILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       FD  EJERHIST.
       COPY EJHIST.

       FD  CTLFILE
           RECORDING MODE IS F.
       COPY CTLTOT.

       WORKING-STORAGE SECTION.
       01  AUD-STATUS PIC X(02).
       01  HIST-STATUS PIC X(02).
       01  CORRIDAS-AUDITLOG PIC 9(05) VALUE ZERO.
       01  CABECERAS-HIST PIC 9(05) VALUE ZERO.
       01  DETALLES-HIST PIC 9(05) VALUE ZERO.
       01  CTL-STATUS PIC X(02).
       01  FIN-DE-CONTROLES PIC X(01) VALUE "N".
           88  HAY-FIN-DE-CONTROLES VALUE "S".
       01  CORRIDAS-ARTICULOS PIC 9(05) VALUE ZERO.
       01  ARTICULOS-CTLFILE PIC 9(05) VALUE ZERO.
       01  CABECERAS-ESPERADAS PIC 9(05) VALUE ZERO.
       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "RECONCIL".
      *RETURN-CODE se carga recién antes del GOBACK: cada CALL (a

           PERFORM CONTAR-AUDITLOG.
           PERFORM CONTAR-HISTORICO.
           PERFORM CONTAR-ARTICULOS.
           COMPUTE CABECERAS-ESPERADAS = CORRIDAS-AUDITLOG
               - CORRIDAS-ARTICULOS + ARTICULOS-CTLFILE.

           MOVE "A" TO REP-PEDIDO.
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
           MOVE CORRIDAS-AUDITLOG TO RC-CANTIDAD.
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CONTEO.

           MOVE "CORRIDAS POR ARTICULOS:" TO RC-CONCEPTO.
           MOVE CORRIDAS-ARTICULOS TO RC-CANTIDAD.
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CONTEO.

           MOVE "ARTICULOS PROCESADOS:" TO RC-CONCEPTO.
           MOVE ARTICULOS-CTLFILE TO RC-CANTIDAD.
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CONTEO.

           MOVE "CABECERAS ESPERADAS:" TO RC-CONCEPTO.
           MOVE CABECERAS-ESPERADAS TO RC-CANTIDAD.
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CONTEO.

           MOVE "CABECERAS EN EJERHIST:" TO RC-CONCEPTO.
           MOVE CABECERAS-HIST TO RC-CANTIDAD.
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CONTEO.
           MOVE DETALLES-HIST TO RC-CANTIDAD.
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CONTEO.

           IF CABECERAS-ESPERADAS = CABECERAS-HIST
               MOVE "CONCILIACION OK" TO RR-TEXTO
           ELSE
               MOVE "** DISCREPANCIA: REVISAR EJERHIST **" TO RR-TEXTO
                   END-IF
               END-IF.

      *Cada corrida en modo articulos de EJERCICIO3 deja en CTLFILE
      *un registro EJ3ARTIC con la cantidad de articulos procesados:
      *esa corrida no aporta una cabecera sino una por articulo. Se
      *cuentan todos los intentos de la fecha, porque las cabeceras
      *de una corrida relanzada tambien quedan en EJERHIST.
           CONTAR-ARTICULOS.
               OPEN INPUT CTLFILE.
               IF CTL-STATUS NOT = "00"
                   MOVE "S" TO FIN-DE-CONTROLES
               ELSE
                   READ CTLFILE
                       AT END MOVE "S" TO FIN-DE-CONTROLES
                   END-READ
               END-IF.
               PERFORM CONTAR-UN-CONTROL UNTIL HAY-FIN-DE-CONTROLES.
               IF CTL-STATUS = "00" OR CTL-STATUS = "10"
                   CLOSE CTLFILE
               END-IF.

           CONTAR-UN-CONTROL.
               IF CTL-FECHA = FECHA-HOY
                       AND CTL-PROGRAMA = "EJ3ARTIC"
                   ADD 1 TO CORRIDAS-ARTICULOS
                   ADD CTL-CANTIDAD TO ARTICULOS-CTLFILE
               END-IF.
               READ CTLFILE
                   AT END MOVE "S" TO FIN-DE-CONTROLES
               END-READ.

       END PROGRAM RECONCIL.
