      *    esa fecha, para que una recorrida no deje colas de la
      *    corrida anterior; una reanudación "E" conserva lo ya
      *    archivado y pisa por clave si choca.
      *  - Pedido "R" (redirigir): con una identificacion, lo que se
      *    escriba de ahi en adelante se archiva en el repositorio
      *    bajo esa identificacion y no la del reporte (el encabezado
      *    impreso sigue mostrando la del reporte), aunque el sitio
      *    no tenga REPOSITORIO = 1. Lo usa PEDCORR para dejar todo
      *    lo que imprime un pedido de trabajo bajo "PD" y el numero
      *    de pedido. El "R" depura lo archivado con esa
      *    identificacion y fecha y arranca la hoja en cero; mientras
      *    dure, una apertura "A" no depura ni reinicia la hoja, asi
      *    los reportes sucesivos del pedido quedan uno detras del
      *    otro. Un "R" en blanco termina la redireccion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTER.
       01  LINEA-GRABADA PIC X(80).
       01  FIN-DE-DEPURACION PIC X(01).
           88  HAY-FIN-DE-DEPURACION VALUE "S".
       01  ID-REDIRIGIDO PIC X(08) VALUE SPACES.
           88  SIN-REDIRECCION VALUE SPACES.
       01  ID-A-DEPURAR PIC X(08).

       01  ENC-LINEA.
           05  FILLER PIC X(09) VALUE "REPORTE: ".
                   PERFORM FORZAR-SALTO
               WHEN "C"
                   PERFORM CERRAR-REPORTE
               WHEN "R"
                   PERFORM REDIRIGIR-REPORTES
               WHEN OTHER
                   DISPLAY "REPORTER: PEDIDO INVALIDO " RPT-PEDIDO
           END-EVALUATE.
           ABRIR-REPORTE.
               PERFORM PREPARAR-APERTURA.
               OPEN OUTPUT REPORTE.
               IF HAY-REPOSITORIO AND SIN-REDIRECCION
                   MOVE RPT-ID TO ID-A-DEPURAR
                   PERFORM DEPURAR-REPORTE-VIEJO
               END-IF.
               PERFORM ENCABEZAR-PAGINA.
                   MOVE CFG-VALOR TO LINEAS-POR-PAGINA
               END-IF.
               CALL "FECHANEG" USING FECHA-HOY.
               IF SIN-REDIRECCION
                   MOVE ZERO TO PAGINA
               END-IF.
               MOVE ZERO TO LINEAS-EN-PAGINA.
               PERFORM ABRIR-REPOSITORIO.

      *El repositorio es opcional: clave REPOSITORIO = 1 del sitio,
      *salvo que haya una redireccion, que siempre archiva.
      *Se abre junto con el reporte y se cierra con el.
           ABRIR-REPOSITORIO.
               MOVE "N" TO REPOSITORIO-ACTIVO.
               MOVE "REPOSITORIO" TO CFG-CLAVE.
               CALL "CONFIG" USING CFG-CLAVE CFG-VALOR CFG-HALLADO.
               IF (CFG-HALLADO = "S" AND CFG-VALOR > ZERO)
                       OR NOT SIN-REDIRECCION
                   OPEN I-O REPOSIT
                   IF RPO-STATUS = "35"
                       OPEN OUTPUT REPOSIT
      *dejar colas de la corrida anterior en el repositorio.
           DEPURAR-REPORTE-VIEJO.
               MOVE "N" TO FIN-DE-DEPURACION.
               MOVE ID-A-DEPURAR TO RPO-ID.
               MOVE FECHA-HOY-NUM TO RPO-FECHA.
               MOVE ZEROES TO RPO-PAGINA RPO-LINEA.
               START REPOSIT KEY IS NOT LESS THAN RPO-CLAVE
                       MOVE "S" TO FIN-DE-DEPURACION
               END-READ.
               IF NOT HAY-FIN-DE-DEPURACION
                   IF RPO-ID NOT = ID-A-DEPURAR
                           OR RPO-FECHA NOT = FECHA-HOY-NUM
                       MOVE "S" TO FIN-DE-DEPURACION
                   ELSE
           GRABAR-EN-REPOSITORIO.
               IF HAY-REPOSITORIO
                   ADD 1 TO RPO-LINEA-ACTUAL
                   IF SIN-REDIRECCION
                       MOVE RPT-ID TO RPO-ID
                   ELSE
                       MOVE ID-REDIRIGIDO TO RPO-ID
                   END-IF
                   MOVE FECHA-HOY-NUM TO RPO-FECHA
                   MOVE PAGINA TO RPO-PAGINA
                   MOVE RPO-LINEA-ACTUAL TO RPO-LINEA
                   MOVE "N" TO REPOSITORIO-ACTIVO
               END-IF.

      *La redireccion arranca limpia: se depura lo que haya quedado
      *archivado con esa identificacion en la fecha (un pedido
      *recorrido) y la hoja vuelve a cero. Se pide con el reporte
      *cerrado, por eso el repositorio se abre y se cierra aca.
           REDIRIGIR-REPORTES.
               MOVE RPT-ID TO ID-REDIRIGIDO.
               IF NOT SIN-REDIRECCION
                   CALL "FECHANEG" USING FECHA-HOY
                   MOVE ZERO TO PAGINA
                   PERFORM ABRIR-REPOSITORIO
                   IF HAY-REPOSITORIO
                       MOVE ID-REDIRIGIDO TO ID-A-DEPURAR
                       PERFORM DEPURAR-REPORTE-VIEJO
                       CLOSE REPOSIT
                       MOVE "N" TO REPOSITORIO-ACTIVO
                   END-IF
               END-IF.

       END PROGRAM REPORTER.
