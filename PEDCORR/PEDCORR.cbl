      ******************************************************************
      *PEDCORR - Paso nocturno que corre los pedidos de trabajo
      *aprobados (archivo PEDTRAB, ver COPYLIB/PEDTRB) que el turno
      *dia grabo desde EJERMENU y un supervisor aprobo en PEDAPR.
      *Para cada pedido aprobado:
      *  - declara en PARAM los valores del pedido (programa
      *    "*PEDIDO" y "*VALOR"), que pisan los de PARMFILE solo para
      *    el programa pedido y solo mientras dura su corrida; lo que
      *    el pedido no trae sale de PARMFILE como cualquier noche;
      *  - redirige REPORTER (pedido "R") a la identificacion "PD" y
      *    el numero de pedido, asi la caratula, todo lo que el
      *    programa imprime y el resultado quedan archivados juntos
      *    en el repositorio REPOSIT con la fecha de proceso, y el
      *    que pidio lo reimprime a la manana con REPOPRT;
      *  - invoca el programa por CALL, como NOCHECTL;
      *  - marca el pedido "T" terminado (RC menor a 8) o "F" fallido
      *    (RC 8 o mas, o el programa no se pudo invocar) con la
      *    fecha de proceso, el RC y la identificacion del reporte.
      *La caratula y el resultado de cada pedido salen ademas por el
      *DD PEDCORR, una hoja por pedido.
      *RC=4 si algun pedido fallo; RC=8 si no se pudo abrir PEDTRAB.
      *Sin PEDTRAB todavia no hay pedidos y termina con RC=0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCORR.
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
       01  FECHA-PROCESO PIC 9(08).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  PROGRAMA-A-LLAMAR PIC X(10).
       01  RETORNO-PEDIDO PIC 9(04).
       01  PEDIDOS-CORRIDOS PIC 9(05) VALUE ZERO.
       01  PEDIDOS-FALLIDOS PIC 9(05) VALUE ZERO.
       01  IDX-PAR PIC 9(01).

      *Programas que se pueden pedir, con el PROGRAM-ID como lo llama
      *el CALL y el nombre corto con que leen sus claves en PARAM.
       01  TABLA-PEDIBLES.
           05  FILLER PIC X(18) VALUE "Ejercicio1EJERCIC1".
           05  FILLER PIC X(18) VALUE "EJERCICIO2EJERCIC2".
           05  FILLER PIC X(18) VALUE "EJERCICIO3EJERCIC3".
           05  FILLER PIC X(18) VALUE "EJERCICIO4EJERCIC4".
           05  FILLER PIC X(18) VALUE "EJERCICIO5EJERCIC5".
       01  PEDIBLES REDEFINES TABLA-PEDIBLES.
           05  PB-ENTRADA OCCURS 5 TIMES INDEXED BY IDX-PB.
               10  PB-PROGRAMA PIC X(10).
               10  PB-NOMBRE-PARAM PIC X(08).
       01  BUSCADO-FLAG PIC X(01).
           88  FUE-HALLADO VALUE "S".
       01  POS-HALLADA PIC 9(01).

       01  PRM-PROGRAMA PIC X(08).
       01  PRM-CLAVE PIC X(16).
       01  PRM-VALOR PIC X(16).
       01  PRM-HALLADO PIC X(01).

       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "PEDCORR".
       01  REP-REDIRIGIDO PIC X(08).
       01  REPORTE-YA-ABIERTO PIC X(01) VALUE "N".
           88  YA-SE-ABRIO VALUE "S".
       01  REPORTE-PEDIDO.
           05  FILLER PIC X(02) VALUE "PD".
           05  RP-NUMERO PIC 9(06).

       01  RPT-DETALLE PIC X(80).
       01  RPT-CARATULA.
           05  FILLER PIC X(08) VALUE "PEDIDO: ".
           05  RC-NUMERO PIC 9(06).
           05  FILLER PIC X(12) VALUE "  PROGRAMA: ".
           05  RC-PROGRAMA PIC X(10).
           05  FILLER PIC X(09) VALUE "  PIDIO: ".
           05  RC-SOLICITANTE PIC X(08).
           05  FILLER PIC X(10) VALUE "  APROBO: ".
           05  RC-RESOLVIO PIC X(08).
           05  FILLER PIC X(09) VALUE SPACES.
       01  RPT-FECHAS.
           05  FILLER PIC X(14) VALUE "PEDIDO EL DIA ".
           05  RF-FECHA-SOL PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  RF-HORA-SOL PIC 9(06).
           05  FILLER PIC X(21) VALUE ", CORRE CON FECHA DE ".
           05  FILLER PIC X(09) VALUE "PROCESO: ".
           05  RF-FECHA-PROCESO PIC 9(08).
           05  FILLER PIC X(13) VALUE SPACES.
       01  RPT-PARAMETRO.
           05  FILLER PIC X(13) VALUE "  PARAMETRO: ".
           05  RPA-CLAVE PIC X(16).
           05  FILLER PIC X(01) VALUE SPACES.
           05  RPA-VALOR PIC X(16).
           05  FILLER PIC X(34) VALUE SPACES.
       01  RPT-SIN-PARAMETROS PIC X(80)
               VALUE "  SIN PARAMETROS: TODO SALE DE PARMFILE".
       01  RPT-RESULTADO.
           05  FILLER PIC X(08) VALUE "PEDIDO: ".
           05  RR-NUMERO PIC 9(06).
           05  FILLER PIC X(16) VALUE "  TERMINO CON RC".
           05  FILLER PIC X(01) VALUE "=".
           05  RR-RETORNO PIC ZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RR-ESTADO PIC X(09).
           05  FILLER PIC X(34) VALUE SPACES.
      *RETORNO-CORRIDA se carga recien antes del GOBACK: cada CALL
      *pisa RETURN-CODE con el retorno del subprograma.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

           CALL "FECHANEG" USING FECHA-PROCESO.
           OPEN I-O PEDTRAB.
           EVALUATE PTR-STATUS
               WHEN "00"
                   PERFORM CORRER-APROBADOS
                   CLOSE PEDTRAB
                   DISPLAY "PEDIDOS CORRIDOS " PEDIDOS-CORRIDOS
                           " FALLIDOS " PEDIDOS-FALLIDOS
               WHEN "35"
                   DISPLAY "NO HAY PEDIDOS TODAVIA"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR PEDTRAB: " PTR-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
           END-EVALUATE.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           CORRER-APROBADOS.
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
                       IF PTR-APROBADO
                           PERFORM CORRER-UN-PEDIDO
                       END-IF
               END-READ.

           CORRER-UN-PEDIDO.
               ADD 1 TO PEDIDOS-CORRIDOS.
               MOVE PTR-NUMERO TO RP-NUMERO.
               MOVE "R" TO REP-PEDIDO.
               MOVE REPORTE-PEDIDO TO REP-REDIRIGIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-REDIRIGIDO
                   RPT-DETALLE.
               PERFORM IMPRIMIR-CARATULA.
               MOVE "N" TO BUSCADO-FLAG.
               PERFORM MIRAR-UN-PEDIBLE
                   VARYING IDX-PB FROM 1 BY 1
                   UNTIL IDX-PB > 5 OR FUE-HALLADO.
               IF FUE-HALLADO
                   PERFORM INVOCAR-PROGRAMA
               ELSE
                   DISPLAY "PEDIDO " PTR-NUMERO
                           ": PROGRAMA QUE NO SE PUEDE PEDIR: "
                           PTR-PROGRAMA
                   MOVE 8 TO RETORNO-PEDIDO
               END-IF.
               PERFORM IMPRIMIR-RESULTADO.
               MOVE "R" TO REP-PEDIDO.
               MOVE SPACES TO REP-REDIRIGIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-REDIRIGIDO
                   RPT-DETALLE.
               PERFORM CERRAR-PEDIDO.

           MIRAR-UN-PEDIBLE.
               IF PB-PROGRAMA(IDX-PB) = PTR-PROGRAMA
                   MOVE "S" TO BUSCADO-FLAG
                   SET POS-HALLADA TO IDX-PB
               END-IF.

      *Los valores del pedido valen solo para su programa y solo
      *durante el CALL: despues se borran con un "*PEDIDO" en blanco.
           INVOCAR-PROGRAMA.
               MOVE "*PEDIDO" TO PRM-PROGRAMA.
               MOVE PB-NOMBRE-PARAM(POS-HALLADA) TO PRM-CLAVE.
               CALL "PARAM" USING PRM-PROGRAMA PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               MOVE "*VALOR" TO PRM-PROGRAMA.
               PERFORM DECLARAR-UN-VALOR
                   VARYING IDX-PAR FROM 1 BY 1 UNTIL IDX-PAR > 6.
               MOVE PTR-PROGRAMA TO PROGRAMA-A-LLAMAR.
               DISPLAY "PEDIDO " PTR-NUMERO ": CORRE "
                       PROGRAMA-A-LLAMAR.
               MOVE ZERO TO RETURN-CODE.
               CALL PROGRAMA-A-LLAMAR
                   ON EXCEPTION
                       DISPLAY "NO SE PUDO INVOCAR EL PROGRAMA: "
                               PROGRAMA-A-LLAMAR
                       MOVE 8 TO RETURN-CODE
               END-CALL.
               MOVE RETURN-CODE TO RETORNO-PEDIDO.
               MOVE "*PEDIDO" TO PRM-PROGRAMA.
               MOVE SPACES TO PRM-CLAVE.
               CALL "PARAM" USING PRM-PROGRAMA PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.

           DECLARAR-UN-VALOR.
               IF PTR-CLAVE(IDX-PAR) NOT = SPACES
                   MOVE PTR-CLAVE(IDX-PAR) TO PRM-CLAVE
                   MOVE PTR-VALOR(IDX-PAR) TO PRM-VALOR
                   CALL "PARAM" USING PRM-PROGRAMA PRM-CLAVE
                       PRM-VALOR PRM-HALLADO
               END-IF.

      *El reporte PEDCORR se abre con el primer pedido de la noche
      *y se extiende con los siguientes: entre uno y otro corre el
      *programa pedido, que puede usar REPORTER por su cuenta.
           ABRIR-REPORTE.
               IF YA-SE-ABRIO
                   MOVE "E" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE
                   MOVE "S" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE
               ELSE
                   MOVE "A" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE
                   MOVE "S" TO REPORTE-YA-ABIERTO
               END-IF.
               MOVE "D" TO REP-PEDIDO.

           IMPRIMIR-CARATULA.
               PERFORM ABRIR-REPORTE.
               MOVE PTR-NUMERO TO RC-NUMERO.
               MOVE PTR-PROGRAMA TO RC-PROGRAMA.
               MOVE PTR-SOLICITANTE TO RC-SOLICITANTE.
               MOVE PTR-RESOLVIO TO RC-RESOLVIO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CARATULA.
               MOVE PTR-FECHA-SOL TO RF-FECHA-SOL.
               MOVE PTR-HORA-SOL TO RF-HORA-SOL.
               MOVE FECHA-PROCESO TO RF-FECHA-PROCESO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-FECHAS.
               IF PTR-PARAMETROS = SPACES
                   CALL "REPORTER" USING REP-PEDIDO REP-ID
                       RPT-SIN-PARAMETROS
               ELSE
                   PERFORM IMPRIMIR-UN-PARAMETRO
                       VARYING IDX-PAR FROM 1 BY 1 UNTIL IDX-PAR > 6
               END-IF.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE.

           IMPRIMIR-UN-PARAMETRO.
               IF PTR-CLAVE(IDX-PAR) NOT = SPACES
                   MOVE PTR-CLAVE(IDX-PAR) TO RPA-CLAVE
                   MOVE PTR-VALOR(IDX-PAR) TO RPA-VALOR
                   CALL "REPORTER" USING REP-PEDIDO REP-ID
                       RPT-PARAMETRO
               END-IF.

           IMPRIMIR-RESULTADO.
               PERFORM ABRIR-REPORTE.
               MOVE PTR-NUMERO TO RR-NUMERO.
               MOVE RETORNO-PEDIDO TO RR-RETORNO.
               IF RETORNO-PEDIDO < 8
                   MOVE "TERMINADO" TO RR-ESTADO
               ELSE
                   MOVE "FALLIDO" TO RR-ESTADO
               END-IF.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-RESULTADO.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE.

           CERRAR-PEDIDO.
               IF RETORNO-PEDIDO < 8
                   MOVE "T" TO PTR-ESTADO
               ELSE
                   MOVE "F" TO PTR-ESTADO
                   ADD 1 TO PEDIDOS-FALLIDOS
                   IF RETORNO-CORRIDA < 4
                       MOVE 4 TO RETORNO-CORRIDA
                   END-IF
               END-IF.
               MOVE FECHA-PROCESO TO PTR-FECHA-CORRIDA.
               MOVE RETORNO-PEDIDO TO PTR-RETORNO.
               MOVE REPORTE-PEDIDO TO PTR-REPORTE.
               REWRITE PTR-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL PEDIDO: "
                               PTR-NUMERO
               END-REWRITE.

       END PROGRAM PEDCORR.
