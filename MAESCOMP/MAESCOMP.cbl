      ******************************************************************
      *MAESCOMP - Comparacion de maestros antes de una importacion
      *de MAESTROS. Al promover un SITECFG o MSGCAT probado (exportar
      *en prueba, importar en produccion) la importacion recarga el
      *maestro de cero, y nadie veia que ademas se llevaba claves que
      *solo existian en produccion (las DUR-<programa>, por ejemplo)
      *o pisaba un mensaje corregido en produccion la semana antes.
      *Este programa compara la copia que se va a importar (DD
      *OPERSEQ, CFGSEQ, MSGSEQ o CALSEQ, la misma que leeria
      *MAESTROS) contra lo que hay hoy, que puede ser:
      *  V - el maestro vivo (OPERMAST, SITECFG, MSGCAT o CALFERI);
      *  E - otra exportacion del mismo maestro (DD OPERACT, CFGACT,
      *      MSGACT o CALACT), para comparar dos copias sin tocar
      *      produccion.
      *Lista via REPORTER las claves agregadas, quitadas y cambiadas
      *con el valor actual y el nuevo, y cierra con los totales. La
      *clave de acceso de OPERMAST no se imprime: si un operador
      *difiere solo en la clave o su historia, se lo informa asi.
      *Retorno: 0 si la importacion no perderia nada (iguales o solo
      *agregadas), 4 si hay claves quitadas o cambiadas (se perderia
      *lo que hay hoy: el paso de importacion queda condicionado a
      *RC=0 y se relanza a mano despues de revisar el reporte), 8 si
      *no se pudo comparar.
      *Por SYSIN: el maestro ((O)PERMAST, (C)ONFIG, (M)SGCAT,
      *(F)ERIADOS) y contra que se compara (V/E, ENTER = V).
      ******************************************************************
      *Modificaciones:
      *  - OPERMAST crece a 94 bytes (idioma del operador) y MSGCAT
      *    a 71 con clave codigo + idioma (ver COPYLIB/OPERMST y
      *    COPYLIB/MSGCAT): las copias se leen con el largo nuevo, la
      *    clave de MSGCAT se compara con su idioma y la imagen del
      *    operador muestra el idioma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAESCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-OPERADOR-ID
               FILE STATUS IS OPM-STATUS.
           SELECT SITECFG ASSIGN TO "SITECFG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFG-CLAVE
               FILE STATUS IS CFG-STATUS.
           SELECT MSGCAT ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-CLAVE
               FILE STATUS IS MSG-STATUS.
           SELECT CALFERI ASSIGN TO "CALFERI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT OPERSEQ ASSIGN TO "OPERSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.
           SELECT CFGSEQ ASSIGN TO "CFGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.
           SELECT MSGSEQ ASSIGN TO "MSGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.
           SELECT CALSEQ ASSIGN TO "CALSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.
           SELECT OPERACT ASSIGN TO "OPERACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-STATUS.
           SELECT CFGACT ASSIGN TO "CFGACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-STATUS.
           SELECT MSGACT ASSIGN TO "MSGACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-STATUS.
           SELECT CALACT ASSIGN TO "CALACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST.
       COPY OPERMST.

       FD  SITECFG.
       COPY SITECFG.

       FD  MSGCAT.
       COPY MSGCAT.

       FD  CALFERI
           RECORDING MODE IS F.
       01  CAL-REGISTRO.
           05  CAL-FECHA PIC 9(08).

       FD  OPERSEQ
           RECORDING MODE IS F.
       01  OPERSEQ-REG PIC X(94).

       FD  CFGSEQ
           RECORDING MODE IS F.
       01  CFGSEQ-REG PIC X(51).

       FD  MSGSEQ
           RECORDING MODE IS F.
       01  MSGSEQ-REG PIC X(71).

       FD  CALSEQ
           RECORDING MODE IS F.
       01  CALSEQ-REG PIC X(08).

       FD  OPERACT
           RECORDING MODE IS F.
       01  OPERACT-REG PIC X(94).

       FD  CFGACT
           RECORDING MODE IS F.
       01  CFGACT-REG PIC X(51).

       FD  MSGACT
           RECORDING MODE IS F.
       01  MSGACT-REG PIC X(71).

       FD  CALACT
           RECORDING MODE IS F.
       01  CALACT-REG PIC X(08).

       WORKING-STORAGE SECTION.
       01  OPM-STATUS PIC X(02).
       01  CFG-STATUS PIC X(02).
       01  MSG-STATUS PIC X(02).
       01  CAL-STATUS PIC X(02).
       01  SEQ-STATUS PIC X(02).
       01  ACT-STATUS PIC X(02).
       01  ELECCION-ENTRADA PIC X(01).
           88  ELIGE-OPERMAST VALUE "O" "o".
           88  ELIGE-SITECFG VALUE "C" "c".
           88  ELIGE-MSGCAT VALUE "M" "m".
           88  ELIGE-CALFERI VALUE "F" "f".
       01  ORIGEN-ENTRADA PIC X(01).
           88  CONTRA-VIVO VALUE "V" "v" " ".
           88  CONTRA-EXPORTACION VALUE "E" "e".
       01  FIN-DE-ARCHIVO PIC X(01).
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  COMPARACION-OK PIC X(01) VALUE "S".
           88  SE-PUEDE-COMPARAR VALUE "S".
       01  LARGO-CLAVE PIC 9(02).
       01  REG-ACTUAL PIC X(94).
       01  REG-NUEVO PIC X(94).
       01  CLAVE-BUSCADA PIC X(16).
       01  POS-HALLADA PIC 9(04).
       01  CANTIDAD-ACTUAL PIC 9(04) VALUE ZERO.
       01  TOPE-TABLA PIC 9(04) VALUE 2000.
       01  TABLA-ACTUAL.
           05  TA-ENTRADA OCCURS 2000 TIMES INDEXED BY IDX-ACT.
               10  TA-CLAVE PIC X(16).
               10  TA-DATOS PIC X(94).
               10  TA-VISTA PIC X(01).
       01  TOTAL-AGREGADAS PIC 9(05) VALUE ZERO.
       01  TOTAL-QUITADAS PIC 9(05) VALUE ZERO.
       01  TOTAL-CAMBIADAS PIC 9(05) VALUE ZERO.
       01  TOTAL-IGUALES PIC 9(05) VALUE ZERO.
       01  AVISO-SOLO-CLAVE PIC X(50)
               VALUE "DIFIEREN SOLO LA CLAVE DE ACCESO O SU HISTORIA".
       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "MAESCOMP".
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.
      *Vistas de un registro suelto de cada maestro para armar la
      *imagen impresa.
       COPY OPERMST REPLACING LEADING ==OPM-== BY ==CMO-==.
       COPY SITECFG REPLACING LEADING ==CFG-== BY ==CMC-==.
       COPY MSGCAT REPLACING LEADING ==MSG-== BY ==CMM-==.

       01  RPT-TITULO.
           05  FILLER PIC X(32)
                   VALUE "COMPARACION DE MAESTROS: ".
           05  TIT-MAESTRO PIC X(08).
           05  FILLER PIC X(10) VALUE " CONTRA ".
           05  TIT-ORIGEN PIC X(20).
           05  FILLER PIC X(10) VALUE SPACES.

       01  RPT-CLAVE.
           05  DET-TIPO PIC X(10).
           05  DET-CLAVE PIC X(16).
           05  FILLER PIC X(54) VALUE SPACES.

       01  RPT-IMAGEN.
           05  DET-LADO PIC X(08).
           05  DET-IMAGEN PIC X(72).

       01  IMAGEN-OPERADOR.
           05  FILLER PIC X(07) VALUE "ACTIVO=".
           05  IMO-ACTIVO PIC X(01).
           05  FILLER PIC X(07) VALUE " NIVEL=".
           05  IMO-NIVEL PIC X(01).
           05  FILLER PIC X(06) VALUE " BLOQ=".
           05  IMO-BLOQ PIC X(01).
           05  FILLER PIC X(07) VALUE " VENCE=".
           05  IMO-VENCE PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  IMO-NOMBRE PIC X(30).
           05  FILLER PIC X(01) VALUE SPACES.
           05  IMO-IDIOMA PIC X(02).

       01  IMAGEN-PARAMETRO.
           05  FILLER PIC X(06) VALUE "VALOR=".
           05  IMC-VALOR PIC 9(05).
           05  FILLER PIC X(01) VALUE SPACES.
           05  IMC-DESC PIC X(30).
           05  FILLER PIC X(30) VALUE SPACES.

       01  IMAGEN-MENSAJE.
           05  IMM-SEVERIDAD PIC X(01).
           05  IMM-RUTA PIC X(01).
           05  FILLER PIC X(01) VALUE SPACES.
           05  IMM-TEXTO PIC X(60).
           05  FILLER PIC X(09) VALUE SPACES.

       01  RPT-PIE.
           05  FILLER PIC X(11) VALUE "AGREGADAS: ".
           05  PIE-AGREGADAS PIC ZZZZ9.
           05  FILLER PIC X(12) VALUE "  QUITADAS: ".
           05  PIE-QUITADAS PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE "  CAMBIADAS: ".
           05  PIE-CAMBIADAS PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE "  IGUALES: ".
           05  PIE-IGUALES PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY "MAESTRO: (O)PERMAST, (C)ONFIG, (M)SGCAT, "
                   "(F)ERIADOS".
           ACCEPT ELECCION-ENTRADA.
           DISPLAY "CONTRA EL MAESTRO (V)IVO O OTRA (E)XPORTACION "
                   "(ENTER = V)".
           ACCEPT ORIGEN-ENTRADA.
           EVALUATE TRUE
               WHEN NOT ELIGE-OPERMAST AND NOT ELIGE-SITECFG
                       AND NOT ELIGE-MSGCAT AND NOT ELIGE-CALFERI
                   DISPLAY "MAESTRO INVALIDO, SE CANCELA"
                   MOVE "N" TO COMPARACION-OK
               WHEN NOT CONTRA-VIVO AND NOT CONTRA-EXPORTACION
                   DISPLAY "ORIGEN INVALIDO, SE CANCELA"
                   MOVE "N" TO COMPARACION-OK
               WHEN OTHER
                   PERFORM ABRIR-REPORTE
                   PERFORM CARGAR-ACTUAL
                   IF SE-PUEDE-COMPARAR
                       PERFORM COMPARAR-NUEVO
                   END-IF
                   IF SE-PUEDE-COMPARAR
                       PERFORM INFORMAR-QUITADAS
                           VARYING IDX-ACT FROM 1 BY 1
                           UNTIL IDX-ACT > CANTIDAD-ACTUAL
                   END-IF
                   PERFORM CERRAR-REPORTE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN NOT SE-PUEDE-COMPARAR
                   MOVE 8 TO RETORNO-CORRIDA
               WHEN TOTAL-QUITADAS > ZERO OR TOTAL-CAMBIADAS > ZERO
                   DISPLAY "LA IMPORTACION PERDERIA DATOS: REVISAR "
                           "EL REPORTE"
                   MOVE 4 TO RETORNO-CORRIDA
           END-EVALUATE.
           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           ABRIR-REPORTE.
               EVALUATE TRUE
                   WHEN ELIGE-OPERMAST
                       MOVE "OPERMAST" TO TIT-MAESTRO
                       MOVE 8 TO LARGO-CLAVE
                   WHEN ELIGE-SITECFG
                       MOVE "SITECFG" TO TIT-MAESTRO
                       MOVE 16 TO LARGO-CLAVE
                   WHEN ELIGE-MSGCAT
                       MOVE "MSGCAT" TO TIT-MAESTRO
                       MOVE 9 TO LARGO-CLAVE
                   WHEN ELIGE-CALFERI
                       MOVE "CALFERI" TO TIT-MAESTRO
                       MOVE 8 TO LARGO-CLAVE
               END-EVALUATE.
               IF CONTRA-VIVO
                   MOVE "EL MAESTRO VIVO" TO TIT-ORIGEN
               ELSE
                   MOVE "OTRA EXPORTACION" TO TIT-ORIGEN
               END-IF.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.

           CERRAR-REPORTE.
               MOVE TOTAL-AGREGADAS TO PIE-AGREGADAS.
               MOVE TOTAL-QUITADAS TO PIE-QUITADAS.
               MOVE TOTAL-CAMBIADAS TO PIE-CAMBIADAS.
               MOVE TOTAL-IGUALES TO PIE-IGUALES.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.

      *Lo que hay hoy va a la tabla en memoria (los maestros son
      *chicos); despues cada registro de la copia nueva se busca ahi.
      *Un maestro vivo que todavia no existe compara como vacio: todo
      *lo de la copia nueva sale como agregado.
           CARGAR-ACTUAL.
               MOVE "N" TO FIN-DE-ARCHIVO.
               EVALUATE TRUE
                   WHEN ELIGE-OPERMAST AND CONTRA-VIVO
                       PERFORM CARGAR-OPERMAST
                   WHEN ELIGE-SITECFG AND CONTRA-VIVO
                       PERFORM CARGAR-SITECFG
                   WHEN ELIGE-MSGCAT AND CONTRA-VIVO
                       PERFORM CARGAR-MSGCAT
                   WHEN ELIGE-CALFERI AND CONTRA-VIVO
                       PERFORM CARGAR-CALFERI
                   WHEN ELIGE-OPERMAST
                       PERFORM CARGAR-OPERACT
                   WHEN ELIGE-SITECFG
                       PERFORM CARGAR-CFGACT
                   WHEN ELIGE-MSGCAT
                       PERFORM CARGAR-MSGACT
                   WHEN ELIGE-CALFERI
                       PERFORM CARGAR-CALACT
               END-EVALUATE.

           CARGAR-OPERMAST.
               OPEN INPUT OPERMAST.
               EVALUATE TRUE
                   WHEN OPM-STATUS = "35"
                       DISPLAY "OPERMAST NO EXISTE, SE COMPARA VACIO"
                   WHEN OPM-STATUS NOT = "00"
                       DISPLAY "OPERMAST NO ABRE: " OPM-STATUS
                       MOVE "N" TO COMPARACION-OK
                   WHEN OTHER
                       MOVE LOW-VALUES TO OPM-OPERADOR-ID
                       START OPERMAST KEY IS NOT LESS THAN
                               OPM-OPERADOR-ID
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM LEER-UN-OPERADOR
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE OPERMAST
               END-EVALUATE.

           LEER-UN-OPERADOR.
               READ OPERMAST NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE OPM-REGISTRO TO REG-ACTUAL
                   PERFORM GUARDAR-ACTUAL
               END-IF.

           CARGAR-SITECFG.
               OPEN INPUT SITECFG.
               EVALUATE TRUE
                   WHEN CFG-STATUS = "35"
                       DISPLAY "SITECFG NO EXISTE, SE COMPARA VACIO"
                   WHEN CFG-STATUS NOT = "00"
                       DISPLAY "SITECFG NO ABRE: " CFG-STATUS
                       MOVE "N" TO COMPARACION-OK
                   WHEN OTHER
                       MOVE LOW-VALUES TO CFG-CLAVE
                       START SITECFG KEY IS NOT LESS THAN CFG-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM LEER-UN-PARAMETRO
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE SITECFG
               END-EVALUATE.

           LEER-UN-PARAMETRO.
               READ SITECFG NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE CFG-REGISTRO TO REG-ACTUAL
                   PERFORM GUARDAR-ACTUAL
               END-IF.

           CARGAR-MSGCAT.
               OPEN INPUT MSGCAT.
               EVALUATE TRUE
                   WHEN MSG-STATUS = "35"
                       DISPLAY "MSGCAT NO EXISTE, SE COMPARA VACIO"
                   WHEN MSG-STATUS NOT = "00"
                       DISPLAY "MSGCAT NO ABRE: " MSG-STATUS
                       MOVE "N" TO COMPARACION-OK
                   WHEN OTHER
                       MOVE LOW-VALUES TO MSG-CLAVE
                       START MSGCAT KEY IS NOT LESS THAN MSG-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM LEER-UN-MENSAJE
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE MSGCAT
               END-EVALUATE.

           LEER-UN-MENSAJE.
               READ MSGCAT NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE MSG-REGISTRO TO REG-ACTUAL
                   PERFORM GUARDAR-ACTUAL
               END-IF.

           CARGAR-CALFERI.
               OPEN INPUT CALFERI.
               EVALUATE TRUE
                   WHEN CAL-STATUS = "35"
                       DISPLAY "CALFERI NO EXISTE, SE COMPARA VACIO"
                   WHEN CAL-STATUS NOT = "00"
                       DISPLAY "CALFERI NO ABRE: " CAL-STATUS
                       MOVE "N" TO COMPARACION-OK
                   WHEN OTHER
                       PERFORM LEER-UN-FERIADO
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE CALFERI
               END-EVALUATE.

           LEER-UN-FERIADO.
               READ CALFERI
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE CAL-REGISTRO TO REG-ACTUAL
                   PERFORM GUARDAR-ACTUAL
               END-IF.

           CARGAR-OPERACT.
               OPEN INPUT OPERACT.
               IF ACT-STATUS NOT = "00"
                   DISPLAY "OPERACT NO ABRE: " ACT-STATUS
                   MOVE "N" TO COMPARACION-OK
               ELSE
                   PERFORM LEER-UN-OPERACT UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE OPERACT
               END-IF.

           LEER-UN-OPERACT.
               READ OPERACT
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE OPERACT-REG TO REG-ACTUAL
                   PERFORM GUARDAR-ACTUAL
               END-IF.

           CARGAR-CFGACT.
               OPEN INPUT CFGACT.
               IF ACT-STATUS NOT = "00"
                   DISPLAY "CFGACT NO ABRE: " ACT-STATUS
                   MOVE "N" TO COMPARACION-OK
               ELSE
                   PERFORM LEER-UN-CFGACT UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE CFGACT
               END-IF.

           LEER-UN-CFGACT.
               READ CFGACT
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE CFGACT-REG TO REG-ACTUAL
                   PERFORM GUARDAR-ACTUAL
               END-IF.

           CARGAR-MSGACT.
               OPEN INPUT MSGACT.
               IF ACT-STATUS NOT = "00"
                   DISPLAY "MSGACT NO ABRE: " ACT-STATUS
                   MOVE "N" TO COMPARACION-OK
               ELSE
                   PERFORM LEER-UN-MSGACT UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE MSGACT
               END-IF.

           LEER-UN-MSGACT.
               READ MSGACT
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE MSGACT-REG TO REG-ACTUAL
                   PERFORM GUARDAR-ACTUAL
               END-IF.

           CARGAR-CALACT.
               OPEN INPUT CALACT.
               IF ACT-STATUS NOT = "00"
                   DISPLAY "CALACT NO ABRE: " ACT-STATUS
                   MOVE "N" TO COMPARACION-OK
               ELSE
                   PERFORM LEER-UN-CALACT UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE CALACT
               END-IF.

           LEER-UN-CALACT.
               READ CALACT
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE CALACT-REG TO REG-ACTUAL
                   PERFORM GUARDAR-ACTUAL
               END-IF.

      *Si el maestro no entra en la tabla no se compara a medias:
      *un reporte incompleto diria que no se pierde nada.
           GUARDAR-ACTUAL.
               IF CANTIDAD-ACTUAL NOT < TOPE-TABLA
                   IF SE-PUEDE-COMPARAR
                       DISPLAY "MAS DE " TOPE-TABLA
                               " REGISTROS, NO SE PUEDE COMPARAR"
                       MOVE "N" TO COMPARACION-OK
                   END-IF
               ELSE
                   ADD 1 TO CANTIDAD-ACTUAL
                   MOVE SPACES TO TA-CLAVE(CANTIDAD-ACTUAL)
                   MOVE REG-ACTUAL(1:LARGO-CLAVE)
                       TO TA-CLAVE(CANTIDAD-ACTUAL)
                   MOVE REG-ACTUAL TO TA-DATOS(CANTIDAD-ACTUAL)
                   MOVE "N" TO TA-VISTA(CANTIDAD-ACTUAL)
               END-IF.

           COMPARAR-NUEVO.
               MOVE "N" TO FIN-DE-ARCHIVO.
               EVALUATE TRUE
                   WHEN ELIGE-OPERMAST
                       OPEN INPUT OPERSEQ
                   WHEN ELIGE-SITECFG
                       OPEN INPUT CFGSEQ
                   WHEN ELIGE-MSGCAT
                       OPEN INPUT MSGSEQ
                   WHEN ELIGE-CALFERI
                       OPEN INPUT CALSEQ
               END-EVALUATE.
               IF SEQ-STATUS NOT = "00"
                   DISPLAY "LA COPIA A IMPORTAR NO ABRE: " SEQ-STATUS
                   MOVE "N" TO COMPARACION-OK
               ELSE
                   PERFORM LEER-UN-NUEVO UNTIL HAY-FIN-DE-ARCHIVO
                   EVALUATE TRUE
                       WHEN ELIGE-OPERMAST
                           CLOSE OPERSEQ
                       WHEN ELIGE-SITECFG
                           CLOSE CFGSEQ
                       WHEN ELIGE-MSGCAT
                           CLOSE MSGSEQ
                       WHEN ELIGE-CALFERI
                           CLOSE CALSEQ
                   END-EVALUATE
               END-IF.

           LEER-UN-NUEVO.
               EVALUATE TRUE
                   WHEN ELIGE-OPERMAST
                       READ OPERSEQ
                           AT END MOVE "S" TO FIN-DE-ARCHIVO
                           NOT AT END MOVE OPERSEQ-REG TO REG-NUEVO
                       END-READ
                   WHEN ELIGE-SITECFG
                       READ CFGSEQ
                           AT END MOVE "S" TO FIN-DE-ARCHIVO
                           NOT AT END MOVE CFGSEQ-REG TO REG-NUEVO
                       END-READ
                   WHEN ELIGE-MSGCAT
                       READ MSGSEQ
                           AT END MOVE "S" TO FIN-DE-ARCHIVO
                           NOT AT END MOVE MSGSEQ-REG TO REG-NUEVO
                       END-READ
                   WHEN ELIGE-CALFERI
                       READ CALSEQ
                           AT END MOVE "S" TO FIN-DE-ARCHIVO
                           NOT AT END MOVE CALSEQ-REG TO REG-NUEVO
                       END-READ
               END-EVALUATE.
               IF NOT HAY-FIN-DE-ARCHIVO
                   PERFORM COMPARAR-UN-NUEVO
               END-IF.

           COMPARAR-UN-NUEVO.
               MOVE SPACES TO CLAVE-BUSCADA.
               MOVE REG-NUEVO(1:LARGO-CLAVE) TO CLAVE-BUSCADA.
               MOVE ZERO TO POS-HALLADA.
               PERFORM BUSCAR-CLAVE
                   VARYING IDX-ACT FROM 1 BY 1
                   UNTIL IDX-ACT > CANTIDAD-ACTUAL
                       OR POS-HALLADA NOT = ZERO.
               EVALUATE TRUE
                   WHEN POS-HALLADA = ZERO
                       ADD 1 TO TOTAL-AGREGADAS
                       MOVE "AGREGADA" TO DET-TIPO
                       PERFORM IMPRIMIR-CLAVE
                       MOVE "  NUEVO" TO DET-LADO
                       MOVE REG-NUEVO TO REG-ACTUAL
                       PERFORM IMPRIMIR-IMAGEN
                   WHEN TA-DATOS(POS-HALLADA) = REG-NUEVO
                       ADD 1 TO TOTAL-IGUALES
                       MOVE "S" TO TA-VISTA(POS-HALLADA)
                   WHEN OTHER
                       ADD 1 TO TOTAL-CAMBIADAS
                       MOVE "S" TO TA-VISTA(POS-HALLADA)
                       MOVE "CAMBIADA" TO DET-TIPO
                       PERFORM IMPRIMIR-CLAVE
                       MOVE "  ACTUAL" TO DET-LADO
                       MOVE TA-DATOS(POS-HALLADA) TO REG-ACTUAL
                       PERFORM IMPRIMIR-IMAGEN
                       MOVE "  NUEVO" TO DET-LADO
                       MOVE REG-NUEVO TO REG-ACTUAL
                       PERFORM IMPRIMIR-IMAGEN
                       PERFORM AVISAR-SOLO-CLAVE
               END-EVALUATE.

           BUSCAR-CLAVE.
               IF TA-CLAVE(IDX-ACT) = CLAVE-BUSCADA
                   SET POS-HALLADA TO IDX-ACT
               END-IF.

           INFORMAR-QUITADAS.
               IF TA-VISTA(IDX-ACT) NOT = "S"
                   ADD 1 TO TOTAL-QUITADAS
                   MOVE "QUITADA" TO DET-TIPO
                   MOVE TA-CLAVE(IDX-ACT) TO CLAVE-BUSCADA
                   PERFORM IMPRIMIR-CLAVE
                   MOVE "  ACTUAL" TO DET-LADO
                   MOVE TA-DATOS(IDX-ACT) TO REG-ACTUAL
                   PERFORM IMPRIMIR-IMAGEN
               END-IF.

           IMPRIMIR-CLAVE.
               MOVE CLAVE-BUSCADA TO DET-CLAVE.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-CLAVE.

      *Imprime REG-ACTUAL en el formato del maestro. De OPERMAST se
      *omite la clave de acceso y su historia.
           IMPRIMIR-IMAGEN.
               EVALUATE TRUE
                   WHEN ELIGE-OPERMAST
                       MOVE REG-ACTUAL TO CMO-REGISTRO
                       MOVE CMO-ACTIVO TO IMO-ACTIVO
                       MOVE CMO-NIVEL TO IMO-NIVEL
                       MOVE CMO-BLOQUEADO TO IMO-BLOQ
                       MOVE CMO-CLAVE-VENCE TO IMO-VENCE
                       MOVE CMO-NOMBRE TO IMO-NOMBRE
                       MOVE CMO-IDIOMA TO IMO-IDIOMA
                       MOVE IMAGEN-OPERADOR TO DET-IMAGEN
                   WHEN ELIGE-SITECFG
                       MOVE REG-ACTUAL TO CMC-REGISTRO
                       MOVE CMC-VALOR TO IMC-VALOR
                       MOVE CMC-DESCRIPCION TO IMC-DESC
                       MOVE IMAGEN-PARAMETRO TO DET-IMAGEN
                   WHEN ELIGE-MSGCAT
                       MOVE REG-ACTUAL TO CMM-REGISTRO
                       MOVE CMM-SEVERIDAD TO IMM-SEVERIDAD
                       MOVE CMM-RUTA TO IMM-RUTA
                       MOVE CMM-TEXTO TO IMM-TEXTO
                       MOVE IMAGEN-MENSAJE TO DET-IMAGEN
                   WHEN OTHER
                       MOVE REG-ACTUAL TO DET-IMAGEN
               END-EVALUATE.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-IMAGEN.

      *Dos operadores que difieren solo en la clave o su historia
      *imprimen igual: se aclara para que no parezca un falso aviso.
           AVISAR-SOLO-CLAVE.
               IF ELIGE-OPERMAST
                   MOVE TA-DATOS(POS-HALLADA) TO CMO-REGISTRO
                   IF CMO-NOMBRE = REG-NUEVO(17:30)
                       AND CMO-REGISTRO(47:13) = REG-NUEVO(47:13)
                       AND CMO-IDIOMA = REG-NUEVO(93:2)
                       MOVE SPACES TO DET-LADO
                       MOVE AVISO-SOLO-CLAVE TO DET-IMAGEN
                       MOVE "D" TO REP-PEDIDO
                       CALL "REPORTER" USING REP-PEDIDO REP-ID
                           RPT-IMAGEN
                   END-IF
               END-IF.

       END PROGRAM MAESCOMP.
