      ******************************************************************
      *VALENTR - Validacion de un archivo de entrada del stream antes
      *de que lo consuman. TABLASIN llega de la coordinacion de cursos
      *y BATCHIN a veces se arma a mano en lugar de salir de
      *EJERCICIO2, y EJERCICIO4/EJERCICIO5 procesaban lo que hubiera
      *en el dataset: el archivo de la semana pasada copiado de nuevo
      *o uno cortado en la transferencia. Cada archivo trae ahora
      *cabecera y cola (ver COPYLIB/CTLENT) y este subprograma lo
      *rechaza cuando:
      *  - no empieza con la cabecera, la cabecera viene incompleta
      *    o aparece una segunda;
      *  - no termina con la cola (archivo cortado) o hay registros
      *    despues de ella;
      *  - la cantidad de registros o el total hash de los valores no
      *    coinciden con los de la cola;
      *  - la secuencia de la cabecera ya figura aceptada para ese
      *    archivo y origen en el registro de recibidos (RECIBIDO, ver
      *    COPYLIB/RECIBID).
      *El veredicto queda en RECIBIDO (si la cabecera se pudo leer) y
      *cada rechazo en EXCPTLOG (tipo ENTRADA) y en ALERTAS. Lo llaman
      *los pasos VALBATCH (BATCHIN) y VALTABLA (TABLASIN) con el
      *nombre del archivo; PAR-RETORNO vuelve en 0 si el archivo se
      *acepto, 4 si se rechazo y 8 si no se pudo usar el registro de
      *recibidos. NOCHECTL omite el paso consumidor cuando su paso de
      *validacion termino con 4 (columna 40 de NOCHEDEF).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALENTR IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHIN ASSIGN TO "BATCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-STATUS.
           SELECT TABLASIN ASSIGN TO "TABLASIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-STATUS.
           SELECT RECIBIDO ASSIGN TO "RECIBIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-CLAVE
               FILE STATUS IS RCB-STATUS.
           SELECT EXCPTLOG ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCHIN
           RECORDING MODE IS F.
       01  BATCHIN-REG PIC X(30).

       FD  TABLASIN
           RECORDING MODE IS F.
       01  TABLASIN-REG PIC X(30).

       FD  RECIBIDO.
       COPY RECIBID.

       FD  EXCPTLOG
           RECORDING MODE IS F.
       COPY EXCLOG.

       WORKING-STORAGE SECTION.
       01  ARC-STATUS PIC X(02).
       01  RCB-STATUS PIC X(02).
       01  EXC-STATUS PIC X(02).
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "VALENTR".
       01  FECHA-HOY PIC 9(08).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  ARCHIVO-ABIERTO PIC X(01) VALUE "N".
           88  ESTA-ABIERTO VALUE "S".
       01  LINEA-LEIDA PIC X(30).
       COPY CTLENT.

      *Lo que dice la cabecera y la cola, y lo que se conto leyendo.
       01  CABECERA-LEIDA PIC X(01) VALUE "N".
           88  HAY-CABECERA VALUE "S".
       01  COLA-LEIDA PIC X(01) VALUE "N".
           88  HAY-COLA VALUE "S".
       01  CAB-ORIGEN PIC X(08).
       01  CAB-FECHA-CREACION PIC 9(08).
       01  CAB-SECUENCIA PIC 9(06).
       01  COLA-REGISTROS PIC 9(07) VALUE ZERO.
       01  COLA-HASH PIC 9(11) VALUE ZERO.
       01  REGISTROS-CONTADOS PIC 9(07) VALUE ZERO.
       01  HASH-CONTADO PIC 9(11) VALUE ZERO.
       01  VALOR-LEIDO PIC 9(03).

      *El primer motivo que aparece es el que se informa.
       01  ARCHIVO-RECHAZADO PIC X(01) VALUE "N".
           88  SE-RECHAZA VALUE "S".
       01  MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
       01  DETALLE-RECHAZO.
           05  DR-ARCHIVO PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DR-MOTIVO PIC X(31).
       01  ALERTA-TIPO PIC X(08) VALUE "ENTRADA".
       01  REGISTRO-ABIERTO PIC X(01) VALUE "N".
           88  HAY-REGISTRO VALUE "S".

       LINKAGE SECTION.
       01  PAR-ARCHIVO PIC X(08).
       01  PAR-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING PAR-ARCHIVO PAR-RETORNO.

           MOVE ZERO TO PAR-RETORNO.
           CALL "FECHANEG" USING FECHA-HOY.
           DISPLAY "VALIDACION DE " PAR-ARCHIVO
                   ", FECHA DE PROCESO " FECHA-HOY.

           PERFORM ABRIR-ARCHIVO.
           IF ESTA-ABIERTO
               PERFORM LEER-ARCHIVO
               PERFORM CONTROLAR-CABECERA
               PERFORM CONTAR-UN-REGISTRO UNTIL HAY-FIN-DE-ARCHIVO
               PERFORM CERRAR-ARCHIVO
               PERFORM CONTROLAR-COLA
           END-IF.

           IF HAY-CABECERA
               PERFORM ABRIR-RECIBIDOS
           END-IF.
           IF HAY-REGISTRO
               PERFORM CONTROLAR-DUPLICADO
               PERFORM ANOTAR-VEREDICTO
               CLOSE RECIBIDO
           END-IF.

           IF SE-RECHAZA
               PERFORM INFORMAR-RECHAZO
           ELSE
               IF PAR-RETORNO = ZERO
                   DISPLAY PAR-ARCHIVO " ACEPTADO: ORIGEN " CAB-ORIGEN
                           " SECUENCIA " CAB-SECUENCIA
                           " REGISTROS " REGISTROS-CONTADOS
                           " HASH " HASH-CONTADO
               END-IF
           END-IF.

           GOBACK.

           ABRIR-ARCHIVO.
               IF PAR-ARCHIVO = "BATCHIN"
                   OPEN INPUT BATCHIN
               ELSE
                   OPEN INPUT TABLASIN
               END-IF.
               IF ARC-STATUS = "00"
                   MOVE "S" TO ARCHIVO-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR " PAR-ARCHIVO ": "
                           ARC-STATUS
                   MOVE "ARCHIVO INEXISTENTE O ILEGIBLE"
                       TO MOTIVO-RECHAZO
                   MOVE "S" TO ARCHIVO-RECHAZADO
               END-IF.

           LEER-ARCHIVO.
               MOVE SPACES TO LINEA-LEIDA.
               IF PAR-ARCHIVO = "BATCHIN"
                   READ BATCHIN INTO LINEA-LEIDA
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               ELSE
                   READ TABLASIN INTO LINEA-LEIDA
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               END-IF.
               MOVE LINEA-LEIDA TO ENT-CONTROL.

           CERRAR-ARCHIVO.
               IF PAR-ARCHIVO = "BATCHIN"
                   CLOSE BATCHIN
               ELSE
                   CLOSE TABLASIN
               END-IF.

      *El primer registro tiene que ser la cabecera completa; sin
      *ella no hay secuencia que controlar ni que anotar.
           CONTROLAR-CABECERA.
               EVALUATE TRUE
                   WHEN HAY-FIN-DE-ARCHIVO
                       MOVE "ARCHIVO VACIO" TO MOTIVO-RECHAZO
                       MOVE "S" TO ARCHIVO-RECHAZADO
                   WHEN NOT ENT-ES-CABECERA
                       MOVE "SIN REGISTRO DE CABECERA" TO MOTIVO-RECHAZO
                       MOVE "S" TO ARCHIVO-RECHAZADO
                   WHEN ENT-ORIGEN = SPACES
                           OR ENT-FECHA-CREACION IS NOT NUMERIC
                           OR ENT-SECUENCIA IS NOT NUMERIC
                           OR ENT-SECUENCIA = ZERO
                       MOVE "CABECERA INCOMPLETA" TO MOTIVO-RECHAZO
                       MOVE "S" TO ARCHIVO-RECHAZADO
                   WHEN OTHER
                       MOVE "S" TO CABECERA-LEIDA
                       MOVE ENT-ORIGEN TO CAB-ORIGEN
                       MOVE ENT-FECHA-CREACION TO CAB-FECHA-CREACION
                       MOVE ENT-SECUENCIA TO CAB-SECUENCIA
                       DISPLAY "CABECERA: ORIGEN " CAB-ORIGEN
                               " CREADO " CAB-FECHA-CREACION
                               " SECUENCIA " CAB-SECUENCIA
               END-EVALUATE.
               IF NOT HAY-FIN-DE-ARCHIVO
                   PERFORM LEER-ARCHIVO
               END-IF.

      *Cuenta todo lo que hay entre la cabecera y la cola (tambien
      *los separadores y los registros que el consumidor va a
      *rechazar): la cola dice cuantos registros se mandaron, no
      *cuantos son buenos.
           CONTAR-UN-REGISTRO.
               EVALUATE TRUE
                   WHEN HAY-COLA
                       IF NOT SE-RECHAZA
                           MOVE "REGISTROS DESPUES DE LA COLA"
                               TO MOTIVO-RECHAZO
                           MOVE "S" TO ARCHIVO-RECHAZADO
                       END-IF
                   WHEN ENT-ES-COLA
                       MOVE "S" TO COLA-LEIDA
                       IF ENT-REGISTROS IS NUMERIC
                               AND ENT-HASH IS NUMERIC
                           MOVE ENT-REGISTROS TO COLA-REGISTROS
                           MOVE ENT-HASH TO COLA-HASH
                       ELSE
                           IF NOT SE-RECHAZA
                               MOVE "COLA INCOMPLETA" TO MOTIVO-RECHAZO
                               MOVE "S" TO ARCHIVO-RECHAZADO
                           END-IF
                       END-IF
                   WHEN ENT-ES-CABECERA
                       IF NOT SE-RECHAZA
                           MOVE "CABECERA REPETIDA" TO MOTIVO-RECHAZO
                           MOVE "S" TO ARCHIVO-RECHAZADO
                       END-IF
                   WHEN OTHER
                       ADD 1 TO REGISTROS-CONTADOS
                       PERFORM SUMAR-VALOR
               END-EVALUATE.
               PERFORM LEER-ARCHIVO.

      *Los valores de BATCHIN son los 3 digitos de un registro "D" o
      *del formato viejo sin tipo; los de TABLASIN, los 2 digitos de
      *cada linea.
           SUMAR-VALOR.
               IF PAR-ARCHIVO = "BATCHIN"
                   EVALUATE TRUE
                       WHEN LINEA-LEIDA(1:3) IS NUMERIC
                           MOVE LINEA-LEIDA(1:3) TO VALOR-LEIDO
                           ADD VALOR-LEIDO TO HASH-CONTADO
                       WHEN LINEA-LEIDA(1:1) = "D"
                               AND LINEA-LEIDA(2:3) IS NUMERIC
                           MOVE LINEA-LEIDA(2:3) TO VALOR-LEIDO
                           ADD VALOR-LEIDO TO HASH-CONTADO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   IF LINEA-LEIDA(1:2) IS NUMERIC
                       MOVE LINEA-LEIDA(1:2) TO VALOR-LEIDO
                       ADD VALOR-LEIDO TO HASH-CONTADO
                   END-IF
               END-IF.

           CONTROLAR-COLA.
               IF HAY-CABECERA AND NOT SE-RECHAZA
                   EVALUATE TRUE
                       WHEN NOT HAY-COLA
                           MOVE "SIN COLA: ARCHIVO INCOMPLETO"
                               TO MOTIVO-RECHAZO
                           MOVE "S" TO ARCHIVO-RECHAZADO
                       WHEN COLA-REGISTROS NOT = REGISTROS-CONTADOS
                           MOVE "CANTIDAD NO COINCIDE CON COLA"
                               TO MOTIVO-RECHAZO
                           MOVE "S" TO ARCHIVO-RECHAZADO
                       WHEN COLA-HASH NOT = HASH-CONTADO
                           MOVE "HASH NO COINCIDE CON LA COLA"
                               TO MOTIVO-RECHAZO
                           MOVE "S" TO ARCHIVO-RECHAZADO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               IF HAY-CABECERA AND SE-RECHAZA
                   DISPLAY "LEIDOS " REGISTROS-CONTADOS
                           " HASH " HASH-CONTADO
                           " / COLA " COLA-REGISTROS
                           " HASH " COLA-HASH
               END-IF.

           ABRIR-RECIBIDOS.
               OPEN I-O RECIBIDO.
               IF RCB-STATUS = "35"
                   OPEN OUTPUT RECIBIDO
                   CLOSE RECIBIDO
                   OPEN I-O RECIBIDO
               END-IF.
               IF RCB-STATUS = "00"
                   MOVE "S" TO REGISTRO-ABIERTO
               ELSE
                   DISPLAY "NO SE PUDO ABRIR RECIBIDO: " RCB-STATUS
                   MOVE 8 TO PAR-RETORNO
               END-IF.

      *Solo una secuencia aceptada cuenta como procesada: un archivo
      *rechazado puede volver corregido con la misma secuencia.
           CONTROLAR-DUPLICADO.
               MOVE PAR-ARCHIVO TO RCB-ARCHIVO.
               MOVE CAB-ORIGEN TO RCB-ORIGEN.
               MOVE CAB-SECUENCIA TO RCB-SECUENCIA.
               READ RECIBIDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCB-ACEPTADO
                           DISPLAY "LA SECUENCIA " CAB-SECUENCIA
                                   " DE " CAB-ORIGEN " YA SE PROCESO "
                                   "EL " RCB-FECHA-PROCESO
                           MOVE "SECUENCIA YA PROCESADA"
                               TO MOTIVO-RECHAZO
                           MOVE "S" TO ARCHIVO-RECHAZADO
                       END-IF
               END-READ.

      *El duplicado no se anota: pisaria el registro del archivo que
      *si se proceso.
           ANOTAR-VEREDICTO.
               IF MOTIVO-RECHAZO NOT = "SECUENCIA YA PROCESADA"
                   MOVE PAR-ARCHIVO TO RCB-ARCHIVO
                   MOVE CAB-ORIGEN TO RCB-ORIGEN
                   MOVE CAB-SECUENCIA TO RCB-SECUENCIA
                   MOVE CAB-FECHA-CREACION TO RCB-FECHA-CREACION
                   MOVE FECHA-HOY TO RCB-FECHA-PROCESO
                   ACCEPT RCB-HORA FROM TIME
                   MOVE REGISTROS-CONTADOS TO RCB-REGISTROS
                   MOVE HASH-CONTADO TO RCB-HASH
                   MOVE MOTIVO-RECHAZO TO RCB-MOTIVO
                   IF SE-RECHAZA
                       MOVE "R" TO RCB-ESTADO
                   ELSE
                       MOVE "A" TO RCB-ESTADO
                   END-IF
                   WRITE RCB-REGISTRO
                       INVALID KEY
                           PERFORM REGRABAR-VEREDICTO
                   END-WRITE
               END-IF.

           REGRABAR-VEREDICTO.
               REWRITE RCB-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO ANOTAR EL ARCHIVO EN "
                               "RECIBIDO: " RCB-STATUS
                       MOVE 8 TO PAR-RETORNO
               END-REWRITE.

           INFORMAR-RECHAZO.
               DISPLAY PAR-ARCHIVO " RECHAZADO: " MOTIVO-RECHAZO.
               MOVE PAR-ARCHIVO TO DR-ARCHIVO.
               MOVE MOTIVO-RECHAZO TO DR-MOTIVO.
               CALL "FECHANEG" USING EXC-RUN-DATE.
               ACCEPT EXC-RUN-TIME FROM TIME.
               MOVE PROGRAMA-ACTUAL TO EXC-PROGRAM-NAME.
               MOVE "ENTRADA" TO EXC-TIPO.
               MOVE DETALLE-RECHAZO TO EXC-DETALLE.
               OPEN EXTEND EXCPTLOG.
               IF EXC-STATUS = "35"
                   OPEN OUTPUT EXCPTLOG
                   CLOSE EXCPTLOG
                   OPEN EXTEND EXCPTLOG
               END-IF.
               WRITE EXC-RECORD.
               CLOSE EXCPTLOG.
               CALL "ALERTWTR" USING PROGRAMA-ACTUAL ALERTA-TIPO
                   DETALLE-RECHAZO.
               IF PAR-RETORNO < 4
                   MOVE 4 TO PAR-RETORNO
               END-IF.

       END PROGRAM VALENTR.
