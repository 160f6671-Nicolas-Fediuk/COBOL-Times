      ******************************************************************
      *INTEGRA - Auditoria de integridad entre los logs y los maestros,
      *para el job de fin de semana (EJERWKND). Cada log se graba por
      *su lado y nadie verificaba que siguiera de acuerdo con los
      *maestros: aparecian corridas de operadores que ya no estan en
      *OPERMAST, totales de control de programas que ningun paso de
      *la noche produce y corridas del spool sin su corrida de
      *EJERCICIO4. Este programa cruza, en una sola pasada:
      *  - los inicios de corrida de AUDITLOG (ver COPYLIB/RUNAUD) y
      *    las cabeceras de EJERHIST (ver COPYLIB/EJHIST) contra
      *    OPERMAST: el operador tiene que existir y no tiene que
      *    haber estado dado de baja en la fecha de la corrida. La
      *    fecha de baja sale de MNTLOG (accion "B" de OPERMNT, de
      *    MNTAPR al aprobarla o de la baja automatica de OPERBAJA,
      *    con la imagen "ACTIVO=N"); un operador inactivo sin baja
      *    en MNTLOG no tiene fecha contra la que comparar y no se
      *    marca. MNTLOG esta por fecha de reloj y los logs por
      *    fecha de proceso: solo cuenta una corrida de una fecha
      *    posterior a la de la baja. Las corridas sin
      *    operador (batch) no se verifican;
      *  - los programas de CTLFILE (ver COPYLIB/CTLTOT) contra los
      *    pasos de NOCHEDEF. CTLFILE lleva el nombre corto de 8 del
      *    programa (EJERCIC2 por EJERCICIO2): el nombre de NOCHEDEF se
      *    acorta igual, y los nombres propios de algun modo de un
      *    programa se aceptan por la tabla TABLA-ALIAS (EJ2LOTE de
      *    EJERCIC2, EJ3ARTIC de EJERCIC3 y EJERCIC1 de EJ1UNION, que
      *    en la noche particionada graba con el nombre de siempre);
      *    los "E3" + articulo de EJERCICIO3 por articulo se aceptan
      *    si EJERCIC3 esta en NOCHEDEF;
      *  - las corridas del spool COLA (ver COPYLIB/COLAREG) contra
      *    AUDITLOG: cada corrida tiene que tener un inicio de EJERCIC4
      *    en su fecha no posterior a su hora de encolado y un fin no
      *    anterior. Las corridas de antes del registro mas viejo de
      *    AUDITLOG ya no tienen con que cruzarse (el archivado de
      *    AUDITLOG es mas corto que la depuracion del spool) y no se
      *    verifican.
      *Cada huerfano o discrepancia sale por REPORTER con el archivo,
      *la clave del registro y el motivo.
      *Retorno: 0 sin hallazgos, 4 con hallazgos o si la tabla de
      *corridas de EJERCICIO4 no alcanzo, 8 si no se pudo leer alguno
      *de los archivos.
      ******************************************************************
      *Modificaciones:
      *  - La baja automatica del paso nocturno OPERBAJA (operador
      *    revocado o vencido en la recertificacion, o sin sign-on en
      *    INACTIVO-DIAS) tambien fecha la baja del operador.
      *  - EJERCICIO3 por articulo (EJ3ARTIC y "E3" + articulo) y
      *    EJ1UNION en la noche particionada (EJERCIC1) graban en
      *    CTLFILE con nombres que no son pasos de NOCHEDEF y salian
      *    como hallazgo todas las semanas: se agregan a TABLA-ALIAS y
      *    los "E3" se aceptan por prefijo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-OPERADOR-ID
               FILE STATUS IS OPM-STATUS.
           SELECT MNTLOG ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-STATUS.
           SELECT NOCHEDEF ASSIGN TO "NOCHEDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEF-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CLAVE
               FILE STATUS IS AUD-STATUS.
           SELECT EJERHIST ASSIGN TO "EJERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS HIST-STATUS.
           SELECT CTLFILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT COLA ASSIGN TO "COLA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLA-CLAVE
               FILE STATUS IS COLA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST.
       COPY OPERMST.

       FD  MNTLOG
           RECORDING MODE IS F.
       COPY MNTEVT.

      *Mismo layout que lee el driver NOCHECTL.
       FD  NOCHEDEF
           RECORDING MODE IS F.
       01  DEF-REGISTRO.
           05  DEF-PASO PIC X(08).
           05  FILLER PIC X(01).
           05  DEF-PROGRAMA PIC X(10).
           05  FILLER PIC X(01).
           05  DEF-PREDECESOR PIC X(08).
           05  FILLER PIC X(01).
           05  DEF-RC-TOLERADO PIC 9(04).
           05  FILLER PIC X(01).
           05  DEF-FRECUENCIA PIC X(01).
           05  FILLER PIC X(01).
           05  DEF-DIA-SEMANA PIC X(02).

       FD  AUDITLOG.
       COPY RUNAUD.

       FD  EJERHIST.
       COPY EJHIST.

       FD  CTLFILE
           RECORDING MODE IS F.
       COPY CTLTOT.

       FD  COLA.
       COPY COLAREG.

       WORKING-STORAGE SECTION.
       01  OPM-STATUS PIC X(02).
       01  MNT-STATUS PIC X(02).
       01  DEF-STATUS PIC X(02).
       01  AUD-STATUS PIC X(02).
       01  HIST-STATUS PIC X(02).
       01  CTL-STATUS PIC X(02).
       01  COLA-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01).
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  MAESTRO-FLAG PIC X(01) VALUE "N".
           88  HAY-MAESTRO VALUE "S".
       01  DEFINICION-FLAG PIC X(01) VALUE "N".
           88  HAY-DEFINICION VALUE "S".
       01  AUDITLOG-FLAG PIC X(01) VALUE "N".
           88  HAY-AUDITLOG VALUE "S".
       01  BUSCADO-FLAG PIC X(01).
           88  FUE-HALLADO VALUE "S".
       01  INICIO-FLAG PIC X(01).
           88  HAY-INICIO VALUE "S".
       01  FIN-FLAG PIC X(01).
           88  HAY-FIN VALUE "S".
       01  POS-HALLADA PIC 9(05).
       01  OPERADOR-BUSCADO PIC X(08).
       01  FECHA-CORRIDA PIC 9(08).
       01  NOMBRE-CORTO PIC X(08).
       01  NOMBRE-LARGO PIC X(10).
       01  PRIMERA-FECHA-AUD PIC 9(08) VALUE ZERO.
       01  CORRIDA-ANTERIOR PIC 9(14) VALUE ZERO.
       01  CORRIDA-VISTA.
           05  CV-FECHA PIC 9(08).
           05  CV-HORA PIC 9(06).
       01  CORRIDA-VISTA-NUM REDEFINES CORRIDA-VISTA PIC 9(14).
       01  HORA-CORTA PIC 9(06).
       01  FECHA-HOY PIC 9(08).
       01  HALLAZGOS-AUD PIC 9(05) VALUE ZERO.
       01  HALLAZGOS-HIST PIC 9(05) VALUE ZERO.
       01  HALLAZGOS-CTL PIC 9(05) VALUE ZERO.
       01  HALLAZGOS-COLA PIC 9(05) VALUE ZERO.
       01  HALLAZGOS-SECCION PIC 9(05) VALUE ZERO.
       01  HALLAZGOS-TOTAL PIC 9(05) VALUE ZERO.
       01  EJ4-PERDIDOS PIC 9(05) VALUE ZERO.
       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "INTEGRA".
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

      *Operadores del maestro con la fecha de su baja segun MNTLOG
      *(cero si esta activo o si la baja no quedo en el log).
       01  TABLA-OPERADORES.
           05  TO-USADAS PIC 9(03) VALUE ZERO.
           05  TO-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-OPE.
               10  TO-OPERADOR PIC X(08).
               10  TO-ACTIVO PIC X(01).
                   88  TO-ESTA-ACTIVO VALUE "S".
               10  TO-FECHA-BAJA PIC 9(08).

      *Nombres cortos de los programas de los pasos de NOCHEDEF.
       01  TABLA-PROGRAMAS.
           05  TP-USADAS PIC 9(03) VALUE ZERO.
           05  TP-ENTRADA OCCURS 100 TIMES INDEXED BY IDX-PRG.
               10  TP-PROGRAMA PIC X(08).

      *Nombres con que un programa graba en CTLFILE ademas del propio
      *(EJERCICIO2 graba los totales de su modo lote como EJ2LOTE,
      *EJERCICIO3 el total de su modo por articulo como EJ3ARTIC, y
      *EJ1UNION graba como EJERCIC1 en la noche particionada).
      *Se aceptan solo si el programa dueno esta en NOCHEDEF.
       01  TABLA-ALIAS.
           05  FILLER PIC X(16) VALUE "EJ2LOTE EJERCIC2".
           05  FILLER PIC X(16) VALUE "EJ3ARTICEJERCIC3".
           05  FILLER PIC X(16) VALUE "EJERCIC1EJ1UNION".
       01  TABLA-ALIAS-R REDEFINES TABLA-ALIAS.
           05  TA-ENTRADA OCCURS 3 TIMES INDEXED BY IDX-ALI.
               10  TA-ALIAS PIC X(08).
               10  TA-DUENO PIC X(08).
       01  TA-CANTIDAD PIC 9(02) VALUE 3.

      *Inicios y fines de EJERCIC4 en AUDITLOG, para cruzar el spool.
       01  TABLA-EJ4.
           05  TE-USADAS PIC 9(05) VALUE ZERO.
           05  TE-ENTRADA OCCURS 3000 TIMES INDEXED BY IDX-EJ4.
               10  TE-FECHA PIC 9(08).
               10  TE-HORA PIC 9(06).
               10  TE-EVENTO PIC X(01).

      *Clave del registro observado, con una vista por archivo.
       01  CLAVE-ARMADA PIC X(30).
       01  CLAVE-AUD REDEFINES CLAVE-ARMADA.
           05  CA-FECHA PIC 9(08).
           05  FILLER PIC X(01).
           05  CA-HORA PIC 9(08).
           05  FILLER PIC X(01).
           05  CA-PROGRAMA PIC X(08).
           05  FILLER PIC X(01).
           05  CA-EVENTO PIC X(01).
           05  FILLER PIC X(02).
       01  CLAVE-HIST REDEFINES CLAVE-ARMADA.
           05  CH-FECHA PIC 9(08).
           05  FILLER PIC X(01).
           05  CH-SECUENCIA PIC 9(05).
           05  FILLER PIC X(16).
       01  CLAVE-CTL REDEFINES CLAVE-ARMADA.
           05  CC-FECHA PIC 9(08).
           05  FILLER PIC X(01).
           05  CC-HORA PIC 9(06).
           05  FILLER PIC X(01).
           05  CC-PROGRAMA PIC X(08).
           05  FILLER PIC X(01).
           05  CC-INTENTO PIC 9(02).
           05  FILLER PIC X(03).
       01  CLAVE-COLA REDEFINES CLAVE-ARMADA.
           05  CQ-CORRIDA PIC 9(14).
           05  FILLER PIC X(16).

       01  MOTIVO-ARMADO PIC X(40).
       01  MOTIVO-OPERADOR REDEFINES MOTIVO-ARMADO.
           05  MO-ROTULO PIC X(05).
           05  MO-OPERADOR PIC X(08).
           05  FILLER PIC X(01).
           05  MO-TEXTO PIC X(15).
           05  MO-FECHA PIC X(08).
           05  FILLER PIC X(03).

       01  RPT-TITULO.
           05  FILLER PIC X(46)
               VALUE "AUDITORIA DE INTEGRIDAD ENTRE LOGS Y MAESTROS".
           05  FILLER PIC X(04) VALUE " AL ".
           05  TIT-FECHA PIC 9(08).
           05  FILLER PIC X(22) VALUE SPACES.

       01  RPT-SECCION.
           05  SEC-TEXTO PIC X(60).
           05  FILLER PIC X(20) VALUE SPACES.

       01  RPT-ENCABEZADO.
           05  FILLER PIC X(09) VALUE "ARCHIVO".
           05  FILLER PIC X(31) VALUE "CLAVE".
           05  FILLER PIC X(40) VALUE "MOTIVO".

       01  RPT-HALLAZGO.
           05  HZ-ARCHIVO PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  HZ-CLAVE PIC X(30).
           05  FILLER PIC X(01) VALUE SPACES.
           05  HZ-MOTIVO PIC X(40).

       01  RPT-SIN-HALLAZGOS.
           05  FILLER PIC X(30) VALUE "  (SIN HALLAZGOS)".
           05  FILLER PIC X(50) VALUE SPACES.

       01  RPT-NO-VERIFICADO.
           05  FILLER PIC X(02) VALUE SPACES.
           05  NOV-TEXTO PIC X(60).
           05  FILLER PIC X(18) VALUE SPACES.

       01  RPT-ENCABEZADO-TOT.
           05  FILLER PIC X(30) VALUE "HALLAZGOS POR ARCHIVO:".
           05  FILLER PIC X(50) VALUE SPACES.

       01  RPT-TOTAL.
           05  FILLER PIC X(02) VALUE SPACES.
           05  TOT-ARCHIVO PIC X(20).
           05  TOT-CANTIDAD PIC ZZZZ9.
           05  FILLER PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-OPERADORES.
           IF HAY-MAESTRO
               PERFORM CARGAR-BAJAS
           END-IF.
           PERFORM CARGAR-PROGRAMAS.
           PERFORM ABRIR-REPORTE.
           PERFORM VERIFICAR-AUDITLOG.
           PERFORM VERIFICAR-EJERHIST.
           PERFORM VERIFICAR-CTLFILE.
           PERFORM VERIFICAR-COLA.
           PERFORM CERRAR-REPORTE.

           ADD HALLAZGOS-AUD HALLAZGOS-HIST HALLAZGOS-CTL
               HALLAZGOS-COLA GIVING HALLAZGOS-TOTAL.
           IF (HALLAZGOS-TOTAL > ZERO OR EJ4-PERDIDOS > ZERO)
                   AND RETORNO-CORRIDA < 4
               MOVE 4 TO RETORNO-CORRIDA
           END-IF.
           DISPLAY "INTEGRA: " HALLAZGOS-TOTAL " HALLAZGO(S)".

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

      *Sin maestro no hay contra que verificar los operadores: esa
      *parte queda sin hacer y la corrida termina en 8.
           CARGAR-OPERADORES.
               OPEN INPUT OPERMAST.
               IF OPM-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE "
                           "OPERADORES: " OPM-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   MOVE "S" TO MAESTRO-FLAG
                   MOVE "N" TO FIN-DE-ARCHIVO
                   MOVE LOW-VALUES TO OPM-OPERADOR-ID
                   START OPERMAST KEY IS NOT LESS THAN OPM-OPERADOR-ID
                       INVALID KEY
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-START
                   PERFORM CARGAR-UN-OPERADOR UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE OPERMAST
               END-IF.

           CARGAR-UN-OPERADOR.
               READ OPERMAST NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF TO-USADAS < 500
                           ADD 1 TO TO-USADAS
                           SET IDX-OPE TO TO-USADAS
                           MOVE OPM-OPERADOR-ID TO TO-OPERADOR(IDX-OPE)
                           MOVE OPM-ACTIVO TO TO-ACTIVO(IDX-OPE)
                           MOVE ZERO TO TO-FECHA-BAJA(IDX-OPE)
                       ELSE
                           DISPLAY "TABLA DE OPERADORES LLENA, QUEDA "
                                   "AFUERA: " OPM-OPERADOR-ID
                           MOVE 8 TO RETORNO-CORRIDA
                       END-IF
               END-READ.

      *La baja de un operador queda con su accion original "B" y la
      *imagen nueva "ACTIVO=N" (grabada por OPERMNT antes de la doble
      *aprobacion, por MNTAPR despues, por OPERBAJA en la baja
      *automatica de la noche); el pedido pendiente va con
      *"P" y no cuenta. Vale la primera baja que aparezca.
           CARGAR-BAJAS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT MNTLOG.
               EVALUATE MNT-STATUS
                   WHEN "00"
                       PERFORM CARGAR-UNA-BAJA UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE MNTLOG
                   WHEN "35"
                       DISPLAY "NO HAY MNTLOG TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR MNTLOG: " MNT-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.

           CARGAR-UNA-BAJA.
               READ MNTLOG
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF MNT-ACCION = "B"
                               AND MNT-DESPUES(1:8) = "ACTIVO=N"
                               AND (MNT-PROGRAMA = "OPERMNT"
                                    OR MNT-PROGRAMA = "MNTAPR"
                                    OR MNT-PROGRAMA = "OPERBAJA")
                           MOVE MNT-CLAVE(1:8) TO OPERADOR-BUSCADO
                           PERFORM BUSCAR-OPERADOR
                           IF FUE-HALLADO
                               PERFORM ANOTAR-BAJA
                           END-IF
                       END-IF
               END-READ.

           ANOTAR-BAJA.
               SET IDX-OPE TO POS-HALLADA.
               IF NOT TO-ESTA-ACTIVO(IDX-OPE)
                   IF TO-FECHA-BAJA(IDX-OPE) = ZERO
                           OR MNT-FECHA < TO-FECHA-BAJA(IDX-OPE)
                       MOVE MNT-FECHA TO TO-FECHA-BAJA(IDX-OPE)
                   END-IF
               END-IF.

           BUSCAR-OPERADOR.
               MOVE "N" TO BUSCADO-FLAG.
               PERFORM MIRAR-UN-OPERADOR
                   VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TO-USADAS OR FUE-HALLADO.

           MIRAR-UN-OPERADOR.
               IF TO-OPERADOR(IDX-OPE) = OPERADOR-BUSCADO
                   SET POS-HALLADA TO IDX-OPE
                   MOVE "S" TO BUSCADO-FLAG
               END-IF.

      *NOCHEDEF lleva el PROGRAM-ID tal como lo llama el driver (hasta
      *10 posiciones, en cualquier caja); los programas se anotan en
      *CTLFILE con un nombre de 8: las primeras 7 letras y el ultimo
      *caracter (EJERCICIO2 -> EJERCIC2).
           CARGAR-PROGRAMAS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT NOCHEDEF.
               IF DEF-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR NOCHEDEF: " DEF-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   MOVE "S" TO DEFINICION-FLAG
                   PERFORM CARGAR-UN-PASO UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE NOCHEDEF
                   PERFORM CARGAR-UN-ALIAS
                       VARYING IDX-ALI FROM 1 BY 1
                       UNTIL IDX-ALI > TA-CANTIDAD
               END-IF.

           CARGAR-UN-PASO.
               READ NOCHEDEF
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF DEF-PASO NOT = SPACES
                               AND DEF-PASO(1:1) NOT = "*"
                           PERFORM ACORTAR-NOMBRE
                           PERFORM AGREGAR-PROGRAMA
                       END-IF
               END-READ.

           ACORTAR-NOMBRE.
               MOVE DEF-PROGRAMA TO NOMBRE-LARGO.
               INSPECT NOMBRE-LARGO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               EVALUATE TRUE
                   WHEN NOMBRE-LARGO(9:2) = SPACES
                       MOVE NOMBRE-LARGO(1:8) TO NOMBRE-CORTO
                   WHEN NOMBRE-LARGO(10:1) = SPACE
                       MOVE NOMBRE-LARGO(1:7) TO NOMBRE-CORTO(1:7)
                       MOVE NOMBRE-LARGO(9:1) TO NOMBRE-CORTO(8:1)
                   WHEN OTHER
                       MOVE NOMBRE-LARGO(1:7) TO NOMBRE-CORTO(1:7)
                       MOVE NOMBRE-LARGO(10:1) TO NOMBRE-CORTO(8:1)
               END-EVALUATE.

           AGREGAR-PROGRAMA.
               PERFORM BUSCAR-PROGRAMA.
               IF NOT FUE-HALLADO
                   IF TP-USADAS < 100
                       ADD 1 TO TP-USADAS
                       SET IDX-PRG TO TP-USADAS
                       MOVE NOMBRE-CORTO TO TP-PROGRAMA(IDX-PRG)
                   ELSE
                       DISPLAY "TABLA DE PROGRAMAS LLENA, QUEDA "
                               "AFUERA: " NOMBRE-CORTO
                       MOVE 8 TO RETORNO-CORRIDA
                   END-IF
               END-IF.

           CARGAR-UN-ALIAS.
               MOVE TA-DUENO(IDX-ALI) TO NOMBRE-CORTO.
               PERFORM BUSCAR-PROGRAMA.
               IF FUE-HALLADO
                   MOVE TA-ALIAS(IDX-ALI) TO NOMBRE-CORTO
                   PERFORM AGREGAR-PROGRAMA
               END-IF.

           BUSCAR-PROGRAMA.
               MOVE "N" TO BUSCADO-FLAG.
               PERFORM MIRAR-UN-PROGRAMA
                   VARYING IDX-PRG FROM 1 BY 1
                   UNTIL IDX-PRG > TP-USADAS OR FUE-HALLADO.

           MIRAR-UN-PROGRAMA.
               IF TP-PROGRAMA(IDX-PRG) = NOMBRE-CORTO
                   MOVE "S" TO BUSCADO-FLAG
               END-IF.

           ABRIR-REPORTE.
               MOVE FECHA-HOY TO TIT-FECHA.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-ENCABEZADO.

      *Se verifica el operador de cada inicio de corrida (el fin
      *repite el mismo operador) y, de paso, se juntan los inicios y
      *fines de EJERCIC4 para cruzar el spool.
           VERIFICAR-AUDITLOG.
               MOVE "OPERADORES DE AUDITLOG CONTRA OPERMAST"
                   TO SEC-TEXTO.
               PERFORM ABRIR-SECCION.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT AUDITLOG.
               EVALUATE AUD-STATUS
                   WHEN "00"
                       MOVE "S" TO AUDITLOG-FLAG
                       MOVE LOW-VALUES TO AUD-CLAVE
                       START AUDITLOG KEY IS NOT LESS THAN AUD-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM VERIFICAR-UNA-CORRIDA
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE AUDITLOG
                   WHEN "35"
                       DISPLAY "NO HAY AUDITLOG TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR AUDITLOG: " AUD-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.
               IF NOT HAY-MAESTRO
                   MOVE "SIN OPERMAST: OPERADORES NO VERIFICADOS"
                       TO NOV-TEXTO
                   PERFORM IMPRIMIR-NO-VERIFICADO
               END-IF.
               MOVE HALLAZGOS-SECCION TO HALLAZGOS-AUD.
               PERFORM CERRAR-SECCION.

           VERIFICAR-UNA-CORRIDA.
               READ AUDITLOG NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF PRIMERA-FECHA-AUD = ZERO
                       MOVE AUD-RUN-DATE TO PRIMERA-FECHA-AUD
                   END-IF
                   IF AUD-PROGRAM-NAME = "EJERCIC4"
                       PERFORM ANOTAR-EJ4
                   END-IF
                   IF AUD-ES-INICIO AND AUD-OPERATOR-ID NOT = SPACES
                           AND HAY-MAESTRO
                       MOVE AUD-OPERATOR-ID TO OPERADOR-BUSCADO
                       MOVE AUD-RUN-DATE TO FECHA-CORRIDA
                       PERFORM VERIFICAR-OPERADOR
                       IF MOTIVO-ARMADO NOT = SPACES
                           MOVE SPACES TO CLAVE-ARMADA
                           MOVE AUD-RUN-DATE TO CA-FECHA
                           MOVE AUD-RUN-TIME TO CA-HORA
                           MOVE AUD-PROGRAM-NAME TO CA-PROGRAMA
                           MOVE AUD-EVENTO TO CA-EVENTO
                           MOVE "AUDITLOG" TO HZ-ARCHIVO
                           PERFORM IMPRIMIR-HALLAZGO
                       END-IF
                   END-IF
               END-IF.

           ANOTAR-EJ4.
               IF TE-USADAS < 3000
                   ADD 1 TO TE-USADAS
                   SET IDX-EJ4 TO TE-USADAS
                   MOVE AUD-RUN-DATE TO TE-FECHA(IDX-EJ4)
                   MOVE AUD-RUN-TIME(1:6) TO TE-HORA(IDX-EJ4)
                   MOVE AUD-EVENTO TO TE-EVENTO(IDX-EJ4)
               ELSE
                   ADD 1 TO EJ4-PERDIDOS
               END-IF.

      *Deja en MOTIVO-ARMADO por que el operador no cuadra, o blanco
      *si esta bien.
           VERIFICAR-OPERADOR.
               MOVE SPACES TO MOTIVO-ARMADO.
               PERFORM BUSCAR-OPERADOR.
               IF NOT FUE-HALLADO
                   MOVE "OPER " TO MO-ROTULO
                   MOVE OPERADOR-BUSCADO TO MO-OPERADOR
                   MOVE "NO EN OPERMAST" TO MO-TEXTO
               ELSE
                   SET IDX-OPE TO POS-HALLADA
                   IF TO-FECHA-BAJA(IDX-OPE) NOT = ZERO
                           AND FECHA-CORRIDA > TO-FECHA-BAJA(IDX-OPE)
                       MOVE "OPER " TO MO-ROTULO
                       MOVE OPERADOR-BUSCADO TO MO-OPERADOR
                       MOVE "INACTIVO DESDE " TO MO-TEXTO
                       MOVE TO-FECHA-BAJA(IDX-OPE) TO MO-FECHA
                   END-IF
               END-IF.

           VERIFICAR-EJERHIST.
               MOVE "OPERADORES DE EJERHIST CONTRA OPERMAST"
                   TO SEC-TEXTO.
               PERFORM ABRIR-SECCION.
               IF HAY-MAESTRO
                   MOVE "N" TO FIN-DE-ARCHIVO
                   OPEN INPUT EJERHIST
                   EVALUATE HIST-STATUS
                       WHEN "00"
                           MOVE LOW-VALUES TO HIST-CLAVE
                           START EJERHIST
                               KEY IS NOT LESS THAN HIST-CLAVE
                               INVALID KEY
                                   MOVE "S" TO FIN-DE-ARCHIVO
                           END-START
                           PERFORM VERIFICAR-UNA-CABECERA
                               UNTIL HAY-FIN-DE-ARCHIVO
                           CLOSE EJERHIST
                       WHEN "35"
                           DISPLAY "NO HAY EJERHIST TODAVIA"
                       WHEN OTHER
                           DISPLAY "NO SE PUDO ABRIR EJERHIST: "
                                   HIST-STATUS
                           MOVE 8 TO RETORNO-CORRIDA
                   END-EVALUATE
               ELSE
                   MOVE "SIN OPERMAST: OPERADORES NO VERIFICADOS"
                       TO NOV-TEXTO
                   PERFORM IMPRIMIR-NO-VERIFICADO
               END-IF.
               MOVE HALLAZGOS-SECCION TO HALLAZGOS-HIST.
               PERFORM CERRAR-SECCION.

           VERIFICAR-UNA-CABECERA.
               READ EJERHIST NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF HIST-ES-CABECERA
                           AND HIST-CAB-OPERADOR NOT = SPACES
                       MOVE HIST-CAB-OPERADOR TO OPERADOR-BUSCADO
                       MOVE HIST-FECHA TO FECHA-CORRIDA
                       PERFORM VERIFICAR-OPERADOR
                       IF MOTIVO-ARMADO NOT = SPACES
                           MOVE SPACES TO CLAVE-ARMADA
                           MOVE HIST-FECHA TO CH-FECHA
                           MOVE HIST-SECUENCIA TO CH-SECUENCIA
                           MOVE "EJERHIST" TO HZ-ARCHIVO
                           PERFORM IMPRIMIR-HALLAZGO
                       END-IF
                   END-IF
               END-IF.

           VERIFICAR-CTLFILE.
               MOVE "PROGRAMAS DE CTLFILE CONTRA LOS PASOS DE NOCHEDEF"
                   TO SEC-TEXTO.
               PERFORM ABRIR-SECCION.
               IF HAY-DEFINICION
                   MOVE "N" TO FIN-DE-ARCHIVO
                   OPEN INPUT CTLFILE
                   EVALUATE CTL-STATUS
                       WHEN "00"
                           PERFORM VERIFICAR-UN-TOTAL
                               UNTIL HAY-FIN-DE-ARCHIVO
                           CLOSE CTLFILE
                       WHEN "35"
                           DISPLAY "NO HAY CTLFILE TODAVIA"
                       WHEN OTHER
                           DISPLAY "NO SE PUDO ABRIR CTLFILE: "
                                   CTL-STATUS
                           MOVE 8 TO RETORNO-CORRIDA
                   END-EVALUATE
               ELSE
                   MOVE "SIN NOCHEDEF: PROGRAMAS NO VERIFICADOS"
                       TO NOV-TEXTO
                   PERFORM IMPRIMIR-NO-VERIFICADO
               END-IF.
               MOVE HALLAZGOS-SECCION TO HALLAZGOS-CTL.
               PERFORM CERRAR-SECCION.

           VERIFICAR-UN-TOTAL.
               READ CTLFILE
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       MOVE CTL-PROGRAMA TO NOMBRE-CORTO
                       PERFORM BUSCAR-PROGRAMA
                       PERFORM BUSCAR-PREFIJO-ARTICULO
                       IF NOT FUE-HALLADO
                           MOVE SPACES TO CLAVE-ARMADA
                           MOVE CTL-FECHA TO CC-FECHA
                           MOVE CTL-HORA TO CC-HORA
                           MOVE CTL-PROGRAMA TO CC-PROGRAMA
                           MOVE CTL-INTENTO TO CC-INTENTO
                           MOVE "PROGRAMA SIN PASO EN NOCHEDEF"
                               TO MOTIVO-ARMADO
                           MOVE "CTLFILE" TO HZ-ARCHIVO
                           PERFORM IMPRIMIR-HALLAZGO
                       END-IF
               END-READ.

      *EJERCICIO3 por articulo graba un total por articulo como "E3"
      *+ codigo: los codigos no estan en ninguna tabla, se aceptan
      *por el prefijo si EJERCIC3 esta en NOCHEDEF.
           BUSCAR-PREFIJO-ARTICULO.
               IF NOT FUE-HALLADO AND CTL-PROGRAMA(1:2) = "E3"
                   MOVE "EJERCIC3" TO NOMBRE-CORTO
                   PERFORM BUSCAR-PROGRAMA
               END-IF.

      *El spool se recorre por clave; cada corrida se verifica una
      *vez, en su primer registro.
           VERIFICAR-COLA.
               MOVE "CORRIDAS DEL SPOOL CONTRA AUDITLOG (EJERCIC4)"
                   TO SEC-TEXTO.
               PERFORM ABRIR-SECCION.
               EVALUATE TRUE
                   WHEN NOT HAY-AUDITLOG
                       MOVE "SIN AUDITLOG: SPOOL NO VERIFICADO"
                           TO NOV-TEXTO
                       PERFORM IMPRIMIR-NO-VERIFICADO
                   WHEN EJ4-PERDIDOS > ZERO
                       DISPLAY "TABLA DE CORRIDAS DE EJERCIC4 LLENA, "
                               "QUEDARON AFUERA: " EJ4-PERDIDOS
                       MOVE "TABLA EJERCIC4 LLENA: SPOOL NO VERIFICADO"
                           TO NOV-TEXTO
                       PERFORM IMPRIMIR-NO-VERIFICADO
                   WHEN OTHER
                       PERFORM LEER-COLA
               END-EVALUATE.
               MOVE HALLAZGOS-SECCION TO HALLAZGOS-COLA.
               PERFORM CERRAR-SECCION.

           LEER-COLA.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT COLA.
               EVALUATE COLA-STATUS
                   WHEN "00"
                       MOVE LOW-VALUES TO COLA-CLAVE
                       START COLA KEY IS NOT LESS THAN COLA-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM VERIFICAR-UN-ENCOLADO
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE COLA
                   WHEN "35"
                       DISPLAY "NO HAY COLA TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR COLA: " COLA-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.

           VERIFICAR-UN-ENCOLADO.
               READ COLA NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF COLA-CORRIDA NOT = CORRIDA-ANTERIOR
                       MOVE COLA-CORRIDA TO CORRIDA-ANTERIOR
                       MOVE COLA-CORRIDA TO CORRIDA-VISTA-NUM
                       IF CV-FECHA NOT < PRIMERA-FECHA-AUD
                           PERFORM VERIFICAR-CORRIDA-SPOOL
                       END-IF
                   END-IF
               END-IF.

      *La corrida se encolo entre un inicio y un fin de EJERCIC4 de la
      *misma fecha de proceso. Un relanzamiento que sigue una corrida
      *del spool (EJ4CKPT) la termina con otro par inicio/fin, asi que
      *alcanza con cualquier inicio anterior y cualquier fin posterior.
           VERIFICAR-CORRIDA-SPOOL.
               MOVE "N" TO INICIO-FLAG.
               MOVE "N" TO FIN-FLAG.
               MOVE CV-HORA TO HORA-CORTA.
               PERFORM MIRAR-UN-EVENTO-EJ4
                   VARYING IDX-EJ4 FROM 1 BY 1
                   UNTIL IDX-EJ4 > TE-USADAS.
               IF NOT HAY-INICIO OR NOT HAY-FIN
                   EVALUATE TRUE
                       WHEN NOT HAY-INICIO AND NOT HAY-FIN
                           MOVE "SIN INICIO NI FIN DE EJERCIC4"
                               TO MOTIVO-ARMADO
                       WHEN NOT HAY-INICIO
                           MOVE "SIN INICIO DE EJERCIC4 EN AUDITLOG"
                               TO MOTIVO-ARMADO
                       WHEN OTHER
                           MOVE "SIN FIN DE EJERCIC4 EN AUDITLOG"
                               TO MOTIVO-ARMADO
                   END-EVALUATE
                   MOVE SPACES TO CLAVE-ARMADA
                   MOVE COLA-CORRIDA TO CQ-CORRIDA
                   MOVE "COLA" TO HZ-ARCHIVO
                   PERFORM IMPRIMIR-HALLAZGO
               END-IF.

           MIRAR-UN-EVENTO-EJ4.
               IF TE-FECHA(IDX-EJ4) = CV-FECHA
                   IF TE-EVENTO(IDX-EJ4) = "I"
                           AND TE-HORA(IDX-EJ4) NOT > HORA-CORTA
                       MOVE "S" TO INICIO-FLAG
                   END-IF
                   IF TE-EVENTO(IDX-EJ4) = "F"
                           AND TE-HORA(IDX-EJ4) NOT < HORA-CORTA
                       MOVE "S" TO FIN-FLAG
                   END-IF
               END-IF.

           ABRIR-SECCION.
               MOVE ZERO TO HALLAZGOS-SECCION.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-SECCION.

           CERRAR-SECCION.
               IF HALLAZGOS-SECCION = ZERO
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID
                       RPT-SIN-HALLAZGOS
               END-IF.

           IMPRIMIR-HALLAZGO.
               MOVE CLAVE-ARMADA TO HZ-CLAVE.
               MOVE MOTIVO-ARMADO TO HZ-MOTIVO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-HALLAZGO.
               ADD 1 TO HALLAZGOS-SECCION.

           IMPRIMIR-NO-VERIFICADO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID
                   RPT-NO-VERIFICADO.

           CERRAR-REPORTE.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID
                   RPT-ENCABEZADO-TOT.
               MOVE "AUDITLOG" TO TOT-ARCHIVO.
               MOVE HALLAZGOS-AUD TO TOT-CANTIDAD.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TOTAL.
               MOVE "EJERHIST" TO TOT-ARCHIVO.
               MOVE HALLAZGOS-HIST TO TOT-CANTIDAD.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TOTAL.
               MOVE "CTLFILE" TO TOT-ARCHIVO.
               MOVE HALLAZGOS-CTL TO TOT-CANTIDAD.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TOTAL.
               MOVE "COLA" TO TOT-ARCHIVO.
               MOVE HALLAZGOS-COLA TO TOT-CANTIDAD.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TOTAL.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TOTAL.

       END PROGRAM INTEGRA.
