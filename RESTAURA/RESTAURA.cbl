      ******************************************************************
      *RESTAURA - Restauracion de registros archivados. ARCHIVER saca
      *los registros viejos de AUDITLOG, EXCPTLOG, SECLOG, CTLFILE y
      *EJERHIST a las generaciones de resguardo (AUDARCH, EXCARCH,
      *SECARCH, CTLARCH, HISARCH) y el unico camino de vuelta era un
      *IEBGENER armado a mano cuando un auditor preguntaba por un
      *conteo de hace meses. Este programa recibe por SYSIN el archivo
      *vivo y un rango de fechas, lee el resguardo de ese archivo (el
      *DD del mismo nombre que usa ARCHIVER; para leer varias
      *generaciones se concatenan en el JCL) y devuelve al archivo
      *vivo los registros del rango:
      *  - en los indexados (AUDITLOG, EJERHIST) una clave que ya
      *    existe no se pisa;
      *  - en los secuenciales (EXCPTLOG, SECLOG, CTLFILE), que no
      *    tienen clave, un registro identico a uno vivo del rango (o
      *    a uno ya restaurado en esta corrida, si esta en dos
      *    generaciones) no se vuelve a agregar.
      *El reporte (via REPORTER) lista cada registro restaurado y
      *cada uno que ya existia, con los totales. Si se restauro algo,
      *el rango queda anotado en el libro RESTLOG (ver
      *COPYLIB/RESTREG): esa es la marca que hace que la proxima
      *corrida de ARCHIVER los mande de vuelta al resguardo.
      *Retorno: 0 con registros restaurados o ya existentes, 4 si el
      *resguardo no tenia nada en el rango, 8 si no se pudo correr.
      ******************************************************************
      *Modificaciones:
      *  - El registro de EJERHIST crecio con el codigo de articulo y
      *    el valor de arranque del conteo (ver COPYLIB/EJHIST):
      *    HISARCH pasa a X(51). Una generacion de resguardo grabada
      *    con el largo viejo se lee igual, con los campos nuevos en
      *    blanco (corrida unica, arranque no registrado).
      *  - AUDITLOG y SECLOG van encadenados (ver COPYLIB/CADREG):
      *    AUDARCH y SECARCH pasan a X(55) y X(69). Lo restaurado vuelve
      *    con su secuencia y su valor de cadena originales, que quedan
      *    hasta el corte asentado por ARCHIVER y CADVERIF los reconoce
      *    como copias del resguardo cubiertas por RESTLOG. Las marcas
      *    de corte de cada generacion tienen fecha cero y nunca caen en
      *    el rango pedido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-CLAVE
               FILE STATUS IS VIVO-STATUS.
           SELECT AUDARCH ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT EXCPTLOG ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIVO-STATUS.
           SELECT EXCARCH ASSIGN TO "EXCARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIVO-STATUS.
           SELECT SECARCH ASSIGN TO "SECARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT CTLFILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIVO-STATUS.
           SELECT CTLARCH ASSIGN TO "CTLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT EJERHIST ASSIGN TO "EJERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS VIVO-STATUS.
           SELECT HISARCH ASSIGN TO "HISARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT RESTLOG ASSIGN TO "RESTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       COPY RUNAUD.

       FD  AUDARCH
           RECORDING MODE IS F.
       01  AUDARCH-REG PIC X(55).

       FD  EXCPTLOG
           RECORDING MODE IS F.
       COPY EXCLOG.

       FD  EXCARCH
           RECORDING MODE IS F.
       01  EXCARCH-REG PIC X(70).

       FD  SECLOG
           RECORDING MODE IS F.
       COPY SECEVT.

       FD  SECARCH
           RECORDING MODE IS F.
       01  SECARCH-REG PIC X(69).

       FD  CTLFILE
           RECORDING MODE IS F.
       COPY CTLTOT.

       FD  CTLARCH
           RECORDING MODE IS F.
       01  CTLARCH-REG PIC X(49).

       FD  EJERHIST.
       COPY EJHIST.

       FD  HISARCH
           RECORDING MODE IS F.
       01  HISARCH-REG PIC X(51).

       FD  RESTLOG
           RECORDING MODE IS F.
       COPY RESTREG.

       WORKING-STORAGE SECTION.
       01  VIVO-STATUS PIC X(02).
       01  ARCH-STATUS PIC X(02).
       01  RST-STATUS PIC X(02).
       01  ARCHIVO-ENTRADA PIC X(08).
           88  ES-AUDITLOG VALUE "AUDITLOG".
           88  ES-EXCPTLOG VALUE "EXCPTLOG".
           88  ES-SECLOG VALUE "SECLOG".
           88  ES-CTLFILE VALUE "CTLFILE".
           88  ES-EJERHIST VALUE "EJERHIST".
       01  FECHA-ENTRADA PIC X(08).
       01  FECHA-DESDE PIC 9(08).
       01  FECHA-HASTA PIC 9(08).
       01  DIAS-FECHA PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  FIN-DE-ARCHIVO PIC X(01).
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  RESTAURACION-OK PIC X(01) VALUE "S".
           88  SE-PUEDE-RESTAURAR VALUE "S".
       01  REG-CANDIDATO PIC X(70).
       01  FECHA-CANDIDATO PIC 9(08).
       01  DESTINO-CANDIDATO PIC X(01).
           88  FUERA-DE-RANGO VALUE "F".
           88  YA-EXISTIA VALUE "E".
           88  SE-RESTAURA VALUE "N".
       01  VIVO-HALLADO PIC X(01).
           88  ESTA-VIVO VALUE "S".
       01  CANTIDAD-VIVOS PIC 9(05) VALUE ZERO.
       01  TOPE-VIVOS PIC 9(05) VALUE 5000.
       01  TABLA-VIVOS.
           05  TV-IMAGEN PIC X(70) OCCURS 5000 TIMES
               INDEXED BY IDX-VIV.
       01  TOTAL-RESTAURADOS PIC 9(07) VALUE ZERO.
       01  TOTAL-EXISTENTES PIC 9(07) VALUE ZERO.
       01  TOTAL-LEIDOS PIC 9(07) VALUE ZERO.
       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "RESTAURA".
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       01  RPT-TITULO.
           05  FILLER PIC X(16) VALUE "RESTAURACION DE ".
           05  TIT-ARCHIVO PIC X(08).
           05  FILLER PIC X(07) VALUE " DESDE ".
           05  TIT-DESDE PIC 9(08).
           05  FILLER PIC X(07) VALUE " HASTA ".
           05  TIT-HASTA PIC 9(08).
           05  FILLER PIC X(26) VALUE SPACES.

       01  RPT-DETALLE.
           05  DET-RESULTADO PIC X(10).
           05  DET-IMAGEN PIC X(70).

       01  RPT-PIE.
           05  FILLER PIC X(15) VALUE "RESTAURADOS: ".
           05  PIE-RESTAURADOS PIC ZZZZZZ9.
           05  FILLER PIC X(16) VALUE "  YA EXISTIAN: ".
           05  PIE-EXISTENTES PIC ZZZZZZ9.
           05  FILLER PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY "ARCHIVO (AUDITLOG, EXCPTLOG, SECLOG, CTLFILE, "
                   "EJERHIST)".
           ACCEPT ARCHIVO-ENTRADA.
           DISPLAY "FECHA DESDE (AAAAMMDD)".
           ACCEPT FECHA-ENTRADA.
           PERFORM VALIDAR-FECHA.
           MOVE FECHA-ENTRADA TO FECHA-DESDE.
           DISPLAY "FECHA HASTA (AAAAMMDD, ENTER = FECHA DESDE)".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FECHA-DESDE TO FECHA-ENTRADA
           END-IF.
           PERFORM VALIDAR-FECHA.
           MOVE FECHA-ENTRADA TO FECHA-HASTA.

           EVALUATE TRUE
               WHEN NOT ES-AUDITLOG AND NOT ES-EXCPTLOG
                       AND NOT ES-SECLOG AND NOT ES-CTLFILE
                       AND NOT ES-EJERHIST
                   DISPLAY "ARCHIVO INVALIDO: " ARCHIVO-ENTRADA
                   MOVE "N" TO RESTAURACION-OK
               WHEN NOT SE-PUEDE-RESTAURAR
                   DISPLAY "FECHA INVALIDA, SE CANCELA"
               WHEN FECHA-DESDE > FECHA-HASTA
                   DISPLAY "LA FECHA DESDE ES POSTERIOR A LA HASTA"
                   MOVE "N" TO RESTAURACION-OK
               WHEN OTHER
                   PERFORM ABRIR-REPORTE
                   PERFORM RESTAURAR-ARCHIVO
                   PERFORM CERRAR-REPORTE
                   IF TOTAL-RESTAURADOS > ZERO
                       PERFORM ANOTAR-RESTAURACION
                   END-IF
           END-EVALUATE.

           EVALUATE TRUE
               WHEN NOT SE-PUEDE-RESTAURAR
                   MOVE 8 TO RETORNO-CORRIDA
               WHEN TOTAL-RESTAURADOS = ZERO
                       AND TOTAL-EXISTENTES = ZERO
                   DISPLAY "EL RESGUARDO NO TIENE REGISTROS DEL RANGO"
                   MOVE 4 TO RETORNO-CORRIDA
           END-EVALUATE.
           DISPLAY "RESTAURADOS: " TOTAL-RESTAURADOS
                   " YA EXISTIAN: " TOTAL-EXISTENTES.
           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           VALIDAR-FECHA.
               IF FECHA-ENTRADA IS NUMERIC
                   CALL "FECHANUM" USING FECHA-ENTRADA DIAS-FECHA
                       FECHA-VALIDA
               ELSE
                   MOVE "N" TO FECHA-VALIDA
               END-IF.
               IF FECHA-VALIDA NOT = "S"
                   MOVE ZEROES TO FECHA-ENTRADA
                   MOVE "N" TO RESTAURACION-OK
               END-IF.

           ABRIR-REPORTE.
               MOVE ARCHIVO-ENTRADA TO TIT-ARCHIVO.
               MOVE FECHA-DESDE TO TIT-DESDE.
               MOVE FECHA-HASTA TO TIT-HASTA.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.

           CERRAR-REPORTE.
               MOVE TOTAL-RESTAURADOS TO PIE-RESTAURADOS.
               MOVE TOTAL-EXISTENTES TO PIE-EXISTENTES.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.

           RESTAURAR-ARCHIVO.
               EVALUATE TRUE
                   WHEN ES-AUDITLOG
                       PERFORM RESTAURAR-AUDITLOG
                   WHEN ES-EJERHIST
                       PERFORM RESTAURAR-EJERHIST
                   WHEN ES-EXCPTLOG
                       PERFORM CARGAR-VIVOS-EXCPTLOG
                       IF SE-PUEDE-RESTAURAR
                           PERFORM RESTAURAR-EXCPTLOG
                       END-IF
                   WHEN ES-SECLOG
                       PERFORM CARGAR-VIVOS-SECLOG
                       IF SE-PUEDE-RESTAURAR
                           PERFORM RESTAURAR-SECLOG
                       END-IF
                   WHEN ES-CTLFILE
                       PERFORM CARGAR-VIVOS-CTLFILE
                       IF SE-PUEDE-RESTAURAR
                           PERFORM RESTAURAR-CTLFILE
                       END-IF
               END-EVALUATE.

      *Todos los registros de resguardo empiezan con su fecha de
      *corrida (AAAAMMDD): de ahi sale el rango.
           MIRAR-RANGO.
               MOVE REG-CANDIDATO(1:8) TO FECHA-CANDIDATO.
               IF FECHA-CANDIDATO NOT < FECHA-DESDE
                       AND FECHA-CANDIDATO NOT > FECHA-HASTA
                   MOVE "N" TO DESTINO-CANDIDATO
               ELSE
                   MOVE "F" TO DESTINO-CANDIDATO
               END-IF.

           INFORMAR-CANDIDATO.
               EVALUATE TRUE
                   WHEN SE-RESTAURA
                       ADD 1 TO TOTAL-RESTAURADOS
                       MOVE "RESTAURADO" TO DET-RESULTADO
                   WHEN YA-EXISTIA
                       ADD 1 TO TOTAL-EXISTENTES
                       MOVE "YA EXISTIA" TO DET-RESULTADO
               END-EVALUATE.
               IF NOT FUERA-DE-RANGO
                   MOVE REG-CANDIDATO TO DET-IMAGEN
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE
               END-IF.

      *Indexados: la clave decide. Un WRITE rechazado por clave
      *duplicada es un registro que ya estaba vivo.
           RESTAURAR-AUDITLOG.
               OPEN INPUT AUDARCH.
               IF ARCH-STATUS NOT = "00"
                   DISPLAY "AUDARCH NO ABRE: " ARCH-STATUS
                   MOVE "N" TO RESTAURACION-OK
               ELSE
                   OPEN I-O AUDITLOG
                   IF VIVO-STATUS = "35"
                       OPEN OUTPUT AUDITLOG
                       CLOSE AUDITLOG
                       OPEN I-O AUDITLOG
                   END-IF
                   IF VIVO-STATUS NOT = "00"
                       DISPLAY "AUDITLOG NO ABRE: " VIVO-STATUS
                       MOVE "N" TO RESTAURACION-OK
                   ELSE
                       MOVE "N" TO FIN-DE-ARCHIVO
                       PERFORM RESTAURAR-UNA-AUDITORIA
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE AUDITLOG
                   END-IF
                   CLOSE AUDARCH
               END-IF.

           RESTAURAR-UNA-AUDITORIA.
               READ AUDARCH
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE AUDARCH-REG TO REG-CANDIDATO
                   PERFORM MIRAR-RANGO
                   IF SE-RESTAURA
                       WRITE AUD-RECORD FROM AUDARCH-REG
                           INVALID KEY
                               MOVE "E" TO DESTINO-CANDIDATO
                       END-WRITE
                   END-IF
                   PERFORM INFORMAR-CANDIDATO
               END-IF.

           RESTAURAR-EJERHIST.
               OPEN INPUT HISARCH.
               IF ARCH-STATUS NOT = "00"
                   DISPLAY "HISARCH NO ABRE: " ARCH-STATUS
                   MOVE "N" TO RESTAURACION-OK
               ELSE
                   OPEN I-O EJERHIST
                   IF VIVO-STATUS = "35"
                       OPEN OUTPUT EJERHIST
                       CLOSE EJERHIST
                       OPEN I-O EJERHIST
                   END-IF
                   IF VIVO-STATUS NOT = "00"
                       DISPLAY "EJERHIST NO ABRE: " VIVO-STATUS
                       MOVE "N" TO RESTAURACION-OK
                   ELSE
                       MOVE "N" TO FIN-DE-ARCHIVO
                       PERFORM RESTAURAR-UN-HISTORICO
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE EJERHIST
                   END-IF
                   CLOSE HISARCH
               END-IF.

           RESTAURAR-UN-HISTORICO.
               READ HISARCH
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE HISARCH-REG TO REG-CANDIDATO
                   PERFORM MIRAR-RANGO
                   IF SE-RESTAURA
                       WRITE HIST-REGISTRO FROM HISARCH-REG
                           INVALID KEY
                               MOVE "E" TO DESTINO-CANDIDATO
                       END-WRITE
                   END-IF
                   PERFORM INFORMAR-CANDIDATO
               END-IF.

      *Secuenciales: primero se cargan en memoria los registros vivos
      *del rango y despues cada candidato del resguardo se busca ahi.
      *Si el rango vivo no entra en la tabla no se restaura nada: sin
      *la comparacion completa se podrian duplicar registros.
           GUARDAR-VIVO.
               MOVE REG-CANDIDATO(1:8) TO FECHA-CANDIDATO.
               IF FECHA-CANDIDATO NOT < FECHA-DESDE
                       AND FECHA-CANDIDATO NOT > FECHA-HASTA
                   IF CANTIDAD-VIVOS NOT < TOPE-VIVOS
                       IF SE-PUEDE-RESTAURAR
                           DISPLAY "MAS DE " TOPE-VIVOS
                                   " REGISTROS VIVOS EN EL RANGO, "
                                   "ACHICAR EL RANGO"
                           MOVE "N" TO RESTAURACION-OK
                       END-IF
                   ELSE
                       ADD 1 TO CANTIDAD-VIVOS
                       MOVE REG-CANDIDATO TO TV-IMAGEN(CANTIDAD-VIVOS)
                   END-IF
               END-IF.

           BUSCAR-VIVO.
               MOVE "N" TO VIVO-HALLADO.
               PERFORM COMPARAR-UN-VIVO
                   VARYING IDX-VIV FROM 1 BY 1
                   UNTIL IDX-VIV > CANTIDAD-VIVOS OR ESTA-VIVO.
               IF ESTA-VIVO
                   MOVE "E" TO DESTINO-CANDIDATO
               ELSE
                   PERFORM GUARDAR-VIVO
               END-IF.

           COMPARAR-UN-VIVO.
               IF TV-IMAGEN(IDX-VIV) = REG-CANDIDATO
                   MOVE "S" TO VIVO-HALLADO
               END-IF.

           ABRIR-VIVO-EXTENDIENDO.
               EVALUATE TRUE
                   WHEN ES-EXCPTLOG
                       OPEN EXTEND EXCPTLOG
                       IF VIVO-STATUS = "35"
                           OPEN OUTPUT EXCPTLOG
                           CLOSE EXCPTLOG
                           OPEN EXTEND EXCPTLOG
                       END-IF
                   WHEN ES-SECLOG
                       OPEN EXTEND SECLOG
                       IF VIVO-STATUS = "35"
                           OPEN OUTPUT SECLOG
                           CLOSE SECLOG
                           OPEN EXTEND SECLOG
                       END-IF
                   WHEN ES-CTLFILE
                       OPEN EXTEND CTLFILE
                       IF VIVO-STATUS = "35"
                           OPEN OUTPUT CTLFILE
                           CLOSE CTLFILE
                           OPEN EXTEND CTLFILE
                       END-IF
               END-EVALUATE.
               IF VIVO-STATUS NOT = "00"
                   DISPLAY ARCHIVO-ENTRADA " NO ABRE: " VIVO-STATUS
                   MOVE "N" TO RESTAURACION-OK
               END-IF.

           CARGAR-VIVOS-EXCPTLOG.
               OPEN INPUT EXCPTLOG.
               IF VIVO-STATUS NOT = "35"
                   MOVE "N" TO FIN-DE-ARCHIVO
                   PERFORM CARGAR-UNA-EXCEPCION UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE EXCPTLOG
               END-IF.

           CARGAR-UNA-EXCEPCION.
               READ EXCPTLOG
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE EXC-RECORD TO REG-CANDIDATO
                   PERFORM GUARDAR-VIVO
               END-IF.

           RESTAURAR-EXCPTLOG.
               OPEN INPUT EXCARCH.
               IF ARCH-STATUS NOT = "00"
                   DISPLAY "EXCARCH NO ABRE: " ARCH-STATUS
                   MOVE "N" TO RESTAURACION-OK
               ELSE
                   PERFORM ABRIR-VIVO-EXTENDIENDO
                   IF SE-PUEDE-RESTAURAR
                       MOVE "N" TO FIN-DE-ARCHIVO
                       PERFORM RESTAURAR-UNA-EXCEPCION
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE EXCPTLOG
                   END-IF
                   CLOSE EXCARCH
               END-IF.

           RESTAURAR-UNA-EXCEPCION.
               READ EXCARCH
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE EXCARCH-REG TO REG-CANDIDATO
                   PERFORM MIRAR-RANGO
                   IF SE-RESTAURA
                       PERFORM BUSCAR-VIVO
                   END-IF
                   IF SE-RESTAURA
                       WRITE EXC-RECORD FROM EXCARCH-REG
                   END-IF
                   PERFORM INFORMAR-CANDIDATO
               END-IF.

           CARGAR-VIVOS-SECLOG.
               OPEN INPUT SECLOG.
               IF VIVO-STATUS NOT = "35"
                   MOVE "N" TO FIN-DE-ARCHIVO
                   PERFORM CARGAR-UNA-SEGURIDAD UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE SECLOG
               END-IF.

           CARGAR-UNA-SEGURIDAD.
               READ SECLOG
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE SEC-RECORD TO REG-CANDIDATO
                   PERFORM GUARDAR-VIVO
               END-IF.

           RESTAURAR-SECLOG.
               OPEN INPUT SECARCH.
               IF ARCH-STATUS NOT = "00"
                   DISPLAY "SECARCH NO ABRE: " ARCH-STATUS
                   MOVE "N" TO RESTAURACION-OK
               ELSE
                   PERFORM ABRIR-VIVO-EXTENDIENDO
                   IF SE-PUEDE-RESTAURAR
                       MOVE "N" TO FIN-DE-ARCHIVO
                       PERFORM RESTAURAR-UNA-SEGURIDAD
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE SECLOG
                   END-IF
                   CLOSE SECARCH
               END-IF.

           RESTAURAR-UNA-SEGURIDAD.
               READ SECARCH
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE SECARCH-REG TO REG-CANDIDATO
                   PERFORM MIRAR-RANGO
                   IF SE-RESTAURA
                       PERFORM BUSCAR-VIVO
                   END-IF
                   IF SE-RESTAURA
                       WRITE SEC-RECORD FROM SECARCH-REG
                   END-IF
                   PERFORM INFORMAR-CANDIDATO
               END-IF.

           CARGAR-VIVOS-CTLFILE.
               OPEN INPUT CTLFILE.
               IF VIVO-STATUS NOT = "35"
                   MOVE "N" TO FIN-DE-ARCHIVO
                   PERFORM CARGAR-UN-CONTROL UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE CTLFILE
               END-IF.

           CARGAR-UN-CONTROL.
               READ CTLFILE
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE CTL-RECORD TO REG-CANDIDATO
                   PERFORM GUARDAR-VIVO
               END-IF.

           RESTAURAR-CTLFILE.
               OPEN INPUT CTLARCH.
               IF ARCH-STATUS NOT = "00"
                   DISPLAY "CTLARCH NO ABRE: " ARCH-STATUS
                   MOVE "N" TO RESTAURACION-OK
               ELSE
                   PERFORM ABRIR-VIVO-EXTENDIENDO
                   IF SE-PUEDE-RESTAURAR
                       MOVE "N" TO FIN-DE-ARCHIVO
                       PERFORM RESTAURAR-UN-CONTROL
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE CTLFILE
                   END-IF
                   CLOSE CTLARCH
               END-IF.

           RESTAURAR-UN-CONTROL.
               READ CTLARCH
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE CTLARCH-REG TO REG-CANDIDATO
                   PERFORM MIRAR-RANGO
                   IF SE-RESTAURA
                       PERFORM BUSCAR-VIVO
                   END-IF
                   IF SE-RESTAURA
                       WRITE CTL-RECORD FROM CTLARCH-REG
                   END-IF
                   PERFORM INFORMAR-CANDIDATO
               END-IF.

      *El rango restaurado queda en el libro para que ARCHIVER lo
      *devuelva al resguardo en su proxima corrida.
           ANOTAR-RESTAURACION.
               OPEN EXTEND RESTLOG.
               IF RST-STATUS = "35"
                   OPEN OUTPUT RESTLOG
                   CLOSE RESTLOG
                   OPEN EXTEND RESTLOG
               END-IF.
               IF RST-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ANOTAR EN RESTLOG: " RST-STATUS
                   MOVE "N" TO RESTAURACION-OK
               ELSE
                   MOVE ARCHIVO-ENTRADA TO RST-ARCHIVO
                   MOVE FECHA-DESDE TO RST-DESDE
                   MOVE FECHA-HASTA TO RST-HASTA
                   ACCEPT RST-FECHA FROM DATE YYYYMMDD
                   ACCEPT RST-HORA FROM TIME
                   MOVE TOTAL-RESTAURADOS TO RST-RESTAURADOS
                   MOVE "V" TO RST-ESTADO
                   MOVE ZERO TO RST-FECHA-DEVUELTO
                   WRITE RST-REGISTRO
                   CLOSE RESTLOG
               END-IF.

       END PROGRAM RESTAURA.
