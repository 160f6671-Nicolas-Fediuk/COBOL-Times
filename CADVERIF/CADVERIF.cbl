      ******************************************************************
      *CADVERIF - Verificacion de la cadena de AUDITLOG o SECLOG (ver
      *COPYLIB/CADREG y el subprograma ENCADENA). Recibe por SYSIN el
      *archivo y un rango de fechas; carga los registros encadenados
      *del archivo vivo y, si el JCL los provee, de las generaciones
      *de resguardo (DD AUDARCH / SECARCH, concatenadas), los ordena
      *por secuencia de grabacion y recalcula el valor de cada uno con
      *el del registro anterior:
      *  - un salto de secuencia es un registro BORRADO;
      *  - un valor que no se reproduce es un registro ALTERADO;
      *  - una secuencia repetida con otro contenido, un registro sin
      *    encadenar o una copia del resguardo que ninguna
      *    restauracion pendiente de RESTLOG explica es un registro
      *    INSERTADO.
      *Las marcas de corte que ARCHIVER pone al principio de cada
      *generacion y el corte asentado en CADENAS tienen que coincidir
      *con el registro al que apuntan, y la cadena tiene que terminar
      *en la ultima secuencia y el ultimo valor de la cabecera, asi un
      *corte de la cola tambien se nota. La cadena se recorre entera;
      *se listan los hallazgos de registros con fecha en el rango
      *(para un salto, la del registro que le sigue) y siempre los de
      *las marcas y la cabecera. Un registro de una generacion
      *anterior a la cadena (cadena en blanco) se cuenta aparte.
      *Las generaciones que se provean tienen que ser contiguas hasta
      *la ultima: un hueco entre ellas se informa como borrado.
      *Cada hallazgo se lista via REPORTER con la secuencia y la
      *clave del registro.
      *Retorno: 0 cadena intacta, 8 cadena rota o no se pudo verificar
      *(archivo invalido, fechas invalidas, un archivo que no abre o
      *mas registros de los que entran en la tabla).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVERIF.
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
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIVO-STATUS.
           SELECT SECARCH ASSIGN TO "SECARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT CADENAS ASSIGN TO "CADENAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-ARCHIVO
               FILE STATUS IS CAD-STATUS.
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

       FD  SECLOG
           RECORDING MODE IS F.
       COPY SECEVT.

       FD  SECARCH
           RECORDING MODE IS F.
       01  SECARCH-REG PIC X(69).

       FD  CADENAS.
       COPY CADREG.

       FD  RESTLOG
           RECORDING MODE IS F.
       COPY RESTREG.

       WORKING-STORAGE SECTION.
       01  VIVO-STATUS PIC X(02).
       01  ARCH-STATUS PIC X(02).
       01  CAD-STATUS PIC X(02).
       01  RST-STATUS PIC X(02).
       01  ARCHIVO-ENTRADA PIC X(08).
           88  ES-AUDITLOG VALUE "AUDITLOG".
           88  ES-SECLOG VALUE "SECLOG".
       01  FECHA-ENTRADA PIC X(08).
       01  FECHA-DESDE PIC 9(08).
       01  FECHA-HASTA PIC 9(08).
       01  DIAS-FECHA PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  FIN-DE-ARCHIVO PIC X(01).
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  VIVO-ABIERTO PIC X(01) VALUE "N".
           88  VIVO-ESTA-ABIERTO VALUE "S".
       01  VERIFICACION-OK PIC X(01) VALUE "S".
           88  SE-PUEDE-VERIFICAR VALUE "S".

      *Vistas de trabajo de un registro de cualquiera de los dos
      *archivos, vivo o de resguardo.
       COPY RUNAUD REPLACING LEADING ==AUD-== BY ==AUV-==.
       COPY SECEVT REPLACING LEADING ==SEC-== BY ==SEV-==.

      *Cabecera de la cadena del archivo (CADENAS).
       01  CABECERA-CADENA PIC X(01) VALUE "N".
           88  HAY-CABECERA-CADENA VALUE "S".
       01  CABECERA-ULTIMA-SEC PIC 9(09) VALUE ZERO.
       01  CABECERA-ULTIMO-VALOR PIC 9(09) VALUE ZERO.
       01  CABECERA-CORTE-SEC PIC 9(09) VALUE ZERO.
       01  CABECERA-CORTE-VALOR PIC 9(09) VALUE ZERO.

      *Registro leido, ya separado en lo que hace falta para cargarlo.
       01  LEIDO-SECUENCIA PIC 9(09).
       01  LEIDO-VALOR PIC 9(09).
       01  LEIDO-FECHA PIC 9(08).
       01  LEIDO-CONTENIDO PIC X(51).
       01  LEIDO-TIPO PIC X(01).
           88  LEIDO-ES-MARCA VALUE "M".
           88  LEIDO-ES-REGISTRO VALUE "R".
       01  LEIDO-ENCADENADO PIC X(01).
           88  LEIDO-TIENE-CADENA VALUE "S".
       01  LARGO-CONTENIDO PIC 9(03).

      *Cadena en memoria, ordenada por secuencia por insercion (a
      *igual secuencia, la marca despues del registro).
       01  CANTIDAD-ENTRADAS PIC 9(05) VALUE ZERO.
       01  TOPE-ENTRADAS PIC 9(05) VALUE 10000.
       01  TABLA-CADENA.
           05  TE-ENTRADA OCCURS 10000 TIMES.
               10  TE-SECUENCIA PIC 9(09).
               10  TE-VALOR PIC 9(09).
               10  TE-TIPO PIC X(01).
                   88  TE-ES-MARCA VALUE "M".
               10  TE-FECHA PIC 9(08).
               10  TE-CONTENIDO PIC X(51).
       01  POS-TABLA PIC 9(05).
       01  POS-ANTERIOR PIC 9(05).
       01  LUGAR-HALLADO PIC X(01).
           88  HAY-LUGAR VALUE "S".

      *Libro de restauraciones en memoria (ver COPYLIB/RESTREG).
       01  CANTIDAD-RANGOS PIC 9(03) VALUE ZERO.
       01  TOPE-RANGOS PIC 9(03) VALUE 200.
       01  TABLA-RANGOS.
           05  TR-RANGO OCCURS 200 TIMES INDEXED BY IDX-RNG.
               10  TR-REGISTRO PIC X(54).
       01  RANGO-HALLADO PIC X(01).
           88  EN-RANGO-RESTAURADO VALUE "S".

      *Recorrido: el ultimo eslabon visto (registro o marca).
       01  PREVIO-ESTADO PIC X(01).
           88  HAY-PREVIO VALUE "S".
       01  PREVIO-SECUENCIA PIC 9(09).
       01  PREVIO-VALOR PIC 9(09).
       01  PREVIO-TIPO PIC X(01).
       01  PREVIO-CONTENIDO PIC X(51).
       01  FALTANTES PIC 9(09).
       01  PRIMERA-FALTANTE PIC 9(09).

      *Parametros de ENCADENA.
       01  CADENA-PEDIDO PIC X(01) VALUE "V".
       01  CADENA-ARCHIVO PIC X(08).
       01  CADENA-CONTENIDO PIC X(80).
       01  CADENA-LARGO PIC 9(03).
       01  CADENA-SECUENCIA PIC 9(09).
       01  CADENA-VALOR PIC 9(09).

      *Un hallazgo a informar.
       01  HALLAZGO-TIPO PIC X(10).
       01  HALLAZGO-SECUENCIA PIC 9(09).
       01  HALLAZGO-FECHA PIC 9(08).
       01  HALLAZGO-CONTENIDO PIC X(51).
       01  HALLAZGO-DETALLE PIC X(29).
       01  HALLAZGO-SIEMPRE PIC X(01).
           88  SE-LISTA-SIEMPRE VALUE "S".

       01  CLAVE-AUDITORIA.
           05  CLA-FECHA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  CLA-HORA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  CLA-PROGRAMA PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  CLA-EVENTO PIC X(01).
           05  FILLER PIC X(01) VALUE SPACES.
       01  CLAVE-SEGURIDAD.
           05  CLS-FECHA PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  CLS-HORA PIC 9(06).
           05  FILLER PIC X(01) VALUE SPACES.
           05  CLS-OPERADOR PIC X(08).
           05  FILLER PIC X(01) VALUE SPACES.
           05  CLS-RESULTADO PIC X(01).
           05  FILLER PIC X(03) VALUE SPACES.
       01  DETALLE-FALTANTES.
           05  FILLER PIC X(07) VALUE "FALTAN ".
           05  DFA-CANTIDAD PIC Z(07)9.
           05  FILLER PIC X(14) VALUE " ANTES DE ESTE".

       01  TOTAL-VERIFICADOS PIC 9(07) VALUE ZERO.
       01  TOTAL-DEL-RESGUARDO PIC 9(07) VALUE ZERO.
       01  TOTAL-RESTAURADOS PIC 9(07) VALUE ZERO.
       01  TOTAL-ANTERIORES PIC 9(07) VALUE ZERO.
       01  TOTAL-HALLAZGOS PIC 9(07) VALUE ZERO.
       01  TOTAL-FUERA-DE-RANGO PIC 9(07) VALUE ZERO.

       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "CADVERIF".
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       01  RPT-TITULO.
           05  FILLER PIC X(14) VALUE "CADENA DE ".
           05  TIT-ARCHIVO PIC X(08).
           05  FILLER PIC X(07) VALUE " DESDE ".
           05  TIT-DESDE PIC 9(08).
           05  FILLER PIC X(07) VALUE " HASTA ".
           05  TIT-HASTA PIC 9(08).
           05  FILLER PIC X(28) VALUE SPACES.

       01  RPT-COLUMNAS.
           05  FILLER PIC X(11) VALUE "HALLAZGO".
           05  FILLER PIC X(10) VALUE "SECUENCIA".
           05  FILLER PIC X(30) VALUE "CLAVE".
           05  FILLER PIC X(29) VALUE "DETALLE".

       01  RPT-DETALLE.
           05  DET-TIPO PIC X(10).
           05  FILLER PIC X(01) VALUE SPACES.
           05  DET-SECUENCIA PIC Z(08)9.
           05  FILLER PIC X(01) VALUE SPACES.
           05  DET-CLAVE PIC X(29).
           05  FILLER PIC X(01) VALUE SPACES.
           05  DET-DETALLE PIC X(29).

       01  RPT-PIE.
           05  FILLER PIC X(13) VALUE "VERIFICADOS: ".
           05  PIE-VERIFICADOS PIC Z(06)9.
           05  FILLER PIC X(16) VALUE "  DEL RESGUARDO:".
           05  PIE-DEL-RESGUARDO PIC Z(06)9.
           05  FILLER PIC X(15) VALUE "  RESTAURADOS: ".
           05  PIE-RESTAURADOS PIC Z(06)9.
           05  FILLER PIC X(15) VALUE SPACES.

       01  RPT-PIE-2.
           05  FILLER PIC X(24) VALUE "ANTERIORES A LA CADENA: ".
           05  PIE-ANTERIORES PIC Z(06)9.
           05  FILLER PIC X(26) VALUE
                   "  HALLAZGOS FUERA RANGO: ".
           05  PIE-FUERA-DE-RANGO PIC Z(06)9.
           05  FILLER PIC X(16) VALUE SPACES.

       01  RPT-RESULTADO.
           05  FILLER PIC X(11) VALUE "RESULTADO: ".
           05  RES-TEXTO PIC X(69).

       PROCEDURE DIVISION.

           DISPLAY "ARCHIVO (AUDITLOG, SECLOG)".
           ACCEPT ARCHIVO-ENTRADA.
           DISPLAY "FECHA DESDE (AAAAMMDD, ENTER = DESDE EL PRINCIPIO)".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE ZERO TO FECHA-DESDE
           ELSE
               PERFORM VALIDAR-FECHA
               MOVE FECHA-ENTRADA TO FECHA-DESDE
           END-IF.
           DISPLAY "FECHA HASTA (AAAAMMDD, ENTER = HASTA EL FINAL)".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE 99999999 TO FECHA-HASTA
           ELSE
               PERFORM VALIDAR-FECHA
               MOVE FECHA-ENTRADA TO FECHA-HASTA
           END-IF.

           EVALUATE TRUE
               WHEN NOT ES-AUDITLOG AND NOT ES-SECLOG
                   DISPLAY "ARCHIVO INVALIDO: " ARCHIVO-ENTRADA
                   MOVE "N" TO VERIFICACION-OK
               WHEN NOT SE-PUEDE-VERIFICAR
                   DISPLAY "FECHA INVALIDA, SE CANCELA"
               WHEN FECHA-DESDE > FECHA-HASTA
                   DISPLAY "LA FECHA DESDE ES POSTERIOR A LA HASTA"
                   MOVE "N" TO VERIFICACION-OK
               WHEN OTHER
                   MOVE ARCHIVO-ENTRADA TO CADENA-ARCHIVO
                   IF ES-AUDITLOG
                       MOVE 37 TO LARGO-CONTENIDO
                   ELSE
                       MOVE 51 TO LARGO-CONTENIDO
                   END-IF
                   PERFORM ABRIR-REPORTE
                   PERFORM CARGAR-RESTAURACIONES
                   PERFORM LEER-CABECERA
                   IF ES-AUDITLOG
                       PERFORM CARGAR-AUDITORIA
                   ELSE
                       PERFORM CARGAR-SEGURIDAD
                   END-IF
                   IF SE-PUEDE-VERIFICAR
                       PERFORM RECORRER-CADENA
                   END-IF
                   PERFORM CERRAR-REPORTE
           END-EVALUATE.

           IF NOT SE-PUEDE-VERIFICAR OR TOTAL-HALLAZGOS > ZERO
               MOVE 8 TO RETORNO-CORRIDA
           END-IF.
           DISPLAY "VERIFICADOS: " TOTAL-VERIFICADOS
                   " HALLAZGOS: " TOTAL-HALLAZGOS.
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
                   MOVE "N" TO VERIFICACION-OK
               END-IF.

           ABRIR-REPORTE.
               MOVE ARCHIVO-ENTRADA TO TIT-ARCHIVO.
               MOVE FECHA-DESDE TO TIT-DESDE.
               MOVE FECHA-HASTA TO TIT-HASTA.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-COLUMNAS.

           CERRAR-REPORTE.
               MOVE TOTAL-VERIFICADOS TO PIE-VERIFICADOS.
               MOVE TOTAL-DEL-RESGUARDO TO PIE-DEL-RESGUARDO.
               MOVE TOTAL-RESTAURADOS TO PIE-RESTAURADOS.
               MOVE TOTAL-ANTERIORES TO PIE-ANTERIORES.
               MOVE TOTAL-FUERA-DE-RANGO TO PIE-FUERA-DE-RANGO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE-2.
               EVALUATE TRUE
                   WHEN NOT SE-PUEDE-VERIFICAR
                       MOVE "NO SE PUDO VERIFICAR" TO RES-TEXTO
                   WHEN TOTAL-HALLAZGOS > ZERO
                       MOVE "CADENA ROTA" TO RES-TEXTO
                   WHEN OTHER
                       MOVE "CADENA INTACTA" TO RES-TEXTO
               END-EVALUATE.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-RESULTADO.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-RESULTADO.

      *Sin cabecera la cadena arranca en cero; si igual aparecen
      *registros encadenados, la falta de la cabecera es un hallazgo.
           LEER-CABECERA.
               OPEN INPUT CADENAS.
               IF CAD-STATUS = "00"
                   MOVE ARCHIVO-ENTRADA TO CAD-ARCHIVO
                   READ CADENAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO CABECERA-CADENA
                           MOVE CAD-ULTIMA-SEC TO CABECERA-ULTIMA-SEC
                           MOVE CAD-ULTIMO-VALOR
                               TO CABECERA-ULTIMO-VALOR
                           MOVE CAD-CORTE-SEC TO CABECERA-CORTE-SEC
                           MOVE CAD-CORTE-VALOR
                               TO CABECERA-CORTE-VALOR
                   END-READ
                   CLOSE CADENAS
               ELSE
                   IF CAD-STATUS NOT = "35"
                       DISPLAY "CADENAS NO ABRE: " CAD-STATUS
                       MOVE "N" TO VERIFICACION-OK
                   END-IF
               END-IF.
      *El corte asentado entra como una marca mas.
               MOVE "M" TO LEIDO-TIPO.
               MOVE CABECERA-CORTE-SEC TO LEIDO-SECUENCIA.
               MOVE CABECERA-CORTE-VALOR TO LEIDO-VALOR.
               MOVE ZERO TO LEIDO-FECHA.
               MOVE SPACES TO LEIDO-CONTENIDO.
               PERFORM GUARDAR-ENTRADA.

           CARGAR-AUDITORIA.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT AUDARCH.
               IF ARCH-STATUS = "00"
                   READ AUDARCH
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
                   PERFORM CARGAR-AUDITORIA-ARCHIVADA
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE AUDARCH
               ELSE
                   DISPLAY "SIN RESGUARDO AUDARCH, SE VERIFICA DESDE "
                           "EL CORTE"
               END-IF.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT AUDITLOG.
               IF VIVO-STATUS = "35"
                   DISPLAY "NO HAY AUDITLOG"
                   MOVE "S" TO FIN-DE-ARCHIVO
               ELSE
                   IF VIVO-STATUS NOT = "00"
                       DISPLAY "AUDITLOG NO ABRE: " VIVO-STATUS
                       MOVE "N" TO VERIFICACION-OK
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       MOVE "S" TO VIVO-ABIERTO
                       MOVE LOW-VALUES TO AUD-CLAVE
                       START AUDITLOG KEY IS NOT LESS THAN AUD-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                   END-IF
               END-IF.
               PERFORM CARGAR-AUDITORIA-VIVA
                   UNTIL HAY-FIN-DE-ARCHIVO.
               IF VIVO-ESTA-ABIERTO
                   CLOSE AUDITLOG
               END-IF.

           CARGAR-AUDITORIA-ARCHIVADA.
               MOVE AUDARCH-REG TO AUV-RECORD.
               PERFORM SEPARAR-AUDITORIA.
               IF LEIDO-ES-MARCA OR LEIDO-TIENE-CADENA
                   PERFORM GUARDAR-ENTRADA
                   IF LEIDO-ES-REGISTRO
                       ADD 1 TO TOTAL-DEL-RESGUARDO
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-ANTERIORES
               END-IF.
               READ AUDARCH
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

           CARGAR-AUDITORIA-VIVA.
               READ AUDITLOG NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE AUD-RECORD TO AUV-RECORD
                   PERFORM SEPARAR-AUDITORIA
                   PERFORM CARGAR-UN-VIVO
               END-IF.

           SEPARAR-AUDITORIA.
               MOVE AUV-RUN-DATE TO LEIDO-FECHA.
               MOVE AUV-RECORD(1:37) TO LEIDO-CONTENIDO.
               IF AUV-RUN-DATE = ZERO
                       AND AUV-PROGRAM-NAME = "*CORTE*"
                   MOVE "M" TO LEIDO-TIPO
               ELSE
                   MOVE "R" TO LEIDO-TIPO
               END-IF.
               IF AUV-CAD-SECUENCIA IS NUMERIC
                       AND AUV-CAD-VALOR IS NUMERIC
                   MOVE "S" TO LEIDO-ENCADENADO
                   MOVE AUV-CAD-SECUENCIA TO LEIDO-SECUENCIA
                   MOVE AUV-CAD-VALOR TO LEIDO-VALOR
               ELSE
                   MOVE "N" TO LEIDO-ENCADENADO
                   MOVE ZERO TO LEIDO-SECUENCIA LEIDO-VALOR
               END-IF.

           CARGAR-SEGURIDAD.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT SECARCH.
               IF ARCH-STATUS = "00"
                   READ SECARCH
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
                   PERFORM CARGAR-SEGURIDAD-ARCHIVADA
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE SECARCH
               ELSE
                   DISPLAY "SIN RESGUARDO SECARCH, SE VERIFICA DESDE "
                           "EL CORTE"
               END-IF.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT SECLOG.
               IF VIVO-STATUS = "35"
                   DISPLAY "NO HAY SECLOG"
               ELSE
                   IF VIVO-STATUS NOT = "00"
                       DISPLAY "SECLOG NO ABRE: " VIVO-STATUS
                       MOVE "N" TO VERIFICACION-OK
                   ELSE
                       READ SECLOG
                           AT END MOVE "S" TO FIN-DE-ARCHIVO
                       END-READ
                       PERFORM CARGAR-SEGURIDAD-VIVA
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE SECLOG
                   END-IF
               END-IF.

           CARGAR-SEGURIDAD-ARCHIVADA.
               MOVE SECARCH-REG TO SEV-RECORD.
               PERFORM SEPARAR-SEGURIDAD.
               IF LEIDO-ES-MARCA OR LEIDO-TIENE-CADENA
                   PERFORM GUARDAR-ENTRADA
                   IF LEIDO-ES-REGISTRO
                       ADD 1 TO TOTAL-DEL-RESGUARDO
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-ANTERIORES
               END-IF.
               READ SECARCH
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

           CARGAR-SEGURIDAD-VIVA.
               MOVE SEC-RECORD TO SEV-RECORD.
               PERFORM SEPARAR-SEGURIDAD.
               PERFORM CARGAR-UN-VIVO.
               READ SECLOG
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

           SEPARAR-SEGURIDAD.
               MOVE SEV-FECHA TO LEIDO-FECHA.
               MOVE SEV-RECORD(1:51) TO LEIDO-CONTENIDO.
               IF SEV-FECHA = ZERO AND SEV-OPERADOR = "*CORTE*"
                   MOVE "M" TO LEIDO-TIPO
               ELSE
                   MOVE "R" TO LEIDO-TIPO
               END-IF.
               IF SEV-CAD-SECUENCIA IS NUMERIC
                       AND SEV-CAD-VALOR IS NUMERIC
                   MOVE "S" TO LEIDO-ENCADENADO
                   MOVE SEV-CAD-SECUENCIA TO LEIDO-SECUENCIA
                   MOVE SEV-CAD-VALOR TO LEIDO-VALOR
               ELSE
                   MOVE "N" TO LEIDO-ENCADENADO
                   MOVE ZERO TO LEIDO-SECUENCIA LEIDO-VALOR
               END-IF.

      *En el archivo vivo, lo que esta hasta el corte solo puede ser
      *una copia que RESTAURA devolvio y que sigue pendiente en
      *RESTLOG; un registro sin cadena tambien, si es de una
      *generacion anterior a la cadena. Lo demas va a la cadena.
           CARGAR-UN-VIVO.
               IF LEIDO-TIENE-CADENA AND LEIDO-SECUENCIA > ZERO
                   IF LEIDO-SECUENCIA > CABECERA-CORTE-SEC
                       PERFORM GUARDAR-ENTRADA
                   ELSE
                       PERFORM MIRAR-RESTAURACION
                       IF EN-RANGO-RESTAURADO
                           ADD 1 TO TOTAL-RESTAURADOS
                       ELSE
                           MOVE "INSERTADO" TO HALLAZGO-TIPO
                           MOVE "COPIA SIN RESTAURACION"
                               TO HALLAZGO-DETALLE
                           PERFORM HALLAZGO-DEL-LEIDO
                       END-IF
                   END-IF
               ELSE
                   PERFORM MIRAR-RESTAURACION
                   IF EN-RANGO-RESTAURADO AND NOT LEIDO-TIENE-CADENA
                       ADD 1 TO TOTAL-RESTAURADOS
                   ELSE
                       MOVE "INSERTADO" TO HALLAZGO-TIPO
                       MOVE "REGISTRO SIN ENCADENAR"
                           TO HALLAZGO-DETALLE
                       PERFORM HALLAZGO-DEL-LEIDO
                   END-IF
               END-IF.

           HALLAZGO-DEL-LEIDO.
               MOVE LEIDO-SECUENCIA TO HALLAZGO-SECUENCIA.
               MOVE LEIDO-FECHA TO HALLAZGO-FECHA.
               MOVE LEIDO-CONTENIDO TO HALLAZGO-CONTENIDO.
               MOVE "N" TO HALLAZGO-SIEMPRE.
               PERFORM INFORMAR-HALLAZGO.

           MIRAR-RESTAURACION.
               MOVE "N" TO RANGO-HALLADO.
               PERFORM MIRAR-UN-RANGO
                   VARYING IDX-RNG FROM 1 BY 1
                   UNTIL IDX-RNG > CANTIDAD-RANGOS
                       OR EN-RANGO-RESTAURADO.

           MIRAR-UN-RANGO.
               MOVE TR-REGISTRO(IDX-RNG) TO RST-REGISTRO.
               IF RST-EN-VIVO AND RST-ARCHIVO = ARCHIVO-ENTRADA
                       AND LEIDO-FECHA NOT < RST-DESDE
                       AND LEIDO-FECHA NOT > RST-HASTA
                   MOVE "S" TO RANGO-HALLADO
               END-IF.

      *Insercion por el final: los registros llegan casi siempre en
      *orden de secuencia, asi que se corre poco.
           GUARDAR-ENTRADA.
               IF CANTIDAD-ENTRADAS NOT < TOPE-ENTRADAS
                   IF SE-PUEDE-VERIFICAR
                       DISPLAY "LA CADENA TIENE MAS DE " TOPE-ENTRADAS
                               " REGISTROS, ACOTAR LAS GENERACIONES"
                   END-IF
                   MOVE "N" TO VERIFICACION-OK
               ELSE
                   ADD 1 TO CANTIDAD-ENTRADAS
                   MOVE CANTIDAD-ENTRADAS TO POS-TABLA
                   MOVE "N" TO LUGAR-HALLADO
                   PERFORM CORRER-UNA-ENTRADA
                       UNTIL HAY-LUGAR OR POS-TABLA = 1
                   MOVE LEIDO-SECUENCIA TO TE-SECUENCIA(POS-TABLA)
                   MOVE LEIDO-VALOR TO TE-VALOR(POS-TABLA)
                   MOVE LEIDO-TIPO TO TE-TIPO(POS-TABLA)
                   MOVE LEIDO-FECHA TO TE-FECHA(POS-TABLA)
                   MOVE LEIDO-CONTENIDO TO TE-CONTENIDO(POS-TABLA)
               END-IF.

           CORRER-UNA-ENTRADA.
               COMPUTE POS-ANTERIOR = POS-TABLA - 1.
               IF TE-SECUENCIA(POS-ANTERIOR) > LEIDO-SECUENCIA
                       OR (TE-SECUENCIA(POS-ANTERIOR) = LEIDO-SECUENCIA
                           AND TE-ES-MARCA(POS-ANTERIOR)
                           AND LEIDO-ES-REGISTRO)
                   MOVE TE-ENTRADA(POS-ANTERIOR)
                       TO TE-ENTRADA(POS-TABLA)
                   MOVE POS-ANTERIOR TO POS-TABLA
               ELSE
                   MOVE "S" TO LUGAR-HALLADO
               END-IF.

           CARGAR-RESTAURACIONES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT RESTLOG.
               IF RST-STATUS = "00"
                   READ RESTLOG
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
                   PERFORM CARGAR-UNA-RESTAURACION
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE RESTLOG
               END-IF.

           CARGAR-UNA-RESTAURACION.
               IF CANTIDAD-RANGOS < TOPE-RANGOS
                   ADD 1 TO CANTIDAD-RANGOS
                   MOVE RST-REGISTRO TO TR-REGISTRO(CANTIDAD-RANGOS)
                   READ RESTLOG
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
               ELSE
                   DISPLAY "RESTLOG TIENE MAS DE " TOPE-RANGOS
                           " RANGOS, SE TOMAN LOS PRIMEROS"
                   MOVE "S" TO FIN-DE-ARCHIVO
               END-IF.

      *Cada eslabon se compara con el anterior: una marca con el
      *registro al que apunta, un registro con el valor que resulta de
      *encadenarlo al anterior. Despues del salto o del valor que no
      *coincide se sigue desde el valor guardado, asi cada registro
      *tocado da un solo hallazgo.
           RECORRER-CADENA.
               MOVE "N" TO PREVIO-ESTADO.
               PERFORM MIRAR-UN-ESLABON
                   VARYING POS-TABLA FROM 1 BY 1
                   UNTIL POS-TABLA > CANTIDAD-ENTRADAS.
               PERFORM MIRAR-LA-COLA.

           MIRAR-UN-ESLABON.
               IF TE-ES-MARCA(POS-TABLA)
                   PERFORM MIRAR-UNA-MARCA
               ELSE
                   ADD 1 TO TOTAL-VERIFICADOS
                   PERFORM MIRAR-UN-REGISTRO
               END-IF.
               MOVE "S" TO PREVIO-ESTADO.
               MOVE TE-SECUENCIA(POS-TABLA) TO PREVIO-SECUENCIA.
               MOVE TE-VALOR(POS-TABLA) TO PREVIO-VALOR.
               MOVE TE-TIPO(POS-TABLA) TO PREVIO-TIPO.
               MOVE TE-CONTENIDO(POS-TABLA) TO PREVIO-CONTENIDO.

           MIRAR-UNA-MARCA.
               MOVE "S" TO HALLAZGO-SIEMPRE.
               MOVE TE-SECUENCIA(POS-TABLA) TO HALLAZGO-SECUENCIA.
               MOVE ZERO TO HALLAZGO-FECHA.
               MOVE SPACES TO HALLAZGO-CONTENIDO.
               IF HAY-PREVIO
                   EVALUATE TRUE
                       WHEN PREVIO-SECUENCIA = TE-SECUENCIA(POS-TABLA)
                           IF PREVIO-VALOR NOT = TE-VALOR(POS-TABLA)
                               MOVE "ALTERADO" TO HALLAZGO-TIPO
                               MOVE "NO COINCIDE CON MARCA CORTE"
                                   TO HALLAZGO-DETALLE
                               PERFORM INFORMAR-HALLAZGO
                           END-IF
                       WHEN OTHER
                           PERFORM CONTAR-FALTANTES
                           MOVE "BORRADO" TO HALLAZGO-TIPO
                           MOVE DETALLE-FALTANTES TO HALLAZGO-DETALLE
                           PERFORM INFORMAR-HALLAZGO
                   END-EVALUATE
               END-IF.

           MIRAR-UN-REGISTRO.
               MOVE "N" TO HALLAZGO-SIEMPRE.
               MOVE TE-SECUENCIA(POS-TABLA) TO HALLAZGO-SECUENCIA.
               MOVE TE-FECHA(POS-TABLA) TO HALLAZGO-FECHA.
               MOVE TE-CONTENIDO(POS-TABLA) TO HALLAZGO-CONTENIDO.
               EVALUATE TRUE
                   WHEN NOT HAY-PREVIO
                       IF TE-SECUENCIA(POS-TABLA) = 1
                           MOVE ZERO TO PREVIO-VALOR
                           PERFORM COMPROBAR-VALOR
                       ELSE
                           DISPLAY "CADENA VERIFICADA DESDE LA "
                                   "SECUENCIA " TE-SECUENCIA(POS-TABLA)
                       END-IF
                   WHEN PREVIO-SECUENCIA = TE-SECUENCIA(POS-TABLA)
                       IF PREVIO-TIPO = "M"
                               OR PREVIO-VALOR NOT = TE-VALOR(POS-TABLA)
                               OR PREVIO-CONTENIDO
                                   NOT = TE-CONTENIDO(POS-TABLA)
                           MOVE "INSERTADO" TO HALLAZGO-TIPO
                           MOVE "SECUENCIA REPETIDA"
                               TO HALLAZGO-DETALLE
                           PERFORM INFORMAR-HALLAZGO
                       ELSE
                           SUBTRACT 1 FROM TOTAL-VERIFICADOS
                       END-IF
                   WHEN PREVIO-SECUENCIA + 1 = TE-SECUENCIA(POS-TABLA)
                       PERFORM COMPROBAR-VALOR
                   WHEN OTHER
                       PERFORM CONTAR-FALTANTES
                       MOVE "BORRADO" TO HALLAZGO-TIPO
                       MOVE DETALLE-FALTANTES TO HALLAZGO-DETALLE
                       PERFORM INFORMAR-HALLAZGO
               END-EVALUATE.

           COMPROBAR-VALOR.
               MOVE TE-CONTENIDO(POS-TABLA) TO CADENA-CONTENIDO.
               MOVE LARGO-CONTENIDO TO CADENA-LARGO.
               MOVE TE-SECUENCIA(POS-TABLA) TO CADENA-SECUENCIA.
               MOVE PREVIO-VALOR TO CADENA-VALOR.
               CALL "ENCADENA" USING CADENA-PEDIDO CADENA-ARCHIVO
                   CADENA-CONTENIDO CADENA-LARGO CADENA-SECUENCIA
                   CADENA-VALOR.
               IF CADENA-VALOR NOT = TE-VALOR(POS-TABLA)
                   MOVE "ALTERADO" TO HALLAZGO-TIPO
                   MOVE "VALOR DE CADENA NO COINCIDE"
                       TO HALLAZGO-DETALLE
                   PERFORM INFORMAR-HALLAZGO
               END-IF.

           CONTAR-FALTANTES.
               COMPUTE PRIMERA-FALTANTE = PREVIO-SECUENCIA + 1.
               COMPUTE FALTANTES = TE-SECUENCIA(POS-TABLA)
                   - PRIMERA-FALTANTE.
               MOVE FALTANTES TO DFA-CANTIDAD.

      *El final de la cadena tiene que ser el ultimo registro grabado
      *segun la cabecera.
           MIRAR-LA-COLA.
               MOVE "S" TO HALLAZGO-SIEMPRE.
               MOVE ZERO TO HALLAZGO-FECHA.
               MOVE SPACES TO HALLAZGO-CONTENIDO.
               MOVE PREVIO-SECUENCIA TO HALLAZGO-SECUENCIA.
               EVALUATE TRUE
                   WHEN NOT HAY-CABECERA-CADENA
                       IF TOTAL-VERIFICADOS > ZERO
                           MOVE "BORRADO" TO HALLAZGO-TIPO
                           MOVE "FALTA LA CABECERA EN CADENAS"
                               TO HALLAZGO-DETALLE
                           PERFORM INFORMAR-HALLAZGO
                       END-IF
                   WHEN PREVIO-SECUENCIA < CABECERA-ULTIMA-SEC
                       COMPUTE FALTANTES = CABECERA-ULTIMA-SEC
                           - PREVIO-SECUENCIA
                       MOVE FALTANTES TO DFA-CANTIDAD
                       MOVE "BORRADO" TO HALLAZGO-TIPO
                       MOVE DETALLE-FALTANTES TO HALLAZGO-DETALLE
                       MOVE " AL FINAL" TO HALLAZGO-DETALLE(16:14)
                       MOVE CABECERA-ULTIMA-SEC TO HALLAZGO-SECUENCIA
                       PERFORM INFORMAR-HALLAZGO
                   WHEN PREVIO-SECUENCIA > CABECERA-ULTIMA-SEC
                       MOVE "INSERTADO" TO HALLAZGO-TIPO
                       MOVE "MAS ALLA DE LA ULTIMA GRABADA"
                           TO HALLAZGO-DETALLE
                       PERFORM INFORMAR-HALLAZGO
                   WHEN PREVIO-VALOR NOT = CABECERA-ULTIMO-VALOR
                       MOVE "ALTERADO" TO HALLAZGO-TIPO
                       MOVE "NO COINCIDE CON LA CABECERA"
                           TO HALLAZGO-DETALLE
                       PERFORM INFORMAR-HALLAZGO
               END-EVALUATE.

      *Un hallazgo de un registro fuera del rango pedido solo se
      *cuenta; los de marcas y cabecera se listan siempre.
           INFORMAR-HALLAZGO.
               IF NOT SE-LISTA-SIEMPRE
                       AND (HALLAZGO-FECHA < FECHA-DESDE
                           OR HALLAZGO-FECHA > FECHA-HASTA)
                   ADD 1 TO TOTAL-FUERA-DE-RANGO
               ELSE
                   ADD 1 TO TOTAL-HALLAZGOS
                   PERFORM ARMAR-CLAVE
                   MOVE HALLAZGO-TIPO TO DET-TIPO
                   MOVE HALLAZGO-SECUENCIA TO DET-SECUENCIA
                   MOVE HALLAZGO-DETALLE TO DET-DETALLE
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE
               END-IF.

           ARMAR-CLAVE.
               EVALUATE TRUE
                   WHEN HALLAZGO-CONTENIDO = SPACES
                       MOVE "MARCA / CABECERA DE LA CADENA"
                           TO DET-CLAVE
                   WHEN ES-AUDITLOG
                       MOVE HALLAZGO-CONTENIDO TO AUV-RECORD
                       MOVE AUV-RUN-DATE TO CLA-FECHA
                       MOVE AUV-RUN-TIME TO CLA-HORA
                       MOVE AUV-PROGRAM-NAME TO CLA-PROGRAMA
                       MOVE AUV-EVENTO TO CLA-EVENTO
                       MOVE CLAVE-AUDITORIA TO DET-CLAVE
                   WHEN OTHER
                       MOVE HALLAZGO-CONTENIDO TO SEV-RECORD
                       MOVE SEV-FECHA TO CLS-FECHA
                       MOVE SEV-HORA TO CLS-HORA
                       MOVE SEV-OPERADOR TO CLS-OPERADOR
                       MOVE SEV-RESULTADO TO CLS-RESULTADO
                       MOVE CLAVE-SEGURIDAD TO DET-CLAVE
               END-EVALUATE.

       END PROGRAM CADVERIF.
