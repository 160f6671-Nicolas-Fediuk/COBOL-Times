      *    (CTL-INTENTO, ver COPYLIB/CTLTOT) y los registros de
      *    resguardo y trabajo CTLARCH/CTLTEMP quedaron cortos en
      *    X(47): la copia truncaba el intento. Pasan a X(49).
      *  - Los registros que RESTAURA devolvio al archivo vivo se
      *    vuelven a mandar al resguardo en la corrida siguiente,
      *    aunque esten dentro de la retencion: se lee el libro RESTLOG
      *    (ver COPYLIB/RESTREG), todo registro cuya fecha cae en un
      *    rango pendiente de su archivo va al resguardo, y al terminar
      *    cada archivo sus rangos quedan marcados como devueltos.
      *  - El registro de EJERHIST crecio con el codigo de articulo y
      *    el valor de arranque del conteo (ver COPYLIB/EJHIST): el
      *    registro de resguardo HISARCH pasa de X(42) a X(51).
      *  - AUDITLOG y SECLOG van encadenados (AUD-CADENA / SEC-CADENA,
      *    ver COPYLIB/CADREG): los registros de resguardo AUDARCH y
      *    SECARCH/SECTEMP pasan a X(55) y X(69). Para que la cadena se
      *    pueda seguir verificando a traves de las generaciones, cada
      *    generacion empieza con una marca de corte (fecha cero,
      *    "*CORTE*") con la secuencia y el valor del ultimo
      *    registro que se llevo la depuracion anterior, y de la
      *    cadena viva solo se archiva el tramo inicial: todo registro
      *    anterior al primero que queda vivo. El corte nuevo se
      *    asienta en CADENAS. Las copias que RESTAURA devolvio
      *    (secuencia hasta el corte) siguen la regla de siempre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVER.
           SELECT HISARCH ASSIGN TO "HISARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT RESTLOG ASSIGN TO "RESTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RST-STATUS.
           SELECT CADENAS ASSIGN TO "CADENAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-ARCHIVO
               FILE STATUS IS CAD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.

       FD  AUDARCH
           RECORDING MODE IS F.
       01  AUDARCH-REG PIC X(55).

       FD  EXCPTLOG
           RECORDING MODE IS F.

       FD  SECARCH
           RECORDING MODE IS F.
       01  SECARCH-REG PIC X(69).

       FD  SECTEMP
           RECORDING MODE IS F.
       01  SECTEMP-REG PIC X(69).

       FD  CTLFILE
           RECORDING MODE IS F.

       FD  HISARCH
           RECORDING MODE IS F.
       01  HISARCH-REG PIC X(51).

       FD  RESTLOG
           RECORDING MODE IS F.
       COPY RESTREG.

       FD  CADENAS.
       COPY CADREG.

       WORKING-STORAGE SECTION.
       01  AUD-STATUS PIC X(02).
       01  SEC-STATUS PIC X(02).
       01  CTL-STATUS PIC X(02).
       01  HIST-STATUS PIC X(02).
       01  RST-STATUS PIC X(02).
       01  CAD-STATUS PIC X(02).
       01  FECHA-HOY PIC 9(08).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  FECHA-VALIDA PIC X(01).
       01  ARCHIVADOS PIC 9(07).
       01  RETENIDOS PIC 9(07).
       01  ARCHIVO-ACTUAL PIC X(08).
       01  DESTINO-REGISTRO PIC X(01).
           88  VA-AL-RESGUARDO VALUE "R".
           88  QUEDA-VIVO VALUE "V".
       01  RANGO-HALLADO PIC X(01).
           88  EN-RANGO-RESTAURADO VALUE "S".
       01  RESTLOG-CAMBIADO PIC X(01) VALUE "N".
           88  HAY-QUE-REGRABAR-RESTLOG VALUE "S".
       01  RESTLOG-COMPLETO PIC X(01) VALUE "S".
           88  RESTLOG-ENTERO VALUE "S".
      *Corte de la cadena del archivo que se esta depurando: el
      *anterior (CORTE-*), el primer registro encadenado que queda
      *vivo (LIMITE-CADENA) y el ultimo que se va al resguardo.
       01  CABECERA-CADENA PIC X(01).
           88  HAY-CABECERA-CADENA VALUE "S".
       01  CORTE-SECUENCIA PIC 9(09).
       01  CORTE-VALOR PIC 9(09).
       01  LIMITE-CADENA PIC 9(09).
       01  NUEVO-CORTE-SECUENCIA PIC 9(09).
       01  NUEVO-CORTE-VALOR PIC 9(09).
       01  REGISTRO-SECUENCIA PIC 9(09).
       01  REGISTRO-VALOR PIC 9(09).
      *Libro de restauraciones en memoria (ver COPYLIB/RESTREG).
       01  CANTIDAD-RANGOS PIC 9(03) VALUE ZERO.
       01  TOPE-RANGOS PIC 9(03) VALUE 200.
       01  TABLA-RANGOS.
           05  TR-RANGO OCCURS 200 TIMES INDEXED BY IDX-RNG.
               10  TR-REGISTRO PIC X(54).

       PROCEDURE DIVISION.

               MOVE RETENCION-ENTRADA TO RETENCION-CTLFILE
           END-IF.

           PERFORM CARGAR-RESTAURACIONES.

           PERFORM DEPURAR-AUDITLOG.
           PERFORM DEPURAR-EXCPTLOG.
           PERFORM DEPURAR-SECLOG.
           PERFORM DEPURAR-CTLFILE.
           PERFORM DEPURAR-EJERHIST.

           IF HAY-QUE-REGRABAR-RESTLOG AND RESTLOG-ENTERO
               PERFORM REGRABAR-RESTAURACIONES
           END-IF.

           GOBACK.

           PEDIR-RETENCION.
      *borran del archivo vivo con DELETE, igual que en EJERHIST.
           DEPURAR-AUDITLOG.
               MOVE RETENCION-AUDITLOG TO RETENCION-ACTUAL.
               MOVE "AUDITLOG" TO ARCHIVO-ACTUAL.
               MOVE ZERO TO ARCHIVADOS RETENIDOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN I-O AUDITLOG.
                       CLOSE AUDARCH
                       OPEN EXTEND AUDARCH
                   END-IF
                   PERFORM LEER-CORTE-CADENA
                   MOVE LOW-VALUES TO AUD-CLAVE
                   START AUDITLOG KEY IS NOT LESS THAN AUD-CLAVE
                       INVALID KEY
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-START
                   PERFORM BUSCAR-LIMITE-AUDITORIA
                       UNTIL HAY-FIN-DE-ARCHIVO
                   MOVE "N" TO FIN-DE-ARCHIVO
                   PERFORM MARCAR-CORTE-AUDITORIA
                   MOVE LOW-VALUES TO AUD-CLAVE
                   START AUDITLOG KEY IS NOT LESS THAN AUD-CLAVE
                       INVALID KEY
                   CLOSE AUDITLOG AUDARCH
                   DISPLAY "AUDITLOG: ARCHIVADOS " ARCHIVADOS
                           " RETENIDOS " RETENIDOS
                   PERFORM ASENTAR-CORTE-CADENA
                   PERFORM MARCAR-DEVUELTOS
               END-IF.

           DEPURAR-UNA-AUDITORIA.
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE AUD-RUN-DATE TO FECHA-REGISTRO
                   PERFORM TOMAR-SECUENCIA-AUDITORIA
                   MOVE AUD-CAD-VALOR TO REGISTRO-VALOR
                   PERFORM DECIDIR-DESTINO-ENCADENADO
                   IF VA-AL-RESGUARDO
                       WRITE AUDARCH-REG FROM AUD-RECORD
                       DELETE AUDITLOG
                       ADD 1 TO ARCHIVADOS
                   END-IF
               END-IF.

      *Primera pasada: el primer registro de la cadena viva que se
      *queda fija el tramo que se puede archivar.
           BUSCAR-LIMITE-AUDITORIA.
               READ AUDITLOG NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE AUD-RUN-DATE TO FECHA-REGISTRO
                   PERFORM TOMAR-SECUENCIA-AUDITORIA
                   PERFORM MIRAR-LIMITE-CADENA
               END-IF.

      *Una copia restaurada de una generacion anterior a la cadena
      *vuelve con la cadena en blanco: cuenta como no encadenada.
           TOMAR-SECUENCIA-AUDITORIA.
               IF AUD-CAD-SECUENCIA IS NUMERIC
                   MOVE AUD-CAD-SECUENCIA TO REGISTRO-SECUENCIA
               ELSE
                   MOVE ZERO TO REGISTRO-SECUENCIA
               END-IF.

           MARCAR-CORTE-AUDITORIA.
               MOVE ZERO TO AUD-RUN-DATE AUD-RUN-TIME
                   AUD-RETURN-CODE.
               MOVE "*CORTE*" TO AUD-PROGRAM-NAME.
               MOVE "C" TO AUD-EVENTO.
               MOVE SPACES TO AUD-OPERATOR-ID.
               MOVE CORTE-SECUENCIA TO AUD-CAD-SECUENCIA.
               MOVE CORTE-VALOR TO AUD-CAD-VALOR.
               WRITE AUDARCH-REG FROM AUD-RECORD.

           DEPURAR-EXCPTLOG.
               MOVE RETENCION-EXCPTLOG TO RETENCION-ACTUAL.
               MOVE "EXCPTLOG" TO ARCHIVO-ACTUAL.
               MOVE ZERO TO ARCHIVADOS RETENIDOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT EXCPTLOG.
                   PERFORM REGRABAR-EXCPTLOG
                   DISPLAY "EXCPTLOG: ARCHIVADOS " ARCHIVADOS
                           " RETENIDOS " RETENIDOS
                   PERFORM MARCAR-DEVUELTOS
               END-IF.

           REPARTIR-EXCEPCION.
               MOVE EXC-RUN-DATE TO FECHA-REGISTRO.
               PERFORM DECIDIR-DESTINO.
               IF VA-AL-RESGUARDO
                   WRITE EXCARCH-REG FROM EXC-RECORD
                   ADD 1 TO ARCHIVADOS
               ELSE

           DEPURAR-SECLOG.
               MOVE RETENCION-SECLOG TO RETENCION-ACTUAL.
               MOVE "SECLOG" TO ARCHIVO-ACTUAL.
               MOVE ZERO TO ARCHIVADOS RETENIDOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT SECLOG.
                       CLOSE SECARCH
                       OPEN EXTEND SECARCH
                   END-IF
                   PERFORM LEER-CORTE-CADENA
                   READ SECLOG
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
                   PERFORM BUSCAR-LIMITE-SEGURIDAD
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE SECLOG
                   MOVE "N" TO FIN-DE-ARCHIVO
                   PERFORM MARCAR-CORTE-SEGURIDAD
                   OPEN INPUT SECLOG
                   OPEN OUTPUT SECTEMP
                   READ SECLOG
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   PERFORM REGRABAR-SECLOG
                   DISPLAY "SECLOG: ARCHIVADOS " ARCHIVADOS
                           " RETENIDOS " RETENIDOS
                   PERFORM ASENTAR-CORTE-CADENA
                   PERFORM MARCAR-DEVUELTOS
               END-IF.

           BUSCAR-LIMITE-SEGURIDAD.
               MOVE SEC-FECHA TO FECHA-REGISTRO.
               PERFORM TOMAR-SECUENCIA-SEGURIDAD.
               PERFORM MIRAR-LIMITE-CADENA.
               READ SECLOG
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

           TOMAR-SECUENCIA-SEGURIDAD.
               IF SEC-CAD-SECUENCIA IS NUMERIC
                   MOVE SEC-CAD-SECUENCIA TO REGISTRO-SECUENCIA
               ELSE
                   MOVE ZERO TO REGISTRO-SECUENCIA
               END-IF.

           MARCAR-CORTE-SEGURIDAD.
               MOVE ZERO TO SEC-FECHA SEC-HORA.
               MOVE "*CORTE*" TO SEC-OPERADOR.
               MOVE SPACES TO SEC-PROGRAMA SEC-MOTIVO.
               MOVE "C" TO SEC-RESULTADO.
               MOVE CORTE-SECUENCIA TO SEC-CAD-SECUENCIA.
               MOVE CORTE-VALOR TO SEC-CAD-VALOR.
               WRITE SECARCH-REG FROM SEC-RECORD.

           REPARTIR-SEGURIDAD.
               MOVE SEC-FECHA TO FECHA-REGISTRO.
               PERFORM TOMAR-SECUENCIA-SEGURIDAD.
               MOVE SEC-CAD-VALOR TO REGISTRO-VALOR.
               PERFORM DECIDIR-DESTINO-ENCADENADO.
               IF VA-AL-RESGUARDO
                   WRITE SECARCH-REG FROM SEC-RECORD
                   ADD 1 TO ARCHIVADOS
               ELSE

           DEPURAR-CTLFILE.
               MOVE RETENCION-CTLFILE TO RETENCION-ACTUAL.
               MOVE "CTLFILE" TO ARCHIVO-ACTUAL.
               MOVE ZERO TO ARCHIVADOS RETENIDOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT CTLFILE.
                   PERFORM REGRABAR-CTLFILE
                   DISPLAY "CTLFILE: ARCHIVADOS " ARCHIVADOS
                           " RETENIDOS " RETENIDOS
                   PERFORM MARCAR-DEVUELTOS
               END-IF.

           REPARTIR-CONTROL.
               MOVE CTL-FECHA TO FECHA-REGISTRO.
               PERFORM DECIDIR-DESTINO.
               IF VA-AL-RESGUARDO
                   WRITE CTLARCH-REG FROM CTL-RECORD
                   ADD 1 TO ARCHIVADOS
               ELSE

           DEPURAR-EJERHIST.
               MOVE RETENCION-EJERHIST TO RETENCION-ACTUAL.
               MOVE "EJERHIST" TO ARCHIVO-ACTUAL.
               MOVE ZERO TO ARCHIVADOS RETENIDOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN I-O EJERHIST.
                   CLOSE EJERHIST HISARCH
                   DISPLAY "EJERHIST: ARCHIVADOS " ARCHIVADOS
                           " RETENIDOS " RETENIDOS
                   PERFORM MARCAR-DEVUELTOS
               END-IF.

           DEPURAR-UN-HISTORICO.
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE HIST-FECHA TO FECHA-REGISTRO
                   PERFORM DECIDIR-DESTINO
                   IF VA-AL-RESGUARDO
                       WRITE HISARCH-REG FROM HIST-REGISTRO
                       DELETE EJERHIST
                       ADD 1 TO ARCHIVADOS
                   END-IF
               END-IF.

      *La cabecera de la cadena del archivo (ver COPYLIB/CADREG). Si
      *no hay, el corte es cero: todavia no se archivo nada encadenado.
           LEER-CORTE-CADENA.
               MOVE ZERO TO CORTE-SECUENCIA CORTE-VALOR.
               MOVE "N" TO CABECERA-CADENA.
               OPEN I-O CADENAS.
               IF CAD-STATUS = "35"
                   OPEN OUTPUT CADENAS
                   CLOSE CADENAS
                   OPEN I-O CADENAS
               END-IF.
               IF CAD-STATUS NOT = "00"
                   DISPLAY "CADENAS NO ABRE, " ARCHIVO-ACTUAL
                           " SE DEPURA SIN ASENTAR EL CORTE: "
                           CAD-STATUS
               ELSE
                   MOVE ARCHIVO-ACTUAL TO CAD-ARCHIVO
                   READ CADENAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO CABECERA-CADENA
                           MOVE CAD-CORTE-SEC TO CORTE-SECUENCIA
                           MOVE CAD-CORTE-VALOR TO CORTE-VALOR
                   END-READ
                   CLOSE CADENAS
               END-IF.
               MOVE 999999999 TO LIMITE-CADENA.
               MOVE CORTE-SECUENCIA TO NUEVO-CORTE-SECUENCIA.
               MOVE CORTE-VALOR TO NUEVO-CORTE-VALOR.

      *Solo la cadena viva (secuencia mas alla del corte) fija el
      *limite; las copias restauradas y los registros sin encadenar
      *siguen la regla de siempre.
           MIRAR-LIMITE-CADENA.
               IF REGISTRO-SECUENCIA > CORTE-SECUENCIA
                   PERFORM DECIDIR-DESTINO
                   IF QUEDA-VIVO
                           AND REGISTRO-SECUENCIA < LIMITE-CADENA
                       MOVE REGISTRO-SECUENCIA TO LIMITE-CADENA
                   END-IF
               END-IF.

           DECIDIR-DESTINO-ENCADENADO.
               IF REGISTRO-SECUENCIA > CORTE-SECUENCIA
                   IF REGISTRO-SECUENCIA < LIMITE-CADENA
                       MOVE "R" TO DESTINO-REGISTRO
                       IF REGISTRO-SECUENCIA > NUEVO-CORTE-SECUENCIA
                           MOVE REGISTRO-SECUENCIA
                               TO NUEVO-CORTE-SECUENCIA
                           MOVE REGISTRO-VALOR TO NUEVO-CORTE-VALOR
                       END-IF
                   ELSE
                       MOVE "V" TO DESTINO-REGISTRO
                   END-IF
               ELSE
                   PERFORM DECIDIR-DESTINO
               END-IF.

           ASENTAR-CORTE-CADENA.
               IF NUEVO-CORTE-SECUENCIA NOT = CORTE-SECUENCIA
                   OPEN I-O CADENAS
                   IF CAD-STATUS = "00"
                       MOVE ARCHIVO-ACTUAL TO CAD-ARCHIVO
                       READ CADENAS
                           INVALID KEY
                               MOVE "N" TO CABECERA-CADENA
                               MOVE ZERO TO CAD-ULTIMA-SEC
                                   CAD-ULTIMO-VALOR
                           NOT INVALID KEY
                               MOVE "S" TO CABECERA-CADENA
                       END-READ
                       MOVE NUEVO-CORTE-SECUENCIA TO CAD-CORTE-SEC
                       MOVE NUEVO-CORTE-VALOR TO CAD-CORTE-VALOR
                       MOVE FECHA-HOY TO CAD-CORTE-FECHA
                       IF HAY-CABECERA-CADENA
                           REWRITE CAD-REGISTRO
                       ELSE
                           WRITE CAD-REGISTRO
                       END-IF
                       PERFORM INFORMAR-CORTE-CADENA
                       CLOSE CADENAS
                   ELSE
                       PERFORM INFORMAR-CORTE-CADENA
                   END-IF
               END-IF.

           INFORMAR-CORTE-CADENA.
               IF CAD-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ASENTAR EL CORTE DE "
                           ARCHIVO-ACTUAL ": " CAD-STATUS
               ELSE
                   DISPLAY ARCHIVO-ACTUAL ": CADENA CORTADA EN "
                           NUEVO-CORTE-SECUENCIA
               END-IF.

      *Va al resguardo lo que paso la retencion y tambien lo que
      *RESTAURA devolvio al archivo vivo y sigue pendiente en RESTLOG.
           DECIDIR-DESTINO.
               PERFORM CALCULAR-ANTIGUEDAD.
               IF ANTIGUEDAD > RETENCION-ACTUAL
                   MOVE "R" TO DESTINO-REGISTRO
               ELSE
                   MOVE "N" TO RANGO-HALLADO
                   PERFORM MIRAR-UN-RANGO
                       VARYING IDX-RNG FROM 1 BY 1
                       UNTIL IDX-RNG > CANTIDAD-RANGOS
                           OR EN-RANGO-RESTAURADO
                   IF EN-RANGO-RESTAURADO
                       MOVE "R" TO DESTINO-REGISTRO
                   ELSE
                       MOVE "V" TO DESTINO-REGISTRO
                   END-IF
               END-IF.

           MIRAR-UN-RANGO.
               MOVE TR-REGISTRO(IDX-RNG) TO RST-REGISTRO.
               IF RST-EN-VIVO AND RST-ARCHIVO = ARCHIVO-ACTUAL
                       AND FECHA-REGISTRO NOT < RST-DESDE
                       AND FECHA-REGISTRO NOT > RST-HASTA
                   MOVE "S" TO RANGO-HALLADO
               END-IF.

           CARGAR-RESTAURACIONES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT RESTLOG.
               IF RST-STATUS NOT = "35"
                   READ RESTLOG
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
                   PERFORM CARGAR-UNA-RESTAURACION
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE RESTLOG
               END-IF.

      *Si el libro no entra en la tabla no se regraba, para no perder
      *los rangos que quedaron afuera; hay que depurarlo a mano.
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
                   MOVE "N" TO RESTLOG-COMPLETO
               END-IF.

           MARCAR-DEVUELTOS.
               PERFORM MARCAR-UN-DEVUELTO
                   VARYING IDX-RNG FROM 1 BY 1
                   UNTIL IDX-RNG > CANTIDAD-RANGOS.

           MARCAR-UN-DEVUELTO.
               MOVE TR-REGISTRO(IDX-RNG) TO RST-REGISTRO.
               IF RST-EN-VIVO AND RST-ARCHIVO = ARCHIVO-ACTUAL
                   MOVE "D" TO RST-ESTADO
                   MOVE FECHA-HOY TO RST-FECHA-DEVUELTO
                   MOVE RST-REGISTRO TO TR-REGISTRO(IDX-RNG)
                   MOVE "S" TO RESTLOG-CAMBIADO
               END-IF.

           REGRABAR-RESTAURACIONES.
               OPEN OUTPUT RESTLOG.
               PERFORM GRABAR-UNA-RESTAURACION
                   VARYING IDX-RNG FROM 1 BY 1
                   UNTIL IDX-RNG > CANTIDAD-RANGOS.
               CLOSE RESTLOG.

           GRABAR-UNA-RESTAURACION.
               WRITE RST-REGISTRO FROM TR-REGISTRO(IDX-RNG).

           CALCULAR-ANTIGUEDAD.
               CALL "FECHANUM" USING FECHA-REGISTRO DIAS-REGISTRO
                   FECHA-VALIDA.
