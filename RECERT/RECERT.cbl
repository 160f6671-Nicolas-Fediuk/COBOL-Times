      ******************************************************************
      *RECERT - Recertificacion periodica de accesos. OPERMAST
      *acumulaba operadores que se habian ido hacia meses, activos y
      *sin bloquear, y nadie confirmaba que cada nivel "S" siguiera
      *justificado. Exige sign-on de supervisor y permite:
      *  - abrir un ciclo: una entrada en RECERTIF (ver COPYLIB/
      *    RECERT) por cada operador activo de OPERMAST, con su nivel
      *    y su ultimo sign-on permitido en SECLOG, repartidas entre
      *    los supervisores activos por turno (a ningun supervisor le
      *    toca recertificarse a si mismo mientras haya otro). El
      *    plazo es la fecha de apertura mas los dias de la clave
      *    RECERT-PLAZO de SITECFG (14 si falta). La fecha del ciclo
      *    es la de reloj, como el resto de los cambios de dia;
      *  - listar un ciclo (el ultimo si no se indica) con una hoja
      *    por supervisor, por REPORTER (reporte RECERT): operador,
      *    nombre, nivel, ultimo sign-on, estado y quien decidio;
      *  - revisar las entradas pendientes asignadas al supervisor
      *    que entro, confirmando o revocando cada una; queda quien
      *    decidio y la fecha y hora de reloj. Una entrada con el
      *    plazo cumplido ya no se puede decidir.
      *Este programa no toca OPERMAST: la desactivacion de los
      *revocados y de los vencidos sin recertificar la hace el paso
      *nocturno OPERBAJA, que la deja en MNTLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERTIF ASSIGN TO "RECERTIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CLAVE
               FILE STATUS IS RCT-STATUS.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-OPERADOR-ID
               FILE STATUS IS OPM-STATUS.
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECERTIF.
       COPY RECERT.

       FD  OPERMAST.
       COPY OPERMST.

       FD  SECLOG
           RECORDING MODE IS F.
       COPY SECEVT.

       WORKING-STORAGE SECTION.
       01  RCT-STATUS PIC X(02).
       01  OPM-STATUS PIC X(02).
       01  SEC-STATUS PIC X(02).
       01  OPCION PIC X(01).
       01  SEGUIR PIC X(01) VALUE "S".
           88  HAY-QUE-SEGUIR VALUE "S".
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  FIN-DE-REVISION PIC X(01) VALUE "N".
           88  SE-TERMINA-LA-REVISION VALUE "S".
       01  OPERADOR-ID PIC X(08).
       01  OPERADOR-CLAVE PIC X(08).
       01  OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88  OPERADOR-OK VALUE "S".
       01  OPERADOR-NIVEL PIC X(01).
           88  ES-SUPERVISOR VALUE "S".
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "RECERT".
       01  INTENTOS-SIGNON PIC 9(01) VALUE ZERO.
       01  CONFIRMACION PIC X(01).
           88  CONFIRMA VALUE "S" "s".
       01  DECISION PIC X(01).
       01  FECHA-HOY PIC 9(08).
       01  HORA-AHORA PIC 9(06).
       01  PLAZO-CLAVE PIC X(16) VALUE "RECERT-PLAZO".
       01  PLAZO-DIAS PIC 9(05).
       01  PLAZO-HALLADO PIC X(01).
       01  DIAS-SUMADOS PIC 9(05).
       01  DIAS-PLAZO PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  FECHA-PLAZO PIC 9(08).
       01  FECHA-PLAZO-PARTES REDEFINES FECHA-PLAZO.
           05  FP-ANO PIC 9(04).
           05  FP-MES PIC 9(02).
           05  FP-DIA PIC 9(02).
       01  CICLO-ENTRADA PIC X(08).
       01  CICLO-ELEGIDO PIC 9(08).
       01  CICLO-HALLADO PIC X(01).
           88  HAY-CICLO VALUE "S".
       01  OPERADOR-BUSCADO PIC X(08).
       01  SUPERVISOR-BUSCADO PIC X(08).
       01  BUSCADO-FLAG PIC X(01).
           88  FUE-HALLADO VALUE "S".
       01  POS-HALLADA PIC 9(03).
       01  SIGUIENTE-SUP PIC 9(03) VALUE ZERO.
       01  ENTRADAS-GRABADAS PIC 9(05) VALUE ZERO.
       01  AUTO-ASIGNADAS PIC 9(05) VALUE ZERO.
       01  ENTRADAS-REVISADAS PIC 9(05) VALUE ZERO.
       01  ENTRADAS-DEL-SUPERVISOR PIC 9(05) VALUE ZERO.

      *Operadores activos del maestro, con su ultimo sign-on permitido.
       01  TABLA-OPERADORES.
           05  TOP-USADAS PIC 9(03) VALUE ZERO.
           05  TOP-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-OPE.
               10  TOP-OPERADOR PIC X(08).
               10  TOP-NOMBRE PIC X(30).
               10  TOP-NIVEL PIC X(01).
               10  TOP-ULTIMO PIC 9(08).
      *Supervisores activos al abrir el ciclo, o los que figuran en
      *el ciclo que se lista.
       01  TABLA-SUPERVISORES.
           05  TSU-USADAS PIC 9(03) VALUE ZERO.
           05  TSU-SUPERVISOR PIC X(08) OCCURS 500 TIMES
               INDEXED BY IDX-SUP.

       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "RECERT".
       01  RPT-TITULO.
           05  FILLER PIC X(33)
                   VALUE "RECERTIFICACION DE ACCESOS CICLO ".
           05  TIT-CICLO PIC 9(08).
           05  FILLER PIC X(39) VALUE SPACES.
       01  RPT-SUPERVISOR.
           05  FILLER PIC X(12) VALUE "SUPERVISOR: ".
           05  SUP-SUPERVISOR PIC X(08).
           05  FILLER PIC X(60) VALUE SPACES.
       01  RPT-ENCABEZADO-DET.
           05  FILLER PIC X(10) VALUE "OPERADOR".
           05  FILLER PIC X(22) VALUE "NOMBRE".
           05  FILLER PIC X(03) VALUE "NIV".
           05  FILLER PIC X(10) VALUE "  ULTIMO".
           05  FILLER PIC X(10) VALUE "  PLAZO".
           05  FILLER PIC X(13) VALUE "  ESTADO".
           05  FILLER PIC X(12) VALUE "DECIDIO".
       01  RPT-DETALLE.
           05  DET-OPERADOR PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  DET-NOMBRE PIC X(20).
           05  FILLER PIC X(02) VALUE SPACES.
           05  DET-NIVEL PIC X(01).
           05  FILLER PIC X(04) VALUE SPACES.
           05  DET-ULTIMO PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  DET-PLAZO PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  DET-ESTADO PIC X(10).
           05  FILLER PIC X(01) VALUE SPACES.
           05  DET-DECIDIO PIC X(08).
           05  FILLER PIC X(04) VALUE SPACES.
       01  RPT-PIE.
           05  FILLER PIC X(19) VALUE "ENTRADAS DEL CICLO ".
           05  PIE-ENTRADAS PIC ZZZZ9.
           05  FILLER PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM CONTROLAR-ACCESO.
           IF HAY-QUE-SEGUIR
               PERFORM ABRIR-RECERTIF
           END-IF.
           IF HAY-QUE-SEGUIR
               PERFORM MOSTRAR-MENU-Y-EJECUTAR
                   UNTIL NOT HAY-QUE-SEGUIR
               CLOSE RECERTIF
           END-IF.
           GOBACK.

           CONTROLAR-ACCESO.
               PERFORM PEDIR-SIGNON
                   UNTIL OPERADOR-OK OR INTENTOS-SIGNON NOT < 3.
               EVALUATE TRUE
                   WHEN NOT OPERADOR-OK
                       DISPLAY "SIGN-ON AGOTADO, SE CANCELA"
                       MOVE "N" TO SEGUIR
                   WHEN NOT ES-SUPERVISOR
                       DISPLAY "SE REQUIERE NIVEL SUPERVISOR"
                       MOVE "N" TO SEGUIR
               END-EVALUATE.

           PEDIR-SIGNON.
               DISPLAY "OPERADOR ID".
               ACCEPT OPERADOR-ID.
               DISPLAY "CLAVE".
               ACCEPT OPERADOR-CLAVE.
               CALL "SIGNON" USING OPERADOR-ID OPERADOR-CLAVE
                       PROGRAMA-ACTUAL OPERADOR-AUTORIZADO
                       OPERADOR-NIVEL.
               IF NOT OPERADOR-OK
                   ADD 1 TO INTENTOS-SIGNON
                   DISPLAY "ACCESO DENEGADO, REINTENTE"
               END-IF.

           ABRIR-RECERTIF.
               OPEN I-O RECERTIF.
               IF RCT-STATUS = "35"
                   OPEN OUTPUT RECERTIF
                   CLOSE RECERTIF
                   OPEN I-O RECERTIF
               END-IF.
               IF RCT-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR RECERTIF: " RCT-STATUS
                   MOVE "N" TO SEGUIR
               END-IF.

           MOSTRAR-MENU-Y-EJECUTAR.
               DISPLAY "=================================".
               DISPLAY " RECERTIFICACION DE ACCESOS".
               DISPLAY " A - ABRIR UN CICLO".
               DISPLAY " L - LISTAR UN CICLO POR SUPERVISOR".
               DISPLAY " R - REVISAR MIS PENDIENTES".
               DISPLAY " S - SALIR".
               DISPLAY "=================================".
               DISPLAY "OPCION?".
               ACCEPT OPCION.

               EVALUATE OPCION
                   WHEN "A"
                   WHEN "a"
                       PERFORM ABRIR-CICLO
                   WHEN "L"
                   WHEN "l"
                       PERFORM LISTAR-CICLO
                   WHEN "R"
                   WHEN "r"
                       PERFORM REVISAR-PENDIENTES
                   WHEN "S"
                   WHEN "s"
                       MOVE "N" TO SEGUIR
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

      *Un ciclo por dia: la clave del archivo es fecha y operador.
           ABRIR-CICLO.
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
               MOVE FECHA-HOY TO CICLO-ELEGIDO.
               PERFORM BUSCAR-CICLO.
               IF HAY-CICLO
                   DISPLAY "YA HAY UN CICLO ABIERTO CON FECHA "
                           FECHA-HOY
               ELSE
                   PERFORM CALCULAR-PLAZO
                   DISPLAY "SE ABRE EL CICLO " FECHA-HOY
                           " CON PLAZO AL " FECHA-PLAZO
                   DISPLAY "CONFIRMA? (S/N)"
                   ACCEPT CONFIRMACION
                   IF CONFIRMA
                       PERFORM CARGAR-OPERADORES
                   END-IF
                   IF CONFIRMA AND HAY-QUE-SEGUIR
                       IF TSU-USADAS = ZERO
                           DISPLAY "NO HAY SUPERVISORES ACTIVOS, NO SE "
                                   "ABRE EL CICLO"
                       ELSE
                           PERFORM CARGAR-SIGNONS
                           PERFORM GRABAR-ENTRADAS
                       END-IF
                   END-IF
               END-IF.

           BUSCAR-CICLO.
               MOVE "N" TO CICLO-HALLADO.
               PERFORM POSICIONAR-EN-CICLO.
               IF NOT HAY-FIN-DE-ARCHIVO
                   PERFORM LEER-DEL-CICLO
               END-IF.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE "S" TO CICLO-HALLADO
               END-IF.

      *FECHANUM solo convierte en un sentido: el plazo se arma
      *sumando un dia por vez y pasando de mes cuando la fecha deja de
      *ser valida.
           CALCULAR-PLAZO.
               CALL "CONFIG" USING PLAZO-CLAVE PLAZO-DIAS PLAZO-HALLADO.
               IF PLAZO-HALLADO NOT = "S" OR PLAZO-DIAS = ZERO
                   MOVE 14 TO PLAZO-DIAS
               END-IF.
               MOVE FECHA-HOY TO FECHA-PLAZO.
               PERFORM SUMAR-UN-DIA
                   VARYING DIAS-SUMADOS FROM 1 BY 1
                   UNTIL DIAS-SUMADOS > PLAZO-DIAS.

           SUMAR-UN-DIA.
               ADD 1 TO FP-DIA.
               CALL "FECHANUM" USING FECHA-PLAZO DIAS-PLAZO
                   FECHA-VALIDA.
               IF FECHA-VALIDA NOT = "S"
                   MOVE 1 TO FP-DIA
                   ADD 1 TO FP-MES
                   IF FP-MES > 12
                       MOVE 1 TO FP-MES
                       ADD 1 TO FP-ANO
                   END-IF
               END-IF.

           CARGAR-OPERADORES.
               MOVE ZERO TO TOP-USADAS.
               MOVE ZERO TO TSU-USADAS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT OPERMAST.
               IF OPM-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO: " OPM-STATUS
                   MOVE "N" TO SEGUIR
               ELSE
                   PERFORM CARGAR-UN-OPERADOR UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE OPERMAST
               END-IF.

           CARGAR-UN-OPERADOR.
               READ OPERMAST NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF OPM-ESTA-ACTIVO
                           PERFORM ANOTAR-OPERADOR
                       END-IF
               END-READ.

           ANOTAR-OPERADOR.
               IF TOP-USADAS < 500
                   ADD 1 TO TOP-USADAS
                   SET IDX-OPE TO TOP-USADAS
                   MOVE OPM-OPERADOR-ID TO TOP-OPERADOR(IDX-OPE)
                   MOVE OPM-NOMBRE TO TOP-NOMBRE(IDX-OPE)
                   MOVE OPM-NIVEL TO TOP-NIVEL(IDX-OPE)
                   MOVE ZERO TO TOP-ULTIMO(IDX-OPE)
                   IF OPM-ES-SUPERVISOR
                       ADD 1 TO TSU-USADAS
                       SET IDX-SUP TO TSU-USADAS
                       MOVE OPM-OPERADOR-ID TO TSU-SUPERVISOR(IDX-SUP)
                   END-IF
               ELSE
                   DISPLAY "TABLA DE OPERADORES LLENA, QUEDA AFUERA: "
                           OPM-OPERADOR-ID
               END-IF.

      *SECLOG no viene ordenado (RESTAURA agrega registros viejos al
      *final): vale la fecha mayor de cada operador.
           CARGAR-SIGNONS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT SECLOG.
               EVALUATE SEC-STATUS
                   WHEN "00"
                       PERFORM MIRAR-UN-SIGNON UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE SECLOG
                   WHEN "35"
                       DISPLAY "NO HAY SECLOG TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR SECLOG: " SEC-STATUS
               END-EVALUATE.

           MIRAR-UN-SIGNON.
               READ SECLOG
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF SEC-RESULTADO = "P"
                           MOVE SEC-OPERADOR TO OPERADOR-BUSCADO
                           PERFORM BUSCAR-OPERADOR
                           IF FUE-HALLADO
                               SET IDX-OPE TO POS-HALLADA
                               IF SEC-FECHA > TOP-ULTIMO(IDX-OPE)
                                   MOVE SEC-FECHA TO TOP-ULTIMO(IDX-OPE)
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           BUSCAR-OPERADOR.
               MOVE "N" TO BUSCADO-FLAG.
               PERFORM MIRAR-UN-OPERADOR
                   VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOP-USADAS OR FUE-HALLADO.

           MIRAR-UN-OPERADOR.
               IF TOP-OPERADOR(IDX-OPE) = OPERADOR-BUSCADO
                   SET POS-HALLADA TO IDX-OPE
                   MOVE "S" TO BUSCADO-FLAG
               END-IF.

           GRABAR-ENTRADAS.
               MOVE ZERO TO ENTRADAS-GRABADAS.
               MOVE ZERO TO AUTO-ASIGNADAS.
               MOVE ZERO TO SIGUIENTE-SUP.
               PERFORM GRABAR-UNA-ENTRADA
                   VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOP-USADAS.
               DISPLAY "CICLO " FECHA-HOY " ABIERTO CON "
                       ENTRADAS-GRABADAS " OPERADORES, PLAZO AL "
                       FECHA-PLAZO.
               IF AUTO-ASIGNADAS > ZERO
                   DISPLAY "HAY UN SOLO SUPERVISOR ACTIVO: SE "
                           "RECERTIFICA A SI MISMO"
               END-IF.

           GRABAR-UNA-ENTRADA.
               PERFORM ASIGNAR-SUPERVISOR.
               MOVE FECHA-HOY TO RCT-CICLO.
               MOVE TOP-OPERADOR(IDX-OPE) TO RCT-OPERADOR.
               MOVE TSU-SUPERVISOR(SIGUIENTE-SUP) TO RCT-SUPERVISOR.
               MOVE TOP-NOMBRE(IDX-OPE) TO RCT-NOMBRE.
               MOVE TOP-NIVEL(IDX-OPE) TO RCT-NIVEL.
               MOVE TOP-ULTIMO(IDX-OPE) TO RCT-ULTIMO-SIGNON.
               MOVE FECHA-PLAZO TO RCT-PLAZO.
               MOVE "P" TO RCT-ESTADO.
               MOVE SPACES TO RCT-DECIDIO.
               MOVE ZERO TO RCT-FECHA-DECISION.
               MOVE ZERO TO RCT-HORA-DECISION.
               MOVE "N" TO RCT-BAJA-APLICADA.
               MOVE ZERO TO RCT-FECHA-BAJA.
               WRITE RCT-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA ENTRADA DE "
                               RCT-OPERADOR ": " RCT-STATUS
                   NOT INVALID KEY
                       ADD 1 TO ENTRADAS-GRABADAS
                       IF RCT-SUPERVISOR = RCT-OPERADOR
                           ADD 1 TO AUTO-ASIGNADAS
                       END-IF
               END-WRITE.

      *Por turno entre los supervisores activos; si el turno cae en
      *el mismo operador pasa al siguiente, salvo que no haya otro.
           ASIGNAR-SUPERVISOR.
               PERFORM AVANZAR-TURNO.
               IF TSU-SUPERVISOR(SIGUIENTE-SUP) = TOP-OPERADOR(IDX-OPE)
                       AND TSU-USADAS > 1
                   PERFORM AVANZAR-TURNO
               END-IF.

           AVANZAR-TURNO.
               ADD 1 TO SIGUIENTE-SUP.
               IF SIGUIENTE-SUP > TSU-USADAS
                   MOVE 1 TO SIGUIENTE-SUP
               END-IF.

      *Sin fecha se lista el ultimo ciclo: START por menor que la
      *clave mas alta y READ NEXT lee justo el ultimo registro.
           LISTAR-CICLO.
               DISPLAY "CICLO A LISTAR (AAAAMMDD, ENTER = EL ULTIMO)".
               ACCEPT CICLO-ENTRADA.
               MOVE "N" TO CICLO-HALLADO.
               EVALUATE TRUE
                   WHEN CICLO-ENTRADA = SPACES
                       PERFORM TOMAR-ULTIMO-CICLO
                   WHEN CICLO-ENTRADA IS NUMERIC
                       MOVE CICLO-ENTRADA TO CICLO-ELEGIDO
                       PERFORM BUSCAR-CICLO
                   WHEN OTHER
                       DISPLAY "FECHA INVALIDA"
               END-EVALUATE.
               IF HAY-CICLO
                   PERFORM CARGAR-SUPERVISORES-DEL-CICLO
                   PERFORM IMPRIMIR-CICLO
               ELSE
                   DISPLAY "NO HAY CICLO PARA LISTAR"
               END-IF.

           TOMAR-ULTIMO-CICLO.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE HIGH-VALUES TO RCT-CLAVE.
               START RECERTIF KEY IS LESS THAN RCT-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               IF NOT HAY-FIN-DE-ARCHIVO
                   READ RECERTIF NEXT RECORD
                       AT END
                           MOVE "S" TO FIN-DE-ARCHIVO
                       NOT AT END
                           MOVE RCT-CICLO TO CICLO-ELEGIDO
                           MOVE "S" TO CICLO-HALLADO
                   END-READ
               END-IF.

           POSICIONAR-EN-CICLO.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE CICLO-ELEGIDO TO RCT-CICLO.
               MOVE LOW-VALUES TO RCT-OPERADOR.
               START RECERTIF KEY IS NOT LESS THAN RCT-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.

           LEER-DEL-CICLO.
               READ RECERTIF NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF RCT-CICLO NOT = CICLO-ELEGIDO
                       MOVE "S" TO FIN-DE-ARCHIVO
                   END-IF
               END-IF.

           CARGAR-SUPERVISORES-DEL-CICLO.
               MOVE ZERO TO TSU-USADAS.
               PERFORM POSICIONAR-EN-CICLO.
               PERFORM ANOTAR-SUPERVISOR-DEL-CICLO
                   UNTIL HAY-FIN-DE-ARCHIVO.

           ANOTAR-SUPERVISOR-DEL-CICLO.
               PERFORM LEER-DEL-CICLO.
               IF NOT HAY-FIN-DE-ARCHIVO
                   MOVE RCT-SUPERVISOR TO SUPERVISOR-BUSCADO
                   MOVE "N" TO BUSCADO-FLAG
                   PERFORM MIRAR-UN-SUPERVISOR
                       VARYING IDX-SUP FROM 1 BY 1
                       UNTIL IDX-SUP > TSU-USADAS OR FUE-HALLADO
                   IF NOT FUE-HALLADO AND TSU-USADAS < 500
                       ADD 1 TO TSU-USADAS
                       SET IDX-SUP TO TSU-USADAS
                       MOVE RCT-SUPERVISOR TO TSU-SUPERVISOR(IDX-SUP)
                   END-IF
               END-IF.

           MIRAR-UN-SUPERVISOR.
               IF TSU-SUPERVISOR(IDX-SUP) = SUPERVISOR-BUSCADO
                   MOVE "S" TO BUSCADO-FLAG
               END-IF.

      *Una hoja por supervisor: una pasada del ciclo por cada uno.
           IMPRIMIR-CICLO.
               MOVE ZERO TO ENTRADAS-GRABADAS.
               MOVE CICLO-ELEGIDO TO TIT-CICLO.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               PERFORM IMPRIMIR-UN-SUPERVISOR
                   VARYING IDX-SUP FROM 1 BY 1
                   UNTIL IDX-SUP > TSU-USADAS.
               MOVE ENTRADAS-GRABADAS TO PIE-ENTRADAS.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-PIE.
               DISPLAY "CICLO " CICLO-ELEGIDO " LISTADO EN EL REPORTE "
                       REP-ID ": " ENTRADAS-GRABADAS " ENTRADAS".

           IMPRIMIR-UN-SUPERVISOR.
               MOVE TSU-SUPERVISOR(IDX-SUP) TO SUPERVISOR-BUSCADO.
               MOVE SUPERVISOR-BUSCADO TO SUP-SUPERVISOR.
               IF IDX-SUP > 1
                   MOVE "S" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO
               END-IF.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-SUPERVISOR.
               CALL "REPORTER" USING REP-PEDIDO REP-ID
                   RPT-ENCABEZADO-DET.
               PERFORM POSICIONAR-EN-CICLO.
               PERFORM IMPRIMIR-UNA-ENTRADA UNTIL HAY-FIN-DE-ARCHIVO.

           IMPRIMIR-UNA-ENTRADA.
               PERFORM LEER-DEL-CICLO.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF RCT-SUPERVISOR = SUPERVISOR-BUSCADO
                       PERFORM ARMAR-DETALLE
                       MOVE "D" TO REP-PEDIDO
                       CALL "REPORTER" USING REP-PEDIDO REP-ID
                           RPT-DETALLE
                       ADD 1 TO ENTRADAS-GRABADAS
                   END-IF
               END-IF.

           ARMAR-DETALLE.
               MOVE RCT-OPERADOR TO DET-OPERADOR.
               MOVE RCT-NOMBRE TO DET-NOMBRE.
               MOVE RCT-NIVEL TO DET-NIVEL.
               IF RCT-ULTIMO-SIGNON = ZERO
                   MOVE "NUNCA" TO DET-ULTIMO
               ELSE
                   MOVE RCT-ULTIMO-SIGNON TO DET-ULTIMO
               END-IF.
               MOVE RCT-PLAZO TO DET-PLAZO.
               EVALUATE TRUE
                   WHEN RCT-PENDIENTE
                       MOVE "PENDIENTE" TO DET-ESTADO
                   WHEN RCT-CONFIRMADO
                       MOVE "CONFIRMADO" TO DET-ESTADO
                   WHEN RCT-REVOCADO
                       MOVE "REVOCADO" TO DET-ESTADO
                   WHEN RCT-VENCIDO
                       MOVE "VENCIDO" TO DET-ESTADO
                   WHEN OTHER
                       MOVE RCT-ESTADO TO DET-ESTADO
               END-EVALUATE.
               MOVE RCT-DECIDIO TO DET-DECIDIO.

      *Solo las entradas asignadas al supervisor que entro, de
      *cualquier ciclo, y solo dentro del plazo.
           REVISAR-PENDIENTES.
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
               MOVE ZERO TO ENTRADAS-REVISADAS.
               MOVE ZERO TO ENTRADAS-DEL-SUPERVISOR.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE "N" TO FIN-DE-REVISION.
               MOVE LOW-VALUES TO RCT-CLAVE.
               START RECERTIF KEY IS NOT LESS THAN RCT-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM REVISAR-UNA-ENTRADA
                   UNTIL HAY-FIN-DE-ARCHIVO OR SE-TERMINA-LA-REVISION.
               DISPLAY "PENDIENTES A SU CARGO: " ENTRADAS-DEL-SUPERVISOR
                       " DECIDIDAS: " ENTRADAS-REVISADAS.

           REVISAR-UNA-ENTRADA.
               READ RECERTIF NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF RCT-PENDIENTE
                               AND RCT-SUPERVISOR = OPERADOR-ID
                           ADD 1 TO ENTRADAS-DEL-SUPERVISOR
                           PERFORM DECIDIR-ENTRADA
                       END-IF
               END-READ.

           DECIDIR-ENTRADA.
               PERFORM ARMAR-DETALLE.
               DISPLAY "---------------------------------".
               DISPLAY "CICLO " RCT-CICLO " OPERADOR " RCT-OPERADOR
                       " " RCT-NOMBRE.
               DISPLAY "NIVEL " RCT-NIVEL " ULTIMO SIGN-ON " DET-ULTIMO
                       " PLAZO " RCT-PLAZO.
               IF RCT-PLAZO < FECHA-HOY
                   DISPLAY "PLAZO CUMPLIDO: LO VENCE LA NOCHE"
               ELSE
                   DISPLAY "C=CONFIRMAR R=REVOCAR ENTER=DEJAR F=FIN"
                   ACCEPT DECISION
                   EVALUATE DECISION
                       WHEN "C"
                       WHEN "c"
                           MOVE "C" TO RCT-ESTADO
                           PERFORM GRABAR-DECISION
                       WHEN "R"
                       WHEN "r"
                           DISPLAY "CONFIRMA LA REVOCACION DE "
                                   RCT-OPERADOR "? (S/N)"
                           ACCEPT CONFIRMACION
                           IF CONFIRMA
                               MOVE "R" TO RCT-ESTADO
                               PERFORM GRABAR-DECISION
                           END-IF
                       WHEN "F"
                       WHEN "f"
                           MOVE "S" TO FIN-DE-REVISION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           GRABAR-DECISION.
               ACCEPT HORA-AHORA FROM TIME.
               MOVE OPERADOR-ID TO RCT-DECIDIO.
               MOVE FECHA-HOY TO RCT-FECHA-DECISION.
               MOVE HORA-AHORA TO RCT-HORA-DECISION.
               REWRITE RCT-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA DECISION: "
                               RCT-STATUS
                   NOT INVALID KEY
                       ADD 1 TO ENTRADAS-REVISADAS
               END-REWRITE.

       END PROGRAM RECERT.
