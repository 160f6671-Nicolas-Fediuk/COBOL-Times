      ******************************************************************
      *OPERBAJA - Baja automatica de operadores, paso nocturno de la
      *recertificacion de accesos (ver RECERT y COPYLIB/RECERT).
      *Desactiva en OPERMAST (OPM-ACTIVO "N"):
      *  - los operadores que un supervisor revoco en RECERTIF;
      *  - los que siguen pendientes en RECERTIF con el plazo ya
      *    cumplido a la fecha de proceso: la entrada pasa a vencida
      *    ("V") y el operador se desactiva;
      *  - los que no tienen ningun sign-on permitido en SECLOG en los
      *    ultimos dias de la clave INACTIVO-DIAS de SITECFG (90 si
      *    falta). Un alta, una reposicion de clave o un desbloqueo de
      *    MNTLOG cuentan como actividad, para no dar de baja a un
      *    operador recien cargado que todavia no entro. SECLOG se
      *    depura por ARCHIVER: INACTIVO-DIAS no tiene que superar la
      *    retencion de SECLOG. Sin SECLOG (o sin poder leer SECLOG o
      *    MNTLOG) este control no se hace.
      *Nunca desactiva al ultimo supervisor activo: lo deja como esta,
      *con una alerta de operaciones (ALERTWTR, tipo ACCESO) y RC=4,
      *y la entrada de RECERTIF queda sin aplicar para la noche
      *siguiente.
      *Cada baja queda en MNTLOG (via MNTWRT, ver COPYLIB/MNTEVT) con
      *la accion "B", este programa como programa y las imagenes
      *antes/despues de OPERMNT con el motivo al final; en una
      *revocacion el operador es el supervisor que revoco, en las
      *demas va en blanco (batch).
      *RC=8 si no se pudo abrir OPERMAST o RECERTIF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERBAJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-OPERADOR-ID
               FILE STATUS IS OPM-STATUS.
           SELECT RECERTIF ASSIGN TO "RECERTIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CLAVE
               FILE STATUS IS RCT-STATUS.
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
           SELECT MNTLOG ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST.
       COPY OPERMST.

       FD  RECERTIF.
       COPY RECERT.

       FD  SECLOG
           RECORDING MODE IS F.
       COPY SECEVT.

       FD  MNTLOG
           RECORDING MODE IS F.
       COPY MNTEVT.

       WORKING-STORAGE SECTION.
       01  OPM-STATUS PIC X(02).
       01  RCT-STATUS PIC X(02).
       01  SEC-STATUS PIC X(02).
       01  MNT-STATUS PIC X(02).
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "OPERBAJA".
       01  FECHA-HOY PIC 9(08).
       01  DIAS-HOY PIC 9(07).
       01  DIAS-ULTIMO PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  INACTIVO-CLAVE PIC X(16) VALUE "INACTIVO-DIAS".
       01  INACTIVO-DIAS PIC 9(05).
       01  INACTIVO-HALLADO PIC X(01).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  ACTIVIDAD-COMPLETA PIC X(01) VALUE "S".
           88  HAY-ACTIVIDAD-COMPLETA VALUE "S".
       01  OPERADOR-BUSCADO PIC X(08).
       01  BUSCADO-FLAG PIC X(01).
           88  FUE-HALLADO VALUE "S".
       01  POS-HALLADA PIC 9(03).
       01  OPERADOR-LEIDO PIC X(01).
           88  HAY-OPERADOR VALUE "S".
       01  BAJA-RESUELTA PIC X(01).
           88  SE-RESOLVIO-LA-BAJA VALUE "S".
       01  OPERADOR-CAMBIO PIC X(08).
       01  MOTIVO-BAJA PIC X(11).
       01  SUPERVISORES-ACTIVOS PIC 9(03) VALUE ZERO.
       01  BAJAS-REVOCADOS PIC 9(05) VALUE ZERO.
       01  BAJAS-VENCIDOS PIC 9(05) VALUE ZERO.
       01  BAJAS-INACTIVOS PIC 9(05) VALUE ZERO.
       01  BAJAS-NEGADAS PIC 9(05) VALUE ZERO.
       01  ACCION-BAJA PIC X(01) VALUE "B".
       01  MNT-CLAVE-LOG PIC X(16).
       01  IMAGEN-ANTES PIC X(60).
       01  IMAGEN-DESPUES PIC X(60).
       01  IMAGEN-ARMADA.
           05  FILLER PIC X(07) VALUE "ACTIVO=".
           05  IMG-ACTIVO PIC X(01).
           05  FILLER PIC X(07) VALUE " VENCE=".
           05  IMG-VENCE PIC 9(08).
           05  FILLER PIC X(06) VALUE " BLOQ=".
           05  IMG-BLOQ PIC X(01).
           05  FILLER PIC X(07) VALUE " NIVEL=".
           05  IMG-NIVEL PIC X(01).
           05  FILLER PIC X(08) VALUE " FALLOS=".
           05  IMG-FALLOS PIC 9(02).
           05  FILLER PIC X(01) VALUE SPACES.
           05  IMG-MOTIVO PIC X(11).
       01  ALERTA-TIPO PIC X(08) VALUE "ACCESO".
       01  ALERTA-DETALLE.
           05  FILLER PIC X(16) VALUE "NO SE DESACTIVA ".
           05  AD-OPERADOR PIC X(08).
           05  FILLER PIC X(16) VALUE ": ULTIMO SUPERV".

      *Operadores activos del maestro con su ultima actividad: el
      *sign-on permitido mas reciente o el alta, reposicion o
      *desbloqueo mas reciente de MNTLOG.
       01  TABLA-OPERADORES.
           05  TOP-USADAS PIC 9(03) VALUE ZERO.
           05  TOP-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-OPE.
               10  TOP-OPERADOR PIC X(08).
               10  TOP-ACTIVO PIC X(01).
                   88  TOP-ESTA-ACTIVO VALUE "S".
               10  TOP-ULTIMO PIC 9(08).
      *RETORNO-CORRIDA se carga recien antes del GOBACK: cada CALL
      *pisa RETURN-CODE con el retorno del subprograma.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.

           CALL "FECHANEG" USING FECHA-HOY.
           CALL "FECHANUM" USING FECHA-HOY DIAS-HOY FECHA-VALIDA.
           CALL "CONFIG" USING INACTIVO-CLAVE INACTIVO-DIAS
               INACTIVO-HALLADO.
           IF INACTIVO-HALLADO NOT = "S" OR INACTIVO-DIAS = ZERO
               MOVE 90 TO INACTIVO-DIAS
           END-IF.
           OPEN I-O OPERMAST.
           EVALUATE OPM-STATUS
               WHEN "00"
                   PERFORM CARGAR-OPERADORES
                   PERFORM CARGAR-SIGNONS
                   PERFORM CARGAR-ACTIVIDAD-MNTLOG
                   PERFORM PROCESAR-RECERTIFICACION
                   PERFORM CONTROLAR-INACTIVOS
                   CLOSE OPERMAST
                   DISPLAY "BAJAS POR REVOCACION " BAJAS-REVOCADOS
                           " POR VENCIMIENTO " BAJAS-VENCIDOS
                           " POR INACTIVIDAD " BAJAS-INACTIVOS
                   DISPLAY "BAJAS NO HECHAS (ULTIMO SUPERVISOR) "
                           BAJAS-NEGADAS
               WHEN "35"
                   DISPLAY "NO HAY OPERMAST TODAVIA"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR OPERMAST: " OPM-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
           END-EVALUATE.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           CARGAR-OPERADORES.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE LOW-VALUES TO OPM-OPERADOR-ID.
               START OPERMAST KEY IS NOT LESS THAN OPM-OPERADOR-ID
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM CARGAR-UN-OPERADOR UNTIL HAY-FIN-DE-ARCHIVO.

           CARGAR-UN-OPERADOR.
               READ OPERMAST NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF OPM-ESTA-ACTIVO
                           PERFORM ANOTAR-OPERADOR
                       END-IF
               END-READ.

      *Un operador que no entra en la tabla no se controla por
      *inactividad (sin su actividad no hay como saber).
           ANOTAR-OPERADOR.
               IF OPM-ES-SUPERVISOR
                   ADD 1 TO SUPERVISORES-ACTIVOS
               END-IF.
               IF TOP-USADAS < 500
                   ADD 1 TO TOP-USADAS
                   SET IDX-OPE TO TOP-USADAS
                   MOVE OPM-OPERADOR-ID TO TOP-OPERADOR(IDX-OPE)
                   MOVE "S" TO TOP-ACTIVO(IDX-OPE)
                   MOVE ZERO TO TOP-ULTIMO(IDX-OPE)
               ELSE
                   DISPLAY "TABLA DE OPERADORES LLENA, QUEDA AFUERA: "
                           OPM-OPERADOR-ID
                   IF RETORNO-CORRIDA < 4
                       MOVE 4 TO RETORNO-CORRIDA
                   END-IF
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
                       DISPLAY "NO HAY SECLOG TODAVIA: NO SE CONTROLA "
                               "LA INACTIVIDAD"
                       MOVE "N" TO ACTIVIDAD-COMPLETA
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR SECLOG: " SEC-STATUS
                       MOVE "N" TO ACTIVIDAD-COMPLETA
                       MOVE 8 TO RETORNO-CORRIDA
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

      *El alta, la reposicion de clave y el desbloqueo aplicados (no
      *el pedido pendiente, que va con "P") le dan al operador un
      *plazo nuevo para entrar.
           CARGAR-ACTIVIDAD-MNTLOG.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT MNTLOG.
               EVALUATE MNT-STATUS
                   WHEN "00"
                       PERFORM MIRAR-UN-CAMBIO UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE MNTLOG
                   WHEN "35"
                       DISPLAY "NO HAY MNTLOG TODAVIA"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR MNTLOG: " MNT-STATUS
                       MOVE "N" TO ACTIVIDAD-COMPLETA
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.

           MIRAR-UN-CAMBIO.
               READ MNTLOG
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF MNT-ACCION = "A" OR MNT-ACCION = "C"
                               OR MNT-ACCION = "D"
                           MOVE MNT-CLAVE(1:8) TO OPERADOR-BUSCADO
                           PERFORM BUSCAR-OPERADOR
                           IF FUE-HALLADO
                               SET IDX-OPE TO POS-HALLADA
                               IF MNT-FECHA > TOP-ULTIMO(IDX-OPE)
                                   MOVE MNT-FECHA TO TOP-ULTIMO(IDX-OPE)
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

           PROCESAR-RECERTIFICACION.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN I-O RECERTIF.
               EVALUATE RCT-STATUS
                   WHEN "00"
                       MOVE LOW-VALUES TO RCT-CLAVE
                       START RECERTIF KEY IS NOT LESS THAN RCT-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-ARCHIVO
                       END-START
                       PERFORM MIRAR-UNA-ENTRADA
                           UNTIL HAY-FIN-DE-ARCHIVO
                       CLOSE RECERTIF
                   WHEN "35"
                       DISPLAY "NO HAY RECERTIF TODAVIA: NINGUN CICLO "
                               "ABIERTO"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR RECERTIF: " RCT-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.

           MIRAR-UNA-ENTRADA.
               READ RECERTIF NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO AND NOT RCT-BAJA-HECHA
                   EVALUATE TRUE
                       WHEN RCT-REVOCADO
                           MOVE RCT-DECIDIO TO OPERADOR-CAMBIO
                           MOVE "REVOCADO" TO MOTIVO-BAJA
                           PERFORM APLICAR-ENTRADA
                       WHEN RCT-VENCIDO
                       WHEN RCT-PENDIENTE AND RCT-PLAZO < FECHA-HOY
                           MOVE "V" TO RCT-ESTADO
                           IF RCT-FECHA-DECISION = ZERO
                               MOVE FECHA-HOY TO RCT-FECHA-DECISION
                           END-IF
                           MOVE SPACES TO OPERADOR-CAMBIO
                           MOVE "SIN RECERT" TO MOTIVO-BAJA
                           PERFORM APLICAR-ENTRADA
                   END-EVALUATE
               END-IF.

      *La entrada queda aplicada si el operador se desactivo, ya
      *estaba inactivo o ya no esta en el maestro; si era el ultimo
      *supervisor queda para la noche siguiente.
           APLICAR-ENTRADA.
               MOVE RCT-OPERADOR TO OPERADOR-BUSCADO.
               PERFORM DESACTIVAR-OPERADOR.
               IF SE-RESOLVIO-LA-BAJA
                   MOVE "S" TO RCT-BAJA-APLICADA
                   MOVE FECHA-HOY TO RCT-FECHA-BAJA
               END-IF.
               REWRITE RCT-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO MARCAR LA ENTRADA DE "
                               RCT-OPERADOR ": " RCT-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-REWRITE.

           CONTROLAR-INACTIVOS.
               IF HAY-ACTIVIDAD-COMPLETA
                   MOVE SPACES TO OPERADOR-CAMBIO
                   MOVE "INACTIVO" TO MOTIVO-BAJA
                   PERFORM CONTROLAR-UN-INACTIVO
                       VARYING IDX-OPE FROM 1 BY 1
                       UNTIL IDX-OPE > TOP-USADAS
               END-IF.

      *Sin ninguna actividad en los logs, o con la ultima mas vieja
      *que el plazo, el operador se da de baja.
           CONTROLAR-UN-INACTIVO.
               IF TOP-ESTA-ACTIVO(IDX-OPE)
                   MOVE ZERO TO DIAS-ULTIMO
                   IF TOP-ULTIMO(IDX-OPE) NOT = ZERO
                       CALL "FECHANUM" USING TOP-ULTIMO(IDX-OPE)
                           DIAS-ULTIMO FECHA-VALIDA
                   END-IF
                   IF DIAS-ULTIMO + INACTIVO-DIAS < DIAS-HOY
                       MOVE TOP-OPERADOR(IDX-OPE) TO OPERADOR-BUSCADO
                       PERFORM DESACTIVAR-OPERADOR
                   END-IF
               END-IF.

           DESACTIVAR-OPERADOR.
               MOVE "N" TO BAJA-RESUELTA.
               MOVE "S" TO OPERADOR-LEIDO.
               MOVE OPERADOR-BUSCADO TO OPM-OPERADOR-ID.
               READ OPERMAST
                   INVALID KEY
                       MOVE "N" TO OPERADOR-LEIDO
                       DISPLAY "OPERADOR " OPERADOR-BUSCADO
                               " YA NO ESTA EN OPERMAST"
                       MOVE "S" TO BAJA-RESUELTA
               END-READ.
               EVALUATE TRUE
                   WHEN NOT HAY-OPERADOR
                       CONTINUE
                   WHEN NOT OPM-ESTA-ACTIVO
                       MOVE "S" TO BAJA-RESUELTA
                   WHEN OPM-ES-SUPERVISOR AND SUPERVISORES-ACTIVOS < 2
                       PERFORM NEGAR-BAJA
                   WHEN OTHER
                       PERFORM GRABAR-BAJA
               END-EVALUATE.

           NEGAR-BAJA.
               DISPLAY "NO SE DESACTIVA " OPM-OPERADOR-ID " ("
                       MOTIVO-BAJA "): ES EL ULTIMO SUPERVISOR ACTIVO".
               ADD 1 TO BAJAS-NEGADAS.
               MOVE OPM-OPERADOR-ID TO AD-OPERADOR.
               CALL "ALERTWTR" USING PROGRAMA-ACTUAL ALERTA-TIPO
                   ALERTA-DETALLE.
               IF RETORNO-CORRIDA < 4
                   MOVE 4 TO RETORNO-CORRIDA
               END-IF.

           GRABAR-BAJA.
               MOVE SPACES TO IMG-MOTIVO.
               PERFORM ARMAR-IMAGEN.
               MOVE IMAGEN-ARMADA TO IMAGEN-ANTES.
               MOVE "N" TO OPM-ACTIVO.
               REWRITE OPM-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO DESACTIVAR "
                               OPM-OPERADOR-ID ": " OPM-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
                   NOT INVALID KEY
                       MOVE "S" TO BAJA-RESUELTA
                       PERFORM ANOTAR-BAJA
               END-REWRITE.

           ANOTAR-BAJA.
               MOVE MOTIVO-BAJA TO IMG-MOTIVO.
               PERFORM ARMAR-IMAGEN.
               MOVE IMAGEN-ARMADA TO IMAGEN-DESPUES.
               MOVE OPM-OPERADOR-ID TO MNT-CLAVE-LOG.
               CALL "MNTWRT" USING PROGRAMA-ACTUAL OPERADOR-CAMBIO
                   ACCION-BAJA MNT-CLAVE-LOG
                   IMAGEN-ANTES IMAGEN-DESPUES.
               DISPLAY "OPERADOR " OPM-OPERADOR-ID " DESACTIVADO: "
                       MOTIVO-BAJA.
               IF OPM-ES-SUPERVISOR
                   SUBTRACT 1 FROM SUPERVISORES-ACTIVOS
               END-IF.
               MOVE OPM-OPERADOR-ID TO OPERADOR-BUSCADO.
               PERFORM BUSCAR-OPERADOR.
               IF FUE-HALLADO
                   SET IDX-OPE TO POS-HALLADA
                   MOVE "N" TO TOP-ACTIVO(IDX-OPE)
               END-IF.
               EVALUATE MOTIVO-BAJA
                   WHEN "REVOCADO"
                       ADD 1 TO BAJAS-REVOCADOS
                   WHEN "SIN RECERT"
                       ADD 1 TO BAJAS-VENCIDOS
                   WHEN OTHER
                       ADD 1 TO BAJAS-INACTIVOS
               END-EVALUATE.

      *La imagen es la de OPERMNT, sin la clave de acceso, con el
      *motivo de la baja en el espacio libre del final.
           ARMAR-IMAGEN.
               MOVE OPM-ACTIVO TO IMG-ACTIVO.
               MOVE OPM-CLAVE-VENCE TO IMG-VENCE.
               MOVE OPM-BLOQUEADO TO IMG-BLOQ.
               MOVE OPM-NIVEL TO IMG-NIVEL.
               MOVE OPM-FALLOS-SEGUIDOS TO IMG-FALLOS.

       END PROGRAM OPERBAJA.
