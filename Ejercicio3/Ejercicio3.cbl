      *    en blanco porque este programa no pide sign-on): corriendo
      *    suelto desde JCL no hay sesion y queda en blanco como
      *    siempre.
      *  - CNT-VALOR, CNT-MINIMO y CNT-MAXIMO pasan a S9(07), el
      *    ancho nuevo de CONTADOR; el techo propio no cambia.
      *  - Modo articulos para las bajas de inventario: con la clave
      *    MODO de EJERCIC3 en "A" (o respondiendo A por pantalla)
      *    se procesa entero el archivo ARTDEFS, un registro por
      *    articulo con su codigo, arranque, limite inferior e
      *    intervalo de hito, al estilo de SECDEFS en EJERCICIO2.
      *    Cada articulo graba su propia cabecera en EJERHIST, con
      *    el codigo en HIST-ARTICULO y el arranque en
      *    HIST-CAB-INICIO, y detras su detalle; deja su registro de
      *    control en CTLFILE como "E3" + codigo. EJERCIC3 lleva la
      *    suma de todos los articulos y EJ3ARTIC los articulos
      *    procesados contra las cabeceras grabadas, que RECONCIL
      *    cruza con EJERHIST. Una definicion invalida o repetida se
      *    saltea, queda en EXCPTLOG y la corrida termina con RC=4.
      *    La corrida unica no cambia, salvo que su cabecera guarda
      *    tambien el arranque (TOPE-CONTEO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO3 IS INITIAL PROGRAM.
           SELECT EXCPTLOG ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT ARTDEFS ASSIGN TO "ARTDEFS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EJERHIST.
           RECORDING MODE IS F.
       COPY EXCLOG.

      *Definicion de un articulo para el modo articulos: codigo,
      *valor de arranque (001 a 999), limite inferior con el formato
      *de la clave LIMITE-INF ("-005", "0001") e intervalo de hito.
       FD  ARTDEFS
           RECORDING MODE IS F.
       01  ADF-REGISTRO.
           05  ADF-ARTICULO PIC X(06).
           05  FILLER PIC X(01).
           05  ADF-INICIO PIC X(03).
           05  FILLER PIC X(01).
           05  ADF-LIMITE PIC X(04).
           05  FILLER PIC X(01).
           05  ADF-INTERVALO PIC X(02).

       WORKING-STORAGE SECTION.
       01  NUM PIC S9(3) VALUE 20.
       01  TOTAL-CONTROL PIC S9(7) VALUE ZERO.
       01  HIST-SECUENCIA-ACTUAL PIC 9(05) VALUE ZERO.
       01  CABECERA-SECUENCIA PIC 9(05) VALUE ZERO.
       01  FECHA-CORRIDA-HIST PIC 9(08).
       01  CNT-VALOR PIC S9(07).
       01  CNT-PASO PIC 9(05) VALUE 1.
       01  CNT-SENTIDO PIC X(01) VALUE "D".
       01  CNT-MINIMO PIC S9(07) VALUE -999.
       01  CNT-MAXIMO PIC S9(07) VALUE +999.
       01  CNT-ESTADO PIC X(01).
       01  CORTE-CONTADOR PIC X(01) VALUE "N".
           88  HAY-CORTE-CONTADOR VALUE "S".
       01  LIMITE-INFERIOR-SIGNO PIC X(01).
       01  LIMITE-INFERIOR-MAGNITUD PIC 9(03).
       01  CANTIDAD-NUMEROS PIC 9(5).
       01  LIMITE-INFERIOR-OK PIC X(01).
           88  HAY-LIMITE-INFERIOR VALUE "S".
       01  MODO-ENTRADA PIC X(01).
           88  ES-MODO-ARTICULOS VALUE "A" "a".
      *Totales de la corrida: en la corrida unica son los de la unica
      *baja; en el modo articulos, la suma de todos los articulos.
       01  CANTIDAD-CORRIDA PIC 9(07) VALUE ZERO.
       01  TOTAL-CORRIDA PIC S9(09) VALUE ZERO.
       01  ESPERADO-CORRIDA PIC S9(09) VALUE ZERO.
       01  ADF-STATUS PIC X(02).
       01  FIN-DE-ARTICULOS PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARTICULOS VALUE "S".
       01  ARTICULO-ACTUAL PIC X(06) VALUE SPACES.
       01  ARTICULO-VALIDO PIC X(01).
           88  ES-ARTICULO-VALIDO VALUE "S".
       01  ARTICULO-REPETIDO PIC X(01).
           88  ES-ARTICULO-REPETIDO VALUE "S".
       01  INICIO-LEIDO PIC 9(03).
       01  ARTICULOS-PROCESADOS PIC 9(05) VALUE ZERO.
       01  ARTICULOS-RECHAZADOS PIC 9(05) VALUE ZERO.
       01  ARTICULOS-MAXIMO PIC 9(05) VALUE 80.
       01  CABECERAS-GRABADAS PIC 9(05) VALUE ZERO.
       01  TABLA-ARTICULOS.
           05  TA-ARTICULO PIC X(06) OCCURS 80 TIMES
               INDEXED BY IDX-ART.
      *Cada articulo deja su registro en CTLFILE como "E3" + codigo.
       01  PROGRAMA-ARTICULO.
           05  FILLER PIC X(02) VALUE "E3".
           05  PA-ARTICULO PIC X(06).
       01  PROGRAMA-ARTICULOS PIC X(08) VALUE "EJ3ARTIC".
       01  EXC-TIPO-ENTRADA PIC X(08).
       PROCEDURE DIVISION.

           MOVE "L" TO SES-PEDIDO.
                   AND CFG-VALOR < 1000
               MOVE CFG-VALOR TO TOPE-CONTEO
           END-IF.

           MOVE "MODO" TO PRM-CLAVE.
           CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE PRM-VALOR
               PRM-HALLADO.
           IF PRM-HALLADO = "S"
               MOVE PRM-VALOR TO MODO-ENTRADA
           ELSE
               MOVE "EJ3006" TO MSG-CODIGO
               MOVE "(U)NA CUENTA O ARCHIVO DE (A)RTICULOS?"
                   TO MSG-TEXTO
               PERFORM MOSTRAR-MENSAJE
               ACCEPT MODO-ENTRADA
           END-IF.

           CALL "FECHANEG" USING FECHA-CORRIDA-HIST.
           PERFORM ABRIR-HISTORICO.

           IF ES-MODO-ARTICULOS
               PERFORM PROCESAR-ARTICULOS
           ELSE
               PERFORM PEDIR-PARAMETROS-UNICA
               PERFORM CONTAR-UNA-BAJA
           END-IF.

           CLOSE EJERHIST.

      *En el modo articulos EJERCIC3 lleva la suma de todos los
      *articulos (cada uno ademas tiene su registro propio) y
      *EJ3ARTIC los articulos procesados contra las cabeceras que
      *quedaron grabadas; RECONCIL cruza esa cantidad con EJERHIST.
           MOVE CANTIDAD-CORRIDA TO CTL-CANTIDAD.
           MOVE TOTAL-CORRIDA TO CTL-SUMA.
           MOVE ESPERADO-CORRIDA TO CTL-ESPERADA.
           CALL "CTLWRT" USING PROGRAMA-ACTUAL CTL-CANTIDAD
               CTL-SUMA CTL-ESPERADA.
           IF ES-MODO-ARTICULOS
               MOVE ARTICULOS-PROCESADOS TO CTL-CANTIDAD
               MOVE CABECERAS-GRABADAS TO CTL-SUMA
               MOVE ARTICULOS-PROCESADOS TO CTL-ESPERADA
               CALL "CTLWRT" USING PROGRAMA-ARTICULOS CTL-CANTIDAD
                   CTL-SUMA CTL-ESPERADA
           END-IF.

           PERFORM ESCRIBIR-AUDITORIA.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

               PEDIR-PARAMETROS-UNICA.
                   MOVE "HITO-INTERVALO" TO PRM-CLAVE.
                   CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE
                       PRM-VALOR PRM-HALLADO.
                   IF PRM-HALLADO = "S" AND PRM-VALOR(1:2) IS NUMERIC
                       MOVE PRM-VALOR(1:2) TO HITO-INTERVALO
                   ELSE
                       MOVE "EJ3001" TO MSG-CODIGO
                       MOVE "INTERVALO DE HITO A MARCAR, ENTER ="
                           TO MSG-TEXTO
                       CALL "MENSAJE" USING MSG-CODIGO MSG-TEXTO
                           MSG-RUTA
                       IF MSG-RUTA NOT = "R"
                           DISPLAY MSG-CODIGO " " MSG-TEXTO " "
                                   HITO-DEFECTO
                       END-IF
                       ACCEPT HITO-INTERVALO
                   END-IF.
                   IF HITO-INTERVALO = ZERO
                       MOVE HITO-DEFECTO TO HITO-INTERVALO
                   END-IF.

                   MOVE "LIMITE-INF" TO PRM-CLAVE.
                   CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE
                       PRM-VALOR PRM-HALLADO.
                   IF PRM-HALLADO = "S"
                       MOVE PRM-VALOR(1:4) TO LIMITE-INFERIOR-ENTRADA
                   ELSE
                       MOVE "EJ3002" TO MSG-CODIGO
                       MOVE
                "LIMITE INFERIOR DEL CONTEO (NEGATIVO OK, ENTER = 1)"
                           TO MSG-TEXTO
                       PERFORM MOSTRAR-MENSAJE
                       ACCEPT LIMITE-INFERIOR-ENTRADA
                   END-IF.
                   PERFORM INTERPRETAR-LIMITE-INFERIOR.

                   IF LIMITE-INFERIOR > TOPE-CONTEO
                       MOVE "EJ3003" TO MSG-CODIGO
                       MOVE "LIMITE INFERIOR SUPERA EL TOPE, SE USA 1"
                           TO MSG-TEXTO
                       CALL "MENSAJE" USING MSG-CODIGO MSG-TEXTO
                           MSG-RUTA
                       IF MSG-RUTA NOT = "R"
                           DISPLAY MSG-CODIGO " " MSG-TEXTO " (TOPE "
                                   TOPE-CONTEO
                                   ")"
                       END-IF
                       MOVE 1 TO LIMITE-INFERIOR
                   END-IF.

      *Una entrada que no se entiende deja el 1 de siempre; el modo
      *articulos mira HAY-LIMITE-INFERIOR para rechazar la definicion
      *en lugar de contar con un limite que nadie pidio.
               INTERPRETAR-LIMITE-INFERIOR.
                   MOVE 1 TO LIMITE-INFERIOR.
                   MOVE "N" TO LIMITE-INFERIOR-OK.
                   MOVE LIMITE-INFERIOR-ENTRADA(1:1)
                       TO LIMITE-INFERIOR-SIGNO.
                   IF LIMITE-INFERIOR-SIGNO = "-"
                       IF LIMITE-INFERIOR-ENTRADA(2:3) IS NUMERIC
                           MOVE LIMITE-INFERIOR-ENTRADA(2:3)
                               TO LIMITE-INFERIOR-MAGNITUD
                           COMPUTE LIMITE-INFERIOR =
                               ZERO - LIMITE-INFERIOR-MAGNITUD
                           MOVE "S" TO LIMITE-INFERIOR-OK
                       END-IF
                   ELSE
                       IF LIMITE-INFERIOR-ENTRADA(1:1) = "0"
                               AND LIMITE-INFERIOR-ENTRADA(2:3)
                                   IS NUMERIC
                           MOVE LIMITE-INFERIOR-ENTRADA(2:3)
                               TO LIMITE-INFERIOR
                           MOVE "S" TO LIMITE-INFERIOR-OK
                       END-IF
                   END-IF.

      *Una baja completa: cabecera, detalle y cabecera regrabada con
      *los totales, para la corrida unica o para un articulo.
               CONTAR-UNA-BAJA.
                   MOVE TOPE-CONTEO TO NUM.
                   MOVE ZERO TO TOTAL-CONTROL.
                   MOVE ZERO TO VUELTAS.
                   MOVE "N" TO CORTE-CONTADOR.
                   COMPUTE CANTIDAD-NUMEROS =
                       TOPE-CONTEO - LIMITE-INFERIOR + 1.
                   COMPUTE TOTAL-ESPERADO = CANTIDAD-NUMEROS
                       * (TOPE-CONTEO + LIMITE-INFERIOR) / 2.

                   PERFORM GRABAR-CABECERA.
                   PERFORM NUMEROS
                       UNTIL VUELTAS = CANTIDAD-NUMEROS
                           OR HAY-CORTE-CONTADOR.
                   PERFORM REGRABAR-CABECERA.

                   DISPLAY "TOTAL DE CONTROL: " TOTAL-CONTROL.
                   IF TOTAL-CONTROL = TOTAL-ESPERADO
                       MOVE "EJ3004" TO MSG-CODIGO
                       MOVE "TOTAL DE CONTROL OK" TO MSG-TEXTO
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       MOVE "EJ3005" TO MSG-CODIGO
                       MOVE "TOTAL DE CONTROL NO COINCIDE" TO MSG-TEXTO
                       CALL "MENSAJE" USING MSG-CODIGO MSG-TEXTO
                           MSG-RUTA
                       IF MSG-RUTA NOT = "R"
                           DISPLAY MSG-CODIGO " " MSG-TEXTO
                                   " ESPERADO: " TOTAL-ESPERADO
                       END-IF
                   END-IF.

                   ADD CANTIDAD-NUMEROS TO CANTIDAD-CORRIDA.
                   ADD TOTAL-CONTROL TO TOTAL-CORRIDA.
                   ADD TOTAL-ESPERADO TO ESPERADO-CORRIDA.

      *Procesa todos los articulos del archivo de definiciones en una
      *sola corrida, al estilo de SECDEFS en EJERCICIO2: cada uno con
      *su arranque, su limite inferior y su intervalo de hito, su
      *cabecera propia en EJERHIST y su registro de control.
               PROCESAR-ARTICULOS.
                   OPEN INPUT ARTDEFS.
                   IF ADF-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR ARTDEFS: " ADF-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
                       MOVE "S" TO FIN-DE-ARTICULOS
                   ELSE
                       READ ARTDEFS
                           AT END
                               MOVE "S" TO FIN-DE-ARTICULOS
                       END-READ
                   END-IF.
                   PERFORM PROCESAR-UN-ARTICULO
                       UNTIL HAY-FIN-DE-ARTICULOS.
                   IF ADF-STATUS = "00" OR ADF-STATUS = "10"
                       CLOSE ARTDEFS
                   END-IF.
                   DISPLAY "ARTICULOS PROCESADOS: " ARTICULOS-PROCESADOS
                           " RECHAZADOS: " ARTICULOS-RECHAZADOS.

               PROCESAR-UN-ARTICULO.
                   PERFORM VALIDAR-ARTICULO.
                   IF ES-ARTICULO-VALIDO
                       MOVE ADF-ARTICULO TO ARTICULO-ACTUAL
                       MOVE INICIO-LEIDO TO TOPE-CONTEO
                       MOVE ADF-INTERVALO TO HITO-INTERVALO
                       ADD 1 TO ARTICULOS-PROCESADOS
                       SET IDX-ART TO ARTICULOS-PROCESADOS
                       MOVE ADF-ARTICULO TO TA-ARTICULO(IDX-ART)
                       DISPLAY "---- ARTICULO " ADF-ARTICULO " ----"
                       PERFORM CONTAR-UNA-BAJA
                       PERFORM GRABAR-CONTROL-ARTICULO
                   ELSE
                       ADD 1 TO ARTICULOS-RECHAZADOS
                       MOVE "EJ3007" TO MSG-CODIGO
                       MOVE "DEFINICION INVALIDA EN ARTDEFS"
                           TO MSG-TEXTO
                       CALL "MENSAJE" USING MSG-CODIGO MSG-TEXTO
                           MSG-RUTA
                       IF MSG-RUTA NOT = "R"
                           DISPLAY MSG-CODIGO " " MSG-TEXTO ": "
                                   ADF-ARTICULO
                       END-IF
                       MOVE "DEFINICION INVALIDA: "
                           TO EXC-DETALLE-ENTRADA
                       MOVE ADF-ARTICULO TO EXC-DETALLE-ENTRADA(22:6)
                       PERFORM ESCRIBIR-RECHAZO
                       IF RETORNO-CORRIDA < 4
                           MOVE 4 TO RETORNO-CORRIDA
                       END-IF
                   END-IF.
                   READ ARTDEFS
                       AT END
                           MOVE "S" TO FIN-DE-ARTICULOS
                   END-READ.

      *Un codigo repetido pisaria el registro de control del primero
      *(CTLWRT lo tomaria como un relanzamiento), asi que se rechaza.
               VALIDAR-ARTICULO.
                   MOVE "N" TO ARTICULO-VALIDO.
                   MOVE ADF-LIMITE TO LIMITE-INFERIOR-ENTRADA.
                   PERFORM INTERPRETAR-LIMITE-INFERIOR.
                   IF ADF-ARTICULO NOT = SPACES
                           AND ADF-INICIO IS NUMERIC
                           AND ADF-INICIO NOT = ZEROES
                           AND ADF-INTERVALO IS NUMERIC
                           AND ADF-INTERVALO NOT = ZEROES
                           AND HAY-LIMITE-INFERIOR
                       MOVE ADF-INICIO TO INICIO-LEIDO
                       IF LIMITE-INFERIOR NOT > INICIO-LEIDO
                           MOVE "S" TO ARTICULO-VALIDO
                       END-IF
                   END-IF.
                   IF ES-ARTICULO-VALIDO
                       MOVE "N" TO ARTICULO-REPETIDO
                       PERFORM BUSCAR-ARTICULO
                           VARYING IDX-ART FROM 1 BY 1
                           UNTIL IDX-ART > ARTICULOS-PROCESADOS
                               OR ES-ARTICULO-REPETIDO
                       IF ES-ARTICULO-REPETIDO
                           DISPLAY "ARTICULO REPETIDO EN ARTDEFS: "
                                   ADF-ARTICULO
                           MOVE "N" TO ARTICULO-VALIDO
                       END-IF
                   END-IF.
                   IF ES-ARTICULO-VALIDO AND ARTICULOS-PROCESADOS
                           NOT < ARTICULOS-MAXIMO
                       DISPLAY "ARTDEFS SUPERA LOS " ARTICULOS-MAXIMO
                               " ARTICULOS POR CORRIDA: " ADF-ARTICULO
                       MOVE "N" TO ARTICULO-VALIDO
                   END-IF.

               BUSCAR-ARTICULO.
                   IF TA-ARTICULO(IDX-ART) = ADF-ARTICULO
                       MOVE "S" TO ARTICULO-REPETIDO
                   END-IF.

               GRABAR-CONTROL-ARTICULO.
                   MOVE ARTICULO-ACTUAL TO PA-ARTICULO.
                   MOVE CANTIDAD-NUMEROS TO CTL-CANTIDAD.
                   MOVE TOTAL-CONTROL TO CTL-SUMA.
                   MOVE TOTAL-ESPERADO TO CTL-ESPERADA.
                   CALL "CTLWRT" USING PROGRAMA-ARTICULO CTL-CANTIDAD
                       CTL-SUMA CTL-ESPERADA.

               MOSTRAR-MENSAJE.
                   CALL "MENSAJE" USING MSG-CODIGO MSG-TEXTO
                       MSG-RUTA.
                   MOVE EXC-DETALLE-ENTRADA TO ALERTA-DETALLE.
                   CALL "ALERTWTR" USING PROGRAMA-ACTUAL
                       ALERTA-TIPO ALERTA-DETALLE.
                   MOVE "OVERFLOW" TO EXC-TIPO-ENTRADA.
                   PERFORM GRABAR-EXCEPCION.

      *Una definicion rechazada va a EXCPTLOG como los demas rechazos
      *de entrada, sin alerta: la corrida sigue con el resto.
               ESCRIBIR-RECHAZO.
                   MOVE "ACCEPT" TO EXC-TIPO-ENTRADA.
                   PERFORM GRABAR-EXCEPCION.

               GRABAR-EXCEPCION.
                   CALL "FECHANEG" USING EXC-RUN-DATE.
                   ACCEPT EXC-RUN-TIME FROM TIME.
                   MOVE PROGRAMA-ACTUAL TO EXC-PROGRAM-NAME.
                   MOVE EXC-TIPO-ENTRADA TO EXC-TIPO.
                   MOVE EXC-DETALLE-ENTRADA TO EXC-DETALLE.
                   OPEN EXTEND EXCPTLOG.
                   IF EXC-STATUS = "35"
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA CABECERA: "
                                   HIST-CLAVE
                       NOT INVALID KEY
                           ADD 1 TO CABECERAS-GRABADAS
                   END-WRITE.

               REGRABAR-CABECERA.
                   MOVE "C" TO HIST-TIPO.
                   MOVE AUD-OPERADOR TO HIST-CAB-OPERADOR.
                   MOVE HITO-INTERVALO TO HIST-CAB-INTERVALO.
                   MOVE ARTICULO-ACTUAL TO HIST-ARTICULO.
                   MOVE TOPE-CONTEO TO HIST-CAB-INICIO.
                   MOVE LIMITE-INFERIOR TO HIST-CAB-LIMITE.
                   MOVE TOTAL-CONTROL TO HIST-CAB-TOTAL.
                   MOVE TOTAL-ESPERADO TO HIST-CAB-ESPERADO.
                   MOVE "D" TO HIST-TIPO.
                   MOVE SPACES TO HIST-DATOS.
                   MOVE NUM TO HIST-NUM.
                   MOVE ARTICULO-ACTUAL TO HIST-ARTICULO.
                   MOVE ZERO TO HIST-CAB-INICIO.
                   IF HITO-RESTO = ZERO
                       MOVE "S" TO HIST-HITO
                   ELSE
