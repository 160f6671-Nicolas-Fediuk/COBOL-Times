      *driver: FILEINIT controla los archivos que este programa (y
      *todos los demas) necesitan, y FECHAINI establece la fecha que
      *define que corrida es "la misma noche" al reanudar.
      ******************************************************************
      *Modificaciones:
      *  - Cada definicion de NOCHEDEF lleva ahora su frecuencia de
      *    corrida (col 35): "D" o blanco todas las fechas de negocio,
      *    "S" un dia de la semana dado (col 37: LU, MA, MI, JU, VI,
      *    SA o DO), "F" el ultimo dia habil del mes y "P" el primer
      *    dia habil despues de un fin de mes. El driver decide con la
      *    fecha de proceso (FECHANEG) y los feriados de CALFERI si el
      *    paso toca esta noche; el que no toca queda en NOCHESTA como
      *    "no programado" (STA-ESTADO "N"), no como salteado ni
      *    fallido, y para sus sucesores cuenta como cumplido.
      *  - Modo plan (PARMFILE, clave MODO de NOCHECTL = "P"): lee el
      *    mazo NOCHEDEF y el estado de NOCHESTA de una fecha (clave
      *    FECHA, en blanco la de FECHANEG) sin correr nada ni grabar
      *    estado. Valida cada definicion (paso repetido, PROGRAM-ID
      *    que no esta entre los programas del stream, predecesor
      *    inexistente, definido despues del paso o en ciclo, retorno
      *    tolerado no numerico, frecuencia o dia de la semana
      *    desconocidos) y lista el orden de la noche: que pasos
      *    correrian, cuales se saltearian por estar ya limpios y
      *    cuales quedan detras de un predecesor sucio. Un mazo con
      *    errores termina con RC=8 (ver JCL/NOCHEPLN).
      *  - Paso de validacion de entrada (col 40 de NOCHEDEF): un
      *    paso que consume un archivo de entrada nombra el paso que
      *    lo valida (VALBATCH, VALTABLA). Si ese paso termino con
      *    retorno mayor a cero (archivo rechazado, dentro de su
      *    tolerado) el consumidor no se corre: queda en NOCHESTA como
      *    "omitido" (STA-ESTADO "O"), que no corta el stream y para
      *    sus sucesores cuenta como cumplido. El modo plan valida la
      *    columna como a un predecesor y muestra el paso como omitido
      *    cuando NOCHESTA ya tiene el rechazo de esa fecha.
      *  - Cada paso se descarga (CANCEL) apenas termina: la
      *    recuperacion de noches perdidas (NOCHEREC) corre el stream
      *    varias veces en el mismo run unit y un paso que no es
      *    INITIAL arrastraria a la noche siguiente los contadores y
      *    marcas de la anterior.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOCHECTL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-CLAVE
               FILE STATUS IS STA-STATUS.
           SELECT CALFERI ASSIGN TO "CALFERI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOCHEDEF
           05  DEF-PREDECESOR PIC X(08).
           05  FILLER PIC X(01).
           05  DEF-RC-TOLERADO PIC 9(04).
           05  FILLER PIC X(01).
           05  DEF-FRECUENCIA PIC X(01).
               88  DEF-ES-DIARIA VALUE "D" " ".
               88  DEF-ES-SEMANAL VALUE "S".
               88  DEF-ES-FIN-DE-MES VALUE "F".
               88  DEF-ES-PRIMER-HABIL VALUE "P".
           05  FILLER PIC X(01).
           05  DEF-DIA-SEMANA PIC X(02).
           05  FILLER PIC X(01).
           05  DEF-VALIDACION PIC X(08).

       FD  NOCHESTA.
       COPY NOCHEST.

       FD  CALFERI
           RECORDING MODE IS F.
       01  CAL-REGISTRO.
           05  CAL-FECHA PIC 9(08).

       WORKING-STORAGE SECTION.
       01  DEF-STATUS PIC X(02).
       01  STA-STATUS PIC X(02).
       01  RETORNO-PASO PIC 9(04).
       01  PASOS-CORRIDOS PIC 9(03) VALUE ZERO.
       01  PASOS-SALTEADOS PIC 9(03) VALUE ZERO.
       01  PASOS-NO-PROGRAMADOS PIC 9(03) VALUE ZERO.
       01  PASOS-OMITIDOS PIC 9(03) VALUE ZERO.
       01  ENTRADA-RECHAZADA PIC X(01).
           88  SE-RECHAZO-LA-ENTRADA VALUE "S".
       01  PASO-PROGRAMADO PIC X(01).
           88  EL-PASO-TOCA VALUE "S".

      *Calendario de la noche: dia de la semana de la fecha de
      *proceso y si es el ultimo habil del mes o el primero despues
      *de un fin de mes. Se calcula una sola vez al arrancar.
       01  CAL-STATUS PIC X(02).
       01  FIN-DE-CALENDARIO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-CALENDARIO VALUE "S".
       01  TABLA-FERIADOS.
           05  FER-USADOS PIC 9(03) VALUE ZERO.
           05  FER-FECHA PIC 9(08) OCCURS 100 TIMES
               INDEXED BY IDX-FER.
       01  FECHA-MOVIL.
           05  FM-ANO PIC 9(04).
           05  FM-MES PIC 9(02).
           05  FM-DIA PIC 9(02).
       01  FECHA-MOVIL-NUM REDEFINES FECHA-MOVIL PIC 9(08).
       01  MES-PROCESO PIC 9(02).
       01  DIAS-DEL-MES PIC 9(02).
       01  ES-FERIADO PIC X(01).
       01  DIAS-NUMERO PIC 9(07).
       01  DIAS-COCIENTE PIC 9(07).
       01  FECHA-VALIDA PIC X(01).
       01  DIA-SEMANA PIC 9(01).
       01  DIA-SEMANA-PROCESO PIC X(02).
       01  PASOS-DE-CALENDARIO PIC 9(02).
       01  ULTIMO-HABIL-DEL-MES PIC X(01) VALUE "N".
           88  ES-ULTIMO-HABIL VALUE "S".
       01  PRIMER-HABIL-DEL-MES PIC X(01) VALUE "N".
           88  ES-PRIMER-HABIL VALUE "S".
      *Nombres de dia en el orden del resto de FECHANUM modulo 7
      *(0 = sabado, 1 = domingo, ..., 6 = viernes).
       01  TABLA-NOMBRES-DIA.
           05  FILLER PIC X(14) VALUE "SADOLUMAMIJUVI".
       01  NOMBRES-DIA REDEFINES TABLA-NOMBRES-DIA.
           05  ND-NOMBRE PIC X(02) OCCURS 7 TIMES.
       01  ANO-RESTO-4 PIC 9(04).
       01  ANO-RESTO-100 PIC 9(04).
       01  ANO-RESTO-400 PIC 9(04).
       01  ANO-COCIENTE PIC 9(04).
       01  TABLA-DIAS-MES.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  DIAS-POR-MES REDEFINES TABLA-DIAS-MES.
           05  DM-DIAS PIC 9(02) OCCURS 12 TIMES.
       01  PEOR-RETORNO PIC 9(04) VALUE ZERO.
      *RETORNO-CORRIDA se carga recien antes del GOBACK: cada CALL
      *pisa RETURN-CODE con el retorno del subprograma.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

       01  PRM-CLAVE PIC X(16).
       01  PRM-VALOR PIC X(16).
       01  PRM-HALLADO PIC X(01).
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "NOCHECTL".
       01  MODO-CORRIDA PIC X(01) VALUE "N".
           88  ES-MODO-PLAN VALUE "P".

      *Modo plan: el mazo entero queda en memoria para poder validar
      *los predecesores hacia adelante y hacia atras. PLA-POS-PRED es
      *la posicion del predecesor en la tabla (cero si no tiene o no
      *existe). PLA-RESULTADO es lo que haria el driver con el paso:
      *"L" lo saltea por ya limpio, "N" no programado, "C" lo corre,
      *"R" lo vuelve a correr porque quedo sucio o en curso, "B"
      *queda detras de un predecesor sucio (PLA-RAIZ dice cual), "O"
      *lo omite porque su paso de validacion rechazo la entrada y "X"
      *la definicion tiene errores. PLA-POS-VAL es la posicion del
      *paso de validacion (cero si no tiene o no existe).
       01  TABLA-PLAN.
           05  PLA-USADAS PIC 9(03) VALUE ZERO.
           05  PLA-DEFINICION OCCURS 100 TIMES
               INDEXED BY IDX-PLA IDX-BUS.
               10  PLA-PASO PIC X(08).
               10  PLA-PROGRAMA PIC X(10).
               10  PLA-PREDECESOR PIC X(08).
               10  PLA-RC-TOLERADO PIC X(04).
               10  PLA-FRECUENCIA PIC X(01).
               10  PLA-DIA-SEMANA PIC X(02).
               10  PLA-VALIDACION PIC X(08).
               10  PLA-LINEA PIC 9(04).
               10  PLA-POS-PRED PIC 9(03).
               10  PLA-POS-VAL PIC 9(03).
               10  PLA-ERRORES PIC 9(02).
               10  PLA-RESULTADO PIC X(01).
                   88  PLA-YA-LIMPIO VALUE "L".
                   88  PLA-NO-PROGRAMADO VALUE "N".
                   88  PLA-CORRE VALUE "C".
                   88  PLA-RECORRE VALUE "R".
                   88  PLA-DETRAS-DE-SUCIO VALUE "B".
                   88  PLA-OMITIDO VALUE "O".
                   88  PLA-CON-ERRORES VALUE "X".
               10  PLA-RAIZ PIC X(08).
       01  LINEA-DEL-MAZO PIC 9(04) VALUE ZERO.
       01  PASO-BUSCADO PIC X(08).
       01  POS-HALLADA PIC 9(03).
       01  POS-ACTUAL PIC 9(03).
       01  POS-CADENA PIC 9(03).
       01  SALTOS-CADENA PIC 9(03).
       01  PASO-HALLADO PIC X(01).
           88  FUE-HALLADO VALUE "S".
       01  ERRORES-DEL-MAZO PIC 9(03) VALUE ZERO.
       01  MAZO-LLENO PIC X(01) VALUE "N".
           88  SE-LLENO-EL-MAZO VALUE "S".
       01  ESTADO-DISPONIBLE PIC X(01) VALUE "N".
           88  HAY-ESTADO VALUE "S".
       01  ESTADO-DEL-PASO PIC X(01).
           88  SIN-ESTADO VALUE " ".
           88  ESTADO-LIMPIO VALUE "L".
           88  ESTADO-SUCIO VALUE "S".
           88  ESTADO-EN-CURSO VALUE "C".
           88  ESTADO-NO-PROGRAMADO VALUE "N".
           88  ESTADO-OMITIDO VALUE "O".
       01  RETORNO-ANTERIOR PIC 9(04).
       01  IND-DIA PIC 9(02).
       01  MOTIVO-ERROR PIC X(44).
       01  TEXTO-PLAN PIC X(44).
       01  PLAN-CORREN PIC 9(03) VALUE ZERO.
       01  PLAN-RECORREN PIC 9(03) VALUE ZERO.
       01  PLAN-LIMPIOS PIC 9(03) VALUE ZERO.
       01  PLAN-NO-PROGRAMADOS PIC 9(03) VALUE ZERO.
       01  PLAN-BLOQUEADOS PIC 9(03) VALUE ZERO.
       01  PLAN-OMITIDOS PIC 9(03) VALUE ZERO.
       01  PLAN-ORDEN PIC 9(03) VALUE ZERO.

      *Programas que el driver sabe invocar en la noche, con el
      *PROGRAM-ID escrito como lo llama el CALL (mayusculas y
      *minusculas incluidas). El modo plan rechaza cualquier otro:
      *al agregar un programa nuevo al stream hay que sumarlo aca.
       01  TABLA-PROGRAMAS-STREAM.
           05  FILLER PIC X(10) VALUE "Ejercicio1".
           05  FILLER PIC X(10) VALUE "EJERCICIO2".
           05  FILLER PIC X(10) VALUE "EJERCICIO3".
           05  FILLER PIC X(10) VALUE "EJERCICIO4".
           05  FILLER PIC X(10) VALUE "EJERCICIO5".
           05  FILLER PIC X(10) VALUE "RECONCIL".
           05  FILLER PIC X(10) VALUE "EXCGATE".
           05  FILLER PIC X(10) VALUE "CADENBAL".
           05  FILLER PIC X(10) VALUE "EODRPT".
           05  FILLER PIC X(10) VALUE "BALANCE".
           05  FILLER PIC X(10) VALUE "NOCHEFIN".
           05  FILLER PIC X(10) VALUE "VENTRPT".
           05  FILLER PIC X(10) VALUE "MSGRPT".
           05  FILLER PIC X(10) VALUE "FILESTAT".
           05  FILLER PIC X(10) VALUE "EXCRPT".
           05  FILLER PIC X(10) VALUE "LIBRORPT".
           05  FILLER PIC X(10) VALUE "ALERTRPT".
           05  FILLER PIC X(10) VALUE "TENDRPT".
           05  FILLER PIC X(10) VALUE "SECRPT".
           05  FILLER PIC X(10) VALUE "EXTRACTO".
           05  FILLER PIC X(10) VALUE "PLANACU".
           05  FILLER PIC X(10) VALUE "PLANENV".
           05  FILLER PIC X(10) VALUE "VALBATCH".
           05  FILLER PIC X(10) VALUE "VALTABLA".
           05  FILLER PIC X(10) VALUE "OPERBAJA".
           05  FILLER PIC X(10) VALUE "PEDCORR".
           05  FILLER PIC X(10) VALUE "EJ1PAR01".
           05  FILLER PIC X(10) VALUE "EJ1PAR02".
           05  FILLER PIC X(10) VALUE "EJ1PAR03".
           05  FILLER PIC X(10) VALUE "EJ1PAR04".
           05  FILLER PIC X(10) VALUE "EJ1UNION".
           05  FILLER PIC X(10) VALUE "ACUMULA".
           05  FILLER PIC X(10) VALUE "ACUMRPT".
       01  PROGRAMAS-STREAM REDEFINES TABLA-PROGRAMAS-STREAM.
           05  PGS-NOMBRE PIC X(10) OCCURS 33 TIMES
               INDEXED BY IDX-PGS.

       PROCEDURE DIVISION.

           MOVE "MODO" TO PRM-CLAVE.
           CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE PRM-VALOR
               PRM-HALLADO.
           IF PRM-HALLADO = "S"
               MOVE PRM-VALOR(1:1) TO MODO-CORRIDA
           END-IF.
           IF ES-MODO-PLAN
               PERFORM PLANIFICAR-LA-NOCHE
           ELSE
               PERFORM CORRER-LA-NOCHE
           END-IF.
           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           CORRER-LA-NOCHE.
               CALL "FECHANEG" USING FECHA-PROCESO.
               DISPLAY "STREAM NOCTURNO, FECHA DE PROCESO "
                       FECHA-PROCESO.
               PERFORM ARMAR-CALENDARIO-DE-LA-NOCHE.

               PERFORM ABRIR-ESTADO.
               OPEN INPUT NOCHEDEF.
               IF DEF-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR NOCHEDEF: " DEF-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   READ NOCHEDEF
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
                   PERFORM PROCESAR-UN-PASO UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE NOCHEDEF
                   IF EL-STREAM-CORTO
                       MOVE 8 TO RETORNO-CORRIDA
                   ELSE
                       MOVE PEOR-RETORNO TO RETORNO-CORRIDA
                   END-IF
               END-IF.
               CLOSE NOCHESTA.

               DISPLAY "PASOS CORRIDOS " PASOS-CORRIDOS
                       " SALTEADOS " PASOS-SALTEADOS
                       " NO PROGRAMADOS " PASOS-NO-PROGRAMADOS
                       " OMITIDOS " PASOS-OMITIDOS
                       " RETORNO " RETORNO-CORRIDA.

           ABRIR-ESTADO.
               OPEN I-O NOCHESTA.
               IF STA-STATUS = "35"
      *Un paso *SIEMPRE se repite aunque haya quedado limpio en el
      *intento muerto: es de reporte/medicion y el relanzo tiene que
      *salir con sus salidas frescas, no con las del intento caido.
      *Un paso que no toca esta noche por su frecuencia no se evalua
      *contra el stream: queda "no programado" aunque el stream haya
      *cortado, para que el libro no lo lea como salteado.
      *Un paso cuya entrada fue rechazada por su paso de validacion
      *se omite solo si igual le tocaba correr: un corte del stream o
      *un predecesor sucio pesan mas.
           EVALUAR-Y-CORRER-PASO.
               PERFORM CONTROLAR-PASO-PROPIO.
               PERFORM CONTROLAR-PREDECESOR.
               PERFORM CONTROLAR-FRECUENCIA.
               PERFORM CONTROLAR-VALIDACION.
               EVALUATE TRUE
                   WHEN YA-CORRIO-LIMPIO
                           AND DEF-PREDECESOR NOT = "*SIEMPRE"
                       DISPLAY DEF-PASO " YA CORRIO LIMPIO, SE SALTEA"
                       ADD 1 TO PASOS-SALTEADOS
                   WHEN NOT EL-PASO-TOCA
                       DISPLAY DEF-PASO " NO PROGRAMADO PARA ESTA "
                               "FECHA (FRECUENCIA " DEF-FRECUENCIA ")"
                       ADD 1 TO PASOS-NO-PROGRAMADOS
                       PERFORM GRABAR-NO-PROGRAMADO
                   WHEN EL-STREAM-CORTO
                           AND DEF-PREDECESOR NOT = "*SIEMPRE"
                       DISPLAY DEF-PASO " SALTEADO: EL STREAM CORTO"
                               DEF-PREDECESOR " NO QUEDO LIMPIO"
                       ADD 1 TO PASOS-SALTEADOS
                       MOVE "S" TO STREAM-CORTADO
                   WHEN SE-RECHAZO-LA-ENTRADA
                       DISPLAY DEF-PASO " OMITIDO: " DEF-VALIDACION
                               " RECHAZO SU ARCHIVO DE ENTRADA"
                       ADD 1 TO PASOS-OMITIDOS
                       PERFORM GRABAR-OMITIDO
                   WHEN OTHER
                       PERFORM CORRER-PASO
               END-EVALUATE.
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF (STA-TERMINADO AND STA-QUEDO-LIMPIO)
                                   OR STA-NO-PROGRAMADO
                                   OR STA-OMITIDO
                               MOVE "S" TO PREDECESOR-LIMPIO
                           END-IF
                   END-READ
               END-IF.

      *El paso de validacion termino limpio pero con retorno: el
      *archivo se rechazo. Si la validacion no corrio (o termino
      *sucia) no se omite nada: eso ya lo resuelve el predecesor.
           CONTROLAR-VALIDACION.
               MOVE "N" TO ENTRADA-RECHAZADA.
               IF DEF-VALIDACION NOT = SPACES
                   MOVE FECHA-PROCESO TO STA-FECHA
                   MOVE DEF-VALIDACION TO STA-PASO
                   READ NOCHESTA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF STA-TERMINADO AND STA-QUEDO-LIMPIO
                                   AND STA-RETORNO > ZERO
                               MOVE "S" TO ENTRADA-RECHAZADA
                           END-IF
                   END-READ
               END-IF.

      *Una frecuencia que no se reconoce corre el paso: ante la duda
      *es mejor una corrida de mas que un reporte que no sale.
           CONTROLAR-FRECUENCIA.
               MOVE "S" TO PASO-PROGRAMADO.
               EVALUATE TRUE
                   WHEN DEF-ES-DIARIA
                       CONTINUE
                   WHEN DEF-ES-SEMANAL
                       IF DEF-DIA-SEMANA NOT = DIA-SEMANA-PROCESO
                           MOVE "N" TO PASO-PROGRAMADO
                       END-IF
                   WHEN DEF-ES-FIN-DE-MES
                       IF NOT ES-ULTIMO-HABIL
                           MOVE "N" TO PASO-PROGRAMADO
                       END-IF
                   WHEN DEF-ES-PRIMER-HABIL
                       IF NOT ES-PRIMER-HABIL
                           MOVE "N" TO PASO-PROGRAMADO
                       END-IF
                   WHEN OTHER
                       DISPLAY DEF-PASO " FRECUENCIA DESCONOCIDA "
                               DEF-FRECUENCIA ", CORRE COMO DIARIO"
               END-EVALUATE.

           CORRER-PASO.
               DISPLAY "---- " DEF-PASO " (" DEF-PROGRAMA ") ----".
               PERFORM GRABAR-INICIO-DE-PASO.
                       MOVE 8 TO RETURN-CODE
               END-CALL.
               MOVE RETURN-CODE TO RETORNO-PASO.
               CANCEL PROGRAMA-A-LLAMAR.
               ADD 1 TO PASOS-CORRIDOS.
               PERFORM GRABAR-FIN-DE-PASO.
               IF RETORNO-PASO > DEF-RC-TOLERADO
                       REWRITE STA-REGISTRO
               END-WRITE.

           GRABAR-NO-PROGRAMADO.
               MOVE FECHA-PROCESO TO STA-FECHA.
               MOVE DEF-PASO TO STA-PASO.
               MOVE DEF-PROGRAMA TO STA-PROGRAMA.
               MOVE ZERO TO STA-HORA-INICIO.
               MOVE ZERO TO STA-HORA-FIN.
               MOVE ZERO TO STA-RETORNO.
               MOVE "N" TO STA-ESTADO.
               MOVE "S" TO STA-LIMPIO.
               WRITE STA-REGISTRO
                   INVALID KEY
                       REWRITE STA-REGISTRO
               END-WRITE.

           GRABAR-OMITIDO.
               MOVE FECHA-PROCESO TO STA-FECHA.
               MOVE DEF-PASO TO STA-PASO.
               MOVE DEF-PROGRAMA TO STA-PROGRAMA.
               MOVE ZERO TO STA-HORA-INICIO.
               MOVE ZERO TO STA-HORA-FIN.
               MOVE ZERO TO STA-RETORNO.
               MOVE "O" TO STA-ESTADO.
               MOVE "S" TO STA-LIMPIO.
               WRITE STA-REGISTRO
                   INVALID KEY
                       REWRITE STA-REGISTRO
               END-WRITE.

           GRABAR-FIN-DE-PASO.
               MOVE FECHA-PROCESO TO STA-FECHA.
               MOVE DEF-PASO TO STA-PASO.
                               STA-CLAVE
               END-REWRITE.

      *Modo plan: no se invoca ningun programa y NOCHESTA se abre
      *solo para leer. La fecha puede venir por PARMFILE para revisar
      *como quedaria el relanzamiento de una noche anterior; sin
      *clave FECHA es la de PROCDATE, como en la corrida real.
           PLANIFICAR-LA-NOCHE.
               MOVE "FECHA" TO PRM-CLAVE.
               CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               IF PRM-HALLADO = "S" AND PRM-VALOR(1:8) NOT = SPACES
                   PERFORM TOMAR-FECHA-DEL-PLAN
               ELSE
                   CALL "FECHANEG" USING FECHA-PROCESO
               END-IF.
               IF RETORNO-CORRIDA = ZERO
                   DISPLAY "PLAN DEL STREAM NOCTURNO (NO SE CORRE "
                           "NADA), FECHA DE PROCESO " FECHA-PROCESO
                   PERFORM ARMAR-CALENDARIO-DE-LA-NOCHE
                   PERFORM ABRIR-ESTADO-PARA-CONSULTA
               END-IF.
               IF RETORNO-CORRIDA = ZERO
                   DISPLAY "---- VALIDACION DE NOCHEDEF ----"
                   PERFORM CARGAR-EL-MAZO
               END-IF.
               IF RETORNO-CORRIDA = ZERO
                   PERFORM UBICAR-PREDECESOR
                       VARYING IDX-PLA FROM 1 BY 1
                       UNTIL IDX-PLA > PLA-USADAS
                   PERFORM VALIDAR-DEFINICION
                       VARYING IDX-PLA FROM 1 BY 1
                       UNTIL IDX-PLA > PLA-USADAS
                   DISPLAY "---- ORDEN DE LA NOCHE ----"
                   PERFORM PLANIFICAR-UN-PASO
                       VARYING IDX-PLA FROM 1 BY 1
                       UNTIL IDX-PLA > PLA-USADAS
                   PERFORM CERRAR-EL-PLAN
               END-IF.
               IF HAY-ESTADO
                   CLOSE NOCHESTA
               END-IF.

           TOMAR-FECHA-DEL-PLAN.
               MOVE "N" TO FECHA-VALIDA.
               IF PRM-VALOR(1:8) IS NUMERIC
                   MOVE PRM-VALOR(1:8) TO FECHA-MOVIL
                   CALL "FECHANUM" USING FECHA-MOVIL DIAS-NUMERO
                       FECHA-VALIDA
               END-IF.
               IF FECHA-VALIDA = "S"
                   MOVE FECHA-MOVIL-NUM TO FECHA-PROCESO
               ELSE
                   DISPLAY "FECHA DEL PLAN INVALIDA: " PRM-VALOR(1:8)
                   MOVE 8 TO RETORNO-CORRIDA
               END-IF.

           ABRIR-ESTADO-PARA-CONSULTA.
               OPEN INPUT NOCHESTA.
               EVALUATE STA-STATUS
                   WHEN "00"
                       MOVE "S" TO ESTADO-DISPONIBLE
                   WHEN "35"
                       DISPLAY "NO HAY NOCHESTA TODAVIA: NINGUN PASO "
                               "CORRIO"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR NOCHESTA: " STA-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
               END-EVALUATE.

      *Una linea con contenido pero sin nombre de paso el driver la
      *ignora sin avisar: casi siempre es una definicion corrida de
      *columna, asi que para el plan es un error.
           CARGAR-EL-MAZO.
               OPEN INPUT NOCHEDEF.
               IF DEF-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR NOCHEDEF: " DEF-STATUS
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   READ NOCHEDEF
                       AT END MOVE "S" TO FIN-DE-ARCHIVO
                   END-READ
                   PERFORM CARGAR-UNA-DEFINICION
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE NOCHEDEF
                   IF SE-LLENO-EL-MAZO
                       DISPLAY "NOCHEDEF TIENE MAS DE 100 PASOS, NO SE "
                               "PUEDE PLANIFICAR"
                       MOVE 8 TO RETORNO-CORRIDA
                   END-IF
                   IF PLA-USADAS = ZERO
                       DISPLAY "NOCHEDEF NO TIENE NINGUN PASO"
                       MOVE 8 TO RETORNO-CORRIDA
                   END-IF
               END-IF.

           CARGAR-UNA-DEFINICION.
               ADD 1 TO LINEA-DEL-MAZO.
               IF DEF-PASO(1:1) = "*" OR DEF-REGISTRO = SPACES
                   CONTINUE
               ELSE
                   IF DEF-PASO = SPACES
                       DISPLAY "LINEA " LINEA-DEL-MAZO
                               ": SIN NOMBRE DE PASO, EL DRIVER LA "
                               "IGNORARIA"
                       ADD 1 TO ERRORES-DEL-MAZO
                   ELSE
                       PERFORM GUARDAR-DEFINICION
                   END-IF
               END-IF.
               READ NOCHEDEF
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.

           GUARDAR-DEFINICION.
               IF PLA-USADAS < 100
                   ADD 1 TO PLA-USADAS
                   SET IDX-PLA TO PLA-USADAS
                   MOVE DEF-PASO TO PLA-PASO(IDX-PLA)
                   MOVE DEF-PROGRAMA TO PLA-PROGRAMA(IDX-PLA)
                   MOVE DEF-PREDECESOR TO PLA-PREDECESOR(IDX-PLA)
                   MOVE DEF-REGISTRO(30:4) TO PLA-RC-TOLERADO(IDX-PLA)
                   MOVE DEF-FRECUENCIA TO PLA-FRECUENCIA(IDX-PLA)
                   MOVE DEF-DIA-SEMANA TO PLA-DIA-SEMANA(IDX-PLA)
                   MOVE DEF-VALIDACION TO PLA-VALIDACION(IDX-PLA)
                   MOVE LINEA-DEL-MAZO TO PLA-LINEA(IDX-PLA)
                   MOVE ZERO TO PLA-POS-PRED(IDX-PLA)
                   MOVE ZERO TO PLA-POS-VAL(IDX-PLA)
                   MOVE ZERO TO PLA-ERRORES(IDX-PLA)
                   MOVE SPACE TO PLA-RESULTADO(IDX-PLA)
                   MOVE SPACES TO PLA-RAIZ(IDX-PLA)
               ELSE
                   MOVE "S" TO MAZO-LLENO
               END-IF.

           UBICAR-PREDECESOR.
               IF PLA-PREDECESOR(IDX-PLA) NOT = SPACES
                       AND PLA-PREDECESOR(IDX-PLA) NOT = "*SIEMPRE"
                   MOVE PLA-PREDECESOR(IDX-PLA) TO PASO-BUSCADO
                   PERFORM BUSCAR-PASO
                   IF FUE-HALLADO
                       MOVE POS-HALLADA TO PLA-POS-PRED(IDX-PLA)
                   END-IF
               END-IF.
               IF PLA-VALIDACION(IDX-PLA) NOT = SPACES
                   MOVE PLA-VALIDACION(IDX-PLA) TO PASO-BUSCADO
                   PERFORM BUSCAR-PASO
                   IF FUE-HALLADO
                       MOVE POS-HALLADA TO PLA-POS-VAL(IDX-PLA)
                   END-IF
               END-IF.

      *Deja en POS-HALLADA la primera definicion con ese paso.
           BUSCAR-PASO.
               MOVE "N" TO PASO-HALLADO.
               MOVE ZERO TO POS-HALLADA.
               PERFORM MIRAR-UN-PASO
                   VARYING IDX-BUS FROM 1 BY 1
                   UNTIL IDX-BUS > PLA-USADAS OR FUE-HALLADO.

           MIRAR-UN-PASO.
               IF PLA-PASO(IDX-BUS) = PASO-BUSCADO
                   MOVE "S" TO PASO-HALLADO
                   SET POS-HALLADA TO IDX-BUS
               END-IF.

      *El driver corre el mazo en orden, de arriba hacia abajo: un
      *predecesor definido mas abajo que el paso nunca esta limpio
      *cuando el paso se evalua en una noche nueva, asi que es un
      *error aunque no haya ciclo.
           VALIDAR-DEFINICION.
               SET POS-ACTUAL TO IDX-PLA.
               MOVE PLA-PASO(IDX-PLA) TO PASO-BUSCADO.
               PERFORM BUSCAR-PASO.
               IF POS-HALLADA < POS-ACTUAL
                   MOVE "PASO REPETIDO EN NOCHEDEF" TO MOTIVO-ERROR
                   PERFORM ANOTAR-ERROR
               END-IF.

               IF PLA-PROGRAMA(IDX-PLA) = SPACES
                   MOVE "SIN PROGRAM-ID" TO MOTIVO-ERROR
                   PERFORM ANOTAR-ERROR
               ELSE
                   MOVE "N" TO PASO-HALLADO
                   PERFORM MIRAR-UN-PROGRAMA
                       VARYING IDX-PGS FROM 1 BY 1
                       UNTIL IDX-PGS > 33 OR FUE-HALLADO
                   IF NOT FUE-HALLADO
                       MOVE "PROGRAM-ID QUE NO ES DEL STREAM NOCTURNO"
                           TO MOTIVO-ERROR
                       PERFORM ANOTAR-ERROR
                   END-IF
               END-IF.

               IF PLA-PREDECESOR(IDX-PLA) NOT = SPACES
                       AND PLA-PREDECESOR(IDX-PLA) NOT = "*SIEMPRE"
                   PERFORM VALIDAR-PREDECESOR
               END-IF.

               IF PLA-VALIDACION(IDX-PLA) NOT = SPACES
                   PERFORM VALIDAR-PASO-DE-VALIDACION
               END-IF.

               IF PLA-RC-TOLERADO(IDX-PLA) IS NOT NUMERIC
                   MOVE "RETORNO TOLERADO NO NUMERICO (COL 30)"
                       TO MOTIVO-ERROR
                   PERFORM ANOTAR-ERROR
               END-IF.

               EVALUATE PLA-FRECUENCIA(IDX-PLA)
                   WHEN "D"
                   WHEN " "
                   WHEN "F"
                   WHEN "P"
                       CONTINUE
                   WHEN "S"
                       MOVE "N" TO PASO-HALLADO
                       PERFORM MIRAR-UN-DIA
                           VARYING IND-DIA FROM 1 BY 1
                           UNTIL IND-DIA > 7 OR FUE-HALLADO
                       IF NOT FUE-HALLADO
                           MOVE "DIA DE LA SEMANA DESCONOCIDO (COL 37)"
                               TO MOTIVO-ERROR
                           PERFORM ANOTAR-ERROR
                       END-IF
                   WHEN OTHER
                       MOVE "FRECUENCIA DESCONOCIDA (COL 35)"
                           TO MOTIVO-ERROR
                       PERFORM ANOTAR-ERROR
               END-EVALUATE.

           VALIDAR-PREDECESOR.
               EVALUATE TRUE
                   WHEN PLA-PREDECESOR(IDX-PLA) = PLA-PASO(IDX-PLA)
                       MOVE "EL PASO ES SU PROPIO PREDECESOR"
                           TO MOTIVO-ERROR
                       PERFORM ANOTAR-ERROR
                   WHEN PLA-POS-PRED(IDX-PLA) = ZERO
                       MOVE "EL PREDECESOR NO EXISTE EN NOCHEDEF"
                           TO MOTIVO-ERROR
                       PERFORM ANOTAR-ERROR
                   WHEN PLA-POS-PRED(IDX-PLA) > POS-ACTUAL
                       PERFORM BUSCAR-CICLO
                       IF POS-CADENA = POS-ACTUAL
                           MOVE "CICLO DE PREDECESORES" TO MOTIVO-ERROR
                       ELSE
                           MOVE "EL PREDECESOR ESTA DEFINIDO DESPUES"
                               TO MOTIVO-ERROR
                       END-IF
                       PERFORM ANOTAR-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *El paso de validacion tiene que correr antes que el paso que
      *lo nombra, asi que vale lo mismo que para el predecesor.
           VALIDAR-PASO-DE-VALIDACION.
               EVALUATE TRUE
                   WHEN PLA-VALIDACION(IDX-PLA) = PLA-PASO(IDX-PLA)
                       MOVE "EL PASO SE VALIDA A SI MISMO (COL 40)"
                           TO MOTIVO-ERROR
                       PERFORM ANOTAR-ERROR
                   WHEN PLA-POS-VAL(IDX-PLA) = ZERO
                       MOVE "EL PASO DE VALIDACION NO EXISTE (COL 40)"
                           TO MOTIVO-ERROR
                       PERFORM ANOTAR-ERROR
                   WHEN PLA-POS-VAL(IDX-PLA) > POS-ACTUAL
                       MOVE "VALIDACION DEFINIDA DESPUES (COL 40)"
                           TO MOTIVO-ERROR
                       PERFORM ANOTAR-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *Sigue la cadena de predecesores desde el del paso; si vuelve
      *al paso es un ciclo. El tope de saltos corta los ciclos que
      *no pasan por este paso.
           BUSCAR-CICLO.
               MOVE PLA-POS-PRED(IDX-PLA) TO POS-CADENA.
               MOVE ZERO TO SALTOS-CADENA.
               PERFORM SEGUIR-LA-CADENA
                   UNTIL POS-CADENA = ZERO
                       OR POS-CADENA = POS-ACTUAL
                       OR SALTOS-CADENA > PLA-USADAS.

           SEGUIR-LA-CADENA.
               SET IDX-BUS TO POS-CADENA.
               MOVE PLA-POS-PRED(IDX-BUS) TO POS-CADENA.
               ADD 1 TO SALTOS-CADENA.

           MIRAR-UN-PROGRAMA.
               IF PGS-NOMBRE(IDX-PGS) = PLA-PROGRAMA(IDX-PLA)
                   MOVE "S" TO PASO-HALLADO
               END-IF.

           MIRAR-UN-DIA.
               IF ND-NOMBRE(IND-DIA) = PLA-DIA-SEMANA(IDX-PLA)
                   MOVE "S" TO PASO-HALLADO
               END-IF.

           ANOTAR-ERROR.
               DISPLAY "LINEA " PLA-LINEA(IDX-PLA) " PASO "
                       PLA-PASO(IDX-PLA) ": " MOTIVO-ERROR.
               ADD 1 TO PLA-ERRORES(IDX-PLA).
               ADD 1 TO ERRORES-DEL-MAZO.

      *Mismas reglas que EVALUAR-Y-CORRER-PASO, suponiendo que todo
      *lo que corre en el plan termina limpio: un paso queda detras
      *de un predecesor sucio cuando ese predecesor (o uno anterior
      *de su cadena) esta sucio o a medio correr en NOCHESTA, o tiene
      *la definicion con errores. Solo corre si el relanzo de ese
      *predecesor sale limpio.
           PLANIFICAR-UN-PASO.
               ADD 1 TO PLAN-ORDEN.
               IF PLA-ERRORES(IDX-PLA) > ZERO
                   MOVE "X" TO PLA-RESULTADO(IDX-PLA)
               ELSE
                   PERFORM DECIDIR-PASO-DEL-PLAN
               END-IF.
               PERFORM MOSTRAR-PASO-DEL-PLAN.

           DECIDIR-PASO-DEL-PLAN.
               PERFORM LEER-ESTADO-DEL-PASO.
               MOVE PLA-PASO(IDX-PLA) TO DEF-PASO.
               MOVE PLA-FRECUENCIA(IDX-PLA) TO DEF-FRECUENCIA.
               MOVE PLA-DIA-SEMANA(IDX-PLA) TO DEF-DIA-SEMANA.
               PERFORM CONTROLAR-FRECUENCIA.
               IF PLA-POS-PRED(IDX-PLA) > ZERO
                   SET IDX-BUS TO PLA-POS-PRED(IDX-PLA)
               END-IF.
               EVALUATE TRUE
                   WHEN ESTADO-LIMPIO
                           AND PLA-PREDECESOR(IDX-PLA) NOT = "*SIEMPRE"
                       MOVE "L" TO PLA-RESULTADO(IDX-PLA)
                   WHEN NOT EL-PASO-TOCA
                       MOVE "N" TO PLA-RESULTADO(IDX-PLA)
                   WHEN PLA-POS-PRED(IDX-PLA) = ZERO
                       PERFORM MARCAR-QUE-CORRE
                   WHEN PLA-YA-LIMPIO(IDX-BUS)
                           OR PLA-NO-PROGRAMADO(IDX-BUS)
                           OR PLA-CORRE(IDX-BUS)
                           OR PLA-OMITIDO(IDX-BUS)
                       PERFORM MARCAR-QUE-CORRE
                   WHEN PLA-DETRAS-DE-SUCIO(IDX-BUS)
                       MOVE "B" TO PLA-RESULTADO(IDX-PLA)
                       MOVE PLA-RAIZ(IDX-BUS) TO PLA-RAIZ(IDX-PLA)
                   WHEN OTHER
                       MOVE "B" TO PLA-RESULTADO(IDX-PLA)
                       MOVE PLA-PASO(IDX-BUS) TO PLA-RAIZ(IDX-PLA)
               END-EVALUATE.

      *El plan supone que cada validacion que todavia no corrio va a
      *aceptar su archivo: solo un rechazo ya grabado en NOCHESTA para
      *la fecha omite el paso.
           MARCAR-QUE-CORRE.
               MOVE "N" TO ENTRADA-RECHAZADA.
               IF HAY-ESTADO
                   MOVE PLA-VALIDACION(IDX-PLA) TO DEF-VALIDACION
                   PERFORM CONTROLAR-VALIDACION
               END-IF.
               EVALUATE TRUE
                   WHEN SE-RECHAZO-LA-ENTRADA
                       MOVE "O" TO PLA-RESULTADO(IDX-PLA)
                   WHEN ESTADO-SUCIO OR ESTADO-EN-CURSO
                       MOVE "R" TO PLA-RESULTADO(IDX-PLA)
                   WHEN OTHER
                       MOVE "C" TO PLA-RESULTADO(IDX-PLA)
               END-EVALUATE.

           LEER-ESTADO-DEL-PASO.
               MOVE SPACE TO ESTADO-DEL-PASO.
               MOVE ZERO TO RETORNO-ANTERIOR.
               IF HAY-ESTADO
                   MOVE FECHA-PROCESO TO STA-FECHA
                   MOVE PLA-PASO(IDX-PLA) TO STA-PASO
                   READ NOCHESTA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CLASIFICAR-ESTADO
                   END-READ
               END-IF.

           CLASIFICAR-ESTADO.
               MOVE STA-RETORNO TO RETORNO-ANTERIOR.
               EVALUATE TRUE
                   WHEN STA-TERMINADO AND STA-QUEDO-LIMPIO
                       MOVE "L" TO ESTADO-DEL-PASO
                   WHEN STA-TERMINADO
                       MOVE "S" TO ESTADO-DEL-PASO
                   WHEN STA-NO-PROGRAMADO
                       MOVE "N" TO ESTADO-DEL-PASO
                   WHEN STA-OMITIDO
                       MOVE "O" TO ESTADO-DEL-PASO
                   WHEN OTHER
                       MOVE "C" TO ESTADO-DEL-PASO
               END-EVALUATE.

           MOSTRAR-PASO-DEL-PLAN.
               MOVE SPACES TO TEXTO-PLAN.
               EVALUATE TRUE
                   WHEN PLA-YA-LIMPIO(IDX-PLA)
                       ADD 1 TO PLAN-LIMPIOS
                       MOVE "SE SALTEA: YA CORRIO LIMPIO" TO TEXTO-PLAN
                   WHEN PLA-NO-PROGRAMADO(IDX-PLA)
                       ADD 1 TO PLAN-NO-PROGRAMADOS
                       MOVE "NO PROGRAMADO PARA ESTA FECHA"
                           TO TEXTO-PLAN
                   WHEN PLA-CORRE(IDX-PLA)
                       ADD 1 TO PLAN-CORREN
                       MOVE "CORRE" TO TEXTO-PLAN
                   WHEN PLA-RECORRE(IDX-PLA) AND ESTADO-EN-CURSO
                       ADD 1 TO PLAN-RECORREN
                       MOVE "SE RELANZA: QUEDO A MEDIO CORRER"
                           TO TEXTO-PLAN
                   WHEN PLA-RECORRE(IDX-PLA)
                       ADD 1 TO PLAN-RECORREN
                       STRING "SE RELANZA: TERMINO SUCIO CON RC="
                               DELIMITED BY SIZE
                           RETORNO-ANTERIOR DELIMITED BY SIZE
                           INTO TEXTO-PLAN
                   WHEN PLA-OMITIDO(IDX-PLA)
                       ADD 1 TO PLAN-OMITIDOS
                       STRING "SE OMITE: " DELIMITED BY SIZE
                           PLA-VALIDACION(IDX-PLA) DELIMITED BY SPACE
                           " RECHAZO LA ENTRADA" DELIMITED BY SIZE
                           INTO TEXTO-PLAN
                   WHEN PLA-DETRAS-DE-SUCIO(IDX-PLA)
                       ADD 1 TO PLAN-BLOQUEADOS
                       STRING "BLOQUEADO DETRAS DE " DELIMITED BY SIZE
                           PLA-RAIZ(IDX-PLA) DELIMITED BY SPACE
                           ", QUE NO ESTA LIMPIO" DELIMITED BY SIZE
                           INTO TEXTO-PLAN
                   WHEN OTHER
                       MOVE "NO SE PLANIFICA: DEFINICION CON ERRORES"
                           TO TEXTO-PLAN
               END-EVALUATE.
               DISPLAY PLAN-ORDEN " " PLA-PASO(IDX-PLA) " "
                       PLA-PROGRAMA(IDX-PLA) " "
                       PLA-PREDECESOR(IDX-PLA) " " TEXTO-PLAN.

           CERRAR-EL-PLAN.
               DISPLAY "PASOS " PLA-USADAS
                       " CORREN " PLAN-CORREN
                       " SE RELANZAN " PLAN-RECORREN
                       " YA LIMPIOS " PLAN-LIMPIOS
                       " NO PROGRAMADOS " PLAN-NO-PROGRAMADOS
                       " OMITIDOS " PLAN-OMITIDOS
                       " BLOQUEADOS " PLAN-BLOQUEADOS.
               IF ERRORES-DEL-MAZO > ZERO
                   DISPLAY "NOCHEDEF TIENE " ERRORES-DEL-MAZO
                           " ERRORES: CORREGIR ANTES DE LA NOCHE"
                   MOVE 8 TO RETORNO-CORRIDA
               ELSE
                   DISPLAY "NOCHEDEF SIN ERRORES"
               END-IF.

      *La fecha de proceso ya es dia habil (la fija FECHAINI). Es el
      *ultimo habil del mes si el proximo habil cae en otro mes, y el
      *primero despues de un fin de mes si el habil anterior cae en
      *otro mes. Tope de 30 dias por si el calendario viene cargado
      *de mas, igual que en FECHAINI.
           ARMAR-CALENDARIO-DE-LA-NOCHE.
               PERFORM CARGAR-FERIADOS.
               MOVE FECHA-PROCESO TO FECHA-MOVIL-NUM.
               MOVE FM-MES TO MES-PROCESO.
               CALL "FECHANUM" USING FECHA-MOVIL DIAS-NUMERO
                   FECHA-VALIDA.
               DIVIDE DIAS-NUMERO BY 7
                   GIVING DIAS-COCIENTE
                   REMAINDER DIA-SEMANA.
               MOVE ND-NOMBRE(DIA-SEMANA + 1) TO DIA-SEMANA-PROCESO.

               MOVE ZERO TO PASOS-DE-CALENDARIO.
               PERFORM AVANZAR-UN-DIA-Y-EVALUAR.
               PERFORM AVANZAR-UN-DIA-Y-EVALUAR
                   UNTIL ES-FERIADO = "N" OR PASOS-DE-CALENDARIO > 30.
               IF FM-MES NOT = MES-PROCESO
                   MOVE "S" TO ULTIMO-HABIL-DEL-MES
               END-IF.

               MOVE FECHA-PROCESO TO FECHA-MOVIL-NUM.
               MOVE ZERO TO PASOS-DE-CALENDARIO.
               PERFORM RETROCEDER-UN-DIA-Y-EVALUAR.
               PERFORM RETROCEDER-UN-DIA-Y-EVALUAR
                   UNTIL ES-FERIADO = "N" OR PASOS-DE-CALENDARIO > 30.
               IF FM-MES NOT = MES-PROCESO
                   MOVE "S" TO PRIMER-HABIL-DEL-MES
               END-IF.

               DISPLAY "DIA " DIA-SEMANA-PROCESO
                       " ULTIMO HABIL DEL MES " ULTIMO-HABIL-DEL-MES
                       " PRIMER HABIL DEL MES " PRIMER-HABIL-DEL-MES.

           CARGAR-FERIADOS.
               OPEN INPUT CALFERI.
               IF CAL-STATUS NOT = "00"
                   DISPLAY "SIN CALENDARIO DE FERIADOS, SOLO SE "
                           "CUENTAN FINES DE SEMANA"
                   MOVE "S" TO FIN-DE-CALENDARIO
               ELSE
                   READ CALFERI
                       AT END MOVE "S" TO FIN-DE-CALENDARIO
                   END-READ
               END-IF.
               PERFORM CARGAR-UN-FERIADO UNTIL HAY-FIN-DE-CALENDARIO.
               IF CAL-STATUS = "00" OR CAL-STATUS = "10"
                   CLOSE CALFERI
               END-IF.

           CARGAR-UN-FERIADO.
               IF CAL-REGISTRO IS NUMERIC
                   IF FER-USADOS < 100
                       ADD 1 TO FER-USADOS
                       SET IDX-FER TO FER-USADOS
                       MOVE CAL-FECHA TO FER-FECHA(IDX-FER)
                   ELSE
                       DISPLAY "TABLA DE FERIADOS LLENA, SE IGNORA: "
                               CAL-FECHA
                   END-IF
               END-IF.
               READ CALFERI
                   AT END MOVE "S" TO FIN-DE-CALENDARIO
               END-READ.

           AVANZAR-UN-DIA-Y-EVALUAR.
               PERFORM SUMAR-UN-DIA.
               ADD 1 TO PASOS-DE-CALENDARIO.
               PERFORM EVALUAR-DIA.

           RETROCEDER-UN-DIA-Y-EVALUAR.
               PERFORM RESTAR-UN-DIA.
               ADD 1 TO PASOS-DE-CALENDARIO.
               PERFORM EVALUAR-DIA.

           EVALUAR-DIA.
               MOVE "N" TO ES-FERIADO.
               CALL "FECHANUM" USING FECHA-MOVIL DIAS-NUMERO
                   FECHA-VALIDA.
               DIVIDE DIAS-NUMERO BY 7
                   GIVING DIAS-COCIENTE
                   REMAINDER DIA-SEMANA.
               IF DIA-SEMANA = 0 OR DIA-SEMANA = 1
                   MOVE "S" TO ES-FERIADO
               END-IF.
               PERFORM BUSCAR-FERIADO
                   VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > FER-USADOS
                       OR ES-FERIADO = "S".

           BUSCAR-FERIADO.
               IF FER-FECHA(IDX-FER) = FECHA-MOVIL-NUM
                   MOVE "S" TO ES-FERIADO
               END-IF.

           SUMAR-UN-DIA.
               MOVE DM-DIAS(FM-MES) TO DIAS-DEL-MES.
               IF FM-MES = 2
                   PERFORM AJUSTAR-FEBRERO
               END-IF.
               IF FM-DIA < DIAS-DEL-MES
                   ADD 1 TO FM-DIA
               ELSE
                   MOVE 1 TO FM-DIA
                   IF FM-MES < 12
                       ADD 1 TO FM-MES
                   ELSE
                       ADD 1 TO FM-ANO
                       MOVE 1 TO FM-MES
                   END-IF
               END-IF.

           RESTAR-UN-DIA.
               IF FM-DIA > 1
                   SUBTRACT 1 FROM FM-DIA
               ELSE
                   IF FM-MES > 1
                       SUBTRACT 1 FROM FM-MES
                       MOVE DM-DIAS(FM-MES) TO DIAS-DEL-MES
                       IF FM-MES = 2
                           PERFORM AJUSTAR-FEBRERO
                       END-IF
                       MOVE DIAS-DEL-MES TO FM-DIA
                   ELSE
                       SUBTRACT 1 FROM FM-ANO
                       MOVE 12 TO FM-MES
                       MOVE 31 TO FM-DIA
                   END-IF
               END-IF.

      *Deja en DIAS-DEL-MES los dias de febrero del ano de la fecha
      *movil (28 o 29).
           AJUSTAR-FEBRERO.
               DIVIDE FM-ANO BY 4 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO-4.
               DIVIDE FM-ANO BY 100 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO-100.
               DIVIDE FM-ANO BY 400 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO-400.
               IF ANO-RESTO-4 = ZERO
                       AND (ANO-RESTO-100 NOT = ZERO
                           OR ANO-RESTO-400 = ZERO)
                   MOVE 29 TO DIAS-DEL-MES
               END-IF.

       END PROGRAM NOCHECTL.
