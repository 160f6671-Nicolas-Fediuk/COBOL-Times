      *    SESION) se estampa ahora en el registro de auditoria:
      *    corriendo suelto desde JCL no hay sesion y queda en blanco
      *    como siempre.
      *  - Ademas de las progresiones aritmeticas se pueden generar
      *    secuencias geometricas (2, 4, 8, 16...): el tipo se elige por
      *    pantalla o con la clave TIPO de EJERCIC2 en la corrida
      *    unica, y con la columna 28 de SECDEFS ("G") en el modo
      *    definiciones; en las geometricas el PASO es la razon por la
      *    que se multiplica (2 o mas) y la secuencia es siempre
      *    ascendente, desde un INICIO mayor a cero. El total de
      *    control se prueba contra la suma de la serie geometrica,
      *    igual que SUMA-ESPERADA en las aritmeticas. Un termino que
      *    no entra en el campo del valor o en los 3 digitos de
      *    BATCHOUT queda en EXCPTLOG y la corrida termina con RC=4.
      *  - El lote de BATCHOUT va ahora entre una cabecera y una cola
      *    (ver COPYLIB/CTLENT), que el paso de validacion VALBATCH
      *    controla antes de que EJERCICIO4 lo consuma: la cabecera
      *    lleva el origen EJERCIC2, la fecha de proceso y el numero
      *    de secuencia del archivo, el siguiente al ultimo aceptado
      *    para este origen en el registro de recibidos (RECIBIDO, ver
      *    COPYLIB/RECIBID); la cola, la cantidad de registros
      *    grabados (separadores y datos) y el total de los valores.
      *    Un relanzamiento antes de la validacion vuelve a tomar el
      *    mismo numero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJERCICIO2 IS INITIAL PROGRAM.
           SELECT EXCPTLOG ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT RECIBIDO ASSIGN TO "RECIBIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-CLAVE
               FILE STATUS IS RCB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCHOUT
           05  BATCHOUT-TIPO PIC X(01).
           05  BATCHOUT-VALOR PIC 9(03).
           05  BATCHOUT-NOMBRE PIC X(08).
       COPY CTLENT.

       FD  SECDEFS
           RECORDING MODE IS F.
           05  SDF-FIN PIC X(05).
           05  FILLER PIC X(01).
           05  SDF-PASO PIC X(05).
           05  FILLER PIC X(01).
           05  SDF-TIPO PIC X(01).

       FD  EXCPTLOG
           RECORDING MODE IS F.
       COPY EXCLOG.

       FD  RECIBIDO.
       COPY RECIBID.

       WORKING-STORAGE SECTION.
       01  NUM PIC 9(5).
       01  CALCULO PIC 9(5).
           88  ES-PASO-VALIDO VALUE "S".
       01  SENTIDO PIC X(01) VALUE "A".
           88  ES-DESCENDENTE VALUE "D".
      *Tipo de secuencia: aritmetica (suma el PASO) o geometrica
      *(multiplica por el PASO, que hace de razon).
       01  TIPO-SECUENCIA PIC X(01) VALUE "A".
           88  ES-GEOMETRICA VALUE "G" "g".
           88  ES-ARITMETICA VALUE "A" "a" " ".
       01  TERMINO PIC 9(10).
       01  VUELTAS PIC 9(05).
       01  CORTE-TERMINO PIC X(01) VALUE "N".
           88  HAY-CORTE-TERMINO VALUE "S".
       01  SUMA-ESPERADA PIC 9(7) VALUE ZERO.
       01  CANTIDAD-ESPERADA PIC 9(5) VALUE ZERO.
       01  SUMA-REAL PIC 9(7) VALUE ZERO.
       01  VALORES-OMITIDOS PIC 9(05) VALUE ZERO.
       01  LOTE-GRABADOS PIC 9(05) VALUE ZERO.
       01  PROGRAMA-LOTE PIC X(08) VALUE "EJ2LOTE".
      *Cifras de la cola de BATCHOUT y secuencia de su cabecera.
       01  RCB-STATUS PIC X(02).
       01  FIN-DE-RECIBIDOS PIC X(01).
           88  HAY-FIN-DE-RECIBIDOS VALUE "S".
       01  LOTE-SECUENCIA PIC 9(06) VALUE ZERO.
       01  LOTE-REGISTROS PIC 9(07) VALUE ZERO.
       01  LOTE-HASH PIC 9(11) VALUE ZERO.
       01  MODO-ENTRADA PIC X(01).
           88  ES-MODO-DEFINICIONES VALUE "D" "d".
       01  SDF-STATUS PIC X(02).
           END-IF.

           IF HAY-QUE-GRABAR-LOTE
               PERFORM GRABAR-COLA-DE-LOTE
               CLOSE BATCHOUT
               IF VALORES-OMITIDOS > ZERO
                   DISPLAY "VALORES FUERA DE 3 DIGITOS OMITIDOS DEL "
                       PERFORM MOSTRAR-MENSAJE
                       ACCEPT FIN
                   END-IF.
                   MOVE "TIPO" TO PRM-CLAVE.
                   CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE
                       PRM-VALOR PRM-HALLADO.
                   IF PRM-HALLADO = "S"
                       MOVE PRM-VALOR TO TIPO-SECUENCIA
                   ELSE
                       MOVE "EJ2010" TO MSG-CODIGO
                       MOVE "SECUENCIA (A)RITMETICA O (G)EOMETRICA?"
                           TO MSG-TEXTO
                       PERFORM MOSTRAR-MENSAJE
                       ACCEPT TIPO-SECUENCIA
                   END-IF.
                   IF NOT ES-GEOMETRICA
                       MOVE "A" TO TIPO-SECUENCIA
                   END-IF.
                   MOVE "PASO" TO PRM-CLAVE.
                   CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE
                       PRM-VALOR PRM-HALLADO.
                   IF PRM-HALLADO = "S"
                           AND PRM-VALOR(1:5) IS NUMERIC
                           AND PRM-VALOR(1:5) NOT = "00000"
                           AND (ES-ARITMETICA
                               OR PRM-VALOR(1:5) NOT = "00001")
                       MOVE PRM-VALOR(1:5) TO PASO
                   ELSE
                       PERFORM PEDIR-PASO UNTIL ES-PASO-VALIDO
                   END-IF.
                   IF HAY-QUE-GRABAR-LOTE
                       OPEN OUTPUT BATCHOUT
                       PERFORM GRABAR-CABECERA-DE-LOTE
                   END-IF.

                   IF ES-GEOMETRICA
                           AND (INICIO = ZERO OR FIN < INICIO)
                       MOVE "EJ2012" TO MSG-CODIGO
                       MOVE "GEOMETRICA: INICIO > 0 Y FIN >= INICIO"
                           TO MSG-TEXTO
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "GEOMETRICA INVALIDA: "
                           TO EXC-DETALLE-ENTRADA
                       MOVE INICIO TO EXC-DETALLE-ENTRADA(22:5)
                       MOVE FIN TO EXC-DETALLE-ENTRADA(28:5)
                       PERFORM ESCRIBIR-EXCEPCION
                       MOVE 4 TO RETORNO-CORRIDA
                   ELSE
                       PERFORM GENERAR-UNA-SECUENCIA
                   END-IF.

      *Procesa todas las secuencias del archivo de definiciones en
      *una sola corrida; cada una va a BATCHOUT detras de su registro
               PROCESAR-DEFINICIONES.
                   MOVE "S" TO GRABAR-ENTRADA.
                   OPEN OUTPUT BATCHOUT.
                   PERFORM GRABAR-CABECERA-DE-LOTE.
                   OPEN INPUT SECDEFS.
                   IF SDF-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR SECDEFS: " SDF-STATUS
                           SECUENCIAS-GENERADAS.

               PROCESAR-UNA-DEFINICION.
                   MOVE SDF-TIPO TO TIPO-SECUENCIA.
                   IF SDF-INICIO IS NUMERIC AND SDF-FIN IS NUMERIC
                           AND SDF-PASO IS NUMERIC
                           AND SDF-PASO NOT = ZEROES
                           AND (ES-ARITMETICA
                               OR (ES-GEOMETRICA
                                   AND SDF-PASO NOT = "00001"
                                   AND SDF-INICIO NOT = ZEROES
                                   AND SDF-FIN NOT < SDF-INICIO))
                       MOVE SDF-INICIO TO INICIO
                       MOVE SDF-FIN TO FIN
                       MOVE SDF-PASO TO PASO
                   MOVE ZEROES TO BATCHOUT-VALOR.
                   MOVE SDF-NOMBRE TO BATCHOUT-NOMBRE.
                   WRITE BATCHOUT-REG.
                   ADD 1 TO LOTE-REGISTROS.

               GENERAR-UNA-SECUENCIA.
                   IF ES-GEOMETRICA
                       PERFORM GENERAR-GEOMETRICA
                   ELSE
                       PERFORM GENERAR-ARITMETICA
                   END-IF.

               GENERAR-ARITMETICA.
                   MOVE INICIO TO NUM.
                   MOVE "A" TO SENTIDO.
                   IF FIN < INICIO
                   ADD CALCULO TO CANTIDAD-ESPERADA.
                   PERFORM SUMAR CALCULO TIMES.

      *La cantidad de terminos sale de multiplicar hasta pasar FIN
      *(en un campo ancho, para que el termino que sobra no desborde)
      *y la suma esperada de la formula de la serie geometrica:
      *(ultimo * razon - inicio) / (razon - 1).
               GENERAR-GEOMETRICA.
                   MOVE INICIO TO NUM.
                   MOVE "A" TO SENTIDO.
                   MOVE ZERO TO CALCULO.
                   MOVE INICIO TO TERMINO.
                   PERFORM CONTAR-TERMINO UNTIL TERMINO > FIN.
                   COMPUTE SUMA-SECUENCIA =
                       (ULTIMO-VALOR * PASO - INICIO) / (PASO - 1).
                   ADD SUMA-SECUENCIA TO SUMA-ESPERADA.
                   ADD CALCULO TO CANTIDAD-ESPERADA.
                   MOVE ZERO TO VUELTAS.
                   MOVE "N" TO CORTE-TERMINO.
                   PERFORM MULTIPLICAR
                       UNTIL VUELTAS = CALCULO OR HAY-CORTE-TERMINO.

               CONTAR-TERMINO.
                   ADD 1 TO CALCULO.
                   MOVE TERMINO TO ULTIMO-VALOR.
                   COMPUTE TERMINO = TERMINO * PASO.

      *El ultimo termino ya se mostro: solo se multiplica si queda
      *otro, para no calcular uno que no se va a usar.
               MULTIPLICAR.
                   ADD 1 TO VUELTAS.
                   DISPLAY NUM.
                   IF HAY-QUE-GRABAR-LOTE
                       PERFORM GRABAR-PARA-LOTE
                   END-IF.
                   ADD NUM TO SUMA-REAL.
                   ADD 1 TO CANTIDAD-REAL.
                   IF VUELTAS < CALCULO
                       MULTIPLY PASO BY NUM
                           ON SIZE ERROR
                               PERFORM INFORMAR-DESBORDE
                       END-MULTIPLY
                   END-IF.

               INFORMAR-DESBORDE.
                   MOVE "S" TO CORTE-TERMINO.
                   DISPLAY "TERMINO FUERA DEL CAMPO DESPUES DE " NUM
                           ", SE CORTA LA SECUENCIA".
                   MOVE "NO ENTRA EN EL CAMPO, DESPUES DE: "
                       TO EXC-DETALLE-ENTRADA.
                   MOVE NUM TO EXC-DETALLE-ENTRADA(35:5).
                   PERFORM ESCRIBIR-EXCEPCION.
                   MOVE 4 TO RETORNO-CORRIDA.

               PEDIR-PASO.
                   IF ES-GEOMETRICA
                       MOVE "EJ2011" TO MSG-CODIGO
                       MOVE "INGRESE LA RAZON (MULTIPLICADOR, 2 O MAS)"
                           TO MSG-TEXTO
                   ELSE
                       MOVE "EJ2003" TO MSG-CODIGO
                       MOVE "INGRESE EL PASO (SALTO)" TO MSG-TEXTO
                   END-IF.
                   PERFORM MOSTRAR-MENSAJE.
                   ACCEPT PASO-ENTRADA.
                   IF PASO-ENTRADA IS NUMERIC
                           AND PASO-ENTRADA NOT = ZEROES
                           AND (ES-ARITMETICA
                               OR PASO-ENTRADA NOT = "00001")
                       MOVE PASO-ENTRADA TO PASO
                       MOVE "S" TO PASO-VALIDO
                   ELSE
                       MOVE NUM TO BATCHOUT-VALOR
                       WRITE BATCHOUT-REG
                       ADD 1 TO LOTE-GRABADOS
                       ADD 1 TO LOTE-REGISTROS
                       ADD NUM TO LOTE-HASH
                   END-IF.

               GRABAR-CABECERA-DE-LOTE.
                   PERFORM TOMAR-SECUENCIA-DE-LOTE.
                   MOVE SPACES TO ENT-CONTROL.
                   MOVE "H" TO ENT-TIPO.
                   MOVE PROGRAMA-ACTUAL TO ENT-ORIGEN.
                   CALL "FECHANEG" USING ENT-FECHA-CREACION.
                   MOVE LOTE-SECUENCIA TO ENT-SECUENCIA.
                   WRITE ENT-CONTROL.

               GRABAR-COLA-DE-LOTE.
                   MOVE SPACES TO ENT-CONTROL.
                   MOVE "T" TO ENT-TIPO.
                   MOVE LOTE-REGISTROS TO ENT-REGISTROS.
                   MOVE LOTE-HASH TO ENT-HASH.
                   WRITE ENT-CONTROL.
                   DISPLAY "LOTE " LOTE-SECUENCIA " GRABADO: "
                           LOTE-REGISTROS " REGISTROS, TOTAL "
                           LOTE-HASH.

      *La secuencia nueva es la siguiente a la mas alta aceptada
      *para BATCHIN con origen EJERCIC2. Sin registro de recibidos
      *todavia, el primer lote es el 1.
               TOMAR-SECUENCIA-DE-LOTE.
                   MOVE ZERO TO LOTE-SECUENCIA.
                   MOVE "N" TO FIN-DE-RECIBIDOS.
                   OPEN INPUT RECIBIDO.
                   IF RCB-STATUS = "00"
                       MOVE "BATCHIN" TO RCB-ARCHIVO
                       MOVE PROGRAMA-ACTUAL TO RCB-ORIGEN
                       MOVE ZERO TO RCB-SECUENCIA
                       START RECIBIDO KEY IS NOT LESS THAN RCB-CLAVE
                           INVALID KEY
                               MOVE "S" TO FIN-DE-RECIBIDOS
                       END-START
                       PERFORM MIRAR-UN-RECIBIDO
                           UNTIL HAY-FIN-DE-RECIBIDOS
                       CLOSE RECIBIDO
                   END-IF.
                   ADD 1 TO LOTE-SECUENCIA.

               MIRAR-UN-RECIBIDO.
                   READ RECIBIDO NEXT RECORD
                       AT END MOVE "S" TO FIN-DE-RECIBIDOS
                   END-READ.
                   IF NOT HAY-FIN-DE-RECIBIDOS
                       IF RCB-ARCHIVO NOT = "BATCHIN"
                               OR RCB-ORIGEN NOT = PROGRAMA-ACTUAL
                           MOVE "S" TO FIN-DE-RECIBIDOS
                       ELSE
                           IF RCB-ACEPTADO
                               MOVE RCB-SECUENCIA TO LOTE-SECUENCIA
                           END-IF
                       END-IF
                   END-IF.

               ESCRIBIR-EXCEPCION.
