      ******************************************************************
      *ACUMRPT - Reporte de resultados del mes y del ano armado solo
      *con el acumulador ACUMUL (ver COPYLIB/ACUMREG) que mantiene el
      *paso ACUMULA: no lee AUDITLOG, EXCPTLOG, CTLFILE ni EJERHIST,
      *asi que lo que ARCHIVER ya paso al resguardo no cambia las
      *cifras. Por programa lista dos renglones:
      *  - MES: el acumulado del mes pedido;
      *  - ANO: la suma de los meses del ano hasta el pedido
      *    inclusive;
      *con noches que aportaron, corridas, fallidas, excepciones y
      *totales de control, y debajo las excepciones por tipo. Cierra
      *con el total de todos los programas.
      *El periodo sale de la clave MES de ACUMRPT en el archivo de
      *parametros (AAAAMM); sin la clave es el mes de la fecha de
      *proceso, que es lo que corre cada noche.
      *Retorno: 0 listado, 4 el periodo no tiene nada acumulado,
      *8 periodo invalido o ACUMUL no se puede leer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMUL ASSIGN TO "ACUMUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-CLAVE
               FILE STATUS IS ACU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUMUL.
       COPY ACUMREG.

       WORKING-STORAGE SECTION.
       01  ACU-STATUS PIC X(02).
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "ACUMRPT".
       01  PRM-CLAVE PIC X(16).
       01  PRM-VALOR PIC X(16).
       01  PRM-HALLADO PIC X(01).
       01  FECHA-PROCESO PIC 9(08).
       01  PERIODO.
           05  PER-ANO PIC 9(04).
           05  PER-MES PIC 9(02).
       01  PERIODO-ENTRADA PIC X(06).
       01  PROGRAMA-HALLADO PIC X(01).
           88  HAY-PROGRAMA VALUE "S".
       01  TIPO-BUSCADO PIC X(08).
       01  TIPO-HALLADO PIC X(01).
           88  HAY-TIPO VALUE "S".
       01  IDX-EXC PIC 9(01).
       01  IDX-APT PIC 9(01).
       01  MESES-LEIDOS PIC 9(05) VALUE ZERO.
      *RETORNO-CORRIDA se carga recien antes del GOBACK.
       01  RETORNO-CORRIDA PIC 9(04) VALUE ZERO.

      *Una entrada por programa, con el mes pedido y el ano hasta el
      *mes. La ultima entrada usada despues de la carga es el total.
       01  TABLA-RESULTADOS.
           05  TR-USADOS PIC 9(03) VALUE ZERO.
           05  TR-PROGRAMA-DEL-ANO OCCURS 100 TIMES INDEXED BY IDX-TR.
               10  TR-PROGRAMA PIC X(08).
               10  TR-PERIODO OCCURS 2 TIMES.
                   15  TR-NOCHES PIC 9(05).
                   15  TR-CORRIDAS PIC 9(07).
                   15  TR-FALLIDAS PIC 9(07).
                   15  TR-EXCEPCIONES PIC 9(07).
                   15  TR-CTL-CANTIDAD PIC 9(09).
                   15  TR-CTL-SUMA PIC S9(11).
               10  TR-EXC-POR-TIPO OCCURS 5 TIMES.
                   15  TR-EXC-TIPO PIC X(08).
                   15  TR-EXC-CANTIDAD PIC 9(07) OCCURS 2 TIMES.
       01  TR-MAXIMO PIC 9(03) VALUE 99.
      *Subindice de periodo en la tabla: 1 = mes, 2 = ano.
       01  IDX-PER PIC 9(01).
       01  IDX-TOTAL PIC 9(03).
       01  IDX-SUMA PIC 9(03).

       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "ACUMRPT".
       01  RPT-LINEA PIC X(80).
       01  RPT-TITULO.
           05  FILLER PIC X(34)
               VALUE "ACUMULADO DE RESULTADOS - MES ".
           05  RPT-TIT-ANO PIC 9(04).
           05  FILLER PIC X(01) VALUE "/".
           05  RPT-TIT-MES PIC 9(02).
           05  FILLER PIC X(39)
               VALUE " Y ANO HASTA EL MES".
       01  RPT-COLUMNAS.
           05  FILLER PIC X(40)
               VALUE "PROGRAMA  PER.  NOCHES CORRIDAS FALLIDAS".
           05  FILLER PIC X(40)
               VALUE "  EXCEP.  CTL-CANTIDAD    CTL-SUMA".
       01  RPT-DETALLE.
           05  RPT-PROGRAMA PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-PERIODO PIC X(04).
           05  FILLER PIC X(01) VALUE SPACES.
           05  RPT-NOCHES PIC ZZZZ9.
           05  FILLER PIC X(01) VALUE SPACES.
           05  RPT-CORRIDAS PIC Z(06)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-FALLIDAS PIC Z(06)9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPT-EXCEPCIONES PIC Z(06)9.
           05  FILLER PIC X(04) VALUE SPACES.
           05  RPT-CTL-CANTIDAD PIC Z(08)9.
           05  FILLER PIC X(01) VALUE SPACES.
           05  RPT-CTL-SUMA PIC -(11)9.
           05  FILLER PIC X(08) VALUE SPACES.
       01  RPT-TIPO.
           05  FILLER PIC X(16) VALUE SPACES.
           05  FILLER PIC X(12) VALUE "EXCEPCIONES ".
           05  RPT-EXC-TIPO PIC X(08).
           05  FILLER PIC X(06) VALUE "  MES ".
           05  RPT-EXC-MES PIC Z(06)9.
           05  FILLER PIC X(06) VALUE "  ANO ".
           05  RPT-EXC-ANO PIC Z(06)9.
           05  FILLER PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM TOMAR-PERIODO.
           IF RETORNO-CORRIDA = ZERO
               OPEN INPUT ACUMUL
               IF ACU-STATUS = "35"
                   DISPLAY "NO HAY ACUMULADOR TODAVIA"
                   MOVE 4 TO RETORNO-CORRIDA
               ELSE
                   IF ACU-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR ACUMUL: " ACU-STATUS
                       MOVE 8 TO RETORNO-CORRIDA
                   ELSE
                       PERFORM CARGAR-EL-ANO
                       CLOSE ACUMUL
                   END-IF
               END-IF
           END-IF.
           IF RETORNO-CORRIDA = ZERO AND MESES-LEIDOS = ZERO
               DISPLAY "NADA ACUMULADO PARA " PER-ANO "/" PER-MES
               MOVE 4 TO RETORNO-CORRIDA
           END-IF.
           IF RETORNO-CORRIDA < 8
               PERFORM IMPRIMIR-REPORTE
           END-IF.

           MOVE RETORNO-CORRIDA TO RETURN-CODE.
           GOBACK.

           TOMAR-PERIODO.
               MOVE "MES" TO PRM-CLAVE.
               CALL "PARAM" USING PROGRAMA-ACTUAL PRM-CLAVE PRM-VALOR
                   PRM-HALLADO.
               IF PRM-HALLADO = "S" AND PRM-VALOR(1:6) NOT = SPACES
                   MOVE PRM-VALOR(1:6) TO PERIODO-ENTRADA
                   IF PERIODO-ENTRADA IS NUMERIC
                       MOVE PERIODO-ENTRADA TO PERIODO
                   ELSE
                       MOVE ZERO TO PER-MES
                   END-IF
                   IF PER-MES < 1 OR PER-MES > 12
                       DISPLAY "PERIODO INVALIDO (AAAAMM): "
                               PERIODO-ENTRADA
                       MOVE 8 TO RETORNO-CORRIDA
                   END-IF
               ELSE
                   CALL "FECHANEG" USING FECHA-PROCESO
                   MOVE FECHA-PROCESO(1:6) TO PERIODO
               END-IF.

      *Solo los registros del mes (dia 00) de enero al mes pedido: los
      *de dia son el detalle de reemplazo de ACUMULA.
           CARGAR-EL-ANO.
               MOVE PER-ANO TO ACU-ANO.
               MOVE 1 TO ACU-MES.
               MOVE LOW-VALUES TO ACU-PROGRAMA.
               MOVE ZERO TO ACU-DIA.
               START ACUMUL KEY IS NOT LESS THAN ACU-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM LEER-UN-ACUMULADO UNTIL HAY-FIN-DE-ARCHIVO.

           LEER-UN-ACUMULADO.
               READ ACUMUL NEXT RECORD
                   AT END MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF ACU-ANO NOT = PER-ANO OR ACU-MES > PER-MES
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       IF ACU-ES-DEL-MES
                           ADD 1 TO MESES-LEIDOS
                           PERFORM UBICAR-PROGRAMA
                           IF HAY-PROGRAMA
                               MOVE 2 TO IDX-PER
                               PERFORM SUMAR-AL-PERIODO
                               IF ACU-MES = PER-MES
                                   MOVE 1 TO IDX-PER
                                   PERFORM SUMAR-AL-PERIODO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *La tabla se llena hasta TR-MAXIMO: la entrada que sobra queda
      *reservada para el total.
           UBICAR-PROGRAMA.
               MOVE "N" TO PROGRAMA-HALLADO.
               PERFORM MIRAR-UN-PROGRAMA
                   VARYING IDX-TR FROM 1 BY 1
                   UNTIL IDX-TR > TR-USADOS OR HAY-PROGRAMA.
               IF HAY-PROGRAMA
                   SET IDX-TR DOWN BY 1
               ELSE
                   IF TR-USADOS < TR-MAXIMO
                       ADD 1 TO TR-USADOS
                       SET IDX-TR TO TR-USADOS
                       MOVE ACU-PROGRAMA TO TR-PROGRAMA(IDX-TR)
                       PERFORM LIMPIAR-ENTRADA
                       MOVE "S" TO PROGRAMA-HALLADO
                   ELSE
                       DISPLAY "TABLA DE PROGRAMAS LLENA, NO SE "
                               "LISTA: " ACU-PROGRAMA
                   END-IF
               END-IF.

           MIRAR-UN-PROGRAMA.
               IF TR-PROGRAMA(IDX-TR) = ACU-PROGRAMA
                   MOVE "S" TO PROGRAMA-HALLADO
               END-IF.

           LIMPIAR-ENTRADA.
               PERFORM LIMPIAR-UN-PERIODO
                   VARYING IDX-PER FROM 1 BY 1 UNTIL IDX-PER > 2.
               PERFORM LIMPIAR-UN-TIPO
                   VARYING IDX-EXC FROM 1 BY 1 UNTIL IDX-EXC > 5.

           LIMPIAR-UN-PERIODO.
               MOVE ZERO TO TR-NOCHES(IDX-TR, IDX-PER)
                   TR-CORRIDAS(IDX-TR, IDX-PER)
                   TR-FALLIDAS(IDX-TR, IDX-PER)
                   TR-EXCEPCIONES(IDX-TR, IDX-PER)
                   TR-CTL-CANTIDAD(IDX-TR, IDX-PER)
                   TR-CTL-SUMA(IDX-TR, IDX-PER).

           LIMPIAR-UN-TIPO.
               MOVE SPACES TO TR-EXC-TIPO(IDX-TR, IDX-EXC).
               MOVE ZERO TO TR-EXC-CANTIDAD(IDX-TR, IDX-EXC, 1)
                   TR-EXC-CANTIDAD(IDX-TR, IDX-EXC, 2).

           SUMAR-AL-PERIODO.
               ADD ACU-NOCHES TO TR-NOCHES(IDX-TR, IDX-PER).
               ADD ACU-CORRIDAS TO TR-CORRIDAS(IDX-TR, IDX-PER).
               ADD ACU-FALLIDAS TO TR-FALLIDAS(IDX-TR, IDX-PER).
               ADD ACU-EXCEPCIONES TO TR-EXCEPCIONES(IDX-TR, IDX-PER).
               ADD ACU-CTL-CANTIDAD
                   TO TR-CTL-CANTIDAD(IDX-TR, IDX-PER).
               ADD ACU-CTL-SUMA TO TR-CTL-SUMA(IDX-TR, IDX-PER).
               PERFORM SUMAR-UN-TIPO
                   VARYING IDX-APT FROM 1 BY 1 UNTIL IDX-APT > 5.

           SUMAR-UN-TIPO.
               IF ACU-EXC-TIPO(IDX-APT) NOT = SPACES
                   MOVE ACU-EXC-TIPO(IDX-APT) TO TIPO-BUSCADO
                   PERFORM UBICAR-TIPO
                   ADD ACU-EXC-CANTIDAD(IDX-APT)
                       TO TR-EXC-CANTIDAD(IDX-TR, IDX-EXC, IDX-PER)
               END-IF.

      *Misma regla que ACUMULA: sin casilla libre, la quinta junta
      *el resto como OTROS.
           UBICAR-TIPO.
               MOVE "N" TO TIPO-HALLADO.
               PERFORM MIRAR-UN-TIPO
                   VARYING IDX-EXC FROM 1 BY 1
                   UNTIL IDX-EXC > 5 OR HAY-TIPO.
               IF HAY-TIPO
                   SUBTRACT 1 FROM IDX-EXC
               ELSE
                   MOVE 5 TO IDX-EXC
                   MOVE "OTROS" TO TR-EXC-TIPO(IDX-TR, IDX-EXC)
               END-IF.

           MIRAR-UN-TIPO.
               IF TR-EXC-TIPO(IDX-TR, IDX-EXC) = TIPO-BUSCADO
                   MOVE "S" TO TIPO-HALLADO
               ELSE
                   IF TR-EXC-TIPO(IDX-TR, IDX-EXC) = SPACES
                       MOVE TIPO-BUSCADO
                           TO TR-EXC-TIPO(IDX-TR, IDX-EXC)
                       MOVE "S" TO TIPO-HALLADO
                   END-IF
               END-IF.

      *El total se arma en la entrada que sigue a la ultima usada.
           ARMAR-TOTAL.
               COMPUTE IDX-TOTAL = TR-USADOS + 1.
               SET IDX-TR TO IDX-TOTAL.
               MOVE "TOTAL" TO TR-PROGRAMA(IDX-TR).
               PERFORM LIMPIAR-ENTRADA.
               PERFORM SUMAR-UN-PROGRAMA-AL-TOTAL
                   VARYING IDX-SUMA FROM 1 BY 1
                   UNTIL IDX-SUMA > TR-USADOS.

           SUMAR-UN-PROGRAMA-AL-TOTAL.
               PERFORM SUMAR-UN-PERIODO-AL-TOTAL
                   VARYING IDX-PER FROM 1 BY 1 UNTIL IDX-PER > 2.

           SUMAR-UN-PERIODO-AL-TOTAL.
               ADD TR-NOCHES(IDX-SUMA, IDX-PER)
                   TO TR-NOCHES(IDX-TR, IDX-PER).
               ADD TR-CORRIDAS(IDX-SUMA, IDX-PER)
                   TO TR-CORRIDAS(IDX-TR, IDX-PER).
               ADD TR-FALLIDAS(IDX-SUMA, IDX-PER)
                   TO TR-FALLIDAS(IDX-TR, IDX-PER).
               ADD TR-EXCEPCIONES(IDX-SUMA, IDX-PER)
                   TO TR-EXCEPCIONES(IDX-TR, IDX-PER).
               ADD TR-CTL-CANTIDAD(IDX-SUMA, IDX-PER)
                   TO TR-CTL-CANTIDAD(IDX-TR, IDX-PER).
               ADD TR-CTL-SUMA(IDX-SUMA, IDX-PER)
                   TO TR-CTL-SUMA(IDX-TR, IDX-PER).

           IMPRIMIR-REPORTE.
               MOVE PER-ANO TO RPT-TIT-ANO.
               MOVE PER-MES TO RPT-TIT-MES.
               MOVE "A" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               MOVE SPACES TO RPT-LINEA.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-LINEA.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-COLUMNAS.
               PERFORM IMPRIMIR-UN-PROGRAMA
                   VARYING IDX-TR FROM 1 BY 1
                   UNTIL IDX-TR > TR-USADOS.
               IF TR-USADOS > ZERO
                   PERFORM ARMAR-TOTAL
                   MOVE "D" TO REP-PEDIDO
                   MOVE SPACES TO RPT-LINEA
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-LINEA
                   PERFORM IMPRIMIR-UN-PERIODO
                       VARYING IDX-PER FROM 1 BY 1 UNTIL IDX-PER > 2
               END-IF.
               MOVE "C" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-LINEA.
               DISPLAY "ACUMULADO " PER-ANO "/" PER-MES ": "
                       TR-USADOS " PROGRAMAS, " MESES-LEIDOS
                       " MESES-PROGRAMA LEIDOS".

           IMPRIMIR-UN-PROGRAMA.
               PERFORM IMPRIMIR-UN-PERIODO
                   VARYING IDX-PER FROM 1 BY 1 UNTIL IDX-PER > 2.
               PERFORM IMPRIMIR-UN-TIPO
                   VARYING IDX-EXC FROM 1 BY 1 UNTIL IDX-EXC > 5.

           IMPRIMIR-UN-PERIODO.
               IF IDX-PER = 1
                   MOVE TR-PROGRAMA(IDX-TR) TO RPT-PROGRAMA
                   MOVE "MES" TO RPT-PERIODO
               ELSE
                   MOVE SPACES TO RPT-PROGRAMA
                   MOVE "ANO" TO RPT-PERIODO
               END-IF.
               MOVE TR-NOCHES(IDX-TR, IDX-PER) TO RPT-NOCHES.
               MOVE TR-CORRIDAS(IDX-TR, IDX-PER) TO RPT-CORRIDAS.
               MOVE TR-FALLIDAS(IDX-TR, IDX-PER) TO RPT-FALLIDAS.
               MOVE TR-EXCEPCIONES(IDX-TR, IDX-PER) TO RPT-EXCEPCIONES.
               MOVE TR-CTL-CANTIDAD(IDX-TR, IDX-PER)
                   TO RPT-CTL-CANTIDAD.
               MOVE TR-CTL-SUMA(IDX-TR, IDX-PER) TO RPT-CTL-SUMA.
               MOVE "D" TO REP-PEDIDO.
               CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-DETALLE.

           IMPRIMIR-UN-TIPO.
               IF TR-EXC-TIPO(IDX-TR, IDX-EXC) NOT = SPACES
                   MOVE TR-EXC-TIPO(IDX-TR, IDX-EXC) TO RPT-EXC-TIPO
                   MOVE TR-EXC-CANTIDAD(IDX-TR, IDX-EXC, 1)
                       TO RPT-EXC-MES
                   MOVE TR-EXC-CANTIDAD(IDX-TR, IDX-EXC, 2)
                       TO RPT-EXC-ANO
                   MOVE "D" TO REP-PEDIDO
                   CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TIPO
               END-IF.

       END PROGRAM ACUMRPT.
