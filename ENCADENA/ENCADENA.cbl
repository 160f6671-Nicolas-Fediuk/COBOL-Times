      ******************************************************************
      *ENCADENA - Valor de cadena de los registros de evidencia
      *(AUDITLOG y SECLOG), compartido al estilo de CLAVECOD y
      *FECHANUM. Cada registro nuevo lleva un numero de secuencia de
      *grabacion y un valor calculado con su contenido, esa secuencia
      *y el valor del registro grabado antes que el; la cabecera de
      *cada cadena (ultima secuencia y ultimo valor) vive en CADENAS,
      *ver COPYLIB/CADREG. Pedidos (ENC-PEDIDO):
      *  - "C" calcular: lee la cabecera del archivo ENC-ARCHIVO y
      *    devuelve la secuencia siguiente y el valor que le toca al
      *    contenido recibido. CADENAS queda abierto hasta el "A" o
      *    el "D", asi dos grabaciones no toman la misma secuencia; un
      *    reintento (por ejemplo AUDITWTR corriendo un centesimo la
      *    clave) vuelve a pedir "C" con el contenido nuevo;
      *  - "A" asentar: el registro quedo grabado, la cabecera avanza
      *    a la secuencia y el valor calculados;
      *  - "D" descartar: el registro no se grabo, la cabecera queda
      *    como estaba;
      *  - "V" verificar: sin tocar CADENAS, devuelve en ENC-VALOR el
      *    valor que corresponde al contenido y la secuencia recibidos
      *    encadenados al valor anterior que trae ENC-VALOR (lo usan
      *    CADVERIF y CADCONV).
      *El valor es un resto polinomico de los bytes (cada byte por su
      *valor binario) sobre un primo de nueve cifras: reproduce el
      *mismo numero con el mismo contenido y cambia con cualquier
      *byte cambiado. Como con CLAVECOD, es una marca de evidencia y
      *no un cifrado: la proteccion de verdad sigue siendo la
      *seguridad de acceso a los datasets.
      *Si CADENAS no abre, "C" devuelve secuencia y valor en cero, el
      *registro se graba igual sin encadenar (el programa que graba
      *no se cae por esto) y CADVERIF lo va a informar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCADENA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENAS ASSIGN TO "CADENAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-ARCHIVO
               FILE STATUS IS CAD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADENAS.
       COPY CADREG.

       WORKING-STORAGE SECTION.
       01  CAD-STATUS PIC X(02).
       01  CADENAS-ESTADO PIC X(01) VALUE "N".
           88  CADENAS-ABIERTO VALUE "S".
       01  CABECERA-ESTADO PIC X(01) VALUE "N".
           88  HAY-CABECERA VALUE "S".
       01  MODULO PIC 9(09) VALUE 999999937.
       01  ACUMULADO PIC 9(09).
       01  PRODUCTO PIC 9(12).
       01  COCIENTE PIC 9(12).
       01  POSICION PIC 9(03).
       01  SECUENCIA-TEXTO PIC 9(09).
      *El byte se lee como binario poniendolo en la mitad baja de una
      *media palabra.
       01  BYTE-ORDINAL.
           05  FILLER PIC X(01) VALUE LOW-VALUE.
           05  BYTE-ACTUAL PIC X(01).
       01  BYTE-VALOR REDEFINES BYTE-ORDINAL PIC 9(04) COMP.

       LINKAGE SECTION.
       01  ENC-PEDIDO PIC X(01).
       01  ENC-ARCHIVO PIC X(08).
       01  ENC-CONTENIDO PIC X(80).
       01  ENC-LARGO PIC 9(03).
       01  ENC-SECUENCIA PIC 9(09).
       01  ENC-VALOR PIC 9(09).

       PROCEDURE DIVISION USING ENC-PEDIDO ENC-ARCHIVO ENC-CONTENIDO
               ENC-LARGO ENC-SECUENCIA ENC-VALOR.

           EVALUATE ENC-PEDIDO
               WHEN "C"
                   PERFORM CALCULAR-SIGUIENTE
               WHEN "A"
                   PERFORM ASENTAR-CABECERA
               WHEN "D"
                   PERFORM CERRAR-CADENAS
               WHEN "V"
                   MOVE ENC-VALOR TO ACUMULADO
                   PERFORM ACUMULAR-CONTENIDO
                   MOVE ACUMULADO TO ENC-VALOR
               WHEN OTHER
                   DISPLAY "ENCADENA: PEDIDO INVALIDO " ENC-PEDIDO
           END-EVALUATE.

           GOBACK.

           CALCULAR-SIGUIENTE.
               MOVE ZERO TO ENC-SECUENCIA ENC-VALOR.
               IF NOT CADENAS-ABIERTO
                   PERFORM ABRIR-CADENAS
               END-IF.
               IF CADENAS-ABIERTO
                   MOVE ENC-ARCHIVO TO CAD-ARCHIVO
                   READ CADENAS
                       INVALID KEY
                           MOVE "N" TO CABECERA-ESTADO
                           MOVE ENC-ARCHIVO TO CAD-ARCHIVO
                           MOVE ZERO TO CAD-ULTIMA-SEC
                               CAD-ULTIMO-VALOR CAD-CORTE-SEC
                               CAD-CORTE-VALOR CAD-CORTE-FECHA
                       NOT INVALID KEY
                           MOVE "S" TO CABECERA-ESTADO
                   END-READ
                   COMPUTE ENC-SECUENCIA = CAD-ULTIMA-SEC + 1
                   MOVE CAD-ULTIMO-VALOR TO ACUMULADO
                   PERFORM ACUMULAR-CONTENIDO
                   MOVE ACUMULADO TO ENC-VALOR
               END-IF.

           ABRIR-CADENAS.
               OPEN I-O CADENAS.
               IF CAD-STATUS = "35"
                   OPEN OUTPUT CADENAS
                   CLOSE CADENAS
                   OPEN I-O CADENAS
               END-IF.
               IF CAD-STATUS = "00"
                   MOVE "S" TO CADENAS-ESTADO
               ELSE
                   DISPLAY "ENCADENA: CADENAS NO ABRE, " ENC-ARCHIVO
                           " SE GRABA SIN ENCADENAR: " CAD-STATUS
               END-IF.

           ASENTAR-CABECERA.
               IF CADENAS-ABIERTO AND ENC-SECUENCIA > ZERO
                   MOVE ENC-ARCHIVO TO CAD-ARCHIVO
                   MOVE ENC-SECUENCIA TO CAD-ULTIMA-SEC
                   MOVE ENC-VALOR TO CAD-ULTIMO-VALOR
                   IF HAY-CABECERA
                       REWRITE CAD-REGISTRO
                   ELSE
                       WRITE CAD-REGISTRO
                   END-IF
                   IF CAD-STATUS NOT = "00"
                       DISPLAY "ENCADENA: NO SE PUDO ASENTAR LA "
                               "CABECERA DE " ENC-ARCHIVO ": "
                               CAD-STATUS
                   END-IF
               END-IF.
               PERFORM CERRAR-CADENAS.

           CERRAR-CADENAS.
               IF CADENAS-ABIERTO
                   CLOSE CADENAS
                   MOVE "N" TO CADENAS-ESTADO
               END-IF.

      *Se acumulan los bytes del contenido y despues las nueve cifras
      *de la secuencia, asi un renumerado tambien cambia el valor.
           ACUMULAR-CONTENIDO.
               PERFORM ACUMULAR-UN-BYTE
                   VARYING POSICION FROM 1 BY 1
                   UNTIL POSICION > ENC-LARGO.
               MOVE ENC-SECUENCIA TO SECUENCIA-TEXTO.
               PERFORM ACUMULAR-UNA-CIFRA
                   VARYING POSICION FROM 1 BY 1 UNTIL POSICION > 9.

           ACUMULAR-UN-BYTE.
               MOVE ENC-CONTENIDO(POSICION:1) TO BYTE-ACTUAL.
               PERFORM SUMAR-BYTE.

           ACUMULAR-UNA-CIFRA.
               MOVE SECUENCIA-TEXTO(POSICION:1) TO BYTE-ACTUAL.
               PERFORM SUMAR-BYTE.

           SUMAR-BYTE.
               COMPUTE PRODUCTO = ACUMULADO * 31 + BYTE-VALOR + 1.
               DIVIDE PRODUCTO BY MODULO GIVING COCIENTE
                   REMAINDER ACUMULADO.

       END PROGRAM ENCADENA.
