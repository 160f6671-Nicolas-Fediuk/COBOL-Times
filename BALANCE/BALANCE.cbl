      *    pasadas leen transparente del resguardo CTLARCH (el JCL
      *    provee la generacion). Sin la clave, la corrida diaria
      *    sigue igual que siempre.
      *  - La tabla de programas de la fecha pasa de 20 a 99
      *    entradas: EJERCICIO3 en modo articulos deja un registro
      *    de control por articulo y una noche de veinte articulos
      *    llenaba la tabla.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE.
       01  INTENTO-LEIDO PIC 9(02).
       01  TABLA-INTENTOS.
           05  TI-USADAS PIC 9(02) VALUE ZERO.
           05  TI-ENTRADA OCCURS 99 TIMES INDEXED BY IDX-INT.
               10  TI-PROGRAMA PIC X(08).
               10  TI-MAXIMO PIC 9(02).
       01  BUSCADO-FLAG PIC X(01).
                   VARYING IDX-INT FROM 1 BY 1
                   UNTIL IDX-INT > TI-USADAS OR PROGRAMA-HALLADO.
               IF NOT PROGRAMA-HALLADO
                   IF TI-USADAS < 99
                       ADD 1 TO TI-USADAS
                       SET IDX-INT TO TI-USADAS
                       MOVE CTL-PROGRAMA TO TI-PROGRAMA(IDX-INT)
