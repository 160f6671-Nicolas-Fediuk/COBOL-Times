      *    SESION) se estampa ahora en el registro de auditoria:
      *    corriendo suelto desde JCL no hay sesion y queda en blanco
      *    como siempre.
      *  - CNT-VALOR, CNT-MINIMO y CNT-MAXIMO pasan a S9(07), el
      *    ancho nuevo de CONTADOR; el techo propio no cambia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ejercicio1 IS INITIAL PROGRAM.
       01  CKPT-RESTO PIC 9(5).
       01  REINICIO-ENTRADA PIC X(01).
           88  ES-REINICIO VALUE "S" "s".
       01  CNT-VALOR PIC S9(07).
       01  CNT-PASO PIC 9(05) VALUE 1.
       01  CNT-SENTIDO PIC X(01) VALUE "A".
       01  CNT-MINIMO PIC S9(07) VALUE ZERO.
       01  CNT-MAXIMO PIC S9(07) VALUE 99999.
       01  CNT-ESTADO PIC X(01).
       01  CORTE-CONTADOR PIC X(01) VALUE "N".
           88  HAY-CORTE-CONTADOR VALUE "S".
