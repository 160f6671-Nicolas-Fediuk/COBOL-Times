      ******************************************************************
      *CTLENT - Registros de control de los archivos de entrada del
      *stream (BATCHIN y TABLASIN). Cada archivo va entre una
      *cabecera y una cola:
      *  - "H" cabecera, primer registro: origen (quien armo el
      *    archivo: EJERCIC2, la coordinacion, un operador), fecha de
      *    creacion y numero de secuencia del archivo para ese origen;
      *  - "T" cola, ultimo registro: cantidad de registros entre la
      *    cabecera y la cola y total hash de los valores (la suma de
      *    los numeros que trae el archivo).
      *El paso de validacion (VALENTR) los controla antes que los
      *consumidores: un archivo cortado en la transferencia no llega
      *a la cola o no le coinciden las cifras, y uno ya procesado
      *repite una secuencia del registro de recibidos (RECIBIDO, ver
      *COPYLIB/RECIBID).
      ******************************************************************
       01  ENT-CONTROL.
           05  ENT-TIPO PIC X(01).
               88  ENT-ES-CABECERA VALUE "H".
               88  ENT-ES-COLA VALUE "T".
           05  ENT-DATOS PIC X(29).
           05  ENT-CABECERA REDEFINES ENT-DATOS.
               10  ENT-ORIGEN PIC X(08).
               10  ENT-FECHA-CREACION PIC 9(08).
               10  ENT-SECUENCIA PIC 9(06).
               10  FILLER PIC X(07).
           05  ENT-COLA REDEFINES ENT-DATOS.
               10  ENT-REGISTROS PIC 9(07).
               10  ENT-HASH PIC 9(11).
               10  FILLER PIC X(11).
