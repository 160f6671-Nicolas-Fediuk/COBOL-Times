      ******************************************************************
      *PLANREG - Registro del archivo de interfaz hacia el sistema de
      *planificacion (PLANSAL), 80 posiciones fijas. Las cifras de la
      *noche se retipeaban cada manana desde BALANCE y EJERHIST; el
      *paso PLANENV las deja en este archivo para la transmision.
      *Cada archivo es un envio (en la recuperacion de noches,
      *EJERRECU, uno detras de otro, uno por noche recuperada):
      *  - "H" cabecera: fecha de negocio, numero de secuencia del
      *    envio (consecutivo, lo lleva PLANLOG) y numero de envio de
      *    esa secuencia (1 el original, 2 en adelante un reenvio);
      *  - "C" un registro por cada total de CTLFILE de la fecha, del
      *    ultimo intento de cada programa (CTL-INTENTO);
      *  - "E" un registro por cada cabecera de conteo de EJERHIST
      *    de la fecha;
      *  - "T" cola: cantidad de registros "C" y "E" y total hash
      *    (suma de cantidad y suma de los "C" mas el total de los
      *    "E").
      *Los importes con signo llevan el signo adelante y separado,
      *para que el sistema receptor no tenga que interpretar el
      *sobrepunzonado.
      ******************************************************************
       01  PLN-REGISTRO.
           05  PLN-TIPO PIC X(01).
               88  PLN-ES-CABECERA VALUE "H".
               88  PLN-ES-CONTROL VALUE "C".
               88  PLN-ES-CONTEO VALUE "E".
               88  PLN-ES-COLA VALUE "T".
           05  PLN-DATOS PIC X(79).
           05  PLN-CABECERA REDEFINES PLN-DATOS.
               10  PLN-CAB-FECHA-NEGOCIO PIC 9(08).
               10  PLN-CAB-SECUENCIA PIC 9(06).
               10  PLN-CAB-ENVIO PIC 9(02).
               10  PLN-CAB-FECHA-GENERADO PIC 9(08).
               10  PLN-CAB-HORA-GENERADO PIC 9(06).
               10  PLN-CAB-ORIGEN PIC X(08).
               10  FILLER PIC X(41).
           05  PLN-CONTROL REDEFINES PLN-DATOS.
               10  PLN-CTL-PROGRAMA PIC X(08).
               10  PLN-CTL-INTENTO PIC 9(02).
               10  PLN-CTL-HORA PIC 9(06).
               10  PLN-CTL-CANTIDAD PIC 9(07).
               10  PLN-CTL-SUMA PIC S9(09) SIGN LEADING SEPARATE.
               10  PLN-CTL-ESPERADA PIC S9(09) SIGN LEADING SEPARATE.
               10  PLN-CTL-BALANCEA PIC X(01).
               10  FILLER PIC X(35).
           05  PLN-CONTEO REDEFINES PLN-DATOS.
               10  PLN-HIS-SECUENCIA PIC 9(05).
               10  PLN-HIS-OPERADOR PIC X(08).
               10  PLN-HIS-INTERVALO PIC 9(02).
               10  PLN-HIS-LIMITE PIC S9(03) SIGN LEADING SEPARATE.
               10  PLN-HIS-TOTAL PIC S9(07) SIGN LEADING SEPARATE.
               10  PLN-HIS-ESPERADO PIC S9(07) SIGN LEADING SEPARATE.
               10  PLN-HIS-BALANCEADO PIC X(01).
               10  FILLER PIC X(43).
           05  PLN-COLA REDEFINES PLN-DATOS.
               10  PLN-COL-FECHA-NEGOCIO PIC 9(08).
               10  PLN-COL-SECUENCIA PIC 9(06).
               10  PLN-COL-REGISTROS PIC 9(07).
               10  PLN-COL-HASH PIC S9(15) SIGN LEADING SEPARATE.
               10  FILLER PIC X(42).
