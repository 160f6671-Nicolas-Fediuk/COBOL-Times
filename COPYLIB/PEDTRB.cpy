      ******************************************************************
      *PEDTRB - Registro del archivo de pedidos de trabajo para la
      *noche (PEDTRAB), indexado por numero de pedido. El turno dia
      *le pedia a la noche una corrida especial (una tabla de
      *EJERCICIO5 para un curso, una secuencia de EJERCICIO2) por
      *correo, y el operador de la noche editaba PARMFILE a mano.
      *Ahora el operador firmado en EJERMENU graba el pedido (via el
      *subprograma PEDWRT) con el programa y sus parametros por
      *palabra clave, los mismos que entiende PARAM; un supervisor lo
      *aprueba o lo rechaza en PEDAPR, y el paso nocturno PEDCORR
      *corre los aprobados.
      *PTR-ESTADO: "P" pendiente, "A" aprobado (espera la noche), "R"
      *rechazado, "T" terminado (corrio con RC menor a 8) y "F"
      *fallido (RC 8 o mas, o el programa no se pudo invocar).
      *PTR-PROGRAMA es el PROGRAM-ID tal como lo llama el CALL, igual
      *que en NOCHEDEF. La salida de la corrida queda en el
      *repositorio de reportes (REPOSIT) con la identificacion
      *PTR-REPORTE ("PD" y el numero de pedido) y la fecha de proceso
      *PTR-FECHA-CORRIDA: se reimprime con REPOPRT.
      *Pedido y resolucion con fecha y hora de reloj, como el resto
      *de los cambios de dia; la corrida con la fecha de proceso.
      ******************************************************************
       01  PTR-REGISTRO.
           05  PTR-NUMERO PIC 9(06).
           05  PTR-ESTADO PIC X(01).
               88  PTR-PENDIENTE VALUE "P".
               88  PTR-APROBADO VALUE "A".
               88  PTR-RECHAZADO VALUE "R".
               88  PTR-TERMINADO VALUE "T".
               88  PTR-FALLIDO VALUE "F".
           05  PTR-PROGRAMA PIC X(10).
           05  PTR-SOLICITANTE PIC X(08).
           05  PTR-FECHA-SOL PIC 9(08).
           05  PTR-HORA-SOL PIC 9(06).
           05  PTR-PARAMETROS.
               10  PTR-PARAMETRO OCCURS 6 TIMES.
                   15  PTR-CLAVE PIC X(16).
                   15  PTR-VALOR PIC X(16).
           05  PTR-RESOLVIO PIC X(08).
           05  PTR-FECHA-RES PIC 9(08).
           05  PTR-HORA-RES PIC 9(06).
           05  PTR-FECHA-CORRIDA PIC 9(08).
           05  PTR-RETORNO PIC 9(04).
           05  PTR-REPORTE PIC X(08).
           05  FILLER PIC X(20).
