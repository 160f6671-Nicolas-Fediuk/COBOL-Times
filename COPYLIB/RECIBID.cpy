      ******************************************************************
      *RECIBID - Registro de archivos de entrada recibidos (RECIBIDO),
      *indexado por archivo (nombre de DD: BATCHIN, TABLASIN) + origen
      *+ numero de secuencia de la cabecera (ver COPYLIB/CTLENT). Lo
      *graba VALENTR con el veredicto de cada archivo que valida: un
      *archivo cuya secuencia ya figura aceptada para ese origen es
      *una copia de uno ya procesado y se rechaza. EJERCICIO2 toma de
      *aca la proxima secuencia de los lotes que arma.
      *RCB-ESTADO: "A" aceptado (los consumidores lo procesaron o lo
      *van a procesar), "R" rechazado. Un rechazado no cuenta como
      *procesado: el archivo corregido puede volver a mandarse con la
      *misma secuencia y el registro pasa a aceptado.
      ******************************************************************
       01  RCB-REGISTRO.
           05  RCB-CLAVE.
               10  RCB-ARCHIVO PIC X(08).
               10  RCB-ORIGEN PIC X(08).
               10  RCB-SECUENCIA PIC 9(06).
           05  RCB-FECHA-CREACION PIC 9(08).
           05  RCB-FECHA-PROCESO PIC 9(08).
           05  RCB-HORA PIC 9(06).
           05  RCB-REGISTROS PIC 9(07).
           05  RCB-HASH PIC 9(11).
           05  RCB-ESTADO PIC X(01).
               88  RCB-ACEPTADO VALUE "A".
               88  RCB-RECHAZADO VALUE "R".
           05  RCB-MOTIVO PIC X(30).
           05  FILLER PIC X(10).
