      ******************************************************************
      *EJ1PAR - Registro de control de las particiones de EJERCICIO1
      *(EJ1PART), indexado por fecha de proceso y numero de particion.
      *Con topes de cientos de miles, EJERCICIO1 ocupaba casi toda la
      *ventana batch en un solo paso con un solo CKPTFILE. En el modo
      *particionado el rango 1..LIMITE se parte en EJP-PARTES tramos;
      *cada tramo lo corre su propio paso (EJ1PAR01 a EJ1PAR04, via
      *el subprograma EJ1PARTE) y el paso EJ1UNION junta los parciales
      *en el reporte EJERCIC1 unico.
      *El registro es a la vez el punto de control del tramo:
      *EJP-ULTIMO-NUM, EJP-CANTIDAD y EJP-SUMA se regraban cada
      *CKPT-INTERVALO numeros, y un tramo caido se relanza solo,
      *retomando desde ahi, sin tocar los demas.
      *EJP-ESTADO: "C" en curso (o caido a mitad), "T" terminado, "F"
      *fallido (el contador corto antes del fin del tramo).
      *EJP-LIMITE y EJP-PARTES guardan con que reparto se corrio: si
      *cambian, el tramo no se retoma, arranca de nuevo.
      ******************************************************************
       01  EJP-REGISTRO.
           05  EJP-CLAVE.
               10  EJP-FECHA PIC 9(08).
               10  EJP-PARTE PIC 9(02).
           05  EJP-LIMITE PIC 9(07).
           05  EJP-PARTES PIC 9(02).
           05  EJP-DESDE PIC 9(07).
           05  EJP-HASTA PIC 9(07).
           05  EJP-ESTADO PIC X(01).
               88  EJP-EN-CURSO VALUE "C".
               88  EJP-TERMINADA VALUE "T".
               88  EJP-FALLIDA VALUE "F".
           05  EJP-ULTIMO-NUM PIC 9(07).
           05  EJP-CANTIDAD PIC 9(07).
           05  EJP-SUMA PIC 9(13).
           05  EJP-HORA-INICIO PIC 9(06).
           05  EJP-HORA-PUNTO PIC 9(06).
           05  FILLER PIC X(20).
