      ******************************************************************
      *BLOQMAE - Registro del bloqueo de los maestros (MAESBLOQ), un
      *unico registro. Nada impedia que un supervisor cambiara
      *SITECFG, OPERMAST o MSGCAT a la 01:30 con EJERNGHT a mitad de
      *camino, y media noche corria con un TOPE-CONTEO y la otra
      *media con otro. FECHAINI toma el bloqueo ("T") al grabar la
      *apertura en NOCHELOG y NOCHEFIN lo libera ("L") al grabar el
      *cierre; mientras esta tomado, CFGMNT, OPERMNT, MSGMNT y la
      *importacion de MAESTROS no actualizan, salvo forzado de un
      *supervisor que queda en MNTLOG. BLQ-FECHA es la fecha de
      *proceso de la noche que lo tomo (o lo tuvo por ultima vez).
      *Se lee y graba solo via el subprograma BLOQUEO.
      ******************************************************************
       01  BLQ-REGISTRO.
           05  BLQ-ESTADO PIC X(01).
               88  BLQ-TOMADO VALUE "T".
               88  BLQ-LIBRE VALUE "L".
           05  BLQ-FECHA PIC 9(08).
           05  BLQ-HORA-TOMA PIC 9(06).
           05  BLQ-HORA-LIBERA PIC 9(06).
