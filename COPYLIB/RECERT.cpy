      ******************************************************************
      *RECERT - Registro del archivo de recertificacion de accesos
      *(RECERTIF), indexado por ciclo y operador. OPERMAST acumulaba
      *operadores que se habian ido hacia meses, activos y sin
      *bloquear, y nadie confirmaba que cada nivel "S" siguiera
      *justificado. El programa RECERT abre un ciclo (la fecha de
      *apertura es RCT-CICLO) con una entrada por operador activo,
      *asignada a un supervisor, con el nivel y el ultimo sign-on
      *permitido de SECLOG a la fecha de apertura, y el supervisor
      *confirma o revoca cada una antes de RCT-PLAZO.
      *RCT-ESTADO: "P" pendiente, "C" confirmado, "R" revocado, "V"
      *vencido sin recertificar (lo marca OPERBAJA en la noche).
      *RCT-DECIDIO, RCT-FECHA-DECISION y RCT-HORA-DECISION guardan
      *quien confirmo o revoco y cuando (fecha y hora de reloj); en
      *un vencimiento quedan con la fecha de proceso y el decisor en
      *blanco. RCT-BAJA-APLICADA queda en "S" cuando la noche ya
      *desactivo al operador por esta entrada (o lo encontro ya
      *inactivo), para no volver a tratarla.
      ******************************************************************
       01  RCT-REGISTRO.
           05  RCT-CLAVE.
               10  RCT-CICLO PIC 9(08).
               10  RCT-OPERADOR PIC X(08).
           05  RCT-SUPERVISOR PIC X(08).
           05  RCT-NOMBRE PIC X(30).
           05  RCT-NIVEL PIC X(01).
           05  RCT-ULTIMO-SIGNON PIC 9(08).
           05  RCT-PLAZO PIC 9(08).
           05  RCT-ESTADO PIC X(01).
               88  RCT-PENDIENTE VALUE "P".
               88  RCT-CONFIRMADO VALUE "C".
               88  RCT-REVOCADO VALUE "R".
               88  RCT-VENCIDO VALUE "V".
           05  RCT-DECIDIO PIC X(08).
           05  RCT-FECHA-DECISION PIC 9(08).
           05  RCT-HORA-DECISION PIC 9(06).
           05  RCT-BAJA-APLICADA PIC X(01).
               88  RCT-BAJA-HECHA VALUE "S".
           05  RCT-FECHA-BAJA PIC 9(08).
           05  FILLER PIC X(10).
