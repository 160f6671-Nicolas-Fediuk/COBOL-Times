      ******************************************************************
      *CAMBPEN - Registro del archivo de cambios pendientes
      *(CAMBPEND), indexado por numero de pedido. Un solo supervisor
      *podia entrar a OPERMNT y hacerse supervisor a si mismo o
      *reponer la clave de otro sin que nadie mas interviniera; MNTLOG
      *lo registraba, pero despues del hecho. Ahora OPERMNT, CFGMNT y
      *MSGMNT no tocan el maestro: graban aca el pedido (via el
      *subprograma PENDWRT) con sus imagenes antes/despues y el
      *registro del maestro tal como quedaria (PEN-DATOS, con lugar
      *para el registro mas largo de los tres), y el cambio recien se
      *aplica cuando otro supervisor, distinto del que lo pidio, lo
      *aprueba en MNTAPR.
      *PEN-ESTADO: "P" pendiente, "A" aprobado y aplicado, "R"
      *rechazado, "V" vencido (quedo pendiente mas dias que la clave
      *CAMBIO-VIGENCIA de SITECFG). Los rechazados y vencidos no se
      *borran: quedan en el archivo como rastro.
      *PEN-ACCION lleva el mismo codigo que MNT-ACCION (ver
      *COPYLIB/MNTEVT). Fechas y horas de reloj: el pedido y su
      *aprobacion son de dia, como el resto del mantenimiento.
      ******************************************************************
       01  PEN-REGISTRO.
           05  PEN-NUMERO PIC 9(06).
           05  PEN-ESTADO PIC X(01).
               88  PEN-PENDIENTE VALUE "P".
               88  PEN-APROBADO VALUE "A".
               88  PEN-RECHAZADO VALUE "R".
               88  PEN-VENCIDO VALUE "V".
           05  PEN-PROGRAMA PIC X(08).
           05  PEN-ACCION PIC X(01).
           05  PEN-CLAVE PIC X(16).
           05  PEN-SOLICITANTE PIC X(08).
           05  PEN-FECHA-SOL PIC 9(08).
           05  PEN-HORA-SOL PIC 9(06).
           05  PEN-RESOLVIO PIC X(08).
           05  PEN-FECHA-RES PIC 9(08).
           05  PEN-HORA-RES PIC 9(06).
           05  PEN-ANTES PIC X(60).
           05  PEN-DESPUES PIC X(60).
           05  PEN-DATOS PIC X(120).
