      *que pidió la validación, para poder responder una revisión de
      *accesos sin depender de lo que haya quedado en pantalla.
      *SEC-RESULTADO: "P" permitido, "D" denegado, "B" bloqueado.
      *EJERMENU graba ademas los eventos de la sesion del menu (ver
      *COPYLIB/SESACT), con el motivo como detalle: "I" inicio de
      *sesion (normal o forzada por supervisor), "F" fin de sesion,
      *"T" sesion inactiva mas del tiempo configurado y "R" segundo
      *sign-on rechazado por tener el operador otra sesion activa.
      *SEC-CADENA encadena cada registro con el anterior, igual que
      *AUD-CADENA en AUDITLOG (ver COPYLIB/CADREG).
      ******************************************************************
       01  SEC-RECORD.
           05  SEC-FECHA PIC 9(08).
           05  SEC-OPERADOR PIC X(08).
           05  SEC-PROGRAMA PIC X(08).
           05  SEC-RESULTADO PIC X(01).
               88  SEC-ES-DE-SESION VALUE "I" "F" "T" "R".
           05  SEC-MOTIVO PIC X(20).
           05  SEC-CADENA.
               10  SEC-CAD-SECUENCIA PIC 9(09).
               10  SEC-CAD-VALOR PIC 9(09).
