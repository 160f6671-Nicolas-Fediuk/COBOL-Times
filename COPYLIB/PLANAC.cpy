      ******************************************************************
      *PLANAC - Registro del archivo de acuses que devuelve el sistema
      *de planificacion (PLANACK), uno por envio recibido: la
      *secuencia y la fecha de negocio de la cabecera, la cantidad y
      *el total hash que conto el receptor y el resultado ("A"
      *aceptado, "R" rechazado, con el motivo). El archivo puede traer
      *acuses ya procesados: PLANACU los reconoce y los pasa por alto.
      ******************************************************************
       01  ACK-REGISTRO.
           05  ACK-SECUENCIA PIC 9(06).
           05  ACK-FECHA-NEGOCIO PIC 9(08).
           05  ACK-REGISTROS PIC 9(07).
           05  ACK-HASH PIC S9(15) SIGN LEADING SEPARATE.
           05  ACK-RESULTADO PIC X(01).
               88  ACK-ACEPTADO VALUE "A".
               88  ACK-RECHAZADO VALUE "R".
           05  ACK-MOTIVO PIC X(30).
