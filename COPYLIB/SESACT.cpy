      ******************************************************************
      *SESACT - Registro del archivo de sesiones activas (SESACT,
      *indexado por operador). SESION guarda el operador validado solo
      *en la memoria del EJERMENU que lo pidio, asi que nada impedia
      *tener el mismo operador entrado en tres terminales a la vez.
      *EJERMENU graba aca la sesion al validar el sign-on y la borra
      *al salir; un segundo sign-on del mismo operador con la sesion
      *todavia activa se rechaza, salvo forzado de un supervisor.
      *  - SAC-CANTIDAD: sesiones abiertas del operador; pasa de 1
      *    solo con el forzado, y el registro se borra cuando la
      *    ultima sesion sale;
      *  - SAC-FECHA/HORA-INICIO: sign-on de la primera sesion;
      *  - SAC-FECHA/HORA-ULTIMA: ultima opcion ejecutada en
      *    cualquiera de las sesiones del operador, para que el
      *    supervisor vea si la sesion que bloquea esta en uso o
      *    quedo colgada (un menu cancelado no llega a borrarla);
      *  - SAC-SUPERVISOR: quien forzo la ultima sesion de mas.
      ******************************************************************
       01  SAC-REGISTRO.
           05  SAC-OPERADOR-ID PIC X(08).
           05  SAC-CANTIDAD PIC 9(02).
           05  SAC-FECHA-INICIO PIC 9(08).
           05  SAC-HORA-INICIO PIC 9(06).
           05  SAC-FECHA-ULTIMA PIC 9(08).
           05  SAC-HORA-ULTIMA PIC 9(06).
           05  SAC-SUPERVISOR PIC X(08).
