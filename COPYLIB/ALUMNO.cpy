      ******************************************************************
      *ALUMNO - Registro del maestro de alumnos (ALUMAST), indexado por
      *identificacion del alumno. Lo mantiene ALUMNT y lo leen HOJACORR
      *(para atar cada hoja corregida a un alumno y su curso) y
      *ALUMRPT (reporte de avance). La baja no borra el registro: lo
      *deja inactivo, para que la libreta de notas (LIBRETA, ver
      *COPYLIB/LIBNOTA) siga teniendo a quien referirse.
      ******************************************************************
       01  ALU-REGISTRO.
           05  ALU-ID PIC X(08).
           05  ALU-NOMBRE PIC X(30).
           05  ALU-CURSO PIC X(06).
           05  ALU-ACTIVO PIC X(01).
               88  ALU-ESTA-ACTIVO VALUE "S".
           05  ALU-FECHA-ALTA PIC 9(08).
