      ******************************************************************
      *LIBNOTA - Registro de la libreta de notas (LIBRETA), indexada
      *por alumno + fecha de proceso + numero de hoja. HOJACORR agrega
      *en cada corrida el puntaje de cada hoja corregida de un alumno
      *conocido (ver COPYLIB/ALUMNO); corregir de nuevo la misma hoja
      *el mismo dia reemplaza el registro en lugar de duplicarlo.
      *LIB-TABLA es la tabla de multiplicar (NUM de EJERCICIO5) de la
      *hoja, para que ALUMRPT junte los errores por tabla.
      ******************************************************************
       01  LIB-REGISTRO.
           05  LIB-CLAVE.
               10  LIB-ALUMNO PIC X(08).
               10  LIB-FECHA PIC 9(08).
               10  LIB-HOJA PIC 9(05).
           05  LIB-CURSO PIC X(06).
           05  LIB-TABLA PIC 9(02).
           05  LIB-RESPONDIDAS PIC 9(03).
           05  LIB-CORRECTAS PIC 9(03).
           05  LIB-ERRONEAS PIC 9(03).
           05  LIB-PUNTAJE PIC 9(03).
