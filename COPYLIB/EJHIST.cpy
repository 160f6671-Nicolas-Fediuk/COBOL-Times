      *vista HIST-CABECERA) con el operador, los parámetros de la
      *corrida y sus totales de control, y detrás sus registros de
      *detalle (HIST-TIPO "D", campos HIST-NUM / HIST-HITO).
      *En el modo articulos de EJERCICIO3 (una baja de inventario por
      *articulo del archivo ARTDEFS) cada articulo lleva su propia
      *cabecera y su detalle, todos con el codigo en HIST-ARTICULO, y
      *la cabecera guarda ademas el valor de arranque del conteo
      *(HIST-CAB-INICIO). En la corrida unica HIST-ARTICULO queda en
      *blanco. Los registros grabados antes de estos dos campos
      *(42 bytes) se pasan al largo nuevo con HISTCONV; un
      *HIST-CAB-INICIO en cero o no numerico es "no registrado".
      ******************************************************************
       01  HIST-REGISTRO.
           05  HIST-CLAVE.
               10  HIST-CAB-TOTAL PIC S9(07).
               10  HIST-CAB-ESPERADO PIC S9(07).
               10  HIST-CAB-BALANCEADO PIC X(01).
           05  HIST-ARTICULO PIC X(06).
           05  HIST-CAB-INICIO PIC 9(03).
