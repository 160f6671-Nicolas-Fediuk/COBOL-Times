      *no abre con este layout: se convierte por unica vez con
      *MAESCONV y se recarga con MAESTROS (ver el orden del pase en
      *el banner de MAESCONV).
      *OPM-IDIOMA es el idioma en que el operador lee los mensajes
      *del catalogo ("ES" espanol, "EN" ingles, ver COPYLIB/MSGCAT);
      *lo carga OPERMNT. En blanco (registro grabado antes de este
      *campo, o operador que no eligio) vale el idioma por defecto
      *del sitio. Un OPERMAST fisico grabado con el registro de 92
      *bytes se convierte por unica vez con IDIOCONV.
      ******************************************************************
       01  OPM-REGISTRO.
           05  OPM-OPERADOR-ID PIC X(08).
               10  OPM-CLAVE-ANT PIC X(08) OCCURS 4 TIMES.
           05  OPM-CLAVE-CODIFICADA PIC X(01).
               88  OPM-CLAVE-ESTA-CODIFICADA VALUE "S".
           05  OPM-IDIOMA PIC X(02).
               88  OPM-IDIOMA-VALIDO VALUE "ES" "EN" SPACES.
