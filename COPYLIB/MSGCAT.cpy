      *abre con este layout: se convierte por unica vez con MAESCONV
      *y se recarga con MAESTROS (ver el orden del pase en el banner
      *de MAESCONV).
      *El mismo codigo puede estar en mas de un idioma: la clave es
      *ahora codigo + idioma (MSG-IDIOMA, "ES" espanol, "EN" ingles).
      *MENSAJE devuelve el texto en el idioma del operador de la
      *sesion (OPM-IDIOMA en COPYLIB/OPERMST) o, sin sesion, en el
      *idioma por defecto del sitio; si el codigo no esta en ese
      *idioma cae al espanol y despues al texto compilado. MSGMNT
      *lista los codigos a los que les falta alguna traduccion.
      *Un MSGCAT fisico grabado con el registro de 69 bytes (sin
      *idioma) se convierte por unica vez con IDIOCONV, que deja
      *todo lo existente como "ES" (ver el orden del pase en su
      *banner).
      ******************************************************************
       01  MSG-REGISTRO.
           05  MSG-CLAVE.
               10  MSG-CODIGO PIC X(07).
               10  MSG-IDIOMA PIC X(02).
                   88  MSG-IDIOMA-VALIDO VALUE "ES" "EN".
           05  MSG-TEXTO PIC X(60).
           05  MSG-SEVERIDAD PIC X(01).
               88  MSG-ES-ACCION VALUE "A".
