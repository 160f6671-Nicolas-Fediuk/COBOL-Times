      *puntual en lugar de barrer todo el histórico; la hora guarda
      *los centésimos (HHMMSSCC) para que dos corridas del mismo
      *programa en el mismo segundo no choquen de clave.
      *AUD-CADENA encadena cada registro con el grabado antes que el
      *(en orden de grabacion, no de clave: ver COPYLIB/CADREG y el
      *subprograma ENCADENA), para que borrar, cambiar o intercalar
      *un registro deje una marca que CADVERIF encuentra.
      ******************************************************************
       01  AUD-RECORD.
           05  AUD-CLAVE.
                   88  AUD-ES-FIN VALUE "F".
           05  AUD-OPERATOR-ID PIC X(08).
           05  AUD-RETURN-CODE PIC 9(04).
           05  AUD-CADENA.
               10  AUD-CAD-SECUENCIA PIC 9(09).
               10  AUD-CAD-VALOR PIC 9(09).
