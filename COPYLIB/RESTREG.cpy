      ******************************************************************
      *RESTREG - Registro del libro de restauraciones (RESTLOG). Cada
      *corrida de RESTAURA que devuelve registros archivados a un
      *archivo vivo (AUDITLOG, EXCPTLOG, SECLOG, CTLFILE o EJERHIST)
      *deja aca el archivo y el rango de fechas restaurado. Esa es la
      *marca de los registros restaurados: los registros vivos no
      *tienen lugar para una marca propia, y el rango alcanza porque
      *lo restaurado es siempre lo de esas fechas. La proxima corrida
      *de ARCHIVER manda de vuelta al resguardo todo registro vivo de
      *un rango pendiente ("V", en vivo), aunque la retencion lo
      *dejaria, y pasa el rango a devuelto ("D"), para que lo
      *restaurado no quede para siempre en el archivo vivo.
      ******************************************************************
       01  RST-REGISTRO.
           05  RST-ARCHIVO PIC X(08).
           05  RST-DESDE PIC 9(08).
           05  RST-HASTA PIC 9(08).
           05  RST-FECHA PIC 9(08).
           05  RST-HORA PIC 9(06).
           05  RST-RESTAURADOS PIC 9(07).
           05  RST-ESTADO PIC X(01).
               88  RST-EN-VIVO VALUE "V".
               88  RST-DEVUELTO VALUE "D".
           05  RST-FECHA-DEVUELTO PIC 9(08).
