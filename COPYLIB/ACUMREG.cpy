      ******************************************************************
      *ACUMREG - Registro del acumulador mensual de resultados de la
      *noche (ACUMUL, indexado). Cada pregunta de fin de mes o de fin
      *de ano (cuantas corridas hubo, cuantas excepciones rechazo
      *EJERCICIO4, cuanto genero EJERCICIO2 en el ano) obligaba a
      *rebarrer AUDITLOG, EXCPTLOG, CTLFILE y EJERHIST, cuando para
      *esa altura ARCHIVER ya se habia llevado casi todo al resguardo.
      *El paso nocturno ACUMULA suma aca lo de cada noche y los
      *reportes de mes y de ano (ACUMRPT) se arman solo con este
      *archivo, asi la depuracion de ARCHIVER no cambia las cifras.
      *Clave ano + mes + programa + dia:
      *  - dia 00: el acumulado del mes del programa;
      *  - dia 01 a 31: el aporte de esa noche, que se guarda para
      *    que un relanzamiento de la misma fecha reste el aporte
      *    anterior y sume el nuevo en lugar de sumar dos veces.
      *Contenido (igual en los dos tipos de registro):
      *  - ACU-NOCHES: noches que aportaron (1 en el de dia);
      *  - ACU-CORRIDAS / ACU-FALLIDAS: inicios de AUDITLOG y los que
      *    terminaron con RC 8 o mas o nunca terminaron;
      *  - ACU-EXCEPCIONES y ACU-EXC-TIPO/CANTIDAD: registros de
      *    EXCPTLOG, en total y por EXC-TIPO (el quinto tipo en
      *    adelante se suma como "OTROS");
      *  - ACU-CTL-*: totales de control de CTLFILE, solo del ultimo
      *    CTL-INTENTO del programa en la fecha, como los juzga
      *    BALANCE.
      ******************************************************************
       01  ACU-REGISTRO.
           05  ACU-CLAVE.
               10  ACU-ANO PIC 9(04).
               10  ACU-MES PIC 9(02).
               10  ACU-PROGRAMA PIC X(08).
               10  ACU-DIA PIC 9(02).
                   88  ACU-ES-DEL-MES VALUE ZERO.
           05  ACU-NOCHES PIC 9(05).
           05  ACU-CORRIDAS PIC 9(07).
           05  ACU-FALLIDAS PIC 9(07).
           05  ACU-EXCEPCIONES PIC 9(07).
           05  ACU-EXC-POR-TIPO OCCURS 5 TIMES.
               10  ACU-EXC-TIPO PIC X(08).
               10  ACU-EXC-CANTIDAD PIC 9(07).
           05  ACU-CTL-CANTIDAD PIC 9(09).
           05  ACU-CTL-SUMA PIC S9(11).
           05  ACU-CTL-ESPERADA PIC S9(11).
           05  ACU-FECHA-ACTUALIZ PIC 9(08).
