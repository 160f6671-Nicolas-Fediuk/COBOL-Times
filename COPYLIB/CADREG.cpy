      ******************************************************************
      *CADREG - Cabecera de la cadena de un registro de evidencia
      *(CADENAS, indexado por nombre de archivo: hoy AUDITLOG y
      *SECLOG). Quien tenga acceso de actualizacion a esos datasets
      *puede borrar un sign-on fallido o una corrida caida sin que
      *ningun reporte muestre el hueco. Por eso cada registro nuevo
      *lleva un numero de secuencia de grabacion y un valor de cadena
      *calculado (subprograma ENCADENA) con su propio contenido, su
      *secuencia y el valor de cadena del registro grabado antes que
      *el. Un registro borrado deja un salto de secuencia, uno
      *cambiado no reproduce su valor y uno intercalado repite una
      *secuencia o no encadena. CADVERIF recalcula la cadena.
      *  - CAD-ULTIMA-SEC / CAD-ULTIMO-VALOR: el ultimo registro
      *    grabado, para que un corte de la cola del archivo tambien
      *    se note;
      *  - CAD-CORTE-*: el ultimo registro que ARCHIVER se llevo al
      *    resguardo; el archivo vivo encadena a partir de ese valor
      *    (la misma marca va al principio de cada generacion de
      *    resguardo).
      ******************************************************************
       01  CAD-REGISTRO.
           05  CAD-ARCHIVO PIC X(08).
           05  CAD-ULTIMA-SEC PIC 9(09).
           05  CAD-ULTIMO-VALOR PIC 9(09).
           05  CAD-CORTE-SEC PIC 9(09).
           05  CAD-CORTE-VALOR PIC 9(09).
           05  CAD-CORTE-FECHA PIC 9(08).
