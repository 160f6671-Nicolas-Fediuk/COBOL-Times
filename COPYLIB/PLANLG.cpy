      ******************************************************************
      *PLANLG - Registro del libro de transmisiones a planificacion
      *(PLANLOG), indexado por numero de secuencia del envio. PLANENV
      *graba un registro por fecha de negocio enviada y toma de aca la
      *proxima secuencia, asi una noche no se manda dos veces ni queda
      *un hueco en la numeracion; PLANACU lo marca con el acuse que
      *devuelve el sistema receptor y alerta los envios que siguen
      *sin acuse a la noche siguiente.
      *PLG-ESTADO: "E" enviado (sin acuse), "A" acusado, "R"
      *rechazado o con acuse que no coincide con lo enviado.
      *PLG-ENVIOS cuenta las veces que se genero el archivo de esa
      *secuencia (mas de 1 = reenvio pedido por operaciones).
      ******************************************************************
       01  PLG-REGISTRO.
           05  PLG-SECUENCIA PIC 9(06).
           05  PLG-FECHA-NEGOCIO PIC 9(08).
           05  PLG-FECHA-GENERADO PIC 9(08).
           05  PLG-HORA-GENERADO PIC 9(06).
           05  PLG-REGISTROS PIC 9(07).
           05  PLG-HASH PIC S9(15).
           05  PLG-ENVIOS PIC 9(02).
           05  PLG-ESTADO PIC X(01).
               88  PLG-ENVIADO VALUE "E".
               88  PLG-ACUSADO VALUE "A".
               88  PLG-RECHAZADO VALUE "R".
           05  PLG-FECHA-ACUSE PIC 9(08).
           05  PLG-ALERTADO PIC X(01).
               88  PLG-YA-ALERTADO VALUE "S".
           05  FILLER PIC X(10).
