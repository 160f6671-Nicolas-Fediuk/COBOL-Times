      ******************************************************************
      *EJ1PRC - Registro del reporte parcial de un tramo de EJERCICIO1
      *particionado (EJ1PARC), indexado por particion y numero: una
      *linea de detalle por numero del tramo, tal como saldria en el
      *reporte EJERCIC1. Indexado y no secuencial para que un tramo
      *retomado desde su punto de control pise por clave las lineas
      *que el intento caido alcanzo a grabar despues del punto, sin
      *duplicarlas. Un tramo que arranca de cero borra primero todo
      *lo suyo. EJ1UNION lo lee en orden de clave, particion por
      *particion, para armar el reporte unico.
      ******************************************************************
       01  EJC-REGISTRO.
           05  EJC-CLAVE.
               10  EJC-PARTE PIC 9(02).
               10  EJC-NUM PIC 9(07).
           05  EJC-LINEA PIC X(80).
