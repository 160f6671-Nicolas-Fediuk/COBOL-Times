      *    NOCHECTL como CALL, un STOP RUN terminaba todo el run unit
      *    y los pasos que siguen no corrian nunca (el mismo cambio
      *    que ya se hizo en EJERCICIO1-5 para EJERMENU).
      *  - El registro de AUDITLOG crecio con la cadena (AUD-CADENA,
      *    ver COPYLIB/RUNAUD): AUDARCH pasa a X(55). La marca de corte
      *    que ARCHIVER pone al principio de cada generacion tiene fecha
      *    cero y no cae en ningun dia del reporte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODRPT.

       FD  AUDARCH
           RECORDING MODE IS F.
       01  AUDARCH-REG PIC X(55).

       WORKING-STORAGE SECTION.
       01  FECHA-HOY PIC 9(08).
