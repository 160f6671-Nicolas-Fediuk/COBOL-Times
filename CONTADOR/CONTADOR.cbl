      *propio ADD/SUBTRACT para llevar el NUM de la vuelta. Recibe el
      *valor actual, el paso y el sentido ("A"scendente/"D"escendente)
      *y devuelve el valor actualizado.
      *CNT-VALOR es PIC S9(07) para que un conteo descendente pueda
      *cruzar por cero sin desbordar; un valor positivo ocupa el mismo
      *byte final que la versión sin signo, así que no afecta a los
      *llamadores que nunca bajan de cero.
      *    recibe CNT-ESTADO: "0" avance hecho, "R" el próximo paso
      *    saldría del rango y el valor queda como estaba, para que
      *    el llamador corte limpio y deje constancia en EXCPTLOG.
      *  - El valor, el piso y el techo pasan de S9(05) a S9(07): las
      *    particiones de EJERCICIO1 (EJ1PARTE) cuentan por encima de
      *    99999. Los llamadores siguen acotando con su propio techo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTADOR.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PROXIMO-VALOR PIC S9(08).

       LINKAGE SECTION.
       01  CNT-VALOR PIC S9(07).
       01  CNT-PASO PIC 9(05).
       01  CNT-SENTIDO PIC X(01).
           88  CNT-DESCENDENTE VALUE "D" "d".
       01  CNT-MINIMO PIC S9(07).
       01  CNT-MAXIMO PIC S9(07).
       01  CNT-ESTADO PIC X(01).

       PROCEDURE DIVISION USING CNT-VALOR CNT-PASO CNT-SENTIDO
