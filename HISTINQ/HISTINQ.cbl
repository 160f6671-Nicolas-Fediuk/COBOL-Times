      *    arma una cabecera de respaldo con la fecha sola (operador
      *    y totales en blanco), asi cada coincidencia sale con su
      *    dia aunque la corrida no tenga cabecera propia.
      *  - La cabecera de un conteo del modo articulos de EJERCICIO3
      *    muestra ademas el codigo de articulo y el arranque.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTINQ.
                       " OPERADOR " HIST-CAB-OPERADOR
                       " INTERVALO " HIST-CAB-INTERVALO
                       " LIMITE " HIST-CAB-LIMITE.
               IF HIST-ARTICULO NOT = SPACES
                   DISPLAY "  ARTICULO " HIST-ARTICULO
                           " ARRANQUE " HIST-CAB-INICIO
               END-IF.
               IF HIST-CAB-BALANCEADO = "S"
                   DISPLAY "  TOTAL " HIST-CAB-TOTAL " BALANCEADO"
               ELSE
