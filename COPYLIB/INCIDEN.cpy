      ******************************************************************
      *INCIDEN - Registro del archivo de incidentes (INCIDEN), indexado
      *por numero de incidente + renglon. Reconocer una alerta en
      *ALERTRPT dice que alguien la vio, no que alguien la arregla: la
      *misma alerta de desborde de EJERCICIO5 se reconocio nueve noches
      *seguidas sin dueno. El incidente junta las alertas (ALERTAS)
      *y excepciones (EXCPTLOG) de un mismo problema, con severidad,
      *dueno, causa raiz y resolucion, y queda abierto hasta que
      *alguien lo cierra en INCMNT.
      *Como en EJERHIST, cada incidente tiene un registro cabecera
      *(INC-TIPO "C", renglon 000, vista INC-CABECERA) y detras un
      *registro por cada alerta o excepcion vinculada (INC-TIPO "V",
      *renglones 001 en adelante, vista INC-VINCULO) con la copia de
      *la entrada tal como estaba al vincularla.
      *INC-SEVERIDAD: "1" critica, "2" alta, "3" media, "4" baja.
      *INC-ESTADO: "A" abierto, "C" cerrado.
      *INC-FECHA-NOCHE es la fecha de proceso (FECHANEG) en que se
      *abrio: LIBRORPT cuenta desde ahi los dias habiles abierto y
      *FECHAINI avisa de los criticos de noches anteriores.
      ******************************************************************
       01  INC-REGISTRO.
           05  INC-CLAVE.
               10  INC-NUMERO PIC 9(06).
               10  INC-RENGLON PIC 9(03).
           05  INC-TIPO PIC X(01).
               88  INC-ES-CABECERA VALUE "C".
               88  INC-ES-VINCULO VALUE "V".
           05  INC-DATOS PIC X(220).
           05  INC-CABECERA REDEFINES INC-DATOS.
               10  INC-SEVERIDAD PIC X(01).
                   88  INC-CRITICO VALUE "1".
                   88  INC-SEVERIDAD-ALTA VALUE "1" "2".
                   88  INC-SEVERIDAD-VALIDA VALUE "1" "2" "3" "4".
               10  INC-ESTADO PIC X(01).
                   88  INC-ABIERTO VALUE "A".
                   88  INC-CERRADO VALUE "C".
               10  INC-DUENO PIC X(08).
               10  INC-ABIERTO-POR PIC X(08).
               10  INC-FECHA-ALTA PIC 9(08).
               10  INC-FECHA-NOCHE PIC 9(08).
               10  INC-FECHA-CIERRE PIC 9(08).
               10  INC-TITULO PIC X(40).
               10  INC-CAUSA PIC X(60).
               10  INC-RESOLUCION PIC X(60).
               10  INC-VINCULOS PIC 9(03).
               10  FILLER PIC X(15).
           05  INC-VINCULO REDEFINES INC-DATOS.
               10  INC-ORIGEN PIC X(01).
                   88  INC-DE-ALERTAS VALUE "A".
                   88  INC-DE-EXCPTLOG VALUE "E".
               10  INC-V-FECHA PIC 9(08).
               10  INC-V-HORA PIC 9(08).
               10  INC-V-PROGRAMA PIC X(08).
               10  INC-V-TIPO PIC X(08).
               10  INC-V-DETALLE PIC X(40).
               10  INC-V-OPERADOR PIC X(08).
               10  FILLER PIC X(139).
