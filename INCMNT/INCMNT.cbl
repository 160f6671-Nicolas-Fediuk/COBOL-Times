      ******************************************************************
      *INCMNT - Mantenimiento de incidentes (INCIDEN, ver
      *COPYLIB/INCIDEN). Un incidente es el problema detras de una o
      *varias alertas de ALERTAS o excepciones de EXCPTLOG: tiene
      *numero, severidad, dueno, estado y texto libre de causa raiz y
      *resolucion, y queda abierto hasta que alguien lo cierra. El
      *menu permite:
      *  - listar los abiertos o todos;
      *  - ver un incidente con sus vinculos;
      *  - abrir uno nuevo (el numero es el siguiente al mayor usado);
      *  - corregir severidad, dueno, titulo, causa y resolucion;
      *  - vincularle una alerta o una excepcion, elegida de la lista
      *    de las de una fecha; se guarda la copia de la entrada;
      *  - cerrarlo: pide causa y resolucion si faltan y deja como
      *    reconocidas las alertas vinculadas que seguian abiertas.
      *Exige sign-on (cualquier nivel: el que atiende la alerta es el
      *operador de turno); el operador queda como quien abrio el
      *incidente o vinculo la entrada. Si el archivo todavia no
      *existe lo crea vacio, igual que los demas programas.
      *Los criticos y altos abiertos de mas de INCID-PLAZO dias
      *habiles salen en el libro de la noche (LIBRORPT) y FECHAINI
      *avisa al abrir una noche con un critico de noches anteriores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDEN ASSIGN TO "INCIDEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-CLAVE
               FILE STATUS IS INC-STATUS.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CLAVE
               FILE STATUS IS ALR-STATUS.
           SELECT EXCPTLOG ASSIGN TO "EXCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT OPERMAST ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPM-OPERADOR-ID
               FILE STATUS IS OPM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDEN.
       COPY INCIDEN.

       FD  ALERTAS.
       COPY ALERTA.

       FD  EXCPTLOG
           RECORDING MODE IS F.
       COPY EXCLOG.

       FD  OPERMAST.
       COPY OPERMST.

       WORKING-STORAGE SECTION.
       01  INC-STATUS PIC X(02).
       01  ALR-STATUS PIC X(02).
       01  EXC-STATUS PIC X(02).
       01  OPM-STATUS PIC X(02).
       01  OPCION PIC X(01).
       01  SEGUIR PIC X(01) VALUE "S".
           88  HAY-QUE-SEGUIR VALUE "S".
       01  FIN-DE-ARCHIVO PIC X(01) VALUE "N".
           88  HAY-FIN-DE-ARCHIVO VALUE "S".
       01  OPERADOR-ID PIC X(08).
       01  OPERADOR-CLAVE PIC X(08).
       01  OPERADOR-AUTORIZADO PIC X(01) VALUE "N".
           88  OPERADOR-OK VALUE "S".
       01  OPERADOR-NIVEL PIC X(01).
       01  PROGRAMA-ACTUAL PIC X(08) VALUE "INCMNT".
       01  INTENTOS-SIGNON PIC 9(01) VALUE ZERO.
       01  SOLO-ABIERTOS PIC X(01).
           88  LISTAR-SOLO-ABIERTOS VALUE "S".
       01  LISTADOS PIC 9(05).
       01  NUMERO-ENTRADA PIC X(06).
       01  NUMERO-PEDIDO PIC 9(06).
       01  ULTIMO-NUMERO PIC 9(06).
       01  INCIDENTE-FLAG PIC X(01).
           88  INCIDENTE-HALLADO VALUE "S".
       01  CABECERA-GUARDADA PIC X(230).
       01  SEVERIDAD-NUEVA PIC X(01).
       01  DUENO-NUEVO PIC X(08).
       01  TITULO-NUEVO PIC X(40).
       01  TEXTO-NUEVO PIC X(60).
       01  DUENO-FLAG PIC X(01).
           88  DUENO-VALIDO VALUE "S".
       01  FECHA-HOY PIC 9(08).
       01  FECHA-PROCESO PIC 9(08).
       01  ORIGEN-PEDIDO PIC X(01).
           88  ORIGEN-ALERTAS VALUE "A" "a".
           88  ORIGEN-EXCPTLOG VALUE "E" "e".
       01  FECHA-ENTRADA PIC X(08).
       01  FECHA-BUSCADA PIC 9(08).
       01  ELEGIDA-ENTRADA PIC X(02).
       01  ELEGIDA PIC 9(02).
       01  YA-VINCULADA PIC X(01).
           88  ESTA-VINCULADA VALUE "S".
       01  RECONOCIDAS PIC 9(03).
       01  RENGLON-NUEVO PIC 9(03).

      *Candidatas a vincular: las alertas o excepciones de la fecha
      *pedida, numeradas en pantalla.
       01  TABLA-CANDIDATAS.
           05  TC-USADAS PIC 9(02) VALUE ZERO.
           05  TC-ENTRADA OCCURS 50 TIMES INDEXED BY IDX-CAN.
               10  TC-FECHA PIC 9(08).
               10  TC-HORA PIC 9(08).
               10  TC-PROGRAMA PIC X(08).
               10  TC-TIPO PIC X(08).
               10  TC-DETALLE PIC X(40).

       PROCEDURE DIVISION.

           PERFORM CONTROLAR-ACCESO.
           IF HAY-QUE-SEGUIR
               PERFORM ABRIR-INCIDENTES
           END-IF.
           IF HAY-QUE-SEGUIR
               PERFORM MOSTRAR-MENU-Y-EJECUTAR
                   UNTIL NOT HAY-QUE-SEGUIR
               CLOSE INCIDEN
           END-IF.
           GOBACK.

           CONTROLAR-ACCESO.
               PERFORM PEDIR-SIGNON
                   UNTIL OPERADOR-OK OR INTENTOS-SIGNON NOT < 3.
               IF NOT OPERADOR-OK
                   DISPLAY "SIGN-ON AGOTADO, SE CANCELA"
                   MOVE "N" TO SEGUIR
               END-IF.

           PEDIR-SIGNON.
               DISPLAY "OPERADOR ID".
               ACCEPT OPERADOR-ID.
               DISPLAY "CLAVE".
               ACCEPT OPERADOR-CLAVE.
               CALL "SIGNON" USING OPERADOR-ID OPERADOR-CLAVE
                       PROGRAMA-ACTUAL OPERADOR-AUTORIZADO
                       OPERADOR-NIVEL.
               IF NOT OPERADOR-OK
                   ADD 1 TO INTENTOS-SIGNON
                   DISPLAY "ACCESO DENEGADO, REINTENTE"
               END-IF.

           ABRIR-INCIDENTES.
               OPEN I-O INCIDEN.
               IF INC-STATUS = "35"
                   OPEN OUTPUT INCIDEN
                   CLOSE INCIDEN
                   OPEN I-O INCIDEN
               END-IF.
               IF INC-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR INCIDEN: " INC-STATUS
                   MOVE "N" TO SEGUIR
               END-IF.

           MOSTRAR-MENU-Y-EJECUTAR.
               DISPLAY "=================================".
               DISPLAY " INCIDENTES".
               DISPLAY " L - LISTAR ABIERTOS".
               DISPLAY " T - LISTAR TODOS".
               DISPLAY " V - VER UN INCIDENTE".
               DISPLAY " A - ABRIR INCIDENTE".
               DISPLAY " M - CORREGIR INCIDENTE".
               DISPLAY " J - VINCULAR ALERTA O EXCEPCION".
               DISPLAY " C - CERRAR INCIDENTE".
               DISPLAY " S - SALIR".
               DISPLAY "=================================".
               DISPLAY "OPCION?".
               ACCEPT OPCION.

               EVALUATE OPCION
                   WHEN "L"
                   WHEN "l"
                       MOVE "S" TO SOLO-ABIERTOS
                       PERFORM LISTAR-INCIDENTES
                   WHEN "T"
                   WHEN "t"
                       MOVE "N" TO SOLO-ABIERTOS
                       PERFORM LISTAR-INCIDENTES
                   WHEN "V"
                   WHEN "v"
                       PERFORM VER-INCIDENTE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ABRIR-INCIDENTE
                   WHEN "M"
                   WHEN "m"
                       PERFORM CORREGIR-INCIDENTE
                   WHEN "J"
                   WHEN "j"
                       PERFORM VINCULAR-ENTRADA
                   WHEN "C"
                   WHEN "c"
                       PERFORM CERRAR-INCIDENTE
                   WHEN "S"
                   WHEN "s"
                       MOVE "N" TO SEGUIR
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE.

           LISTAR-INCIDENTES.
               MOVE ZERO TO LISTADOS.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE LOW-VALUES TO INC-CLAVE.
               START INCIDEN KEY IS NOT LESS THAN INC-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM LISTAR-UN-INCIDENTE UNTIL HAY-FIN-DE-ARCHIVO.
               IF LISTADOS = ZERO
                   DISPLAY "  (SIN INCIDENTES)"
               END-IF.

           LISTAR-UN-INCIDENTE.
               READ INCIDEN NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF INC-ES-CABECERA
                           IF INC-ABIERTO OR NOT LISTAR-SOLO-ABIERTOS
                               ADD 1 TO LISTADOS
                               DISPLAY INC-NUMERO " SEV " INC-SEVERIDAD
                                       " " INC-ESTADO " " INC-DUENO
                                       " " INC-FECHA-NOCHE " "
                                       INC-TITULO
                           END-IF
                       END-IF
               END-READ.

      *Lee la cabecera del incidente pedido y la deja en el registro
      *y en CABECERA-GUARDADA.
           PEDIR-INCIDENTE.
               MOVE "N" TO INCIDENTE-FLAG.
               DISPLAY "NUMERO DE INCIDENTE".
               ACCEPT NUMERO-ENTRADA.
               IF NUMERO-ENTRADA IS NUMERIC
                   MOVE NUMERO-ENTRADA TO NUMERO-PEDIDO
                   MOVE NUMERO-PEDIDO TO INC-NUMERO
                   MOVE ZERO TO INC-RENGLON
                   READ INCIDEN
                       INVALID KEY
                           DISPLAY "INCIDENTE INEXISTENTE: "
                                   NUMERO-ENTRADA
                       NOT INVALID KEY
                           MOVE "S" TO INCIDENTE-FLAG
                           MOVE INC-REGISTRO TO CABECERA-GUARDADA
                   END-READ
               ELSE
                   DISPLAY "NUMERO INVALIDO (6 DIGITOS): "
                           NUMERO-ENTRADA
               END-IF.

           PEDIR-INCIDENTE-ABIERTO.
               PERFORM PEDIR-INCIDENTE.
               IF INCIDENTE-HALLADO AND INC-CERRADO
                   DISPLAY "EL INCIDENTE " INC-NUMERO " YA ESTA CERRADO"
                   MOVE "N" TO INCIDENTE-FLAG
               END-IF.

           VER-INCIDENTE.
               PERFORM PEDIR-INCIDENTE.
               IF INCIDENTE-HALLADO
                   DISPLAY "INCIDENTE  " INC-NUMERO
                   DISPLAY "TITULO     " INC-TITULO
                   DISPLAY "SEVERIDAD  " INC-SEVERIDAD
                           "  ESTADO " INC-ESTADO
                   DISPLAY "DUENO      " INC-DUENO
                           "  ABIERTO POR " INC-ABIERTO-POR
                   DISPLAY "ALTA       " INC-FECHA-ALTA
                           "  NOCHE " INC-FECHA-NOCHE
                           "  CIERRE " INC-FECHA-CIERRE
                   DISPLAY "CAUSA      " INC-CAUSA
                   DISPLAY "RESOLUCION " INC-RESOLUCION
                   DISPLAY "VINCULOS:"
                   MOVE "N" TO FIN-DE-ARCHIVO
                   PERFORM MOSTRAR-UN-VINCULO UNTIL HAY-FIN-DE-ARCHIVO
               END-IF.

      *Los vinculos siguen a la cabecera en el orden de la clave.
           MOSTRAR-UN-VINCULO.
               READ INCIDEN NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF INC-NUMERO NOT = NUMERO-PEDIDO
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       DISPLAY "  " INC-RENGLON " " INC-ORIGEN " "
                               INC-V-FECHA " " INC-V-HORA(1:6) " "
                               INC-V-PROGRAMA " " INC-V-TIPO " "
                               INC-V-DETALLE
                   END-IF
               END-IF.

           ABRIR-INCIDENTE.
               DISPLAY "SEVERIDAD (1 CRITICA, 2 ALTA, 3 MEDIA, 4 BAJA)".
               ACCEPT SEVERIDAD-NUEVA.
               DISPLAY "DUENO (OPERADOR)".
               ACCEPT DUENO-NUEVO.
               DISPLAY "TITULO".
               ACCEPT TITULO-NUEVO.
               MOVE SEVERIDAD-NUEVA TO INC-SEVERIDAD.
               PERFORM VALIDAR-DUENO.
               EVALUATE TRUE
                   WHEN NOT INC-SEVERIDAD-VALIDA
                       DISPLAY "SEVERIDAD INVALIDA: " SEVERIDAD-NUEVA
                   WHEN NOT DUENO-VALIDO
                       CONTINUE
                   WHEN TITULO-NUEVO = SPACES
                       DISPLAY "EL TITULO NO PUEDE SER BLANCO"
                   WHEN OTHER
                       PERFORM GRABAR-INCIDENTE-NUEVO
               END-EVALUATE.

      *El dueno tiene que ser un operador del maestro. Sin maestro no
      *se puede validar y se acepta.
           VALIDAR-DUENO.
               MOVE "S" TO DUENO-FLAG.
               IF DUENO-NUEVO = SPACES
                   DISPLAY "EL DUENO NO PUEDE SER BLANCO"
                   MOVE "N" TO DUENO-FLAG
               ELSE
                   OPEN INPUT OPERMAST
                   IF OPM-STATUS = "00"
                       MOVE DUENO-NUEVO TO OPM-OPERADOR-ID
                       READ OPERMAST
                           INVALID KEY
                               DISPLAY "OPERADOR INEXISTENTE: "
                                       DUENO-NUEVO
                               MOVE "N" TO DUENO-FLAG
                       END-READ
                       CLOSE OPERMAST
                   END-IF
               END-IF.

           GRABAR-INCIDENTE-NUEVO.
               PERFORM BUSCAR-ULTIMO-NUMERO.
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
               CALL "FECHANEG" USING FECHA-PROCESO.
               MOVE SPACES TO INC-REGISTRO.
               COMPUTE INC-NUMERO = ULTIMO-NUMERO + 1.
               MOVE ZERO TO INC-RENGLON.
               MOVE "C" TO INC-TIPO.
               MOVE SEVERIDAD-NUEVA TO INC-SEVERIDAD.
               MOVE "A" TO INC-ESTADO.
               MOVE DUENO-NUEVO TO INC-DUENO.
               MOVE OPERADOR-ID TO INC-ABIERTO-POR.
               MOVE FECHA-HOY TO INC-FECHA-ALTA.
               MOVE FECHA-PROCESO TO INC-FECHA-NOCHE.
               MOVE ZERO TO INC-FECHA-CIERRE.
               MOVE TITULO-NUEVO TO INC-TITULO.
               MOVE ZERO TO INC-VINCULOS.
               WRITE INC-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR: " INC-STATUS
                   NOT INVALID KEY
                       DISPLAY "INCIDENTE " INC-NUMERO " ABIERTO"
               END-WRITE.

           BUSCAR-ULTIMO-NUMERO.
               MOVE ZERO TO ULTIMO-NUMERO.
               MOVE "N" TO FIN-DE-ARCHIVO.
               MOVE LOW-VALUES TO INC-CLAVE.
               START INCIDEN KEY IS NOT LESS THAN INC-CLAVE
                   INVALID KEY
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-START.
               PERFORM MIRAR-UN-NUMERO UNTIL HAY-FIN-DE-ARCHIVO.

           MIRAR-UN-NUMERO.
               READ INCIDEN NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       MOVE INC-NUMERO TO ULTIMO-NUMERO
               END-READ.

      *ENTER deja el valor que estaba.
           CORREGIR-INCIDENTE.
               PERFORM PEDIR-INCIDENTE.
               IF INCIDENTE-HALLADO
                   DISPLAY "SEVERIDAD (" INC-SEVERIDAD
                           ", ENTER = IGUAL)"
                   ACCEPT SEVERIDAD-NUEVA
                   DISPLAY "DUENO (" INC-DUENO ", ENTER = IGUAL)"
                   ACCEPT DUENO-NUEVO
                   DISPLAY "TITULO (ENTER = IGUAL)"
                   ACCEPT TITULO-NUEVO
                   MOVE "S" TO DUENO-FLAG
                   IF DUENO-NUEVO NOT = SPACES
                       PERFORM VALIDAR-DUENO
                   END-IF
                   MOVE CABECERA-GUARDADA TO INC-REGISTRO
                   IF SEVERIDAD-NUEVA NOT = SPACES
                       MOVE SEVERIDAD-NUEVA TO INC-SEVERIDAD
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT INC-SEVERIDAD-VALIDA
                           DISPLAY "SEVERIDAD INVALIDA: "
                                   SEVERIDAD-NUEVA
                       WHEN NOT DUENO-VALIDO
                           CONTINUE
                       WHEN OTHER
                           IF DUENO-NUEVO NOT = SPACES
                               MOVE DUENO-NUEVO TO INC-DUENO
                           END-IF
                           IF TITULO-NUEVO NOT = SPACES
                               MOVE TITULO-NUEVO TO INC-TITULO
                           END-IF
                           PERFORM PEDIR-CAUSA
                           PERFORM PEDIR-RESOLUCION
                           PERFORM REGRABAR-CABECERA
                   END-EVALUATE
               END-IF.

           PEDIR-CAUSA.
               DISPLAY "CAUSA RAIZ ACTUAL: " INC-CAUSA.
               DISPLAY "CAUSA RAIZ (ENTER = IGUAL)".
               ACCEPT TEXTO-NUEVO.
               IF TEXTO-NUEVO NOT = SPACES
                   MOVE TEXTO-NUEVO TO INC-CAUSA
               END-IF.

           PEDIR-RESOLUCION.
               DISPLAY "RESOLUCION ACTUAL: " INC-RESOLUCION.
               DISPLAY "RESOLUCION (ENTER = IGUAL)".
               ACCEPT TEXTO-NUEVO.
               IF TEXTO-NUEVO NOT = SPACES
                   MOVE TEXTO-NUEVO TO INC-RESOLUCION
               END-IF.

           REGRABAR-CABECERA.
               REWRITE INC-REGISTRO
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR: " INC-STATUS
                   NOT INVALID KEY
                       DISPLAY "INCIDENTE " INC-NUMERO " GRABADO"
               END-REWRITE.

           VINCULAR-ENTRADA.
               PERFORM PEDIR-INCIDENTE-ABIERTO.
               IF INCIDENTE-HALLADO
                   DISPLAY "ORIGEN (A = ALERTAS, E = EXCPTLOG)"
                   ACCEPT ORIGEN-PEDIDO
                   DISPLAY "FECHA DE LA ENTRADA (AAAAMMDD)"
                   ACCEPT FECHA-ENTRADA
                   MOVE ZERO TO TC-USADAS
                   EVALUATE TRUE
                       WHEN FECHA-ENTRADA NOT NUMERIC
                           DISPLAY "FECHA INVALIDA: " FECHA-ENTRADA
                       WHEN ORIGEN-ALERTAS
                           MOVE FECHA-ENTRADA TO FECHA-BUSCADA
                           PERFORM CARGAR-ALERTAS-DEL-DIA
                           PERFORM ELEGIR-CANDIDATA
                       WHEN ORIGEN-EXCPTLOG
                           MOVE FECHA-ENTRADA TO FECHA-BUSCADA
                           PERFORM CARGAR-EXCEPCIONES-DEL-DIA
                           PERFORM ELEGIR-CANDIDATA
                       WHEN OTHER
                           DISPLAY "ORIGEN INVALIDO: " ORIGEN-PEDIDO
                   END-EVALUATE
               END-IF.

           CARGAR-ALERTAS-DEL-DIA.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT ALERTAS.
               IF ALR-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR ALERTAS: " ALR-STATUS
               ELSE
                   MOVE LOW-VALUES TO ALR-CLAVE
                   MOVE FECHA-BUSCADA TO ALR-FECHA
                   MOVE ZERO TO ALR-HORA
                   START ALERTAS KEY IS NOT LESS THAN ALR-CLAVE
                       INVALID KEY
                           MOVE "S" TO FIN-DE-ARCHIVO
                   END-START
                   PERFORM CARGAR-UNA-ALERTA UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE ALERTAS
               END-IF.

           CARGAR-UNA-ALERTA.
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF ALR-FECHA NOT = FECHA-BUSCADA
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       MOVE ALR-FECHA TO TC-FECHA(TC-USADAS + 1)
                       MOVE ALR-HORA TO TC-HORA(TC-USADAS + 1)
                       MOVE ALR-PROGRAMA TO TC-PROGRAMA(TC-USADAS + 1)
                       MOVE ALR-TIPO TO TC-TIPO(TC-USADAS + 1)
                       MOVE ALR-DETALLE TO TC-DETALLE(TC-USADAS + 1)
                       PERFORM SUMAR-CANDIDATA
                   END-IF
               END-IF.

           CARGAR-EXCEPCIONES-DEL-DIA.
               MOVE "N" TO FIN-DE-ARCHIVO.
               OPEN INPUT EXCPTLOG.
               IF EXC-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR EXCPTLOG: " EXC-STATUS
               ELSE
                   PERFORM CARGAR-UNA-EXCEPCION UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE EXCPTLOG
               END-IF.

      *EXCPTLOG guarda la hora sin centesimos; se completa con ceros
      *para que el vinculo tenga la misma forma que el de una alerta.
           CARGAR-UNA-EXCEPCION.
               READ EXCPTLOG
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
                   NOT AT END
                       IF EXC-RUN-DATE = FECHA-BUSCADA
                           MOVE EXC-RUN-DATE TO TC-FECHA(TC-USADAS + 1)
                           COMPUTE TC-HORA(TC-USADAS + 1) =
                               EXC-RUN-TIME * 100
                           MOVE EXC-PROGRAM-NAME
                               TO TC-PROGRAMA(TC-USADAS + 1)
                           MOVE EXC-TIPO TO TC-TIPO(TC-USADAS + 1)
                           MOVE EXC-DETALLE TO TC-DETALLE(TC-USADAS + 1)
                           PERFORM SUMAR-CANDIDATA
                       END-IF
               END-READ.

      *La entrada se carga en el lugar siguiente al ultimo usado y
      *recien aca se cuenta; con la tabla llena se deja de leer.
           SUMAR-CANDIDATA.
               ADD 1 TO TC-USADAS.
               SET IDX-CAN TO TC-USADAS.
               DISPLAY "  " TC-USADAS " " TC-FECHA(IDX-CAN) " "
                       TC-HORA(IDX-CAN)(1:6) " " TC-PROGRAMA(IDX-CAN)
                       " " TC-TIPO(IDX-CAN) " " TC-DETALLE(IDX-CAN).
               IF TC-USADAS NOT < 49
                   DISPLAY "  (HAY MAS ENTRADAS EN LA FECHA, SE "
                           "MUESTRAN LAS PRIMERAS 49)"
                   MOVE "S" TO FIN-DE-ARCHIVO
               END-IF.

           ELEGIR-CANDIDATA.
               IF TC-USADAS = ZERO
                   DISPLAY "  (SIN ENTRADAS EN ESA FECHA)"
               ELSE
                   DISPLAY "NUMERO A VINCULAR (ENTER = NINGUNO)"
                   ACCEPT ELEGIDA-ENTRADA
                   IF ELEGIDA-ENTRADA IS NUMERIC
                       MOVE ELEGIDA-ENTRADA TO ELEGIDA
                       IF ELEGIDA = ZERO OR ELEGIDA > TC-USADAS
                           DISPLAY "NO HAY ENTRADA CON ESE NUMERO"
                       ELSE
                           PERFORM GRABAR-VINCULO
                       END-IF
                   END-IF
               END-IF.

      *Una entrada no se vincula dos veces al mismo incidente.
           GRABAR-VINCULO.
               SET IDX-CAN TO ELEGIDA.
               MOVE "N" TO YA-VINCULADA.
               MOVE "N" TO FIN-DE-ARCHIVO.
               PERFORM REVISAR-UN-VINCULO UNTIL HAY-FIN-DE-ARCHIVO.
               IF ESTA-VINCULADA
                   DISPLAY "LA ENTRADA YA ESTA VINCULADA AL INCIDENTE"
               ELSE
                   MOVE CABECERA-GUARDADA TO INC-REGISTRO
                   ADD 1 TO INC-VINCULOS
                   MOVE INC-REGISTRO TO CABECERA-GUARDADA
                   MOVE INC-VINCULOS TO RENGLON-NUEVO
                   MOVE SPACES TO INC-REGISTRO
                   MOVE NUMERO-PEDIDO TO INC-NUMERO
                   MOVE RENGLON-NUEVO TO INC-RENGLON
                   MOVE "V" TO INC-TIPO
                   IF ORIGEN-ALERTAS
                       MOVE "A" TO INC-ORIGEN
                   ELSE
                       MOVE "E" TO INC-ORIGEN
                   END-IF
                   MOVE TC-FECHA(IDX-CAN) TO INC-V-FECHA
                   MOVE TC-HORA(IDX-CAN) TO INC-V-HORA
                   MOVE TC-PROGRAMA(IDX-CAN) TO INC-V-PROGRAMA
                   MOVE TC-TIPO(IDX-CAN) TO INC-V-TIPO
                   MOVE TC-DETALLE(IDX-CAN) TO INC-V-DETALLE
                   MOVE OPERADOR-ID TO INC-V-OPERADOR
                   WRITE INC-REGISTRO
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR: " INC-STATUS
                       NOT INVALID KEY
                           MOVE CABECERA-GUARDADA TO INC-REGISTRO
                           PERFORM REGRABAR-CABECERA
                   END-WRITE
               END-IF.

           REVISAR-UN-VINCULO.
               READ INCIDEN NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF INC-NUMERO NOT = NUMERO-PEDIDO
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       IF ((INC-DE-ALERTAS AND ORIGEN-ALERTAS)
                               OR (INC-DE-EXCPTLOG AND ORIGEN-EXCPTLOG))
                               AND INC-V-FECHA = TC-FECHA(IDX-CAN)
                               AND INC-V-HORA = TC-HORA(IDX-CAN)
                               AND INC-V-PROGRAMA = TC-PROGRAMA(IDX-CAN)
                               AND INC-V-TIPO = TC-TIPO(IDX-CAN)
                           MOVE "S" TO YA-VINCULADA
                           MOVE "S" TO FIN-DE-ARCHIVO
                       END-IF
                   END-IF
               END-IF.

      *Cerrar exige causa y resolucion: un incidente sin ellas es un
      *reconocimiento con otro nombre.
           CERRAR-INCIDENTE.
               PERFORM PEDIR-INCIDENTE-ABIERTO.
               IF INCIDENTE-HALLADO
                   PERFORM PEDIR-CAUSA
                   PERFORM PEDIR-RESOLUCION
                   IF INC-CAUSA = SPACES OR INC-RESOLUCION = SPACES
                       DISPLAY "FALTA CAUSA O RESOLUCION, NO SE CIERRA"
                   ELSE
                       MOVE "C" TO INC-ESTADO
                       ACCEPT FECHA-HOY FROM DATE YYYYMMDD
                       MOVE FECHA-HOY TO INC-FECHA-CIERRE
                       MOVE INC-REGISTRO TO CABECERA-GUARDADA
                       PERFORM REGRABAR-CABECERA
                       PERFORM RECONOCER-VINCULADAS
                   END-IF
               END-IF.

           RECONOCER-VINCULADAS.
               MOVE ZERO TO RECONOCIDAS.
               OPEN I-O ALERTAS.
               IF ALR-STATUS = "00"
                   MOVE "N" TO FIN-DE-ARCHIVO
                   PERFORM RECONOCER-UNA-VINCULADA
                       UNTIL HAY-FIN-DE-ARCHIVO
                   CLOSE ALERTAS
               END-IF.
               IF RECONOCIDAS > ZERO
                   DISPLAY "ALERTAS VINCULADAS RECONOCIDAS: "
                           RECONOCIDAS
               END-IF.

           RECONOCER-UNA-VINCULADA.
               READ INCIDEN NEXT RECORD
                   AT END
                       MOVE "S" TO FIN-DE-ARCHIVO
               END-READ.
               IF NOT HAY-FIN-DE-ARCHIVO
                   IF INC-NUMERO NOT = NUMERO-PEDIDO
                       MOVE "S" TO FIN-DE-ARCHIVO
                   ELSE
                       IF INC-DE-ALERTAS
                           MOVE INC-V-FECHA TO ALR-FECHA
                           MOVE INC-V-HORA TO ALR-HORA
                           MOVE INC-V-PROGRAMA TO ALR-PROGRAMA
                           READ ALERTAS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF ALR-ABIERTA
                                       MOVE "R" TO ALR-ESTADO
                                       REWRITE ALR-REGISTRO
                                       ADD 1 TO RECONOCIDAS
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF.

       END PROGRAM INCMNT.
