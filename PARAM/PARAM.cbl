      *memoria, como la fecha de FECHANEG; si no existe, ninguna
      *clave se encuentra y todos los programas siguen preguntando
      *por pantalla como siempre.
      ******************************************************************
      *Modificaciones:
      *  - Valores de un pedido de trabajo (PEDCORR): el llamador
      *    declara primero el programa del pedido (programa "*PEDIDO"
      *    con el nombre corto en la clave, por ej. "EJERCIC5") y
      *    despues cada clave/valor del pedido (programa "*VALOR").
      *    Mientras dure el pedido, las claves de ese programa se
      *    buscan primero entre los valores del pedido y recien
      *    despues en PARMFILE; un "*PEDIDO" en blanco lo termina.
      *    Los nombres con "*" no chocan con PARMFILE, donde esas
      *    lineas son comentario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM.
               10  TP-VALOR PIC X(16).
       01  BUSCADO-FLAG PIC X(01).
           88  CLAVE-HALLADA VALUE "S".
       01  PEDIDO-PROGRAMA PIC X(08) VALUE SPACES.
       01  TABLA-PEDIDO.
           05  TPD-USADOS PIC 9(02) VALUE ZERO.
           05  TPD-ENTRADA OCCURS 10 TIMES INDEXED BY IDX-PED.
               10  TPD-CLAVE PIC X(16).
               10  TPD-VALOR PIC X(16).

       LINKAGE SECTION.
       01  PAR-PROGRAMA PIC X(08).

           MOVE "N" TO PAR-HALLADO.
           MOVE "N" TO BUSCADO-FLAG.
           EVALUATE PAR-PROGRAMA
               WHEN "*PEDIDO"
                   PERFORM DECLARAR-PEDIDO
               WHEN "*VALOR"
                   PERFORM AGREGAR-VALOR-PEDIDO
               WHEN OTHER
                   IF PAR-PROGRAMA = PEDIDO-PROGRAMA
                       PERFORM BUSCAR-UN-VALOR-PEDIDO
                           VARYING IDX-PED FROM 1 BY 1
                           UNTIL IDX-PED > TPD-USADOS
                              OR CLAVE-HALLADA
                   END-IF
                   PERFORM BUSCAR-UN-PARAMETRO
                       VARYING IDX-PRM FROM 1 BY 1
                       UNTIL IDX-PRM > TP-USADOS OR CLAVE-HALLADA
           END-EVALUATE.

           GOBACK.

      *Un pedido nuevo (o el blanco que lo termina) borra los valores
      *del anterior.
           DECLARAR-PEDIDO.
               MOVE PAR-CLAVE(1:8) TO PEDIDO-PROGRAMA.
               MOVE ZERO TO TPD-USADOS.

           AGREGAR-VALOR-PEDIDO.
               IF PEDIDO-PROGRAMA = SPACES
                   DISPLAY "PARAM: VALOR SIN PEDIDO DECLARADO, SE "
                           "IGNORA: " PAR-CLAVE
               ELSE
                   IF TPD-USADOS < 10
                       ADD 1 TO TPD-USADOS
                       SET IDX-PED TO TPD-USADOS
                       MOVE PAR-CLAVE TO TPD-CLAVE(IDX-PED)
                       MOVE PAR-VALOR TO TPD-VALOR(IDX-PED)
                       MOVE "S" TO PAR-HALLADO
                   ELSE
                       DISPLAY "TABLA DEL PEDIDO LLENA, SE IGNORA: "
                               PAR-CLAVE
                   END-IF
               END-IF.

           BUSCAR-UN-VALOR-PEDIDO.
               IF TPD-CLAVE(IDX-PED) = PAR-CLAVE
                   MOVE TPD-VALOR(IDX-PED) TO PAR-VALOR
                   MOVE "S" TO PAR-HALLADO
                   MOVE "S" TO BUSCADO-FLAG
               END-IF.

           CARGAR-PARAMETROS.
               OPEN INPUT PARMFILE.
               IF PRM-STATUS NOT = "00"
