      *    (ALERTAS), que los programas graban via ALERTWTR y lista
      *    ALERTRPT: tambien es un compartido de la noche y dañado
      *    tiene que saltar aca.
      *  - Se agrega el control del archivo de cabeceras de cadena
      *    (CADENAS) que graba ENCADENA por cada registro de AUDITLOG y
      *    SECLOG: vacio se crea aca (la primera grabacion de cada
      *    archivo arranca su cadena) y danado tiene que saltar aca y
      *    no en el primer paso que audita.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEINIT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CLAVE
               FILE STATUS IS ALR-STATUS.
           SELECT CADENAS ASSIGN TO "CADENAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-ARCHIVO
               FILE STATUS IS CAD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       FD  ALERTAS.
       COPY ALERTA.

       FD  CADENAS.
       COPY CADREG.

       WORKING-STORAGE SECTION.
       01  AUD-STATUS PIC X(02).
       01  EXC-STATUS PIC X(02).
       01  COLA-STATUS PIC X(02).
       01  CTL-STATUS PIC X(02).
       01  ALR-STATUS PIC X(02).
       01  CAD-STATUS PIC X(02).
       01  PEOR-RETORNO PIC 9(01) VALUE ZERO.
       01  REP-PEDIDO PIC X(01).
       01  REP-ID PIC X(08) VALUE "FILEINIT".
           PERFORM CONTROLAR-COLA.
           PERFORM CONTROLAR-CTLFILE.
           PERFORM CONTROLAR-ALERTAS.
           PERFORM CONTROLAR-CADENAS.

           MOVE "C" TO REP-PEDIDO.
           CALL "REPORTER" USING REP-PEDIDO REP-ID RPT-TITULO.
               END-EVALUATE.
               PERFORM ANOTAR-DETALLE.

           CONTROLAR-CADENAS.
               MOVE "CADENAS" TO RD-ARCHIVO.
               OPEN I-O CADENAS.
               EVALUATE TRUE
                   WHEN CAD-STATUS = "35"
                       OPEN OUTPUT CADENAS
                       CLOSE CADENAS
                       MOVE "NO EXISTIA, SE CREA VACIO" TO RD-ESTADO
                   WHEN CAD-STATUS NOT = "00"
                       MOVE "NO ABRE, STATUS " TO RD-ESTADO
                       MOVE CAD-STATUS TO RD-ESTADO(17:2)
                       PERFORM MARCAR-ERROR
                   WHEN OTHER
                       READ CADENAS NEXT RECORD
                           AT END
                               MOVE "EXISTE, SIN REGISTROS"
                                   TO RD-ESTADO
                           NOT AT END
                               IF CAD-ULTIMA-SEC IS NUMERIC
                                   MOVE "EXISTE, PRIMER REGISTRO SANO"
                                       TO RD-ESTADO
                               ELSE
                                   MOVE "PRIMER REGISTRO DANADO"
                                       TO RD-ESTADO
                                   PERFORM MARCAR-ERROR
                               END-IF
                       END-READ
                       CLOSE CADENAS
               END-EVALUATE.
               PERFORM ANOTAR-DETALLE.

       END PROGRAM FILEINIT.
