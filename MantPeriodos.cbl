      *              TODA GRABACION SOBRE ESE PERIODO SEA RECHAZADA E
      *              INFORMADA, Y LOS NUMEROS YA REPORTADOS A LA
      *              DIRECCION NO PUEDEN CAMBIAR POR UNA CARGA TARDIA.
      *              CADA EMPRESA DEL GRUPO TIENE SU CALENDARIO: SE
      *              ABREN, CIERRAN Y LISTAN LOS PERIODOS DE LA EMPRESA
      *              DE LA CORRIDA Y AL REGRABAR SE CONSERVAN LOS DE LAS
      *              DEMAS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 REG-PERIODOS.
         05 PER-PERIODO                PIC X(06).
         05 PER-ESTADO                 PIC X(01).
         05 PER-EMPRESA                PIC X(02).

       FD PARAM.
           COPY PARAMREC.
         05 TP-ENTRY OCCURS 200 TIMES.
           10 TP-PERIODO               PIC X(06).
           10 TP-ESTADO                PIC X(01).
           10 TP-EMPRESA               PIC X(02).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

                   ADD 1 TO WS-CANT-PERIODOS
                   MOVE PER-PERIODO TO TP-PERIODO(WS-CANT-PERIODOS)
                   MOVE PER-ESTADO TO TP-ESTADO(WS-CANT-PERIODOS)
                   IF PER-EMPRESA = SPACES
                     MOVE '01' TO PER-EMPRESA
                   END-IF
                   MOVE PER-EMPRESA TO TP-EMPRESA(WS-CANT-PERIODOS)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-PERIODO
       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'PERIODOS CONTABLES (PERIODOS.DAT)'
           DISPLAY 'EMPRESA ' WSP-EMPRESA ' ' WSP-RAZON-SOCIAL
           DISPLAY '1 - ABRIR UN PERIODO'
           DISPLAY '2 - CERRAR UN PERIODO'
           DISPLAY '3 - LISTAR PERIODOS'
           PERFORM VARYING WS-IND-PERIODO FROM 1 BY 1
                     UNTIL WS-IND-PERIODO > WS-CANT-PERIODOS
             IF TP-PERIODO(WS-IND-PERIODO) = WSV-PERIODO
                     AND TP-EMPRESA(WS-IND-PERIODO) = WSP-EMPRESA
               MOVE WS-IND-PERIODO TO WS-IND-HALLADO
               MOVE WS-CANT-PERIODOS TO WS-IND-PERIODO
             END-IF
               ADD 1 TO WS-CANT-PERIODOS
               MOVE WS-CANT-PERIODOS TO WS-IND-HALLADO
               MOVE WSV-PERIODO TO TP-PERIODO(WS-IND-HALLADO)
               MOVE WSP-EMPRESA TO TP-EMPRESA(WS-IND-HALLADO)
             END-IF
           END-IF
           IF WS-IND-HALLADO NOT = 0
       230000-LISTAR.
           PERFORM VARYING WS-IND-PERIODO FROM 1 BY 1
                     UNTIL WS-IND-PERIODO > WS-CANT-PERIODOS
             IF TP-EMPRESA(WS-IND-PERIODO) = WSP-EMPRESA
               DISPLAY TP-PERIODO(WS-IND-PERIODO) ' ESTADO '
                       TP-ESTADO(WS-IND-PERIODO)
             END-IF
           END-PERFORM.


                       UNTIL WS-IND-PERIODO > WS-CANT-PERIODOS
               MOVE TP-PERIODO(WS-IND-PERIODO) TO PER-PERIODO
               MOVE TP-ESTADO(WS-IND-PERIODO) TO PER-ESTADO
               MOVE TP-EMPRESA(WS-IND-PERIODO) TO PER-EMPRESA
               WRITE REG-PERIODOS
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
