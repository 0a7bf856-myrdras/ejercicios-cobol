      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Fills APELLIDO-C (clave alternativa de
      *              CLIENTES.DAT) from NYA-C, from whichever paragraph
      *              PERFORMs this copy. Needs COPY WSAPELLIDO-WS. in
      *              WORKING-STORAGE and the client record (COPY
      *              CLIMAEST.) in the program. NYA-C se carga como
      *              nombre y apellido, asi que el apellido es la
      *              ultima palabra; si el nombre viene con coma
      *              ('APELLIDO, NOMBRE') se toma lo que esta antes de
      *              la coma. La clave queda en mayusculas para que la
      *              busqueda no dependa de como se cargo el nombre.
      *****************************************************************
           MOVE SPACES TO APELLIDO-C
           MOVE 0 TO WS-APE-ANTES-COMA
           INSPECT NYA-C TALLYING WS-APE-ANTES-COMA
                   FOR CHARACTERS BEFORE INITIAL ','
           IF WS-APE-ANTES-COMA < 60
             IF WS-APE-ANTES-COMA > 0
               MOVE NYA-C(1:WS-APE-ANTES-COMA) TO APELLIDO-C
             END-IF
           ELSE
             MOVE 0 TO WS-APE-FIN
             PERFORM VARYING WS-APE-POS FROM 60 BY -1
                       UNTIL WS-APE-POS < 1 OR WS-APE-FIN > 0
               IF NYA-C(WS-APE-POS:1) NOT = SPACE
                 MOVE WS-APE-POS TO WS-APE-FIN
               END-IF
             END-PERFORM
             IF WS-APE-FIN > 0
               MOVE WS-APE-FIN TO WS-APE-POS
               PERFORM UNTIL WS-APE-POS = 1
                          OR NYA-C(WS-APE-POS - 1:1) = SPACE
                 SUBTRACT 1 FROM WS-APE-POS
               END-PERFORM
               COMPUTE WS-APE-LARGO = WS-APE-FIN - WS-APE-POS + 1
               MOVE NYA-C(WS-APE-POS:WS-APE-LARGO) TO APELLIDO-C
             END-IF
           END-IF
           INSPECT APELLIDO-C CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
