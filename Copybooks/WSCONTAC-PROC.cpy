      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Purpose:     Appends one entry to the client contact history
      *              (..\CONTACTOS.DAT) from whichever paragraph
      *              PERFORMs this copy. Needs COPY WSCONTAC-WS. in
      *              WORKING-STORAGE and the SELECT CONTACTOS /
      *              FD CONTACTOS (COPY CONTACREC.) declared in the
      *              program. La hora la toma del sistema; el archivo
      *              se crea en la primera grabacion.
      *****************************************************************
           IF WS-CONTAC-OPERADOR = SPACES
             ACCEPT WS-CONTAC-OPERADOR FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-CONTAC-FECHA = 0
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTAC-FECHA
           END-IF
           OPEN EXTEND CONTACTOS
           IF WSS-FS-CONTACTOS-NOEXISTE
             OPEN OUTPUT CONTACTOS
           END-IF
           IF NOT WSS-FS-CONTACTOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE HISTORIA DE CONTACTOS'
             DISPLAY 'FILE STATUS ' WSS-FS-CONTACTOS
           ELSE
             MOVE WS-CONTAC-CODCLIENTE TO CTO-CODCLIENTE
             MOVE WS-CONTAC-FECHA      TO CTO-FECHA
             MOVE FUNCTION CURRENT-DATE(9:6) TO CTO-HORA
             MOVE WS-CONTAC-CANAL      TO CTO-CANAL
             MOVE WS-CONTAC-PROGRAMA   TO CTO-PROGRAMA
             MOVE WS-CONTAC-OPERADOR   TO CTO-OPERADOR
             MOVE WS-CONTAC-NROCUENTA  TO CTO-NROCUENTA
             MOVE WS-CONTAC-RESULTADO  TO CTO-RESULTADO
             WRITE REG-CONTACTOS
             CLOSE CONTACTOS
           END-IF.
