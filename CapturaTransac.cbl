                                       FILE STATUS IS WSS-FS-TEMPO.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


