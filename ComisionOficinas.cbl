                                       FILE STATUS IS WSS-FS-LIQCOM.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT OFICINAS           ASSIGN TO DISK '..\OFICINAS.DAT'
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 TABLA-TASAS.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


