                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT REPORTE            ASSIGN TO DISK '..\PRESUP.REP'
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       01 TABLA-PRESUPUESTO.
         05 WS-CANT-PRESUP             PIC 9(04) VALUE 0.
         05 TPS-ENTRY OCCURS 2000 TIMES.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


