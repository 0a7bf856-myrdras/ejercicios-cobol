      *              PISAR EL OFIAPE-C A MANO EN MANTCLIENTES, EL
      *              OPERADOR ELIGE CLIENTE, OFICINA DE ORIGEN Y
      *              DESTINO (VALIDADAS CONTRA OFICINAS.DAT) Y FECHA
      *              DE EFECTO; EL CAMBIO SE REGRABA POR CLAVE EN EL
      *              MAESTRO Y QUEDA ASENTADO EN TRASLADOS.DAT CON EL
      *              SALDO DE CARTERA QUE EL CLIENTE LLEVA PUESTO A
      *              ESA FECHA (SUMA DE SUS CUENTAS POR LA CLAVE
      *              ALTERNATIVA).
      *              EL REPORTE MENSUAL DE MOVIMIENTOS DE CARTERA
      *              MUESTRA POR OFICINA EL SALDO ACTUAL Y LOS
      *              TRASLADOS RECIBIDOS Y ENVIADOS DEL MES, PARA QUE
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 TABLA-OFICINAS.
         05 WS-CANT-OFICINAS           PIC 9(03) VALUE 0.
         05 TOF-ENTRY OCCURS 100 TIMES.
           10 TCA-ENVIADO              PIC S9(13)V99.

       01 INDICES.
         05 WS-IND-OFICINA             PIC 9(03).
         05 WS-IND-CARTERA             PIC 9(03).
         05 WS-IND-HALLADO             PIC 9(03).
           MOVE SPACES TO WS-OFICINA-ACTUAL
           OPEN INPUT CLIENTES
           IF WSS-FS-CLIENTES-OK
             MOVE WSV-NRO-CLIENTE TO NRO-CLIENTE-C
             READ CLIENTES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'S' TO WS-CLIENTE-HALLADO
                 MOVE OFIAPE-C TO WS-OFICINA-ACTUAL
             END-READ
             CLOSE CLIENTES
           END-IF.


       216000-LEER-CLIENTE.
           READ CLIENTES NEXT RECORD
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.




       230000-REGRABAR-MAESTRO.
           OPEN I-O CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             MOVE WSV-NRO-CLIENTE TO NRO-CLIENTE-C
             READ CLIENTES
               INVALID KEY
                 DISPLAY 'CLIENTE ' WSV-NRO-CLIENTE
                         ' DADO DE BAJA DURANTE EL TRASLADO'
               NOT INVALID KEY
                 MOVE WSV-OFI-DESTINO TO OFIAPE-C
                 REWRITE REG-CLIENTES
                   INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR EL CLIENTE '
                             NRO-CLIENTE-C
                     DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
                 END-REWRITE
             END-READ
             CLOSE CLIENTES
           END-IF.


