      *              CREDITOS.DAT O MONTO NEGATIVO EN CUENTAS.DAT) SE
      *              EMITE UNA ORDEN NUMERADA POR LA SERIE REE DEL
      *              NUMERADOR CENTRAL, QUE PASA POR APROBACION DE
      *              SUPERVISOR, SE MARCA PAGADA CON FECHA, MEDIO Y
      *              OPERADOR QUE LA PAGO (PARA EL CONTROL DE
      *              SEPARACION DE FUNCIONES DE SEPARAFUNCIONES), Y
      *              SALE AL REPORTE DE ORDENES IMPAGAS POR
      *              ANTIGUEDAD. AL PAGARSE, EL ORIGEN SE SALDA: EL
      *              CREDITO PASA A REEMBOLSADO O EL MONTO NEGATIVO
      *              VUELVE HACIA CERO. EXPORTACONTAB ASIENTA LAS
      *              ORDENES PAGADAS DEL DIA. LAS ORDENES DE ORIGEN
      *              DEPOSITO LAS EMITE APLICADEPOSITO AL CERRAR UNA
      *              CUENTA CON DEPOSITO EN GARANTIA: EL REMANENTE
      *              DEL DEPOSITO SE DEVUELVE SIN TOCAR CUENTAS.DAT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
         05 REE-ORIGEN                PIC X(01).
             88 REE-DE-CREDITO                         VALUE 'C'.
             88 REE-DE-MONTO                           VALUE 'M'.
             88 REE-DE-DEPOSITO                        VALUE 'D'.
         05 REE-FECHA-ALTA            PIC 9(08).
         05 REE-SOLICITANTE           PIC X(20).
         05 REE-ESTADO                PIC X(01).
         05 REE-SUPERVISOR            PIC X(20).
         05 REE-FECHA-PAGO            PIC 9(08).
         05 REE-MEDIO-PAGO            PIC X(03).
         05 REE-PAGADOR               PIC X(20).

       FD CREDITOS.
       01 REG-CREDITOS.
           10 TOR-SUPERVISOR           PIC X(20).
           10 TOR-FECHA-PAGO           PIC 9(08).
           10 TOR-MEDIO-PAGO           PIC X(03).
           10 TOR-PAGADOR              PIC X(20).

       01 TABLA-CREDITOS.
         05 WS-CANT-CREDITOS           PIC 9(04) VALUE 0.
                     TO TOR-FECHA-PAGO(WS-CANT-ORDENES)
                   MOVE REE-MEDIO-PAGO
                     TO TOR-MEDIO-PAGO(WS-CANT-ORDENES)
                   MOVE REE-PAGADOR
                     TO TOR-PAGADOR(WS-CANT-ORDENES)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia ordenes: se
               MOVE SPACES TO TOR-SUPERVISOR(WS-CANT-ORDENES)
               MOVE 0 TO TOR-FECHA-PAGO(WS-CANT-ORDENES)
               MOVE SPACES TO TOR-MEDIO-PAGO(WS-CANT-ORDENES)
               MOVE SPACES TO TOR-PAGADOR(WS-CANT-ORDENES)
               PERFORM 305000-GRABAR-ORDENES
               DISPLAY 'ORDEN ' WS-NUMERO-ORDEN ' EMITIDA POR '
                       WS-IMPORTE-ORDEN
                 TO TOR-FECHA-PAGO(WS-IND-ORD-HALLADA)
               MOVE WSV-MEDIO
                 TO TOR-MEDIO-PAGO(WS-IND-ORD-HALLADA)
               MOVE WS-ACC-OPERADOR
                 TO TOR-PAGADOR(WS-IND-ORD-HALLADA)
               PERFORM 235000-SALDAR-ORIGEN
               PERFORM 305000-GRABAR-ORDENES
               DISPLAY 'ORDEN PAGADA Y ORIGEN SALDADO'
             END-PERFORM
             PERFORM 306000-GRABAR-CREDITOS
           ELSE
             IF TOR-ORIGEN(WS-IND-ORD-HALLADA) = 'D'
      * El remanente de un deposito en garantia sale de una cuenta
      * ya cerrada: el deposito quedo liquidado al emitir la orden.
               CONTINUE
             ELSE
               PERFORM 236000-SALDAR-MONTO
             END-IF
           END-IF.


       236000-SALDAR-MONTO.
           OPEN I-O CUENTAS
           IF WSS-FS-CUENTAS-OK
             MOVE TOR-NROCUENTA(WS-IND-ORD-HALLADA)
               TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD TOR-IMPORTE(WS-IND-ORD-HALLADA) TO MONTO
                 REWRITE REG-CUENTAS
             END-READ
             CLOSE CUENTAS
           END-IF.


       240000-REPORTE-IMPAGAS.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
                 TO REE-FECHA-PAGO
               MOVE TOR-MEDIO-PAGO(WS-IND-ORDEN)
                 TO REE-MEDIO-PAGO
               MOVE TOR-PAGADOR(WS-IND-ORDEN)
                 TO REE-PAGADOR
               WRITE REG-REEMBOLSOS
             END-PERFORM
             CLOSE REEMBOLSOS
