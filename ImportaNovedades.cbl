      *              VALIDA CADA MOVIMIENTO (ALTA DUPLICADA,
      *              MODIFICACION DE INEXISTENTE, BAJA DE CLIENTE CON
      *              CUENTAS VIVAS EN CUENTAS.DAT), APLICA LOS LIMPIOS
      *              POR CLAVE SOBRE EL MAESTRO INDEXADO (GRABA,
      *              REGRABA O BORRA SOLO EL CLIENTE DE LA NOVEDAD Y
      *              RECALCULA LA CLAVE DEL APELLIDO CUANDO CAMBIA EL
      *              NOMBRE), Y PRODUCE EL REPORTE DE
      *              APLICADOS Y RECHAZADOS EN NOVCLI.REP. EL MISMO
      *              RIGOR DE PRE-EDICION QUE TIENE EVINT-EJ01, PARA
      *              EL MAESTRO DE CLIENTES. LAS ALTAS QUEDAN EN LA
      *              EMPRESA DE LA CORRIDA (VARIABLE EMPRESA).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-NOVEDADES.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 WS-CLIENTE-HALLADO           PIC X.
           88 WS-CLIENTE-EXISTE                         VALUE 'S'.

       COPY WSAPELLIDO-WS.
       COPY WSEMPRESA-WS.

       01 WS-TIENE-CUENTAS             PIC X.
           88 WS-CLIENTE-CON-CUENTAS                    VALUE 'S'.
       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WSS-FS-NOVEDADES-EOF
                 PERFORM 300000-FINAL.


           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-TOMAR-EMPRESA
           PERFORM 105000-ABRIR-CLIENTES
           PERFORM 110000-ABRIR-NOVEDADES
           PERFORM 115000-ABRIR-CUENTAS
           PERFORM 120000-ABRIR-REPORTE
           PERFORM 130000-PRIMER-LECTURA.


       103000-TOMAR-EMPRESA.
           COPY WSEMPRESA-PROC.


       105000-ABRIR-CLIENTES.
      * La primera vez el maestro indexado se crea vacio.
           OPEN I-O CLIENTES
           IF WSS-FS-CLIENTES-NOEXISTE
             DISPLAY 'MAESTRO DE CLIENTES VACIO'
             OPEN OUTPUT CLIENTES
             CLOSE CLIENTES
             OPEN I-O CLIENTES
           END-IF
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.




       205000-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-HALLADO
           MOVE NOV-NRO-CLIENTE TO NRO-CLIENTE-C
           READ CLIENTES
             INVALID KEY
               MOVE '00' TO WSS-FS-CLIENTES
             NOT INVALID KEY
               MOVE 'S' TO WS-CLIENTE-HALLADO
           END-READ.


       210000-APLICAR-ALTA.
           IF WS-CLIENTE-EXISTE
             PERFORM 225000-RECHAZAR
           ELSE
             MOVE SPACES          TO REG-CLIENTES
             MOVE NOV-NRO-CLIENTE TO NRO-CLIENTE-C
             MOVE NOV-NYA         TO NYA-C
             MOVE NOV-OFIAPE      TO OFIAPE-C
             MOVE NOV-IMPORTE     TO IMPORTE-C
             MOVE NOV-TELEFONO    TO TELEFONO-C
             MOVE NOV-EMAIL       TO EMAIL-C
             MOVE NOV-DOMICILIO   TO DOMICILIO-C
      * El alta por novedad entra sin limite de credito: lo asigna
      * despues el mostrador con MANTCLIENTES.
             MOVE 0               TO LIMITE-C
      * Sin dato de categoria, el alta por novedad entra como
      * registrado, el regimen historico de toda la cartera.
             MOVE 'R'             TO CATIVA-C
      * La clave tributaria se carga por MANTCLIENTES o la trae el
      * cruce con el padron fiscal.
             MOVE 0               TO CUIT-C
             MOVE 0               TO VTO-EXENCION-C
             MOVE WS-EMPRESA-CORRIDA TO EMPRESA-C
             PERFORM 212000-ARMAR-APELLIDO
             WRITE REG-CLIENTES
               INVALID KEY
                 DISPLAY 'ERROR AL GRABAR EL CLIENTE ' NRO-CLIENTE-C
                 DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
                 MOVE 8 TO WS-RETURN-CODE
                 PERFORM 300000-FINAL
             END-WRITE
             ADD 1 TO WS-CANT-ESCRITOS
             ADD 1 TO WSA-CANT-APLICADAS
             PERFORM 228000-REPORTAR-APLICADA
           END-IF.


       212000-ARMAR-APELLIDO.
           COPY WSAPELLIDO-PROC.


       213000-REGRABAR-CLIENTE.
           REWRITE REG-CLIENTES
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR EL CLIENTE ' NRO-CLIENTE-C
               DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
           END-REWRITE
           ADD 1 TO WS-CANT-ESCRITOS.


       215000-APLICAR-MODIFICACION.
           IF NOT WS-CLIENTE-EXISTE
             PERFORM 225000-RECHAZAR
           ELSE
             MOVE NOV-NYA       TO NYA-C
             MOVE NOV-OFIAPE    TO OFIAPE-C
             MOVE NOV-TELEFONO  TO TELEFONO-C
             MOVE NOV-EMAIL     TO EMAIL-C
             MOVE NOV-DOMICILIO TO DOMICILIO-C
             PERFORM 212000-ARMAR-APELLIDO
             PERFORM 213000-REGRABAR-CLIENTE
             ADD 1 TO WSA-CANT-APLICADAS
             PERFORM 228000-REPORTAR-APLICADA
           END-IF.


       220000-APLICAR-BAJA.
           IF NOT WS-CLIENTE-EXISTE
             PERFORM 225000-RECHAZAR
           ELSE
             PERFORM 222000-VERIFICAR-CUENTAS-VIVAS
             IF WS-CLIENTE-CON-CUENTAS
               PERFORM 225000-RECHAZAR
             ELSE
               DELETE CLIENTES
                 INVALID KEY
                   DISPLAY 'ERROR AL BORRAR EL CLIENTE ' NRO-CLIENTE-C
                   DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
               END-DELETE
               ADD 1 TO WS-CANT-ESCRITOS
               ADD 1 TO WSA-CANT-APLICADAS
               PERFORM 228000-REPORTAR-APLICADA
             END-IF
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           EVALUATE TRUE
             WHEN NOV-ALTA AND WS-CLIENTE-EXISTE
               MOVE '  MOTIVO: ALTA DE CLIENTE YA EXISTENTE'
                 TO WS-LINEA-REPORTE
             WHEN NOV-MODIFICACION AND NOT WS-CLIENTE-EXISTE
               MOVE '  MOTIVO: MODIFICACION DE INEXISTENTE'
                 TO WS-LINEA-REPORTE
             WHEN NOV-BAJA AND NOT WS-CLIENTE-EXISTE
               MOVE '  MOTIVO: BAJA DE INEXISTENTE'
                 TO WS-LINEA-REPORTE
             WHEN NOV-BAJA
           PERFORM 250000-ESCRIBIR-LINEA.


       250000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.

       330000-CERRAR-ARCHIVOS.
           CLOSE NOVEDADES
           CLOSE CLIENTES
           IF WSS-FS-CUENTAS-OK OR WSS-FS-CUENTAS-EOF
             CLOSE CUENTAS
           END-IF
