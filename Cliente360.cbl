      *              ESTADO DE COBRO (PAGADO / PARCIAL / PENDIENTE
      *              SEGUN LAS IMPUTACIONES DE PAGAPLIC.DAT), LOS
      *              TOTALES DEL ULTIMO ESTADO DE CUENTA (RESULT.DAT)
      *              EL ESTADO CIVIL DE PERFIL.DAT Y LOS CONTRACARGOS
      *              DE TARJETA ABIERTOS DE CONTRACAR.DAT. SOLO LECTURA:
      *              REEMPLAZA EL RECORRIDO POR CUATRO PROGRAMAS PARA
      *              ATENDER UN LLAMADO. AL FINAL AVISA SI EL CORREO
      *              DEVOLVIO CARTAS AL DOMICILIO ACTUAL (DOMDEVUE.DAT)
      *              Y MUESTRA LA HISTORIA DE CONTACTOS DEL CLIENTE
      *              (CONTACTOS.DAT) EN ORDEN CRONOLOGICO. EL CLIENTE
      *              SE PIDE POR NUMERO O, SI EL QUE LLAMA NO LO TIENE,
      *              POR EL COMIENZO DEL APELLIDO: LA RUTINA
      *              BUSCACLIENTE LISTA LOS CANDIDATOS POR LA CLAVE
      *              ALTERNATIVA DE CLIENTES.DAT Y EL OPERADOR ELIGE.
      *              LA FICHA SE LEE POR CLAVE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PERFIL.

           SELECT CONTRACAR          ASSIGN TO DISK '..\CONTRACAR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTRACAR.

           SELECT DOMDEVUE           ASSIGN TO DISK '..\DOMDEVUE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMDEVUE.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
         05 REG-NRO-CLIENTE           PIC 9(07).
         05 REG-ESTADO-CIVIL          PIC X.

       FD CONTRACAR.
           COPY CONTRAREC.

       FD DOMDEVUE.
           COPY DOMDEVREC.

       FD CONTACTOS.
           COPY CONTACREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

           COPY WSFS REPLACING ==:TAG:== BY ==PAGAPLIC==.
           COPY WSFS REPLACING ==:TAG:== BY ==RESULT==.
           COPY WSFS REPLACING ==:TAG:== BY ==PERFIL==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONTRACAR==.
           COPY WSFS REPLACING ==:TAG:== BY ==DOMDEVUE==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONTACTOS==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 VARIABLES.
         05 WSV-NRO-CLIENTE            PIC 9(7).
         05 WSV-BUSQUEDA               PIC X(20).
         05 WSV-PERIODO.
           10 WSV-AAAA                 PIC X(04).
           10 WSV-MM                   PIC 9(02).

       01 WS-IND-COD                   PIC 9(02).

       01 WS-BUSCLI.
           COPY WSBUSCLI.

       01 WS-CLIENTE-PEDIDO            PIC X VALUE 'N'.
           88 WS-CLIENTE-RESUELTO                       VALUE 'S'.

       01 WS-DOMICILIO-ACTUAL          PIC X(50).
       01 WS-CANT-CONTACTOS            PIC 9(05).

      * Importe ya imputado a cada cargo segun PAGAPLIC.DAT, para
      * mostrar el estado de cobro de cada asiento del periodo.
       01 TABLA-IMPUTADO.


       130000-PEDIR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-PEDIDO
           PERFORM 135000-IDENTIFICAR-CLIENTE
             UNTIL WS-CLIENTE-RESUELTO
           IF WSV-NRO-CLIENTE NOT = 0
             DISPLAY 'INGRESE EL AÑO DEL PERIODO A CONSULTAR: '
             ACCEPT WSV-AAAA
           END-IF.


      * Un numero (o nada) se toma como numero de cliente; un texto se
      * busca como comienzo de apellido y se vuelve a pedir si el
      * operador no elige ningun candidato.
       135000-IDENTIFICAR-CLIENTE.
           DISPLAY ' '
           DISPLAY 'INGRESE EL NUMERO DE CLIENTE O EL COMIENZO DEL '
                   'APELLIDO (0 PARA SALIR): '
           MOVE SPACES TO WSV-BUSQUEDA
           ACCEPT WSV-BUSQUEDA
           IF WSV-BUSQUEDA = SPACES
                   OR WSV-BUSQUEDA(1:1) IS NUMERIC
             COMPUTE WSV-NRO-CLIENTE = FUNCTION NUMVAL(WSV-BUSQUEDA)
             MOVE 'S' TO WS-CLIENTE-PEDIDO
           ELSE
             MOVE WSV-BUSQUEDA TO BCL-APELLIDO
             CALL 'BUSCACLIENTE' USING WS-BUSCLI
             IF BCL-ELEGIDO
               MOVE BCL-NRO-CLIENTE TO WSV-NRO-CLIENTE
               MOVE 'S' TO WS-CLIENTE-PEDIDO
             END-IF
           END-IF.


       200000-PROCESO.
           PERFORM 205000-CARGAR-IMPUTACIONES
           PERFORM 210000-MOSTRAR-IDENTIDAD
           PERFORM 230000-MOSTRAR-CARGOS
           PERFORM 240000-MOSTRAR-ESTADO-CUENTA
           PERFORM 250000-MOSTRAR-PERFIL
           PERFORM 260000-MOSTRAR-CONTRACARGOS
           PERFORM 270000-MOSTRAR-DEVUELTOS
           PERFORM 280000-MOSTRAR-CONTACTOS
           ADD 1 TO WS-CANT-LEIDOS
           PERFORM 130000-PEDIR-CLIENTE.


       210000-MOSTRAR-IDENTIDAD.
           MOVE 'N' TO WS-ENCONTRADO
           MOVE SPACES TO WS-DOMICILIO-ACTUAL
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             MOVE WSV-NRO-CLIENTE TO NRO-CLIENTE-C
             READ CLIENTES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'S' TO WS-ENCONTRADO
             END-READ
             CLOSE CLIENTES
           END-IF
           DISPLAY '================================================'
             DISPLAY 'TELEFONO:  ' TELEFONO-C
             DISPLAY 'EMAIL:     ' EMAIL-C
             DISPLAY 'DOMICILIO: ' DOMICILIO-C
             MOVE DOMICILIO-C TO WS-DOMICILIO-ACTUAL
           ELSE
             DISPLAY 'CLIENTE ' WSV-NRO-CLIENTE
                     ' SIN DATOS EN EL MAESTRO'
           END-IF.


       220000-MOSTRAR-CUENTAS.
      * Lectura por la clave alternativa CODCLIENTE: se posiciona con
      * START y se leen solo las cuentas del cliente, sin barrer el
           END-IF.


       260000-MOSTRAR-CONTRACARGOS.
      * Casos abiertos o representados: el pago esta revertido y el
      * saldo de la cuenta lo vuelve a incluir hasta que se resuelvan.
           DISPLAY 'CONTRACARGOS DE TARJETA ABIERTOS:'
           MOVE 'N' TO WS-ENCONTRADO
           OPEN INPUT CONTRACAR
           IF WSS-FS-CONTRACAR-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONTRACAR-OK
               DISPLAY 'ERROR DE ARCHIVO DE CONTRACARGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTRACAR
             ELSE
               PERFORM 261000-LEER-CONTRACARGO
               PERFORM UNTIL WSS-FS-CONTRACAR-EOF
                 IF CTC-PENDIENTE
                   PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                             UNTIL WS-IND-CTA > WS-CANT-CTAS-CLI
                     IF CTC-NROCUENTA = TCC-NROCUENTA(WS-IND-CTA)
                       MOVE 'S' TO WS-ENCONTRADO
                       DISPLAY '  CASO ' CTC-CASO
                               ' CUENTA ' CTC-NROCUENTA
                               ' RECIBO ' CTC-PAG-ENTRYID
                               ' ' CTC-IMPORTE
                               ' DEL ' CTC-FECHA-ALTA
                               ' ESTADO ' CTC-ESTADO
                     END-IF
                   END-PERFORM
                 END-IF
                 PERFORM 261000-LEER-CONTRACARGO
               END-PERFORM
             END-IF
             CLOSE CONTRACAR
           END-IF
           IF NOT WS-FUE-ENCONTRADO
             DISPLAY '  (NINGUNO)'
           END-IF.


       261000-LEER-CONTRACARGO.
           READ CONTRACAR
           IF NOT WSS-FS-CONTRACAR-OK AND NOT WSS-FS-CONTRACAR-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONTRACAR
             MOVE '10' TO WSS-FS-CONTRACAR
           END-IF.


       270000-MOSTRAR-DEVUELTOS.
      * Solo cuentan las devoluciones al domicilio que figura hoy en
      * el maestro: si ya se corrigio, las cartas vuelven a salir.
           MOVE 'N' TO WS-ENCONTRADO
           OPEN INPUT DOMDEVUE
           IF WSS-FS-DOMDEVUE-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-DOMDEVUE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CARTAS DEVUELTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
             ELSE
               PERFORM 271000-LEER-DEVUELTO
               PERFORM UNTIL WSS-FS-DOMDEVUE-EOF
                 IF DDV-VIGENTE
                         AND DDV-NRO-CLIENTE = WSV-NRO-CLIENTE
                         AND DDV-DOMICILIO = WS-DOMICILIO-ACTUAL
                   IF NOT WS-FUE-ENCONTRADO
                     DISPLAY '*** ATENCION: EL CORREO DEVOLVIO CARTAS'
                             ' A ESTE DOMICILIO; NO SE IMPRIMEN CARTAS'
                             ' HASTA CORREGIRLO ***'
                   END-IF
                   MOVE 'S' TO WS-ENCONTRADO
                   DISPLAY '  DEVUELTA EL ' DDV-FECHA
                           ' CUENTA ' DDV-NROCUENTA
                           ' OPERADOR ' DDV-OPERADOR
                 END-IF
                 PERFORM 271000-LEER-DEVUELTO
               END-PERFORM
             END-IF
             CLOSE DOMDEVUE
           END-IF.


       271000-LEER-DEVUELTO.
           READ DOMDEVUE
           IF NOT WSS-FS-DOMDEVUE-OK AND NOT WSS-FS-DOMDEVUE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
             MOVE '10' TO WSS-FS-DOMDEVUE
           END-IF.


       280000-MOSTRAR-CONTACTOS.
      * El archivo solo crece, asi que el orden fisico ya es el orden
      * cronologico de los contactos.
           DISPLAY 'HISTORIA DE CONTACTOS:'
           MOVE 0 TO WS-CANT-CONTACTOS
           OPEN INPUT CONTACTOS
           IF WSS-FS-CONTACTOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONTACTOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE HISTORIA DE CONTACTOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTACTOS
             ELSE
               PERFORM 281000-LEER-CONTACTO
               PERFORM UNTIL WSS-FS-CONTACTOS-EOF
                 IF CTO-CODCLIENTE = WSV-NRO-CLIENTE
                   ADD 1 TO WS-CANT-CONTACTOS
                   DISPLAY '  ' CTO-FECHA ' ' CTO-HORA(1:4)
                           ' ' CTO-CANAL ' ' CTO-PROGRAMA
                           ' ' CTO-OPERADOR
                   DISPLAY '      CUENTA ' CTO-NROCUENTA
                           ' ' CTO-RESULTADO
                 END-IF
                 PERFORM 281000-LEER-CONTACTO
               END-PERFORM
             END-IF
             CLOSE CONTACTOS
           END-IF
           IF WS-CANT-CONTACTOS = 0
             DISPLAY '  (SIN CONTACTOS REGISTRADOS)'
           END-IF.


       281000-LEER-CONTACTO.
           READ CONTACTOS
           IF NOT WSS-FS-CONTACTOS-OK AND NOT WSS-FS-CONTACTOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONTACTOS
             MOVE '10' TO WSS-FS-CONTACTOS
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
