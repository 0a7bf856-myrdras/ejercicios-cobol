      *              OPERADOR Y, CONFIRMADA LA FUSION, REAPUNTA LAS
      *              REFERENCIAS DEL RETIRADO AL SOBREVIVIENTE
      *              (CODCLIENTE EN CUENTAS.DAT, TRANSAC.DAT
      *              PENDIENTE, PERFIL.DAT), LO BORRA DEL MAESTRO POR
      *              CLAVE Y DEJA CONSTANCIA DE LO FUSIONADO EN
      *              FUSIONES.DAT.
      *              LA MISMA CLAVE TRIBUTARIA (CUIT) ES LA SEÑAL MAS
      *              FUERTE DE DUPLICADO Y SE EVALUA ANTES QUE LAS
      *              DEMAS; CLAVES DISTINTAS SE ADVIERTEN AL OPERADOR
      *              Y EL SOBREVIVIENTE SIN CLAVE HEREDA LA DEL
      *              RETIRADO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
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
           10 TC-DOMICILIO             PIC X(50).
           10 TC-LIMITE                PIC 9(09)V99.
           10 TC-CATIVA                PIC X(01).
           10 TC-CUIT                  PIC 9(11).
           10 TC-VTO-EXENCION          PIC 9(08).

       01 TABLA-GENERICA.
         05 WS-CANT-GENERICA           PIC 9(05) VALUE 0.
         05 WS-SOBREVIVIENTE           PIC 9(07).
         05 WS-RETIRADO                PIC 9(07).
         05 WS-IND-RETIRADO            PIC 9(05).
         05 WS-IND-SOBREVIVIENTE       PIC 9(05).
         05 WS-NYA-RETIRADO            PIC X(60).
         05 WS-HEREDA-CUIT             PIC X(01).
             88 WS-SOBREVIVIENTE-HEREDA               VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-FUSIONES          PIC 9(05).
               MOVE DOMICILIO-C   TO TC-DOMICILIO(WS-CANT-CLIENTES)
               MOVE LIMITE-C      TO TC-LIMITE(WS-CANT-CLIENTES)
               MOVE CATIVA-C      TO TC-CATIVA(WS-CANT-CLIENTES)
               IF CUIT-C IS NUMERIC
                 MOVE CUIT-C      TO TC-CUIT(WS-CANT-CLIENTES)
               ELSE
                 MOVE 0           TO TC-CUIT(WS-CANT-CLIENTES)
               END-IF
               IF VTO-EXENCION-C IS NUMERIC
                 MOVE VTO-EXENCION-C
                   TO TC-VTO-EXENCION(WS-CANT-CLIENTES)
               ELSE
                 MOVE 0 TO TC-VTO-EXENCION(WS-CANT-CLIENTES)
               END-IF
               ADD 1 TO WS-CANT-LEIDOS
             ELSE
      * Con la tabla incompleta quedarian pares sin comparar: se
      * detiene antes de fusionar nada.
               DISPLAY 'ERROR: EL MAESTRO SUPERA LOS 5000 '
                       'CLIENTES, NO SE PUEDE FUSIONAR EN LINEA'
               CLOSE CLIENTES


       106000-LEER-CLIENTE.
           READ CLIENTES NEXT RECORD
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


           MOVE SPACES TO WS-CRITERIO
           IF TC-NRO-CLIENTE(WS-IND-A) NOT =
                   TC-NRO-CLIENTE(WS-IND-B)
      * La clave tributaria identifica a la persona: si coincide es
      * un duplicado casi seguro, se evalua antes que el resto.
             EVALUATE TRUE
               WHEN TC-CUIT(WS-IND-A) = TC-CUIT(WS-IND-B)
                     AND TC-CUIT(WS-IND-A) NOT = 0
                 MOVE 'CUIT' TO WS-CRITERIO
               WHEN TC-NYA(WS-IND-A) = TC-NYA(WS-IND-B)
                     AND TC-NYA(WS-IND-A) NOT = SPACES
                 MOVE 'NOMBRE' TO WS-CRITERIO
               WHEN TC-EMAIL(WS-IND-A) = TC-EMAIL(WS-IND-B)
                     AND TC-EMAIL(WS-IND-A) NOT = SPACES
                 MOVE 'EMAIL' TO WS-CRITERIO
               WHEN TC-TELEFONO(WS-IND-A) = TC-TELEFONO(WS-IND-B)
                     AND TC-TELEFONO(WS-IND-A) NOT = SPACES
                 MOVE 'TELEFONO' TO WS-CRITERIO
             END-EVALUATE
           END-IF
           IF WS-CRITERIO NOT = SPACES
             PERFORM 220000-PRESENTAR-PAREJA
                   TC-NYA(WS-IND-B)
           DISPLAY '  B) ' TC-NRO-CLIENTE(WS-IND-A) ' '
                   TC-NYA(WS-IND-A)
           IF WS-CRITERIO = 'CUIT'
             DISPLAY '  COINCIDENCIA FUERTE: MISMA CLAVE TRIBUTARIA '
                     TC-CUIT(WS-IND-A)
           ELSE
             IF TC-CUIT(WS-IND-A) NOT = 0
                     AND TC-CUIT(WS-IND-B) NOT = 0
               DISPLAY '  ATENCION: CLAVES TRIBUTARIAS DISTINTAS ('
                       TC-CUIT(WS-IND-B) ' / ' TC-CUIT(WS-IND-A)
                       '), PROBABLEMENTE NO ES LA MISMA PERSONA'
             END-IF
           END-IF
           DISPLAY 'FUSIONAR ESTOS CLIENTES (S/N)? '
           ACCEPT WS-RESPUESTA
           IF WS-SI
               MOVE TC-NRO-CLIENTE(WS-IND-A) TO WS-SOBREVIVIENTE
               MOVE TC-NRO-CLIENTE(WS-IND-B) TO WS-RETIRADO
               MOVE WS-IND-B TO WS-IND-RETIRADO
               MOVE WS-IND-A TO WS-IND-SOBREVIVIENTE
               MOVE TC-NYA(WS-IND-B) TO WS-NYA-RETIRADO
             ELSE
               MOVE TC-NRO-CLIENTE(WS-IND-B) TO WS-SOBREVIVIENTE
               MOVE TC-NRO-CLIENTE(WS-IND-A) TO WS-RETIRADO
               MOVE WS-IND-A TO WS-IND-RETIRADO
               MOVE WS-IND-B TO WS-IND-SOBREVIVIENTE
               MOVE TC-NYA(WS-IND-A) TO WS-NYA-RETIRADO
             END-IF
             PERFORM 230000-FUSIONAR


       238000-RETIRAR-DEL-MAESTRO.
           MOVE 'N' TO WS-HEREDA-CUIT
           IF TC-CUIT(WS-IND-SOBREVIVIENTE) = 0
                   AND TC-CUIT(WS-IND-RETIRADO) NOT = 0
             MOVE 'S' TO WS-HEREDA-CUIT
             MOVE TC-CUIT(WS-IND-RETIRADO)
               TO TC-CUIT(WS-IND-SOBREVIVIENTE)
             MOVE TC-VTO-EXENCION(WS-IND-RETIRADO)
               TO TC-VTO-EXENCION(WS-IND-SOBREVIVIENTE)
           END-IF
           OPEN I-O CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             IF WS-SOBREVIVIENTE-HEREDA
               MOVE WS-SOBREVIVIENTE TO NRO-CLIENTE-C
               READ CLIENTES
                 INVALID KEY
                   DISPLAY 'CLIENTE ' WS-SOBREVIVIENTE
                           ' INEXISTENTE EN EL MAESTRO'
                 NOT INVALID KEY
                   MOVE TC-CUIT(WS-IND-SOBREVIVIENTE) TO CUIT-C
                   MOVE TC-VTO-EXENCION(WS-IND-SOBREVIVIENTE)
                     TO VTO-EXENCION-C
                   REWRITE REG-CLIENTES
                     INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL CLIENTE '
                               NRO-CLIENTE-C
                       DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
                     NOT INVALID KEY
                       ADD 1 TO WS-CANT-ESCRITOS
                   END-REWRITE
               END-READ
             END-IF
             MOVE WS-RETIRADO TO NRO-CLIENTE-C
             DELETE CLIENTES RECORD
               INVALID KEY
                 DISPLAY 'ERROR AL BORRAR EL CLIENTE ' WS-RETIRADO
                 DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
               NOT INVALID KEY
                 ADD 1 TO WS-CANT-ESCRITOS
             END-DELETE
             CLOSE CLIENTES
           END-IF
      * El retirado sale tambien de la tabla para no volver a
      * ofrecerlo en los pares que faltan.
           PERFORM VARYING WS-IND-G FROM WS-IND-RETIRADO BY 1
                     UNTIL WS-IND-G >= WS-CANT-CLIENTES
             MOVE TC-ENTRY(WS-IND-G + 1) TO TC-ENTRY(WS-IND-G)
           END-PERFORM
           SUBTRACT 1 FROM WS-CANT-CLIENTES.


       239000-GRABAR-AUDITORIA.
