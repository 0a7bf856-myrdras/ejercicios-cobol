      * Purpose:     Rutina compartida de control de limite de credito:
      *              dada una cuenta y el importe del cargo nuevo,
      *              resuelve el cliente por CUENTAS.DAT, toma su
      *              LIMITE-C del maestro de clientes (lectura por
      *              clave de CLIENTES.DAT), suma la
      *              exposicion actual de todas sus cuentas por la
      *              clave alternativa CODCLIENTE y devuelve 'S' si el
      *              cargo entra, 'N' si lo desborda y 'X' si el
      *              cliente no tiene limite cargado (cero) o faltan
      *              datos: en ese caso el que llama sigue como hasta
      *              ahora. LK-DISPONIBLE vuelve con el margen que
      *              queda antes del limite. Si el cargo entra en el
      *              limite se consulta ademas la ultima respuesta del
      *              buro de credito por el CUIT del cliente (rutina
      *              CONSULTABURO): con situacion de rechazo el cargo
      *              vuelve 'N' con disponible cero. Si el cliente
      *              es miembro de un grupo empresario con limite de
      *              grupo (rutina GRUPOCLIENTE), el cargo ademas
      *              tiene que entrar en ese limite contra la
      *              exposicion de todas las cuentas de todos los
      *              miembros; el disponible devuelto es el menor de
      *              los dos margenes. Un cliente sin limite propio
      *              pero con limite de grupo queda controlado por el
      *              del grupo.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

       DATA DIVISION.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.

       01 WS-CLIENTE-BUSCADO           PIC 9(08).
       01 WS-LIMITE-CLIENTE            PIC 9(09)V99.
       01 WS-CLIENTE-HALLADO           PIC X VALUE 'N'.

       01 WS-EXPOSICION                PIC S9(15)V99.

       01 DATOS-GRUPO.
         05 WS-GRP-FUNCION             PIC X(01).
         05 WS-GRP-NRO-CLIENTE         PIC 9(07).
         05 WS-GRP-CODIGO              PIC 9(04).
         05 WS-GRP-POSICION            PIC 9(04).
         05 WS-GRP-PAGADOR             PIC 9(07).
         05 WS-GRP-LIMITE              PIC 9(09)V99.
         05 WS-GRP-RESULTADO           PIC X(01).
             88 WS-GRP-HALLADO                        VALUE 'S'.

       01 WS-MIEMBRO-BUSCADO           PIC 9(08).
       01 WS-EXPOSICION-GRUPO          PIC S9(15)V99.
       01 WS-DISPONIBLE-GRUPO          PIC S9(11)V99.

       01 WS-CUIT-CLIENTE              PIC 9(11).

       01 DATOS-BURO.
         05 WS-BURO-SITUACION          PIC 9(01).
         05 WS-BURO-DEUDA              PIC 9(13)V99.
         05 WS-BURO-FECHA              PIC 9(08).
         05 WS-BURO-RESULTADO          PIC X(01).
             88 WS-BURO-RECHAZA                       VALUE 'R'.

       LINKAGE SECTION.

       01 LK-NROCUENTA                 PIC 9(08).
             PERFORM 200000-SUMAR-EXPOSICION
             COMPUTE LK-DISPONIBLE =
                     WS-LIMITE-CLIENTE - WS-EXPOSICION
             MOVE 'S' TO LK-RESULTADO
           END-IF
           IF WS-HAY-CLIENTE
             PERFORM 250000-CONTROLAR-GRUPO
           END-IF
           IF LK-RESULTADO = 'S'
             IF LK-IMPORTE-NUEVO > LK-DISPONIBLE
               MOVE 'N' TO LK-RESULTADO
             ELSE
               IF LK-IMPORTE-NUEVO > 0
                 PERFORM 300000-CONSULTAR-BURO
               END-IF
             END-IF
           END-IF
           GOBACK.
       100000-RESOLVER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-HALLADO
           MOVE 0 TO WS-LIMITE-CLIENTE
           MOVE 0 TO WS-CUIT-CLIENTE
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
             MOVE LK-NROCUENTA TO NROCUENTA
       150000-BUSCAR-LIMITE.
           OPEN INPUT CLIENTES
           IF WSS-FS-CLIENTES-OK
             MOVE WS-CLIENTE-BUSCADO TO NRO-CLIENTE-C
             READ CLIENTES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'S' TO WS-CLIENTE-HALLADO
      * Los clientes grabados antes de que existiera el limite
      * vienen cortos y LIMITE-C se lee como espacios: vale como
                 ELSE
                   MOVE 0 TO WS-LIMITE-CLIENTE
                 END-IF
                 IF CUIT-C IS NUMERIC
                   MOVE CUIT-C TO WS-CUIT-CLIENTE
                 ELSE
                   MOVE 0 TO WS-CUIT-CLIENTE
                 END-IF
             END-READ
             CLOSE CLIENTES
           END-IF.


       200000-SUMAR-EXPOSICION.
      * La exposicion se junta por la clave alternativa CODCLIENTE,
      * como hace CLIENTE360 para listar las cuentas del cliente.
           IF NOT WSS-FS-CUENTAS-OK AND NOT WSS-FS-CUENTAS-EOF
             MOVE '10' TO WSS-FS-CUENTAS
           END-IF.


       250000-CONTROLAR-GRUPO.
           MOVE 'C' TO WS-GRP-FUNCION
           MOVE WS-CLIENTE-BUSCADO TO WS-GRP-NRO-CLIENTE
           CALL 'GRUPOCLIENTE' USING WS-GRP-FUNCION
                                     WS-GRP-NRO-CLIENTE
                                     WS-GRP-CODIGO
                                     WS-GRP-POSICION
                                     WS-GRP-PAGADOR
                                     WS-GRP-LIMITE
                                     WS-GRP-RESULTADO
           END-CALL
           IF WS-GRP-HALLADO AND WS-GRP-LIMITE > 0
             PERFORM 260000-SUMAR-EXPOSICION-GRUPO
             COMPUTE WS-DISPONIBLE-GRUPO =
                     WS-GRP-LIMITE - WS-EXPOSICION-GRUPO
             IF LK-RESULTADO NOT = 'S'
                     OR WS-DISPONIBLE-GRUPO < LK-DISPONIBLE
               MOVE WS-DISPONIBLE-GRUPO TO LK-DISPONIBLE
             END-IF
             MOVE 'S' TO LK-RESULTADO
           END-IF.


       260000-SUMAR-EXPOSICION-GRUPO.
      * Se recorre el grupo miembro por miembro con la rutina y se
      * junta la exposicion de cada uno por CODCLIENTE, igual que
      * 200000-SUMAR-EXPOSICION para el cliente solo.
           MOVE 0 TO WS-EXPOSICION-GRUPO
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
             MOVE 'M' TO WS-GRP-FUNCION
             MOVE 1 TO WS-GRP-POSICION
             PERFORM 265000-SIGUIENTE-MIEMBRO
             PERFORM UNTIL NOT WS-GRP-HALLADO
               PERFORM 270000-SUMAR-MIEMBRO
               ADD 1 TO WS-GRP-POSICION
               PERFORM 265000-SIGUIENTE-MIEMBRO
             END-PERFORM
             CLOSE CUENTAS
           END-IF.


       265000-SIGUIENTE-MIEMBRO.
           CALL 'GRUPOCLIENTE' USING WS-GRP-FUNCION
                                     WS-GRP-NRO-CLIENTE
                                     WS-GRP-CODIGO
                                     WS-GRP-POSICION
                                     WS-GRP-PAGADOR
                                     WS-GRP-LIMITE
                                     WS-GRP-RESULTADO
           END-CALL.


       270000-SUMAR-MIEMBRO.
           MOVE WS-GRP-NRO-CLIENTE TO WS-MIEMBRO-BUSCADO
           MOVE WS-MIEMBRO-BUSCADO TO CODCLIENTE
           START CUENTAS KEY IS = CODCLIENTE
             INVALID KEY
               MOVE '10' TO WSS-FS-CUENTAS
             NOT INVALID KEY
               MOVE '00' TO WSS-FS-CUENTAS
           END-START
           IF WSS-FS-CUENTAS-OK
             PERFORM 210000-LEER-CUENTA
           END-IF
           PERFORM UNTIL WSS-FS-CUENTAS-EOF
                      OR CODCLIENTE NOT = WS-MIEMBRO-BUSCADO
             IF MONTO > 0
               ADD MONTO TO WS-EXPOSICION-GRUPO
             END-IF
             PERFORM 210000-LEER-CUENTA
           END-PERFORM.


       300000-CONSULTAR-BURO.
           CALL 'CONSULTABURO' USING WS-CUIT-CLIENTE
                                     WS-BURO-SITUACION
                                     WS-BURO-DEUDA
                                     WS-BURO-FECHA
                                     WS-BURO-RESULTADO
           END-CALL
           IF WS-BURO-RECHAZA
             MOVE 'N' TO LK-RESULTADO
             MOVE 0 TO LK-DISPONIBLE
           END-IF.
