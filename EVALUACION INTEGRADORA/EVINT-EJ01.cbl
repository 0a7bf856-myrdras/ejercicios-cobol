      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE JUNIO 2019.
      * Purpose:     EJERCICIO 1 - EVALUACION INTEGRADORA
      *              CORRE PARA LA EMPRESA DEL GRUPO DE LA VARIABLE
      *              EMPRESA ('01' EN BLANCO; EMPRESA-C EN BLANCO ES
      *              LA '01'): LOS CLIENTES DE OTRA EMPRESA NO VAN AL
      *              RESULT Y SUS TRANSACCIONES SE RECHAZAN CON ESE
      *              MOTIVO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.

           SELECT CLIENTES           ASSIGN TO DISK
                                       WS-NOMBRE-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT RESULT             ASSIGN TO DISK
         05 WS-IND-DETALLE-COD          PIC 9(02).
         05 WS-ENCONTRO-COD             PIC X VALUE 'N'.
             88 WS-SE-ENCONTRO-COD                    VALUE 'S'.
         05 WS-EMPRESA-CLIENTE          PIC X(02).

       01 WS-CHECKPOINT-INFO.
         05 WS-CLIENTE-CHECKPOINT       PIC 9(7) VALUE 0.

       01 WS-VERIFICACION-ORDEN.
         05 WS-ORDEN-ANT-T             PIC 9(7) VALUE 0.

       01 TABLA-SALDOS-ANTERIORES.
         05 TS-ENTRY OCCURS 5000 TIMES.
           05 WSA-CANT-C-LEIDOS        PIC 9(3).
           05 WSA-CANT-C-NOMOV         PIC 9(3).
           05 WSA-CANT-RECHAZADAS      PIC 9(5).
           05 WSA-CANT-C-OTRA-EMP      PIC 9(5).

       COPY WSTRAILER.

           END-IF.


      * CLIENTES.DAT (o su particion CLIPARTn.DAT) es indexado por
      * numero de cliente: se lee siempre en orden y sin duplicados,
      * solo hay que verificar las transacciones.
       106000-VERIFICAR-ORDEN-ENTRADA.
           PERFORM 106100-VERIFICAR-ORDEN-TRANSAC.

       106100-VERIFICAR-ORDEN-TRANSAC.
           MOVE 0 TO WS-ORDEN-ANT-T
             DISPLAY 'ADVERTENCIA: ARCHIVO SIN REGISTRO DE TRAILER'
           END-IF.

       110000-ABRIR-TRANSAC.
           OPEN INPUT TRANSAC
           IF NOT WSS-FS-TRANSAC-OK
               MOVE 0 TO CANT-TR
               MOVE 0 TO CANT-COD-R
               PERFORM 128000-BUSCAR-SALDO-ANTERIOR
               MOVE EMPRESA-C TO WS-EMPRESA-CLIENTE
               IF WS-EMPRESA-CLIENTE = SPACES
                 MOVE '01' TO WS-EMPRESA-CLIENTE
               END-IF
               ADD 1 TO WSA-CANT-C-LEIDOS
               CONTINUE
             WHEN WSS-FS-CLIENTES-EOF

       200000-PROCESO.
           MOVE NRO-CLIENTE-C TO WS-AUX-NROC
           EVALUATE TRUE
             WHEN WS-CHECKPOINT-EXISTE
                   AND NRO-CLIENTE-C NOT > WS-CLIENTE-CHECKPOINT
               PERFORM 206000-SALTAR-CLIENTE-YA-PROCESADO
             WHEN WS-EMPRESA-CLIENTE NOT = WSP-EMPRESA
               PERFORM 207000-RECHAZAR-OTRA-EMPRESA
             WHEN OTHER
               PERFORM 205000-RECHAZAR-HUERFANAS
                         UNTIL NRO-CLIENTE-T >= NRO-CLIENTE-C
                                     OR WSS-FS-TRANSAC-EOF
               IF NRO-CLIENTE-T EQUAL NRO-CLIENTE-C
                 PERFORM 210000-IGUAL-CLIENTE
                           UNTIL NRO-CLIENTE-T > NRO-CLIENTE-C
                                       OR WSS-FS-TRANSAC-EOF
                 MOVE WSA-CANT-MOV-C TO CANT-TR
               ELSE
                 ADD 1 TO WSA-CANT-C-NOMOV
               END-IF
               ADD SALDO-ANTERIOR TO IMPORTE-R
               PERFORM 250000-GRABAR-RESULT
               ADD 1 TO WS-CANT-ESCRITOS
               ADD IMPORTE-R TO WS-TRL-HASH-RESULT
               IF NOT WS-MODO-SIMULACION
                 PERFORM 215000-ACTUALIZAR-CHECKPOINT
               END-IF
           END-EVALUATE
           PERFORM 132000-LEER-CLIENTES
           IF WS-AUX-NROC EQUAL NRO-CLIENTE-C
               DISPLAY 'ADVERTENCIA: DUPLICADO DE REGISTRO CLIENTE '
                                   OR WSS-FS-TRANSAC-EOF
           END-IF.

       207000-RECHAZAR-OTRA-EMPRESA.
      * El cliente es de otra empresa del grupo: no va al RESULT de
      * esta corrida y lo que traiga TRANSAC.DAT se rechaza.
           ADD 1 TO WSA-CANT-C-OTRA-EMP
           PERFORM 205000-RECHAZAR-HUERFANAS
                     UNTIL NRO-CLIENTE-T >= NRO-CLIENTE-C
                                 OR WSS-FS-TRANSAC-EOF
           PERFORM 207100-RECHAZAR-DE-OTRA-EMPRESA
                     UNTIL NRO-CLIENTE-T > NRO-CLIENTE-C
                                 OR WSS-FS-TRANSAC-EOF.

       207100-RECHAZAR-DE-OTRA-EMPRESA.
           MOVE NRO-CLIENTE-T TO NRO-CLIENTE-RCH
           MOVE COD_SERVICIO TO COD_SERVICIO-RCH
           MOVE IMPORTE-T TO IMPORTE-RCH
           MOVE 'CLIENTE DE OTRA EMPRESA' TO MOTIVO-RCH
           WRITE REG-RECHAZADAS
           ADD 1 TO WSA-CANT-RECHAZADAS
           PERFORM 131000-LEER-TRANSAC.

       210000-IGUAL-CLIENTE.
           ADD 1 TO WSA-CANT-MOV-C
           ADD IMPORTE-T TO IMPORTE-R
           DISPLAY 'CANTIDAD DE TRANSACCIONES RECHAZADAS = '
                                                 WSA-CANT-RECHAZADAS
           DISPLAY '***********************************************'
           DISPLAY 'CLIENTES DE OTRA EMPRESA (NO ES LA ' WSP-EMPRESA
                   ') = ' WSA-CANT-C-OTRA-EMP
           DISPLAY '***********************************************'
           IF WS-MODO-SIMULACION
             DISPLAY 'TOTAL PROYECTADO DE LA SIMULACION  = '
                                                 WS-TRL-HASH-RESULT
