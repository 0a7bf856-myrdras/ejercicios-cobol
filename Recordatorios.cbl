      *              EL RESUMEN DE GENERADOS CONTRA INCONTACTABLES
      *              MUESTRA DONDE ESTA AGUJEREADO EL MAESTRO.
      *              CARTASMORA RECIEN HABLA CUANDO EL CLIENTE YA
      *              ESTA EN MORA; ESTO HABLA ANTES. LAS CUENTAS EN
      *              AGENCIA EXTERNA O CON JUICIO DE COBRO ABIERTO EN
      *              JUICIOS.DAT NO SE ENCOLAN. CADA ITEM
      *              MARCADO ENVIADO O FALLIDO QUEDA EN LA HISTORIA DE
      *              CONTACTOS DEL CLIENTE (CONTACTOS.DAT). CON LA
      *              VARIABLE DE ENTORNO CICLO_PROCESO LA COLA SE ARMA
      *              SOLO CON LAS CUENTAS DE ESE CICLO DE FACTURACION
      *              (RUTINA CICLOCUENTA); EN BLANCO, CON TODAS. EL
      *              RECORDATORIO DE UNA SUCURSAL DE UN GRUPO
      *              EMPRESARIO (RUTINA GRUPOCLIENTE) SALE AL EMAIL O
      *              TELEFONO DEL CLIENTE PAGADOR DEL GRUPO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT RECORDQ            ASSIGN TO DISK '..\RECORDQ.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AGENCIA.

           SELECT JUICIOS            ASSIGN TO DISK '..\JUICIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-JUICIOS.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
         05 AGC-FECHA-DEVUELTA        PIC 9(08).
         05 AGC-ESTADO                PIC X(01).

       FD JUICIOS.
           COPY JUICIOREC.

       FD PARAM.
           COPY PARAMREC.

       FD CONTACTOS.
           COPY CONTACREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==RECORDQ==.
           COPY WSFS REPLACING ==:TAG:== BY ==AGENCIA==.
           COPY WSFS REPLACING ==:TAG:== BY ==JUICIOS==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSCONTAC-WS.

       COPY WSPARAM-WS.

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-CLI-HALLADO         PIC 9(05).
         05 WS-IND-CLI-DESTINO         PIC 9(05).
         05 WS-IND-COLA                PIC 9(04).
         05 WS-IND-COLA-HALLADA        PIC 9(04).


       01 WS-DIAS-AL-VTO               PIC S9(07).

      * Grupo empresario del cliente: el aviso va al pagador.
       01 DATOS-GRUPO.
         05 WS-GRP-FUNCION             PIC X(01).
         05 WS-GRP-NRO-CLIENTE         PIC 9(07).
         05 WS-GRP-CODIGO              PIC 9(04).
         05 WS-GRP-POSICION            PIC 9(04).
         05 WS-GRP-PAGADOR             PIC 9(07).
         05 WS-GRP-LIMITE              PIC 9(09)V99.
         05 WS-GRP-RESULTADO           PIC X(01).
             88 WS-GRP-HALLADO                        VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-GENERADOS         PIC 9(04).
         05 WSA-CANT-SIN-CONTACTO      PIC 9(04).
         05 WSA-CANT-OTRO-CICLO        PIC 9(05).

      * Cuentas asignadas a la agencia externa de cobranza: la
      * gestion es de la agencia y el recordatorio propio no sale.
       01 WS-IND-ASIGNADA              PIC 9(04).
       01 WS-IND-ASIGNADA-HALLADA      PIC 9(04).

      * Cuentas con juicio de cobro abierto: las maneja el abogado.
       01 TABLA-EN-JUICIO.
         05 WS-CANT-EN-JUICIO          PIC 9(04) VALUE 0.
         05 TJU-NROCUENTA OCCURS 2000 TIMES
                                       PIC 9(08).

       01 WS-IND-EN-JUICIO             PIC 9(04).
       01 WS-IND-JUICIO-HALLADO        PIC 9(04).

       COPY WSCICLO-WS.

       COPY WSHDR-WS.


           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-COLA
           PERFORM 107000-CARGAR-ASIGNADAS
           PERFORM 109000-CARGAR-JUICIOS
           PERFORM 130000-MOSTRAR-MENU.


           END-IF.


       109000-CARGAR-JUICIOS.
           MOVE 0 TO WS-CANT-EN-JUICIO
           OPEN INPUT JUICIOS
           IF WSS-FS-JUICIOS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-JUICIOS-OK
               PERFORM 109500-LEER-JUICIO
               PERFORM UNTIL WSS-FS-JUICIOS-EOF
                 IF JUI-ABIERTO
                         AND WS-CANT-EN-JUICIO < 2000
                   ADD 1 TO WS-CANT-EN-JUICIO
                   MOVE JUI-NROCUENTA
                     TO TJU-NROCUENTA(WS-CANT-EN-JUICIO)
                 END-IF
                 PERFORM 109500-LEER-JUICIO
               END-PERFORM
             END-IF
             CLOSE JUICIOS
           END-IF.


       109500-LEER-JUICIO.
           READ JUICIOS
           IF NOT WSS-FS-JUICIOS-OK AND NOT WSS-FS-JUICIOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-JUICIOS
             MOVE '10' TO WSS-FS-JUICIOS
           END-IF.


       110000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.



       210000-GENERAR-COLA.
           INITIALIZE ACUMULADORES
           PERFORM 205000-LEER-CICLO
           IF WS-CICLO-INEXISTENTE
             DISPLAY 'NO SE GENERA LA COLA'
           ELSE
             PERFORM 211000-RECORRER-CUENTAS
           END-IF.


       205000-LEER-CICLO.
           COPY WSCICLO-PROC.


       211000-RECORRER-CUENTAS.
           PERFORM 110000-CARGAR-CLIENTES
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'RECORDATORIOS GENERADOS: ' WSA-CANT-GENERADOS
             DISPLAY 'SIN CONTACTO EN MAESTRO: '
                     WSA-CANT-SIN-CONTACTO
             IF WS-CICLO-SEL NOT = 0
               DISPLAY 'CUENTAS DE OTROS CICLOS: '
                       WSA-CANT-OTRO-CICLO
             END-IF
           END-IF.


      * El recordatorio sale cuando el vencimiento cae dentro de los
      * dias habiles configurados, contados con DIAHABIL desde la
      * fecha de proceso.
           MOVE NROCUENTA TO WS-CICLO-NROCUENTA
           PERFORM 220500-VERIFICAR-CICLO
           IF NOT WS-CUENTA-EN-CICLO
             ADD 1 TO WSA-CANT-OTRO-CICLO
           END-IF
           IF MONTO > 0 AND FECHAVTO > WSP-FECHA-PROCESO
                   AND WS-CUENTA-EN-CICLO
             MOVE 'C' TO WS-DH-FUNCION
             CALL 'DIAHABIL' USING WS-DH-FUNCION WSP-FECHA-PROCESO
                                   FECHAVTO WS-DH-RESULTADO
             MOVE WS-DH-RESULTADO TO WS-DIAS-AL-VTO
             IF WS-DIAS-AL-VTO <= WSP-DIAS-RECORDATORIO
               PERFORM 221000-VERIFICAR-AGENCIA
               PERFORM 221500-VERIFICAR-JUICIO
               PERFORM 222000-VERIFICAR-YA-ENCOLADO
               IF WS-IND-ASIGNADA-HALLADA = 0
                       AND WS-IND-JUICIO-HALLADO = 0
                       AND WS-IND-COLA-HALLADA = 0
                 PERFORM 225000-ENCOLAR
               END-IF
           END-IF.


       220500-VERIFICAR-CICLO.
           COPY WSCICLO-CTA.


       221000-VERIFICAR-AGENCIA.
           MOVE 0 TO WS-IND-ASIGNADA-HALLADA
           PERFORM VARYING WS-IND-ASIGNADA FROM 1 BY 1
           END-PERFORM.


       221500-VERIFICAR-JUICIO.
           MOVE 0 TO WS-IND-JUICIO-HALLADO
           PERFORM VARYING WS-IND-EN-JUICIO FROM 1 BY 1
                     UNTIL WS-IND-EN-JUICIO > WS-CANT-EN-JUICIO
             IF TJU-NROCUENTA(WS-IND-EN-JUICIO) = NROCUENTA
               MOVE WS-IND-EN-JUICIO TO WS-IND-JUICIO-HALLADO
               MOVE WS-CANT-EN-JUICIO TO WS-IND-EN-JUICIO
             END-IF
           END-PERFORM.


       222000-VERIFICAR-YA-ENCOLADO.
           MOVE 0 TO WS-IND-COLA-HALLADA
           PERFORM VARYING WS-IND-COLA FROM 1 BY 1
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM
           IF WS-IND-CLI-HALLADO NOT = 0
             PERFORM 226000-BUSCAR-DESTINO
             MOVE WS-IND-CLI-DESTINO TO WS-IND-CLI-HALLADO
           END-IF
           IF WS-IND-CLI-HALLADO = 0
             ADD 1 TO WSA-CANT-SIN-CONTACTO
           ELSE
             ELSE
               IF WS-CANT-COLA < 5000
                 ADD 1 TO WS-CANT-COLA
                 MOVE CODCLIENTE TO TQ-NRO-CLIENTE(WS-CANT-COLA)
                 MOVE NROCUENTA TO TQ-NROCUENTA(WS-CANT-COLA)
                 MOVE MONTO TO TQ-IMPORTE(WS-CANT-COLA)
                 MOVE FECHAVTO TO TQ-FECHAVTO(WS-CANT-COLA)
           END-IF.


       226000-BUSCAR-DESTINO.
      * El item queda a nombre del cliente deudor (asi lo registra la
      * historia de contactos) pero el medio es el del pagador del
      * grupo; sin pagador en el maestro queda el del cliente.
           MOVE WS-IND-CLI-HALLADO TO WS-IND-CLI-DESTINO
           MOVE 'C' TO WS-GRP-FUNCION
           MOVE CODCLIENTE TO WS-GRP-NRO-CLIENTE
           CALL 'GRUPOCLIENTE' USING WS-GRP-FUNCION
                                     WS-GRP-NRO-CLIENTE
                                     WS-GRP-CODIGO
                                     WS-GRP-POSICION
                                     WS-GRP-PAGADOR
                                     WS-GRP-LIMITE
                                     WS-GRP-RESULTADO
           END-CALL
           IF WS-GRP-HALLADO AND WS-GRP-PAGADOR NOT = CODCLIENTE
             PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                       UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
               IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = WS-GRP-PAGADOR
                 MOVE WS-IND-CLIENTE TO WS-IND-CLI-DESTINO
                 MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
               END-IF
             END-PERFORM
           END-IF.


       230000-MARCAR-ITEM.
           PERFORM VARYING WS-IND-COLA FROM 1 BY 1
                     UNTIL WS-IND-COLA > WS-CANT-COLA
             IF WSV-RESULTADO = 'S' OR WSV-RESULTADO = 'F'
               MOVE WSV-RESULTADO TO TQ-ESTADO(WSV-NRO-ITEM)
               PERFORM 305000-GRABAR-COLA
               PERFORM 235000-REGISTRAR-CONTACTO
               DISPLAY 'ITEM ACTUALIZADO'
             ELSE
               DISPLAY 'RESULTADO INVALIDO'
           END-IF.


       235000-REGISTRAR-CONTACTO.
           MOVE TQ-NRO-CLIENTE(WSV-NRO-ITEM) TO WS-CONTAC-CODCLIENTE
           MOVE TQ-NROCUENTA(WSV-NRO-ITEM)   TO WS-CONTAC-NROCUENTA
           MOVE WSP-FECHA-PROCESO            TO WS-CONTAC-FECHA
           IF TQ-MEDIO(WSV-NRO-ITEM) = 'M'
             MOVE 'EML' TO WS-CONTAC-CANAL
           ELSE
             MOVE 'TEL' TO WS-CONTAC-CANAL
           END-IF
           MOVE 'RECORDATORIOS'              TO WS-CONTAC-PROGRAMA
           IF WSV-RESULTADO = 'S'
             MOVE 'RECORDATORIO DE VENCIMIENTO ENVIADO'
               TO WS-CONTAC-RESULTADO
           ELSE
             MOVE 'RECORDATORIO DE VENCIMIENTO FALLIDO'
               TO WS-CONTAC-RESULTADO
           END-IF
           COPY WSCONTAC-PROC.


       240000-RESUMEN.
           INITIALIZE ACUMULADORES
           PERFORM VARYING WS-IND-COLA FROM 1 BY 1
