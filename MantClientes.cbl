      * Date:        22 DE AGOSTO 2026.
      * Purpose:     MANTENIMIENTO DE CLIENTES.DAT AL ESTILO DE PROG07
      *              DE LA SERIE 6: ALTA, MODIFICACION, BAJA Y
      *              CONSULTA. EL ARCHIVO ES INDEXADO POR NUMERO DE
      *              CLIENTE, ASI QUE CADA OPERACION LEE, GRABA,
      *              REGRABA O BORRA SOLO EL REGISTRO DEL CLIENTE POR
      *              CLAVE; EL ALTA CALCULA LA CLAVE ALTERNATIVA DEL
      *              APELLIDO (APELLIDO-C) A PARTIR DEL NOMBRE, SE
      *              RECHAZAN NUMEROS DUPLICADOS Y SE VALIDAN LOS
      *              DATOS DE CONTACTO AL INGRESARLOS. PARA OPERAR
      *              SOBRE UN CLIENTE EXISTENTE SE PUEDE TIPEAR EL
      *              NUMERO O EL COMIENZO DEL APELLIDO, EN CUYO CASO
      *              LA RUTINA BUSCACLIENTE LISTA LOS CANDIDATOS Y EL
      *              OPERADOR ELIGE. LA CLAVE TRIBUTARIA (CUIT) SE
      *              VERIFICA CON EL DIGITO MODULO 11 DE LA RUTINA
      *              VALIDACUIT AL TIPEARLA; CERO SIGNIFICA SIN CLAVE
      *              Y EL CLIENTE SALE EN LAS EXCEPCIONES DE
      *              PADRONFISCAL. AL CAMBIAR EL DOMICILIO SE DAN
      *              POR CORREGIDAS LAS CARTAS DEVUELTAS VIGENTES DEL
      *              CLIENTE (DOMDEVUE.DAT), CON LO QUE CARTASMORA
      *              VUELVE A IMPRIMIRLE CARTAS, Y SE DEJA CONSTANCIA
      *              EN LA HISTORIA DE CONTACTOS (CONTACTOS.DAT).
      *              AL DAR DE ALTA UN CLIENTE CON CUIT O AL SUBIRLE
      *              EL LIMITE DE CREDITO SE CONSULTA LA ULTIMA
      *              RESPUESTA DEL BURO DE CREDITO (RUTINA
      *              CONSULTABURO) Y, SI LA SITUACION ALCANZA EL
      *              PARAMETRO BURO-SIT-RECHAZO, EL OPERADOR DEBE
      *              CONFIRMAR EXPRESAMENTE PARA SEGUIR. EL ALTA
      *              ASIGNA EL CLIENTE A LA EMPRESA DE LA CORRIDA
      *              (VARIABLE EMPRESA) Y LA CONSULTA LA MUESTRA.
      *              LA OPCION 7 REGISTRA LA PREFERENCIA DE ENVIO DE
      *              ESTADOS DE CUENTA Y FACTURAS (PAPEL, EMAIL O
      *              AMBOS) EN ENVIOCLI.DAT: EL ENVIO POR EMAIL EXIGE
      *              UN EMAIL VALIDO EN EL MAESTRO Y QUE EL OPERADOR
      *              CONFIRME EL CONSENTIMIENTO DEL CLIENTE, QUE QUEDA
      *              REGISTRADO CON FECHA Y OPERADOR Y EN LA HISTORIA
      *              DE CONTACTOS. VOLVER A REGISTRARLA DESPUES DE UN
      *              REBOTE (IMPORTAREBOTES) DA LA DIRECCION POR VALIDA.
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

           SELECT OFICINAS           ASSIGN TO DISK '..\OFICINAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

           SELECT DOMDEVUE           ASSIGN TO DISK '..\DOMDEVUE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMDEVUE.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT ENVIOCLI           ASSIGN TO DISK '..\ENVIOCLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENVIOCLI.

       DATA DIVISION.

       FILE SECTION.
       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

       FD DOMDEVUE.
           COPY DOMDEVREC.

       FD CONTACTOS.
           COPY CONTACREC.

       FD ENVIOCLI.
           COPY ENVIOREC.


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==OFICINAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==DOMDEVUE==.
           COPY WSFS REPLACING ==:TAG:== BY ==ENVIOCLI==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 WS-CLIENTE-HALLADO           PIC X VALUE 'N'.
           88 WS-CLIENTE-EXISTE                         VALUE 'S'.

       01 WS-BUSCLI.
           COPY WSBUSCLI.

       01 WS-CLIENTE-PEDIDO            PIC X VALUE 'N'.
           88 WS-CLIENTE-RESUELTO                       VALUE 'S'.

       01 VARIABLES.
         05 WSV-NRO-CLIENTE            PIC 9(7).
         05 WSV-BUSQUEDA               PIC X(20).
         05 WSV-NYA                    PIC X(60).
         05 WSV-OFIAPE                 PIC X(03).
         05 WSV-IMPORTE                PIC 9(7)V99.
         05 WSV-DOMICILIO              PIC X(50).
         05 WSV-LIMITE                 PIC 9(09)V99.
         05 WSV-CATIVA                 PIC X(01).
         05 WSV-CUIT                   PIC 9(11).
         05 WSV-CUIT-VALIDO            PIC X(01).

       01 WS-CONTACTO-VALIDO           PIC X VALUE 'N'.
           88 WS-CONTACTO-ES-VALIDO                     VALUE 'S'.

       01 WS-IND-ARROBA                PIC 9(03).

       01 WS-RESPUESTA                 PIC A.
           88 WS-SI                                     VALUE 'S'.
           88 WS-NO                                     VALUE 'N'.

       01 DATOS-BURO.
         05 WS-BURO-SITUACION          PIC 9(01).
         05 WS-BURO-DEUDA              PIC 9(13)V99.
         05 WS-BURO-FECHA              PIC 9(08).
         05 WS-BURO-RESULTADO          PIC X(01).
             88 WS-BURO-RECHAZA                       VALUE 'R'.
             88 WS-BURO-SIN-DATOS                     VALUE 'N'.
         05 WS-BURO-DEUDA-EDIT         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         05 WS-BURO-ACEPTADO           PIC X(01).
             88 WS-BURO-OK                            VALUE 'S'.

       01 TABLA-OFICINAS.
         05 WS-CANT-OFICINAS           PIC 9(03) VALUE 0.

       COPY WSHDR-WS.

       COPY WSCONTAC-WS.

      * Copia de DOMDEVUE.DAT para reescribirlo con las devoluciones
      * del cliente marcadas como corregidas.
       01 TABLA-DEVUELTOS.
         05 WS-CANT-DEVUELTOS          PIC 9(04) VALUE 0.
         05 TDV-REGISTRO OCCURS 2000 TIMES
                                       PIC X(102).

       01 WS-IND-DEVUELTO              PIC 9(04).
       01 WS-CANT-CORREGIDOS           PIC 9(04) VALUE 0.
       01 WS-DEVUELTOS-COMPLETOS       PIC X VALUE 'S'.
           88 WS-TABLA-DEVUELTOS-OK                     VALUE 'S'.
       01 WS-DOMICILIO-ANTERIOR        PIC X(50).
       01 WS-FECHA-HOY                 PIC 9(08).

      * Copia de ENVIOCLI.DAT para reescribirlo con la preferencia
      * de envio del cliente.
       01 TABLA-PREFERENCIAS.
         05 WS-CANT-PREFERENCIAS       PIC 9(04) VALUE 0.
         05 TPR-REGISTRO OCCURS 5000 TIMES
                                       PIC X(117).

       01 WS-IND-PREF                  PIC 9(04).
       01 WS-IND-PREF-HALLADO          PIC 9(04).
       01 WS-PREFERENCIAS-COMPLETAS    PIC X VALUE 'S'.
           88 WS-TABLA-PREFERENCIAS-OK                  VALUE 'S'.
       01 WSV-PREFERENCIA              PIC X(01).
           88 WSV-PREFERENCIA-VALIDA                    VALUE 'P' 'E'
                                                              'A'.
       01 WS-PREF-CONFIRMADA           PIC X VALUE 'N'.
           88 WS-PREF-A-GRABAR                          VALUE 'S'.

       COPY WSAPELLIDO-WS.
       COPY WSEMPRESA-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 8
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-TOMAR-EMPRESA
           PERFORM 104000-CARGAR-OFICINAS
           PERFORM 105000-VERIFICAR-CLIENTES
           PERFORM 130000-MOSTRAR-MENU.


       103000-TOMAR-EMPRESA.
           COPY WSEMPRESA-PROC.


       104000-CARGAR-OFICINAS.
           MOVE 0 TO WS-CANT-OFICINAS
           OPEN INPUT OFICINAS
           END-IF.


       105000-VERIFICAR-CLIENTES.
      * El maestro indexado se crea vacio la primera vez; cada
      * operacion lo abre despues por su cuenta.
           OPEN I-O CLIENTES
           IF WSS-FS-CLIENTES-NOEXISTE
             DISPLAY 'ARCHIVO DE CLIENTES VACIO, SE CREA'
             OPEN OUTPUT CLIENTES
           END-IF
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             PERFORM 300000-FINAL
           END-IF
           CLOSE CLIENTES.



       130000-MOSTRAR-MENU.
           DISPLAY '3 - ELIMINAR UN CLIENTE'
           DISPLAY '4 - CONSULTAR UN CLIENTE'
           DISPLAY '5 - CAMBIAR LIMITE DE CREDITO'
           DISPLAY '6 - CAMBIAR CLAVE TRIBUTARIA (CUIT)'
           DISPLAY '7 - PREFERENCIA DE ENVIO (PAPEL / EMAIL)'
           DISPLAY '8 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.

             WHEN 5
               PERFORM 250000-CAMBIAR-LIMITE
             WHEN 6
               PERFORM 260000-CAMBIAR-CUIT
             WHEN 7
               PERFORM 270000-PREFERENCIA-ENVIO
             WHEN 8
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 8
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       204000-PEDIR-CLIENTE.
      * Un numero se toma como numero de cliente; un texto se busca
      * como comienzo de apellido y se vuelve a pedir si el operador
      * no elige ningun candidato. Cero vuelve al menu.
           MOVE 'N' TO WS-CLIENTE-PEDIDO
           PERFORM UNTIL WS-CLIENTE-RESUELTO
             DISPLAY 'INGRESE EL NUMERO DE CLIENTE O EL COMIENZO DEL '
                     'APELLIDO: '
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
             END-IF
           END-PERFORM.


      * Abre el maestro para actualizar y lee el cliente WSV-NRO-
      * CLIENTE; el archivo queda abierto hasta 206000.
       205000-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-HALLADO
           OPEN I-O CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             PERFORM 300000-FINAL
           END-IF
           MOVE WSV-NRO-CLIENTE TO NRO-CLIENTE-C
           READ CLIENTES
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'S' TO WS-CLIENTE-HALLADO
               ADD 1 TO WS-CANT-LEIDOS
           END-READ.


       206000-CERRAR-CLIENTES.
           CLOSE CLIENTES.



       207000-VALIDAR-CONTACTO.
           MOVE 'S' TO WS-CONTACTO-VALIDO
           IF WSV-NYA = SPACES
               DISPLAY 'LA OFICINA NO EXISTE EN OFICINAS.DAT'
               MOVE 'N' TO WS-CONTACTO-VALIDO
             END-IF
           END-IF
           PERFORM 208000-VALIDAR-CUIT
           IF WSV-CUIT-VALIDO NOT = 'S'
             MOVE 'N' TO WS-CONTACTO-VALIDO
           END-IF.


       208000-VALIDAR-CUIT.
      * Cero es un cliente sin clave (consumidor final sin documento):
      * se admite y queda en las excepciones del padron.
           IF WSV-CUIT = 0
             MOVE 'S' TO WSV-CUIT-VALIDO
           ELSE
             CALL 'VALIDACUIT' USING WSV-CUIT WSV-CUIT-VALIDO
             END-CALL
             IF WSV-CUIT-VALIDO NOT = 'S'
               DISPLAY 'LA CLAVE TRIBUTARIA ' WSV-CUIT
                       ' NO VERIFICA EL DIGITO MODULO 11'
             END-IF
           END-IF.


       209000-CONSULTAR-BURO.
      * Consulta la ultima respuesta del buro para WSV-CUIT. Sin CUIT o
      * sin respuesta se sigue; con situacion de rechazo el operador
      * tiene que confirmar.
           MOVE 'S' TO WS-BURO-ACEPTADO
           CALL 'CONSULTABURO' USING WSV-CUIT
                                     WS-BURO-SITUACION
                                     WS-BURO-DEUDA
                                     WS-BURO-FECHA
                                     WS-BURO-RESULTADO
           END-CALL
           IF WS-BURO-SIN-DATOS
             DISPLAY 'SIN RESPUESTA DEL BURO PARA ESTE CUIT'
           ELSE
             MOVE WS-BURO-DEUDA TO WS-BURO-DEUDA-EDIT
             DISPLAY 'BURO AL ' WS-BURO-FECHA
                     ': SITUACION ' WS-BURO-SITUACION
                     ' DEUDA EN EL SISTEMA ' WS-BURO-DEUDA-EDIT
             IF WS-BURO-RECHAZA
               DISPLAY 'ATENCION: LA SITUACION EN EL BURO ALCANZA '
                       'EL NIVEL DE RECHAZO'
               DISPLAY 'CONFIRMA DE TODAS FORMAS (S/N)? '
               ACCEPT WS-RESPUESTA
               IF NOT WS-SI
                 MOVE 'N' TO WS-BURO-ACEPTADO
               END-IF
             END-IF
           END-IF.


           DISPLAY 'INGRESE EL NUMERO DE CLIENTE: '
           ACCEPT WSV-NRO-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           PERFORM 206000-CERRAR-CLIENTES
           IF WS-CLIENTE-EXISTE
             DISPLAY 'YA EXISTE UN CLIENTE CON ESE NUMERO, NO SE GRABA'
           ELSE
             PERFORM 212000-INGRESAR-DATOS
             PERFORM 207000-VALIDAR-CONTACTO
             IF WS-CONTACTO-ES-VALIDO
               PERFORM 209000-CONSULTAR-BURO
               IF WS-BURO-OK
                 PERFORM 215000-GRABAR-ALTA
               ELSE
                 DISPLAY 'ALTA CANCELADA POR SITUACION EN EL BURO'
               END-IF
             ELSE
               DISPLAY 'DATOS DE CONTACTO INVALIDOS, NO SE GRABA'
             END-IF
           END-IF.



       212000-INGRESAR-DATOS.
           DISPLAY 'INGRESE EL NOMBRE Y APELLIDO: '
           ACCEPT WSV-NYA
           ACCEPT WSV-LIMITE
           DISPLAY 'INGRESE LA CATEGORIA DE IVA '
                   '(R=REGISTRADO E=EXENTO F=CONS.FINAL): '
           ACCEPT WSV-CATIVA
           DISPLAY 'INGRESE LA CLAVE TRIBUTARIA (CUIT, 0 = SIN CLAVE): '
           ACCEPT WSV-CUIT.


       215000-GRABAR-ALTA.
           MOVE SPACES TO REG-CLIENTES
           MOVE WSV-NRO-CLIENTE TO NRO-CLIENTE-C
           MOVE WSV-NYA         TO NYA-C
           MOVE WSV-OFIAPE      TO OFIAPE-C
           MOVE WSV-IMPORTE     TO IMPORTE-C
           MOVE WSV-TELEFONO    TO TELEFONO-C
           MOVE WSV-EMAIL       TO EMAIL-C
           MOVE WSV-DOMICILIO   TO DOMICILIO-C
           MOVE WSV-LIMITE      TO LIMITE-C
           MOVE WSV-CATIVA      TO CATIVA-C
           MOVE WSV-CUIT        TO CUIT-C
           MOVE 0               TO VTO-EXENCION-C
           MOVE WS-EMPRESA-CORRIDA TO EMPRESA-C
           PERFORM 216000-ARMAR-APELLIDO
           OPEN I-O CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             WRITE REG-CLIENTES
               INVALID KEY
      * Otro puesto lo dio de alta mientras se tipeaban los datos.
                 DISPLAY 'YA EXISTE UN CLIENTE CON ESE NUMERO, '
                         'NO SE GRABA'
               NOT INVALID KEY
                 ADD 1 TO WS-CANT-ESCRITOS
                 DISPLAY 'CLIENTE GRABADO'
             END-WRITE
             CLOSE CLIENTES
           END-IF.


       216000-ARMAR-APELLIDO.
           COPY WSAPELLIDO-PROC.


       217000-REGRABAR-CLIENTE.
           REWRITE REG-CLIENTES
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR EL CLIENTE ' NRO-CLIENTE-C
               DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             NOT INVALID KEY
               ADD 1 TO WS-CANT-ESCRITOS
           END-REWRITE.


       220000-MODIFICAR.
           PERFORM 204000-PEDIR-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           IF NOT WS-CLIENTE-EXISTE
             DISPLAY 'NO EXISTE UN CLIENTE CON ESE NUMERO'
           ELSE
             DISPLAY 'CLIENTE:         ' NRO-CLIENTE-C ' '
                     FUNCTION TRIM(NYA-C)
             DISPLAY 'TELEFONO ACTUAL: ' TELEFONO-C
             DISPLAY 'EMAIL ACTUAL:    ' EMAIL-C
             DISPLAY 'DOMICILIO ACTUAL: ' DOMICILIO-C
             MOVE DOMICILIO-C TO WS-DOMICILIO-ANTERIOR
             MOVE NYA-C TO WSV-NYA
             MOVE OFIAPE-C TO WSV-OFIAPE
             IF CUIT-C IS NUMERIC
               MOVE CUIT-C TO WSV-CUIT
             ELSE
               MOVE 0 TO WSV-CUIT
             END-IF
             DISPLAY 'INGRESE EL NUEVO TELEFONO: '
             ACCEPT WSV-TELEFONO
             DISPLAY 'INGRESE EL NUEVO EMAIL: '
             ACCEPT WSV-DOMICILIO
             PERFORM 207000-VALIDAR-CONTACTO
             IF WS-CONTACTO-ES-VALIDO
               MOVE WSV-TELEFONO  TO TELEFONO-C
               MOVE WSV-EMAIL     TO EMAIL-C
               MOVE WSV-DOMICILIO TO DOMICILIO-C
               PERFORM 217000-REGRABAR-CLIENTE
               DISPLAY 'CLIENTE MODIFICADO'
             ELSE
               DISPLAY 'DATOS DE CONTACTO INVALIDOS, NO SE MODIFICA'
             END-IF
           END-IF
           PERFORM 206000-CERRAR-CLIENTES
           IF WS-CLIENTE-EXISTE AND WS-CONTACTO-ES-VALIDO
             IF WSV-DOMICILIO NOT = WS-DOMICILIO-ANTERIOR
               PERFORM 225000-CORREGIR-DEVUELTOS
             END-IF
           END-IF.



       225000-CORREGIR-DEVUELTOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE 0 TO WS-CANT-DEVUELTOS
           MOVE 0 TO WS-CANT-CORREGIDOS
           MOVE 'S' TO WS-DEVUELTOS-COMPLETOS
           OPEN INPUT DOMDEVUE
           IF WSS-FS-DOMDEVUE-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-DOMDEVUE-OK
               PERFORM 226000-LEER-DEVUELTO
               PERFORM UNTIL WSS-FS-DOMDEVUE-EOF
                 IF WS-CANT-DEVUELTOS >= 2000
      * Reescribir con la tabla incompleta perderia devoluciones:
      * se deja el archivo como esta.
                   DISPLAY 'ERROR: MAS DE 2000 CARTAS DEVUELTAS, NO SE'
                           ' MARCAN COMO CORREGIDAS'
                   MOVE 'N' TO WS-DEVUELTOS-COMPLETOS
                   MOVE '10' TO WSS-FS-DOMDEVUE
                 ELSE
                   IF DDV-VIGENTE
                           AND DDV-NRO-CLIENTE = WSV-NRO-CLIENTE
                           AND DDV-DOMICILIO NOT = WSV-DOMICILIO
                     MOVE 'C' TO DDV-ESTADO
                     MOVE WS-FECHA-HOY TO DDV-FECHA-CORRECCION
                     ADD 1 TO WS-CANT-CORREGIDOS
                   END-IF
                   ADD 1 TO WS-CANT-DEVUELTOS
                   MOVE REG-DOMDEVUE
                     TO TDV-REGISTRO(WS-CANT-DEVUELTOS)
                   PERFORM 226000-LEER-DEVUELTO
                 END-IF
               END-PERFORM
             END-IF
             CLOSE DOMDEVUE
           END-IF
           IF WS-CANT-CORREGIDOS > 0 AND WS-TABLA-DEVUELTOS-OK
             OPEN OUTPUT DOMDEVUE
             IF NOT WSS-FS-DOMDEVUE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CARTAS DEVUELTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
             ELSE
               PERFORM VARYING WS-IND-DEVUELTO FROM 1 BY 1
                         UNTIL WS-IND-DEVUELTO > WS-CANT-DEVUELTOS
                 MOVE TDV-REGISTRO(WS-IND-DEVUELTO) TO REG-DOMDEVUE
                 WRITE REG-DOMDEVUE
               END-PERFORM
               CLOSE DOMDEVUE
               DISPLAY 'CARTAS DEVUELTAS CORREGIDAS: '
                       WS-CANT-CORREGIDOS
               MOVE WSV-NRO-CLIENTE   TO WS-CONTAC-CODCLIENTE
               MOVE 0                 TO WS-CONTAC-NROCUENTA
               MOVE WS-FECHA-HOY      TO WS-CONTAC-FECHA
               MOVE 'MOS'             TO WS-CONTAC-CANAL
               MOVE 'MANTCLIENTES'    TO WS-CONTAC-PROGRAMA
               MOVE SPACES            TO WS-CONTAC-OPERADOR
               MOVE 'DOMICILIO CORREGIDO TRAS CARTA DEVUELTA'
                 TO WS-CONTAC-RESULTADO
               PERFORM 227000-REGISTRAR-CONTACTO
             END-IF
           END-IF.


       226000-LEER-DEVUELTO.
           READ DOMDEVUE
           IF NOT WSS-FS-DOMDEVUE-OK AND NOT WSS-FS-DOMDEVUE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
             MOVE '10' TO WSS-FS-DOMDEVUE
           END-IF.


       227000-REGISTRAR-CONTACTO.
           COPY WSCONTAC-PROC.



       230000-ELIMINAR.
           PERFORM 204000-PEDIR-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           IF NOT WS-CLIENTE-EXISTE
             DISPLAY 'NO EXISTE UN CLIENTE CON ESE NUMERO'
           ELSE
             DISPLAY 'CLIENTE: ' NRO-CLIENTE-C ' ' FUNCTION TRIM(NYA-C)
             DISPLAY 'CONFIRMA LA BAJA (S/N)? '
             ACCEPT WS-RESPUESTA
             IF WS-SI
               DELETE CLIENTES
                 INVALID KEY
                   DISPLAY 'ERROR AL ELIMINAR EL CLIENTE'
                   DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
                 NOT INVALID KEY
                   ADD 1 TO WS-CANT-ESCRITOS
                   DISPLAY 'CLIENTE ELIMINADO'
               END-DELETE
             ELSE
               DISPLAY 'BAJA CANCELADA'
             END-IF
           END-IF
           PERFORM 206000-CERRAR-CLIENTES.


       240000-CONSULTAR.
           PERFORM 204000-PEDIR-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           PERFORM 206000-CERRAR-CLIENTES
           IF NOT WS-CLIENTE-EXISTE
             DISPLAY 'NO EXISTE UN CLIENTE CON ESE NUMERO'
           ELSE
             DISPLAY 'CLIENTE:   ' NRO-CLIENTE-C
             DISPLAY 'NOMBRE:    ' NYA-C
             DISPLAY 'OFICINA:   ' OFIAPE-C
             DISPLAY 'IMPORTE:   ' IMPORTE-C
             DISPLAY 'TELEFONO:  ' TELEFONO-C
             DISPLAY 'EMAIL:     ' EMAIL-C
             DISPLAY 'DOMICILIO: ' DOMICILIO-C
             DISPLAY 'LIMITE:    ' LIMITE-C
             DISPLAY 'CAT. IVA:  ' CATIVA-C
             DISPLAY 'CUIT:      ' CUIT-C
             IF EMPRESA-C = SPACES
               DISPLAY 'EMPRESA:   01'
             ELSE
               DISPLAY 'EMPRESA:   ' EMPRESA-C
             END-IF
             IF VTO-EXENCION-C IS NUMERIC
               IF VTO-EXENCION-C NOT = 0
                 DISPLAY 'EXENTO HASTA: ' VTO-EXENCION-C
               END-IF
             END-IF
             PERFORM 271000-CARGAR-PREFERENCIAS
             PERFORM 273000-MOSTRAR-PREFERENCIA
           END-IF.


       250000-CAMBIAR-LIMITE.
           PERFORM 204000-PEDIR-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           IF NOT WS-CLIENTE-EXISTE
             DISPLAY 'NO EXISTE UN CLIENTE CON ESE NUMERO'
           ELSE
             DISPLAY 'LIMITE ACTUAL: ' LIMITE-C
             DISPLAY 'INGRESE EL NUEVO LIMITE (0 = SIN LIMITE): '
             ACCEPT WSV-LIMITE
      * Subir el limite (o dejarlo sin limite) pasa por el buro.
             MOVE 'S' TO WS-BURO-ACEPTADO
             IF LIMITE-C > 0
                AND (WSV-LIMITE = 0
                     OR WSV-LIMITE > LIMITE-C)
               IF CUIT-C IS NUMERIC
                 MOVE CUIT-C TO WSV-CUIT
               ELSE
                 MOVE 0 TO WSV-CUIT
               END-IF
               PERFORM 209000-CONSULTAR-BURO
             END-IF
             IF WS-BURO-OK
               MOVE WSV-LIMITE TO LIMITE-C
               PERFORM 217000-REGRABAR-CLIENTE
               DISPLAY 'LIMITE DE CREDITO ACTUALIZADO'
             ELSE
               DISPLAY 'CAMBIO DE LIMITE CANCELADO POR SITUACION '
                       'EN EL BURO'
             END-IF
           END-IF
           PERFORM 206000-CERRAR-CLIENTES.


       260000-CAMBIAR-CUIT.
           PERFORM 204000-PEDIR-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           IF NOT WS-CLIENTE-EXISTE
             DISPLAY 'NO EXISTE UN CLIENTE CON ESE NUMERO'
           ELSE
             DISPLAY 'CUIT ACTUAL: ' CUIT-C
             DISPLAY 'INGRESE LA NUEVA CLAVE TRIBUTARIA '
                     '(0 = SIN CLAVE): '
             ACCEPT WSV-CUIT
             PERFORM 208000-VALIDAR-CUIT
             IF WSV-CUIT-VALIDO = 'S'
               MOVE WSV-CUIT TO CUIT-C
               PERFORM 217000-REGRABAR-CLIENTE
               DISPLAY 'CLAVE TRIBUTARIA ACTUALIZADA'
             ELSE
               DISPLAY 'CLAVE INVALIDA, NO SE MODIFICA'
             END-IF
           END-IF
           PERFORM 206000-CERRAR-CLIENTES.



       270000-PREFERENCIA-ENVIO.
           PERFORM 204000-PEDIR-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           PERFORM 206000-CERRAR-CLIENTES
           MOVE 'N' TO WS-PREF-CONFIRMADA
           IF NOT WS-CLIENTE-EXISTE
             DISPLAY 'NO EXISTE UN CLIENTE CON ESE NUMERO'
           ELSE
             PERFORM 271000-CARGAR-PREFERENCIAS
             PERFORM 273000-MOSTRAR-PREFERENCIA
             IF NOT WS-TABLA-PREFERENCIAS-OK
               DISPLAY 'NO SE PUEDE REGISTRAR LA PREFERENCIA'
             ELSE
               DISPLAY 'INGRESE LA PREFERENCIA (P=PAPEL E=EMAIL '
                       'A=AMBOS): '
               ACCEPT WSV-PREFERENCIA
               IF NOT WSV-PREFERENCIA-VALIDA
                 DISPLAY 'PREFERENCIA INVALIDA, NO SE MODIFICA'
               ELSE
                 PERFORM 274000-CONFIRMAR-CONSENTIMIENTO
               END-IF
             END-IF
           END-IF
           IF WS-PREF-A-GRABAR
             PERFORM 275000-GRABAR-PREFERENCIA
           END-IF.


       271000-CARGAR-PREFERENCIAS.
           MOVE 0 TO WS-CANT-PREFERENCIAS
           MOVE 0 TO WS-IND-PREF-HALLADO
           MOVE 'S' TO WS-PREFERENCIAS-COMPLETAS
           OPEN INPUT ENVIOCLI
           IF WSS-FS-ENVIOCLI-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-ENVIOCLI-OK
               DISPLAY 'ERROR DE ARCHIVO DE PREFERENCIAS DE ENVIO'
               DISPLAY 'FILE STATUS ' WSS-FS-ENVIOCLI
               MOVE 'N' TO WS-PREFERENCIAS-COMPLETAS
             ELSE
               PERFORM 272000-LEER-PREFERENCIA
               PERFORM UNTIL WSS-FS-ENVIOCLI-EOF
                 IF WS-CANT-PREFERENCIAS >= 5000
      * Reescribir con la tabla incompleta perderia preferencias:
      * se deja el archivo como esta.
                   DISPLAY 'ERROR: MAS DE 5000 PREFERENCIAS DE ENVIO'
                   MOVE 'N' TO WS-PREFERENCIAS-COMPLETAS
                   MOVE '10' TO WSS-FS-ENVIOCLI
                 ELSE
                   ADD 1 TO WS-CANT-PREFERENCIAS
                   MOVE REG-ENVIOCLI
                     TO TPR-REGISTRO(WS-CANT-PREFERENCIAS)
                   IF ENV-NRO-CLIENTE = WSV-NRO-CLIENTE
                     MOVE WS-CANT-PREFERENCIAS TO WS-IND-PREF-HALLADO
                   END-IF
                   PERFORM 272000-LEER-PREFERENCIA
                 END-IF
               END-PERFORM
               CLOSE ENVIOCLI
             END-IF
           END-IF.


       272000-LEER-PREFERENCIA.
           READ ENVIOCLI
           IF NOT WSS-FS-ENVIOCLI-OK AND NOT WSS-FS-ENVIOCLI-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ENVIOCLI
             MOVE 'N' TO WS-PREFERENCIAS-COMPLETAS
             MOVE '10' TO WSS-FS-ENVIOCLI
           END-IF.


       273000-MOSTRAR-PREFERENCIA.
           IF WS-IND-PREF-HALLADO = 0
             DISPLAY 'ENVIO:     PAPEL (SIN PREFERENCIA REGISTRADA)'
           ELSE
             MOVE TPR-REGISTRO(WS-IND-PREF-HALLADO) TO REG-ENVIOCLI
             EVALUATE TRUE
               WHEN ENV-SOLO-EMAIL
                 DISPLAY 'ENVIO:     EMAIL'
               WHEN ENV-AMBOS
                 DISPLAY 'ENVIO:     PAPEL Y EMAIL'
               WHEN OTHER
                 DISPLAY 'ENVIO:     PAPEL'
             END-EVALUATE
             IF ENV-CON-CONSENTIMIENTO
               DISPLAY 'CONSENTIMIENTO DEL ' ENV-FECHA-CONSENTIMIENTO
                       ' (' FUNCTION TRIM(ENV-OPERADOR) ')'
             END-IF
             IF ENV-EMAIL-REBOTADO
               DISPLAY 'EMAIL REBOTADO EL ' ENV-FECHA-REBOTE ': '
                       FUNCTION TRIM(ENV-EMAIL)
               DISPLAY 'MOTIVO: ' ENV-MOTIVO-REBOTE
             END-IF
           END-IF.


       274000-CONFIRMAR-CONSENTIMIENTO.
      * El email exige una direccion valida en el maestro y el
      * consentimiento expreso del cliente.
           IF WSV-PREFERENCIA = 'P'
             MOVE 'S' TO WS-PREF-CONFIRMADA
           ELSE
             MOVE 0 TO WS-IND-ARROBA
             INSPECT EMAIL-C TALLYING WS-IND-ARROBA FOR ALL '@'
             IF WS-IND-ARROBA NOT = 1
               DISPLAY 'EL CLIENTE NO TIENE UN EMAIL VALIDO, '
                       'CORREGIRLO CON LA OPCION 2'
             ELSE
               DISPLAY 'SE ENVIARA A: ' FUNCTION TRIM(EMAIL-C)
               DISPLAY 'EL CLIENTE DIO SU CONSENTIMIENTO PARA '
                       'RECIBIR POR EMAIL (S/N)? '
               ACCEPT WS-RESPUESTA
               IF WS-SI
                 MOVE 'S' TO WS-PREF-CONFIRMADA
               ELSE
                 DISPLAY 'SIN CONSENTIMIENTO NO SE REGISTRA EL '
                         'ENVIO POR EMAIL'
               END-IF
             END-IF
           END-IF.


       275000-GRABAR-PREFERENCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           IF WS-IND-PREF-HALLADO = 0
             IF WS-CANT-PREFERENCIAS >= 5000
               DISPLAY 'ERROR: MAS DE 5000 PREFERENCIAS DE ENVIO'
               MOVE 'N' TO WS-PREFERENCIAS-COMPLETAS
             ELSE
               ADD 1 TO WS-CANT-PREFERENCIAS
               MOVE WS-CANT-PREFERENCIAS TO WS-IND-PREF-HALLADO
               MOVE SPACES TO REG-ENVIOCLI
               MOVE WSV-NRO-CLIENTE TO ENV-NRO-CLIENTE
               MOVE 'N' TO ENV-CONSENTIMIENTO
               MOVE 0 TO ENV-FECHA-CONSENTIMIENTO
               MOVE 0 TO ENV-FECHA-REBOTE
             END-IF
           ELSE
             MOVE TPR-REGISTRO(WS-IND-PREF-HALLADO) TO REG-ENVIOCLI
           END-IF
           IF WS-TABLA-PREFERENCIAS-OK
             MOVE WSV-PREFERENCIA TO ENV-PREFERENCIA
             IF ENV-CON-EMAIL
      * Un nuevo consentimiento da la direccion por valida aunque
      * haya rebotado antes.
               MOVE 'S' TO ENV-CONSENTIMIENTO
               MOVE WS-FECHA-HOY TO ENV-FECHA-CONSENTIMIENTO
               ACCEPT ENV-OPERADOR FROM ENVIRONMENT 'USER'
               MOVE EMAIL-C TO ENV-EMAIL
               MOVE 'V' TO ENV-ESTADO-EMAIL
               MOVE SPACES TO ENV-PREF-ANTERIOR
             END-IF
             MOVE REG-ENVIOCLI TO TPR-REGISTRO(WS-IND-PREF-HALLADO)
             OPEN OUTPUT ENVIOCLI
             IF NOT WSS-FS-ENVIOCLI-OK
               DISPLAY 'ERROR DE ARCHIVO DE PREFERENCIAS DE ENVIO'
               DISPLAY 'FILE STATUS ' WSS-FS-ENVIOCLI
             ELSE
               PERFORM VARYING WS-IND-PREF FROM 1 BY 1
                         UNTIL WS-IND-PREF > WS-CANT-PREFERENCIAS
                 MOVE TPR-REGISTRO(WS-IND-PREF) TO REG-ENVIOCLI
                 WRITE REG-ENVIOCLI
               END-PERFORM
               CLOSE ENVIOCLI
               ADD 1 TO WS-CANT-ESCRITOS
               DISPLAY 'PREFERENCIA DE ENVIO REGISTRADA'
               MOVE WSV-NRO-CLIENTE   TO WS-CONTAC-CODCLIENTE
               MOVE 0                 TO WS-CONTAC-NROCUENTA
               MOVE WS-FECHA-HOY      TO WS-CONTAC-FECHA
               MOVE 'MOS'             TO WS-CONTAC-CANAL
               MOVE 'MANTCLIENTES'    TO WS-CONTAC-PROGRAMA
               MOVE SPACES            TO WS-CONTAC-OPERADOR
               EVALUATE WSV-PREFERENCIA
                 WHEN 'E'
                   MOVE 'CONSIENTE ENVIO POR EMAIL'
                     TO WS-CONTAC-RESULTADO
                 WHEN 'A'
                   MOVE 'CONSIENTE ENVIO POR EMAIL Y PAPEL'
                     TO WS-CONTAC-RESULTADO
                 WHEN OTHER
                   MOVE 'PIDE ENVIO SOLO EN PAPEL'
                     TO WS-CONTAC-RESULTADO
               END-EVALUATE
               PERFORM 227000-REGISTRAR-CONTACTO
             END-IF
           END-IF.


