      * Date:        08 DE AGOSTO 2026.
      * Purpose:     MANTENIMIENTO DEL CATALOGO DE SERVICIOS/PRODUCTOS
      *              (SERVCAT.DAT). ALTA Y LISTADO DE CODIGOS,
      *              DESCRIPCIONES Y PRECIOS ESTANDAR. UN CODIGO PUEDE
      *              MARCARSE COMO COBRADO POR CUENTA DE UN TERCERO
      *              DADO DE ALTA EN TERCEROS.DAT (MANTTERCEROS): SUS
      *              CARGOS NO SON INGRESO PROPIO SINO DEUDA CON EL
      *              TERCERO HASTA SU RENDICION. UN CODIGO DE TIPO
      *              'C' ES UN PAQUETE: EL ALTA PIDE SU DESCUENTO Y SUS
      *              COMPONENTES (PAQUETES.DAT) Y EL LISTADO MUESTRA LA
      *              COMPOSICION DE CADA PAQUETE Y EL AHORRO CONTRA
      *              COMPRAR LOS COMPONENTES SUELTOS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVPREC.

           SELECT PAQUETES           ASSIGN TO DISK '..\PAQUETES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAQUETES.

           SELECT TERCEROS           ASSIGN TO DISK '..\TERCEROS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TERCEROS.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
         05 PRE-PRECIO                 PIC S9(05)V99.
         05 PRE-FECHA-ALTA             PIC 9(08).
         05 PRE-OPERADOR               PIC X(20).
         05 PRE-NUMCUENTA              PIC 9(08).

       FD PAQUETES.
           COPY PAQUEREC.

       FD TERCEROS.
           COPY TERCEROREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).
           COPY WSFS REPLACING ==:TAG:== BY ==ARCHIVO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVPREC==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==TERCEROS==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAQUETES==.

       01 WS-OPCION                    PIC 9(01) VALUE 0.
       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 TABLA-CATALOGO.
         05 WS-CANT-CATALOGO           PIC 9(04) VALUE 0.
         05 TCA-REGISTRO OCCURS 500 TIMES
                                       PIC X(50).

       01 WS-REG-TRABAJO               PIC X(50).

       01 WS-CATALOGO-DESBORDADO       PIC X VALUE 'N'.
           88 WS-SE-DESBORDO-CATALOGO                   VALUE 'S'.
         05 WS-IND-HALLADO             PIC 9(04).

       01 WSV-CODIGO                   PIC X(03).
       01 WSV-TERCERO                  PIC 9(04).
       01 WSV-NOMBRE-TERCERO           PIC X(40).
       01 WS-TERCERO-VALIDO            PIC X(01).
           88 WS-TERCERO-OK                             VALUE 'S'.
       01 WS-CANT-USOS                 PIC 9(05).

      * Alta de paquetes: los componentes se juntan en la tabla y se
      * graban en PAQUETES.DAT recien despues de grabar el paquete.
       01 TABLA-COMPONENTES.
         05 WS-CANT-COMPONENTES        PIC 9(02) VALUE 0.
         05 TCO-ENTRY OCCURS 20 TIMES.
           10 TCO-CODIGO               PIC X(03).
           10 TCO-CANTIDAD             PIC 9(03).

       01 WSV-COMPONENTE               PIC X(03).
       01 WSV-CANTIDAD                 PIC 9(03).
       01 WS-FIN-COMPONENTES           PIC X(01).
           88 WS-NO-HAY-MAS-COMPONENTES                 VALUE 'S'.
       01 WS-TIPO-ANTERIOR             PIC X(01).
       01 WS-IND-COMP                  PIC 9(02).

      * Valorizacion de la composicion en el listado, a precio
      * general del mes en curso.
       01 WS-PAQUETE.
           COPY PAQCALC.
       01 WS-PAQ-RESULTADO             PIC X(01).
       01 WS-CUENTA-GENERAL            PIC 9(08) VALUE 0.
       01 WS-PERIODO-HOY               PIC X(06).
       01 WS-AHORRO                    PIC S9(09)V99.
       01 WS-LISTA-EDIT                PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-PAQUETE-EDIT              PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-AHORRO-EDIT               PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-DESCUENTO-EDIT            PIC Z9,99.

       01 WS-RESPUESTA                 PIC A.
           88 WS-SI                                     VALUE 'S'.
           88 WS-NO                                     VALUE 'N'.
           DISPLAY '2 - LISTAR CATALOGO'
           DISPLAY '3 - CARGAR PRECIO CON VIGENCIA'
           DISPLAY '4 - AUDITORIA DE CAMBIOS DE PRECIO'
           DISPLAY '5 - MODIFICAR DESCRIPCION, TIPO Y TERCERO'
           DISPLAY '6 - DESACTIVAR UN CODIGO'
           DISPLAY '7 - SALIR'
           DISPLAY 'OPCION: '
           DISPLAY 'INGRESE EL PRECIO ESTANDAR: '
           ACCEPT CAT-PRECIO
           DISPLAY 'INGRESE EL TIPO (S=SERVICIO SERIE 6, '
                   'P=PRODUCTO SERIE 1, C=PAQUETE): '
           ACCEPT CAT-TIPO
           MOVE 0 TO CAT-DESC-PAQUETE
           MOVE 0 TO WS-CANT-COMPONENTES
           IF CAT-ES-PAQUETE
             PERFORM 217000-PEDIR-PAQUETE
           END-IF
           DISPLAY 'INGRESE EL TERCERO POR CUYA CUENTA SE COBRA '
                   '(0 = INGRESO PROPIO): '
           ACCEPT CAT-TERCERO
           MOVE 'A' TO CAT-ESTADO
           MOVE CAT-TERCERO TO WSV-TERCERO
           PERFORM 215000-VALIDAR-TERCERO
           IF NOT WS-TERCERO-OK
             DISPLAY 'EL TERCERO NO EXISTE EN TERCEROS.DAT, '
                     'NO SE GRABA'
           ELSE
             IF CAT-ES-PAQUETE AND WS-CANT-COMPONENTES = 0
               DISPLAY 'UN PAQUETE SIN COMPONENTES NO SE GRABA'
             ELSE
               PERFORM 212000-GRABAR-ALTA
               IF CAT-ES-PAQUETE
                 PERFORM 218000-GRABAR-COMPONENTES
               END-IF
             END-IF
           END-IF.


       212000-GRABAR-ALTA.
           OPEN EXTEND ARCHIVO
           IF NOT WSS-FS-ARCHIVO-OK AND NOT WSS-FS-ARCHIVO-NOEXISTE
             DISPLAY 'ERROR DE ARCHIVO'
           END-IF.


       217000-PEDIR-PAQUETE.
      * El catalogo se carga para validar los componentes; la carga
      * pisa el registro del alta, que se guarda y se repone.
           MOVE REG-SERVICIOS-CAT TO WS-REG-TRABAJO
           PERFORM 245500-CARGAR-CATALOGO
           MOVE WS-REG-TRABAJO TO REG-SERVICIOS-CAT
           DISPLAY 'EL PRECIO DEL PAQUETE SALE DE SUS COMPONENTES, '
                   'EL PRECIO ESTANDAR QUEDA EN CERO'
           MOVE 0 TO CAT-PRECIO
           DISPLAY 'INGRESE EL DESCUENTO DEL PAQUETE (POR CIENTO '
                   'SOBRE LOS COMPONENTES SUELTOS): '
           ACCEPT CAT-DESC-PAQUETE
           DISPLAY 'INGRESE LOS COMPONENTES (CODIGO EN BLANCO PARA '
                   'TERMINAR, HASTA 20)'
           MOVE 'N' TO WS-FIN-COMPONENTES
           PERFORM 217500-PEDIR-COMPONENTE
             UNTIL WS-NO-HAY-MAS-COMPONENTES
                OR WS-CANT-COMPONENTES = 20.


       217500-PEDIR-COMPONENTE.
           MOVE SPACES TO WSV-COMPONENTE
           DISPLAY 'CODIGO COMPONENTE: '
           ACCEPT WSV-COMPONENTE
           IF WSV-COMPONENTE = SPACES
             MOVE 'S' TO WS-FIN-COMPONENTES
           ELSE
             MOVE WSV-COMPONENTE TO WSV-CODIGO
             PERFORM 247000-BUSCAR-EN-CATALOGO
             IF WS-IND-HALLADO NOT = 0
      * Posiciones de CAT-TIPO y CAT-ESTADO en el registro crudo.
               EVALUATE TRUE
                 WHEN TCA-REGISTRO(WS-IND-HALLADO)(41:1) = 'C'
                   DISPLAY 'UN PAQUETE NO PUEDE SER COMPONENTE DE '
                           'OTRO'
                 WHEN TCA-REGISTRO(WS-IND-HALLADO)(42:1) = 'I'
                   DISPLAY 'EL CODIGO ESTA DESACTIVADO'
                 WHEN OTHER
                   DISPLAY 'CANTIDAD POR PAQUETE: '
                   ACCEPT WSV-CANTIDAD
                   IF WSV-CANTIDAD = 0
                     MOVE 1 TO WSV-CANTIDAD
                   END-IF
                   ADD 1 TO WS-CANT-COMPONENTES
                   MOVE WSV-COMPONENTE
                     TO TCO-CODIGO(WS-CANT-COMPONENTES)
                   MOVE WSV-CANTIDAD
                     TO TCO-CANTIDAD(WS-CANT-COMPONENTES)
               END-EVALUATE
             END-IF
           END-IF.


       218000-GRABAR-COMPONENTES.
           OPEN EXTEND PAQUETES
           IF WSS-FS-PAQUETES-NOEXISTE
             OPEN OUTPUT PAQUETES
           END-IF
           IF NOT WSS-FS-PAQUETES-OK
             DISPLAY 'ERROR DE ARCHIVO DE PAQUETES, EL PAQUETE '
                     CAT-CODIGO ' QUEDA SIN COMPONENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-PAQUETES
           ELSE
             PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                       UNTIL WS-IND-COMP > WS-CANT-COMPONENTES
               MOVE CAT-CODIGO TO PAQ-CODIGO
               MOVE TCO-CODIGO(WS-IND-COMP) TO PAQ-COMPONENTE
               MOVE TCO-CANTIDAD(WS-IND-COMP) TO PAQ-CANTIDAD
               WRITE REG-PAQUETE
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE PAQUETES
             DISPLAY 'COMPOSICION GRABADA: ' WS-CANT-COMPONENTES
                     ' COMPONENTES'
           END-IF.


       215000-VALIDAR-TERCERO.
      * Cero es ingreso propio y no se valida; cualquier otro codigo
      * tiene que existir en TERCEROS.DAT.
           MOVE SPACES TO WSV-NOMBRE-TERCERO
           IF WSV-TERCERO = 0
             MOVE 'S' TO WS-TERCERO-VALIDO
           ELSE
             MOVE 'N' TO WS-TERCERO-VALIDO
             OPEN INPUT TERCEROS
             IF WSS-FS-TERCEROS-OK
               PERFORM 216000-LEER-TERCERO
               PERFORM UNTIL WSS-FS-TERCEROS-EOF
                 IF TER-CODIGO = WSV-TERCERO
                   MOVE 'S' TO WS-TERCERO-VALIDO
                   MOVE TER-NOMBRE TO WSV-NOMBRE-TERCERO
                   MOVE '10' TO WSS-FS-TERCEROS
                 ELSE
                   PERFORM 216000-LEER-TERCERO
                 END-IF
               END-PERFORM
               CLOSE TERCEROS
             END-IF
           END-IF.


       216000-LEER-TERCERO.
           READ TERCEROS
           IF NOT WSS-FS-TERCEROS-OK AND NOT WSS-FS-TERCEROS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TERCEROS
             MOVE '10' TO WSS-FS-TERCEROS
           END-IF.


       220000-LISTAR.
           OPEN INPUT ARCHIVO
           IF WSS-FS-ARCHIVO-NOEXISTE

       221000-MOSTRAR-ENCABEZADO.
           DISPLAY '*----*------------------------------*----------*'
                          '----*-----*'
           DISPLAY '|COD.|          DESCRIPCION          |  PRECIO  |'
                          'TIPO|TERC.|'
           DISPLAY '*----*------------------------------*----------*'
                          '----*-----*'.


       222000-LEER-Y-MOSTRAR.
           EVALUATE TRUE
             WHEN WSS-FS-ARCHIVO-OK
               ADD 1 TO WS-CANT-LEIDOS
               IF CAT-TERCERO NOT NUMERIC
                 MOVE 0 TO CAT-TERCERO
               END-IF
               DISPLAY '|' CAT-CODIGO ' |' CAT-DESCRIP '|'
                            CAT-PRECIO '|' CAT-TIPO '| '
                            CAT-TERCERO '|'
               IF CAT-ES-PAQUETE
                 PERFORM 223000-MOSTRAR-COMPOSICION
               END-IF
             WHEN WSS-FS-ARCHIVO-EOF
               CONTINUE
             WHEN OTHER
           END-EVALUATE.


       223000-MOSTRAR-COMPOSICION.
      * Composicion valorizada a precio general del mes en curso:
      * cada componente suelto contra su parte en el paquete, y el
      * ahorro del paquete contra comprar los componentes sueltos.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO-HOY
           CALL 'PRECIOPAQUETE' USING CAT-CODIGO
                                      WS-CUENTA-GENERAL
                                      WS-PERIODO-HOY
                                      WS-PAQUETE
                                      WS-PAQ-RESULTADO
           END-CALL
           IF WS-PAQ-RESULTADO = 'N'
             DISPLAY '     PAQUETE SIN COMPONENTES EN PAQUETES.DAT'
           ELSE
             PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                       UNTIL WS-IND-COMP > PQC-CANT-COMP
               MOVE PQC-COMP-LISTA(WS-IND-COMP) TO WS-LISTA-EDIT
               MOVE PQC-COMP-IMPORTE(WS-IND-COMP) TO WS-PAQUETE-EDIT
               DISPLAY '     ' PQC-COMP-CODIGO(WS-IND-COMP)
                       ' X ' PQC-COMP-CANTIDAD(WS-IND-COMP)
                       ' SUELTO ' WS-LISTA-EDIT
                       ' EN PAQUETE ' WS-PAQUETE-EDIT
             END-PERFORM
             COMPUTE WS-AHORRO = PQC-PRECIO-LISTA - PQC-PRECIO-PAQUETE
             MOVE PQC-PRECIO-LISTA TO WS-LISTA-EDIT
             MOVE PQC-PRECIO-PAQUETE TO WS-PAQUETE-EDIT
             MOVE WS-AHORRO TO WS-AHORRO-EDIT
             MOVE PQC-DESCUENTO TO WS-DESCUENTO-EDIT
             DISPLAY '     SUELTOS ' WS-LISTA-EDIT
                     ' PAQUETE ' WS-PAQUETE-EDIT
                     ' AHORRO ' WS-AHORRO-EDIT
                     ' (' WS-DESCUENTO-EDIT '%)'
             IF WS-PAQ-RESULTADO = 'P'
               DISPLAY '     ATENCION: HAY COMPONENTES QUE NO ESTAN '
                       'EN EL CATALOGO'
             END-IF
           END-IF.


       230000-PRECIO-CON-VIGENCIA.
           DISPLAY 'INGRESE EL CODIGO (3 CARACTERES): '
           ACCEPT PRE-CODIGO
           ACCEPT PRE-PRECIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRE-FECHA-ALTA
           ACCEPT PRE-OPERADOR FROM ENVIRONMENT 'USER'
           MOVE 0 TO PRE-NUMCUENTA

           OPEN EXTEND SERVPREC
           IF WSS-FS-SERVPREC-NOEXISTE
               DISPLAY 'AUDITORIA DE CAMBIOS DE PRECIO:'
               PERFORM 245000-LEER-Y-MOSTRAR-PRECIO
               PERFORM UNTIL WSS-FS-SERVPREC-EOF
                 IF PRE-NUMCUENTA IS NUMERIC AND PRE-NUMCUENTA > 0
                   DISPLAY '  ' PRE-CODIGO ' RIGE DESDE '
                           PRE-VIGENCIA-DESDE ' PRECIO ' PRE-PRECIO
                           ' CARGADO EL ' PRE-FECHA-ALTA
                           ' POR ' PRE-OPERADOR
                           ' SOLO CUENTA ' PRE-NUMCUENTA
                 ELSE
                   DISPLAY '  ' PRE-CODIGO ' RIGE DESDE '
                           PRE-VIGENCIA-DESDE ' PRECIO ' PRE-PRECIO
                           ' CARGADO EL ' PRE-FECHA-ALTA
                           ' POR ' PRE-OPERADOR
                 END-IF
                 PERFORM 245000-LEER-Y-MOSTRAR-PRECIO
               END-PERFORM
               CLOSE SERVPREC
             DISPLAY 'INGRESE LA NUEVA DESCRIPCION: '
             ACCEPT CAT-DESCRIP
             DISPLAY 'TIPO ACTUAL: ' CAT-TIPO
             MOVE CAT-TIPO TO WS-TIPO-ANTERIOR
             DISPLAY 'INGRESE EL NUEVO TIPO (S/P/C): '
             ACCEPT CAT-TIPO
      * La composicion de un paquete solo se carga en el alta.
             IF CAT-ES-PAQUETE AND WS-TIPO-ANTERIOR NOT = 'C'
               DISPLAY 'UN PAQUETE SE DA DE ALTA CON SU COMPOSICION, '
                       'SE MANTIENE EL TIPO ' WS-TIPO-ANTERIOR
               MOVE WS-TIPO-ANTERIOR TO CAT-TIPO
             END-IF
             IF CAT-ES-PAQUETE
               IF CAT-DESC-PAQUETE NOT NUMERIC
                 MOVE 0 TO CAT-DESC-PAQUETE
               END-IF
               DISPLAY 'DESCUENTO ACTUAL DEL PAQUETE: '
                       CAT-DESC-PAQUETE
               DISPLAY 'INGRESE EL NUEVO DESCUENTO: '
               ACCEPT CAT-DESC-PAQUETE
             END-IF
             IF CAT-TERCERO NOT NUMERIC
               MOVE 0 TO CAT-TERCERO
             END-IF
             DISPLAY 'TERCERO ACTUAL (0 = INGRESO PROPIO): '
                     CAT-TERCERO
             DISPLAY 'INGRESE EL NUEVO TERCERO: '
             ACCEPT WSV-TERCERO
             PERFORM 215000-VALIDAR-TERCERO
             IF NOT WS-TERCERO-OK
               DISPLAY 'EL TERCERO NO EXISTE EN TERCEROS.DAT, '
                       'NO SE GRABA'
             ELSE
               MOVE WSV-TERCERO TO CAT-TERCERO
               MOVE REG-SERVICIOS-CAT TO TCA-REGISTRO(WS-IND-HALLADO)
               PERFORM 248000-REGRABAR-CATALOGO
               DISPLAY 'CODIGO MODIFICADO'
             END-IF
           END-IF.


