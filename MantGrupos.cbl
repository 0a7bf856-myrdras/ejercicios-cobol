      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MANTENIMIENTO DE LOS GRUPOS EMPRESARIOS
      *              (GRUPOS.DAT: CODIGO, NOMBRE, CLIENTE PAGADOR Y
      *              LIMITE DE CREDITO DEL GRUPO) Y DE SUS MIEMBROS
      *              (GRUPOMIE.DAT). EL PAGADOR ES LA CASA CENTRAL
      *              QUE PAGA POR TODAS LAS SUCURSALES: ENTRA SOLO
      *              COMO MIEMBRO AL DAR DE ALTA EL GRUPO Y NO SE
      *              PUEDE QUITAR MIENTRAS SEA EL PAGADOR. UN CLIENTE
      *              PERTENECE A UN SOLO GRUPO. ESTADOGRUPOS ARMA EL
      *              ESTADO CONSOLIDADO, CARTASMORA Y RECORDATORIOS
      *              DIRIGEN LA COBRANZA AL CONTACTO DEL PAGADOR Y
      *              CONTROLLIMITE Y EXPOSICIONCREDITO APLICAN EL
      *              LIMITE DEL GRUPO, TODOS VIA LA RUTINA
      *              GRUPOCLIENTE O LEYENDO ESTOS ARCHIVOS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MANTGRUPOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOS             ASSIGN TO DISK '..\GRUPOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GRUPOS.

           SELECT GRUPOMIE           ASSIGN TO DISK '..\GRUPOMIE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GRUPOMIE.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD GRUPOS.
           COPY GRUPOREC.

       FD GRUPOMIE.
           COPY GRUPOMIE.

       FD CLIENTES.
           COPY CLIMAEST.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==GRUPOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==GRUPOMIE==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 TABLA-GRUPOS.
         05 WS-CANT-GRUPOS             PIC 9(04) VALUE 0.
         05 TGR-ENTRY OCCURS 999 TIMES.
           10 TGR-CODIGO               PIC 9(04).
           10 TGR-NOMBRE               PIC X(40).
           10 TGR-PAGADOR              PIC 9(07).
           10 TGR-LIMITE               PIC 9(09)V99.
           10 TGR-FECHA-ALTA           PIC 9(08).

       01 TABLA-MIEMBROS.
         05 WS-CANT-MIEMBROS           PIC 9(04) VALUE 0.
         05 TMI-ENTRY OCCURS 5000 TIMES.
           10 TMI-GRUPO                PIC 9(04).
           10 TMI-NRO-CLIENTE          PIC 9(07).
           10 TMI-FECHA-ALTA           PIC 9(08).

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TC-ENTRY OCCURS 5000 TIMES.
           10 TC-NRO-CLIENTE           PIC 9(07).
           10 TC-NYA                   PIC X(60).

       01 INDICES.
         05 WS-IND-GRUPO               PIC 9(04).
         05 WS-IND-GRUPO-HALLADO       PIC 9(04).
         05 WS-IND-MIEMBRO             PIC 9(04).
         05 WS-IND-MIEMBRO-HALLADO     PIC 9(04).
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-CLIENTE-HALLADO     PIC 9(05).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 WS-CONFIRMA                  PIC X(01).

       01 VARIABLES.
         05 WSV-CODIGO                 PIC 9(04).
         05 WSV-NOMBRE                 PIC X(40).
         05 WSV-PAGADOR                PIC 9(07).
         05 WSV-LIMITE                 PIC 9(09)V99.
         05 WSV-NRO-CLIENTE            PIC 9(07).
         05 WSV-CANT-DEL-GRUPO         PIC 9(04).
         05 WSV-FECHA-HOY              PIC 9(08).

       01 WS-LIMITE-EDIT               PIC Z(8)9,99.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 6
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSV-FECHA-HOY

           PERFORM 105000-CARGAR-GRUPOS
           PERFORM 110000-CARGAR-MIEMBROS
           PERFORM 120000-CARGAR-CLIENTES
           PERFORM 130000-MOSTRAR-MENU.


       105000-CARGAR-GRUPOS.
           MOVE 0 TO WS-CANT-GRUPOS
           OPEN INPUT GRUPOS
           IF WSS-FS-GRUPOS-NOEXISTE
             DISPLAY 'NO HAY GRUPOS DEFINIDOS TODAVIA'
           ELSE
             IF NOT WSS-FS-GRUPOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE GRUPOS'
               DISPLAY 'FILE STATUS ' WSS-FS-GRUPOS
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-GRUPO
               PERFORM UNTIL WSS-FS-GRUPOS-EOF
                 IF WS-CANT-GRUPOS < 999
                   ADD 1 TO WS-CANT-GRUPOS
                   MOVE GRP-CODIGO TO TGR-CODIGO(WS-CANT-GRUPOS)
                   MOVE GRP-NOMBRE TO TGR-NOMBRE(WS-CANT-GRUPOS)
                   MOVE GRP-PAGADOR TO TGR-PAGADOR(WS-CANT-GRUPOS)
                   MOVE GRP-LIMITE TO TGR-LIMITE(WS-CANT-GRUPOS)
                   MOVE GRP-FECHA-ALTA
                     TO TGR-FECHA-ALTA(WS-CANT-GRUPOS)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-GRUPO
               END-PERFORM
             END-IF
             CLOSE GRUPOS
           END-IF.


       106000-LEER-GRUPO.
           READ GRUPOS
           IF NOT WSS-FS-GRUPOS-OK AND NOT WSS-FS-GRUPOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-GRUPOS
             MOVE '10' TO WSS-FS-GRUPOS
           END-IF.


       110000-CARGAR-MIEMBROS.
           MOVE 0 TO WS-CANT-MIEMBROS
           OPEN INPUT GRUPOMIE
           IF WSS-FS-GRUPOMIE-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-GRUPOMIE-OK
               DISPLAY 'ERROR DE ARCHIVO DE MIEMBROS DE GRUPO'
               DISPLAY 'FILE STATUS ' WSS-FS-GRUPOMIE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 111000-LEER-MIEMBRO
               PERFORM UNTIL WSS-FS-GRUPOMIE-EOF
                 IF WS-CANT-MIEMBROS < 5000
                   ADD 1 TO WS-CANT-MIEMBROS
                   MOVE GMI-GRUPO TO TMI-GRUPO(WS-CANT-MIEMBROS)
                   MOVE GMI-NRO-CLIENTE
                     TO TMI-NRO-CLIENTE(WS-CANT-MIEMBROS)
                   MOVE GMI-FECHA-ALTA
                     TO TMI-FECHA-ALTA(WS-CANT-MIEMBROS)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 111000-LEER-MIEMBRO
               END-PERFORM
             END-IF
             CLOSE GRUPOMIE
           END-IF.


       111000-LEER-MIEMBRO.
           READ GRUPOMIE
           IF NOT WSS-FS-GRUPOMIE-OK AND NOT WSS-FS-GRUPOMIE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-GRUPOMIE
             MOVE '10' TO WSS-FS-GRUPOMIE
           END-IF.


       120000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             PERFORM 300000-FINAL
           END-IF
           PERFORM 121000-LEER-CLIENTE
           PERFORM UNTIL WSS-FS-CLIENTES-EOF
             IF WS-CANT-CLIENTES < 5000
               ADD 1 TO WS-CANT-CLIENTES
               MOVE NRO-CLIENTE-C TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
               MOVE NYA-C TO TC-NYA(WS-CANT-CLIENTES)
             END-IF
             PERFORM 121000-LEER-CLIENTE
           END-PERFORM
           CLOSE CLIENTES.


       121000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'GRUPOS EMPRESARIOS (GRUPOS.DAT)'
           DISPLAY '1 - ALTA O MODIFICACION DE GRUPO'
           DISPLAY '2 - BAJA DE GRUPO'
           DISPLAY '3 - AGREGAR UN CLIENTE AL GRUPO'
           DISPLAY '4 - QUITAR UN CLIENTE DEL GRUPO'
           DISPLAY '5 - LISTAR LOS GRUPOS Y SUS MIEMBROS'
           DISPLAY '6 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-ALTA-MODIFICACION
             WHEN 2
               PERFORM 220000-BAJA
             WHEN 3
               PERFORM 230000-AGREGAR-MIEMBRO
             WHEN 4
               PERFORM 240000-QUITAR-MIEMBRO
             WHEN 5
               PERFORM 250000-LISTAR
             WHEN 6
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 6
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       205000-BUSCAR-GRUPO.
           MOVE 0 TO WS-IND-GRUPO-HALLADO
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                     UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
             IF TGR-CODIGO(WS-IND-GRUPO) = WSV-CODIGO
               MOVE WS-IND-GRUPO TO WS-IND-GRUPO-HALLADO
               MOVE WS-CANT-GRUPOS TO WS-IND-GRUPO
             END-IF
           END-PERFORM.


       206000-BUSCAR-MIEMBRO.
           MOVE 0 TO WS-IND-MIEMBRO-HALLADO
           PERFORM VARYING WS-IND-MIEMBRO FROM 1 BY 1
                     UNTIL WS-IND-MIEMBRO > WS-CANT-MIEMBROS
             IF TMI-NRO-CLIENTE(WS-IND-MIEMBRO) = WSV-NRO-CLIENTE
               MOVE WS-IND-MIEMBRO TO WS-IND-MIEMBRO-HALLADO
               MOVE WS-CANT-MIEMBROS TO WS-IND-MIEMBRO
             END-IF
           END-PERFORM.


       207000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IND-CLIENTE-HALLADO
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = WSV-NRO-CLIENTE
               MOVE WS-IND-CLIENTE TO WS-IND-CLIENTE-HALLADO
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM.


       210000-ALTA-MODIFICACION.
           DISPLAY 'INGRESE EL CODIGO DE GRUPO (1 A 9999): '
           ACCEPT WSV-CODIGO
           IF WSV-CODIGO = 0
             DISPLAY 'CODIGO INVALIDO, NO SE GRABA'
           ELSE
             PERFORM 205000-BUSCAR-GRUPO
             IF WS-IND-GRUPO-HALLADO NOT = 0
               MOVE TGR-LIMITE(WS-IND-GRUPO-HALLADO) TO WS-LIMITE-EDIT
               DISPLAY 'GRUPO EXISTENTE: '
                       TGR-NOMBRE(WS-IND-GRUPO-HALLADO)
               DISPLAY 'PAGADOR: ' TGR-PAGADOR(WS-IND-GRUPO-HALLADO)
                       '  LIMITE: ' WS-LIMITE-EDIT
             END-IF
             DISPLAY 'INGRESE EL NOMBRE DEL GRUPO: '
             ACCEPT WSV-NOMBRE
             DISPLAY 'INGRESE EL CLIENTE PAGADOR (CASA CENTRAL): '
             ACCEPT WSV-PAGADOR
             DISPLAY 'INGRESE EL LIMITE DEL GRUPO (0 = SIN LIMITE): '
             ACCEPT WSV-LIMITE
             MOVE WSV-PAGADOR TO WSV-NRO-CLIENTE
             PERFORM 207000-BUSCAR-CLIENTE
             PERFORM 206000-BUSCAR-MIEMBRO
             IF WS-IND-CLIENTE-HALLADO = 0
               DISPLAY 'EL PAGADOR NO EXISTE EN CLIENTES.DAT, '
                       'NO SE GRABA'
             ELSE
             IF WS-IND-MIEMBRO-HALLADO NOT = 0
                     AND TMI-GRUPO(WS-IND-MIEMBRO-HALLADO)
                         NOT = WSV-CODIGO
               DISPLAY 'EL PAGADOR YA PERTENECE AL GRUPO '
                       TMI-GRUPO(WS-IND-MIEMBRO-HALLADO)
                       ', NO SE GRABA'
             ELSE
               PERFORM 215000-GRABAR-GRUPO
             END-IF
             END-IF
           END-IF.


       215000-GRABAR-GRUPO.
           IF WS-IND-GRUPO-HALLADO = 0
             IF WS-CANT-GRUPOS < 999
               ADD 1 TO WS-CANT-GRUPOS
               MOVE WS-CANT-GRUPOS TO WS-IND-GRUPO-HALLADO
               MOVE WSV-CODIGO TO TGR-CODIGO(WS-IND-GRUPO-HALLADO)
               MOVE WSV-FECHA-HOY
                 TO TGR-FECHA-ALTA(WS-IND-GRUPO-HALLADO)
             ELSE
               DISPLAY 'TABLA DE GRUPOS COMPLETA'
             END-IF
           END-IF
           IF WS-IND-GRUPO-HALLADO NOT = 0
             MOVE WSV-NOMBRE TO TGR-NOMBRE(WS-IND-GRUPO-HALLADO)
             MOVE WSV-PAGADOR TO TGR-PAGADOR(WS-IND-GRUPO-HALLADO)
             MOVE WSV-LIMITE TO TGR-LIMITE(WS-IND-GRUPO-HALLADO)
             PERFORM 305000-GRABAR-GRUPOS
             DISPLAY 'GRUPO GRABADO'
      * El pagador entra como miembro para que sus propias cuentas
      * sumen en el consolidado y en el limite del grupo.
             IF WS-IND-MIEMBRO-HALLADO = 0
               PERFORM 235000-ALTA-MIEMBRO
             END-IF
           END-IF.


       220000-BAJA.
           DISPLAY 'INGRESE EL GRUPO A DAR DE BAJA: '
           ACCEPT WSV-CODIGO
           PERFORM 205000-BUSCAR-GRUPO
           IF WS-IND-GRUPO-HALLADO = 0
             DISPLAY 'EL GRUPO NO EXISTE'
           ELSE
             DISPLAY 'SE DA DE BAJA EL GRUPO '
                     TGR-NOMBRE(WS-IND-GRUPO-HALLADO)
             DISPLAY 'Y SUS CLIENTES VUELVEN A FACTURARSE SUELTOS. '
                     'CONFIRMA (S/N): '
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE TGR-ENTRY(WS-CANT-GRUPOS)
                 TO TGR-ENTRY(WS-IND-GRUPO-HALLADO)
               SUBTRACT 1 FROM WS-CANT-GRUPOS
               PERFORM 225000-QUITAR-MIEMBROS-GRUPO
               PERFORM 305000-GRABAR-GRUPOS
               PERFORM 306000-GRABAR-MIEMBROS
               DISPLAY 'GRUPO DADO DE BAJA'
             END-IF
           END-IF.


       225000-QUITAR-MIEMBROS-GRUPO.
      * Se compacta la tabla pisando cada miembro del grupo con el
      * ultimo; el indice no avanza para revisar el que entro.
           MOVE 1 TO WS-IND-MIEMBRO
           PERFORM UNTIL WS-IND-MIEMBRO > WS-CANT-MIEMBROS
             IF TMI-GRUPO(WS-IND-MIEMBRO) = WSV-CODIGO
               MOVE TMI-ENTRY(WS-CANT-MIEMBROS)
                 TO TMI-ENTRY(WS-IND-MIEMBRO)
               SUBTRACT 1 FROM WS-CANT-MIEMBROS
             ELSE
               ADD 1 TO WS-IND-MIEMBRO
             END-IF
           END-PERFORM.


       230000-AGREGAR-MIEMBRO.
           DISPLAY 'INGRESE EL GRUPO: '
           ACCEPT WSV-CODIGO
           PERFORM 205000-BUSCAR-GRUPO
           IF WS-IND-GRUPO-HALLADO = 0
             DISPLAY 'EL GRUPO NO EXISTE'
           ELSE
             DISPLAY 'INGRESE EL NUMERO DE CLIENTE: '
             ACCEPT WSV-NRO-CLIENTE
             PERFORM 207000-BUSCAR-CLIENTE
             PERFORM 206000-BUSCAR-MIEMBRO
             IF WS-IND-CLIENTE-HALLADO = 0
               DISPLAY 'EL CLIENTE NO EXISTE EN CLIENTES.DAT'
             ELSE
             IF WS-IND-MIEMBRO-HALLADO NOT = 0
               DISPLAY 'EL CLIENTE YA PERTENECE AL GRUPO '
                       TMI-GRUPO(WS-IND-MIEMBRO-HALLADO)
             ELSE
               PERFORM 235000-ALTA-MIEMBRO
             END-IF
             END-IF
           END-IF.


       235000-ALTA-MIEMBRO.
           IF WS-CANT-MIEMBROS < 5000
             ADD 1 TO WS-CANT-MIEMBROS
             MOVE WSV-CODIGO TO TMI-GRUPO(WS-CANT-MIEMBROS)
             MOVE WSV-NRO-CLIENTE TO TMI-NRO-CLIENTE(WS-CANT-MIEMBROS)
             MOVE WSV-FECHA-HOY TO TMI-FECHA-ALTA(WS-CANT-MIEMBROS)
             PERFORM 306000-GRABAR-MIEMBROS
             DISPLAY 'CLIENTE ' WSV-NRO-CLIENTE
                     ' AGREGADO AL GRUPO ' WSV-CODIGO
           ELSE
             DISPLAY 'TABLA DE MIEMBROS COMPLETA'
           END-IF.


       240000-QUITAR-MIEMBRO.
           DISPLAY 'INGRESE EL NUMERO DE CLIENTE A QUITAR: '
           ACCEPT WSV-NRO-CLIENTE
           PERFORM 206000-BUSCAR-MIEMBRO
           IF WS-IND-MIEMBRO-HALLADO = 0
             DISPLAY 'EL CLIENTE NO PERTENECE A NINGUN GRUPO'
           ELSE
             MOVE TMI-GRUPO(WS-IND-MIEMBRO-HALLADO) TO WSV-CODIGO
             PERFORM 205000-BUSCAR-GRUPO
             IF WS-IND-GRUPO-HALLADO NOT = 0
                     AND TGR-PAGADOR(WS-IND-GRUPO-HALLADO)
                         = WSV-NRO-CLIENTE
               DISPLAY 'ES EL PAGADOR DEL GRUPO ' WSV-CODIGO
                       ': CAMBIE EL PAGADOR O DE DE BAJA EL GRUPO'
             ELSE
               MOVE TMI-ENTRY(WS-CANT-MIEMBROS)
                 TO TMI-ENTRY(WS-IND-MIEMBRO-HALLADO)
               SUBTRACT 1 FROM WS-CANT-MIEMBROS
               PERFORM 306000-GRABAR-MIEMBROS
               DISPLAY 'CLIENTE ' WSV-NRO-CLIENTE
                       ' QUITADO DEL GRUPO ' WSV-CODIGO
             END-IF
           END-IF.


       250000-LISTAR.
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                     UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
             MOVE TGR-LIMITE(WS-IND-GRUPO) TO WS-LIMITE-EDIT
             DISPLAY ' '
             DISPLAY 'GRUPO ' TGR-CODIGO(WS-IND-GRUPO)
                     ' ' TGR-NOMBRE(WS-IND-GRUPO)
             DISPLAY '  PAGADOR ' TGR-PAGADOR(WS-IND-GRUPO)
                     '  LIMITE DEL GRUPO ' WS-LIMITE-EDIT
             MOVE 0 TO WSV-CANT-DEL-GRUPO
             PERFORM VARYING WS-IND-MIEMBRO FROM 1 BY 1
                       UNTIL WS-IND-MIEMBRO > WS-CANT-MIEMBROS
               IF TMI-GRUPO(WS-IND-MIEMBRO) = TGR-CODIGO(WS-IND-GRUPO)
                 ADD 1 TO WSV-CANT-DEL-GRUPO
                 MOVE TMI-NRO-CLIENTE(WS-IND-MIEMBRO)
                   TO WSV-NRO-CLIENTE
                 PERFORM 207000-BUSCAR-CLIENTE
                 IF WS-IND-CLIENTE-HALLADO NOT = 0
                   DISPLAY '    ' WSV-NRO-CLIENTE ' '
                           TC-NYA(WS-IND-CLIENTE-HALLADO)(1:40)
                 ELSE
                   DISPLAY '    ' WSV-NRO-CLIENTE
                           ' (NO EXISTE EN CLIENTES.DAT)'
                 END-IF
               END-IF
             END-PERFORM
             DISPLAY '  MIEMBROS: ' WSV-CANT-DEL-GRUPO
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'GRUPOS: ' WS-CANT-GRUPOS
                   '  CLIENTES AGRUPADOS: ' WS-CANT-MIEMBROS.


       305000-GRABAR-GRUPOS.
           OPEN OUTPUT GRUPOS
           IF NOT WSS-FS-GRUPOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE GRUPOS'
             DISPLAY 'FILE STATUS ' WSS-FS-GRUPOS
           ELSE
             PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                       UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
               MOVE TGR-CODIGO(WS-IND-GRUPO) TO GRP-CODIGO
               MOVE TGR-NOMBRE(WS-IND-GRUPO) TO GRP-NOMBRE
               MOVE TGR-PAGADOR(WS-IND-GRUPO) TO GRP-PAGADOR
               MOVE TGR-LIMITE(WS-IND-GRUPO) TO GRP-LIMITE
               MOVE TGR-FECHA-ALTA(WS-IND-GRUPO) TO GRP-FECHA-ALTA
               WRITE REG-GRUPOS
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE GRUPOS
           END-IF.


       306000-GRABAR-MIEMBROS.
           OPEN OUTPUT GRUPOMIE
           IF NOT WSS-FS-GRUPOMIE-OK
             DISPLAY 'ERROR DE ARCHIVO DE MIEMBROS DE GRUPO'
             DISPLAY 'FILE STATUS ' WSS-FS-GRUPOMIE
           ELSE
             PERFORM VARYING WS-IND-MIEMBRO FROM 1 BY 1
                       UNTIL WS-IND-MIEMBRO > WS-CANT-MIEMBROS
               MOVE TMI-GRUPO(WS-IND-MIEMBRO) TO GMI-GRUPO
               MOVE TMI-NRO-CLIENTE(WS-IND-MIEMBRO) TO GMI-NRO-CLIENTE
               MOVE TMI-FECHA-ALTA(WS-IND-MIEMBRO) TO GMI-FECHA-ALTA
               WRITE REG-GRUPOMIE
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE GRUPOMIE
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   GRUPOS EMPRESARIOS'
           DISPLAY 'Programme: MANTGRUPOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'MANTGRUPOS'      TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-GRUPOS     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
