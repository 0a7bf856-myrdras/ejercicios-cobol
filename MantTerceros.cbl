      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MANTENIMIENTO DE LOS TERCEROS POR CUYA CUENTA SE
      *              COBRAN CARGOS (TERCEROS.DAT: CODIGO, NOMBRE,
      *              CUIT, CUENTA DEL PASIVO CON EL TERCERO Y CUENTA
      *              DE LA QUE SALE LA REMESA). EL CATALOGO DE
      *              SERVICIOS MARCA CADA CODIGO COBRADO POR CUENTA
      *              DE UN TERCERO; EXPORTACONTAB LLEVA ESOS CARGOS AL
      *              PASIVO DEL TERCERO Y REMESATERCEROS LE RINDE LO
      *              COBRADO CADA MES. UN TERCERO SOLO SE DA DE BAJA
      *              SIN CODIGOS DEL CATALOGO QUE LO REFIERAN.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MANTTERCEROS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERCEROS           ASSIGN TO DISK '..\TERCEROS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TERCEROS.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD TERCEROS.
           COPY TERCEROREC.

       FD SERVCAT.
           COPY CATSERV.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==TERCEROS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 TABLA-TERCEROS.
         05 WS-CANT-TERCEROS           PIC 9(03) VALUE 0.
         05 TTE-ENTRY OCCURS 500 TIMES.
           10 TTE-CODIGO               PIC 9(04).
           10 TTE-NOMBRE               PIC X(40).
           10 TTE-CUIT                 PIC 9(11).
           10 TTE-CTA-PASIVO           PIC X(10).
           10 TTE-CTA-PAGO             PIC X(10).
           10 TTE-CANT-CODIGOS         PIC 9(03).

       01 INDICES.
         05 WS-IND-TERCERO             PIC 9(03).
         05 WS-IND-TERCERO-HALLADO     PIC 9(03).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 WS-CODIGOS-HUERFANOS         PIC 9(03) VALUE 0.

       01 VARIABLES.
         05 WSV-CODIGO                 PIC 9(04).
         05 WSV-NOMBRE                 PIC X(40).
         05 WSV-CUIT                   PIC 9(11).
         05 WSV-CTA-PASIVO             PIC X(10).
         05 WSV-CTA-PAGO               PIC X(10).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 4
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 105000-CARGAR-TERCEROS
           PERFORM 130000-MOSTRAR-MENU.


       105000-CARGAR-TERCEROS.
           MOVE 0 TO WS-CANT-TERCEROS
           OPEN INPUT TERCEROS
           IF WSS-FS-TERCEROS-NOEXISTE
             DISPLAY 'NO HAY TERCEROS DEFINIDOS, SE CREARA AL GRABAR'
           ELSE
             IF NOT WSS-FS-TERCEROS-OK
               DISPLAY 'ERROR DE ARCHIVO DE TERCEROS'
               DISPLAY 'FILE STATUS ' WSS-FS-TERCEROS
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-TERCERO
               PERFORM UNTIL WSS-FS-TERCEROS-EOF
                 IF WS-CANT-TERCEROS < 500
                   ADD 1 TO WS-CANT-TERCEROS
                   MOVE TER-CODIGO TO TTE-CODIGO(WS-CANT-TERCEROS)
                   MOVE TER-NOMBRE TO TTE-NOMBRE(WS-CANT-TERCEROS)
                   MOVE TER-CUIT TO TTE-CUIT(WS-CANT-TERCEROS)
                   MOVE TER-CTA-PASIVO
                     TO TTE-CTA-PASIVO(WS-CANT-TERCEROS)
                   MOVE TER-CTA-PAGO
                     TO TTE-CTA-PAGO(WS-CANT-TERCEROS)
                   MOVE 0 TO TTE-CANT-CODIGOS(WS-CANT-TERCEROS)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-TERCERO
               END-PERFORM
             END-IF
             CLOSE TERCEROS
           END-IF.


       106000-LEER-TERCERO.
           READ TERCEROS
           IF NOT WSS-FS-TERCEROS-OK AND NOT WSS-FS-TERCEROS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TERCEROS
             MOVE '10' TO WSS-FS-TERCEROS
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'TERCEROS POR CUENTA DE QUIEN SE COBRA '
                   '(TERCEROS.DAT)'
           DISPLAY '1 - ALTA O MODIFICACION DE TERCERO'
           DISPLAY '2 - BAJA DE TERCERO'
           DISPLAY '3 - LISTAR LOS TERCEROS'
           DISPLAY '4 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-ALTA-MODIFICACION
             WHEN 2
               PERFORM 220000-BAJA
             WHEN 3
               PERFORM 230000-LISTAR
             WHEN 4
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 4
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       205000-BUSCAR-TERCERO.
           MOVE 0 TO WS-IND-TERCERO-HALLADO
           PERFORM VARYING WS-IND-TERCERO FROM 1 BY 1
                     UNTIL WS-IND-TERCERO > WS-CANT-TERCEROS
             IF TTE-CODIGO(WS-IND-TERCERO) = WSV-CODIGO
               MOVE WS-IND-TERCERO TO WS-IND-TERCERO-HALLADO
               MOVE WS-CANT-TERCEROS TO WS-IND-TERCERO
             END-IF
           END-PERFORM.


       207000-CONTAR-CODIGOS.
      * Cuantos codigos del catalogo se cobran por cuenta de cada
      * tercero; los que apuntan a un tercero inexistente se cuentan
      * aparte para el listado.
           PERFORM VARYING WS-IND-TERCERO FROM 1 BY 1
                     UNTIL WS-IND-TERCERO > WS-CANT-TERCEROS
             MOVE 0 TO TTE-CANT-CODIGOS(WS-IND-TERCERO)
           END-PERFORM
           MOVE 0 TO WS-CODIGOS-HUERFANOS
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 208000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-TERCERO IS NUMERIC AND CAT-TERCERO NOT = 0
                 MOVE CAT-TERCERO TO WSV-CODIGO
                 PERFORM 205000-BUSCAR-TERCERO
                 IF WS-IND-TERCERO-HALLADO NOT = 0
                   ADD 1 TO TTE-CANT-CODIGOS(WS-IND-TERCERO-HALLADO)
                 ELSE
                   ADD 1 TO WS-CODIGOS-HUERFANOS
                 END-IF
               END-IF
               PERFORM 208000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       208000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       210000-ALTA-MODIFICACION.
           DISPLAY 'INGRESE EL CODIGO DE TERCERO (1 A 9999): '
           ACCEPT WSV-CODIGO
           IF WSV-CODIGO = 0
             DISPLAY 'CODIGO INVALIDO, NO SE GRABA'
           ELSE
             DISPLAY 'INGRESE EL NOMBRE: '
             ACCEPT WSV-NOMBRE
             DISPLAY 'INGRESE EL CUIT (11 DIGITOS): '
             ACCEPT WSV-CUIT
             DISPLAY 'INGRESE LA CUENTA DEL PASIVO CON EL TERCERO '
                     '(EN BLANCO = TER-CODIGO): '
             ACCEPT WSV-CTA-PASIVO
             DISPLAY 'INGRESE LA CUENTA DE PAGO DE LA REMESA '
                     '(EN BLANCO = CAJA): '
             ACCEPT WSV-CTA-PAGO
             PERFORM 205000-BUSCAR-TERCERO
             IF WS-IND-TERCERO-HALLADO = 0
               IF WS-CANT-TERCEROS < 500
                 ADD 1 TO WS-CANT-TERCEROS
                 MOVE WS-CANT-TERCEROS TO WS-IND-TERCERO-HALLADO
                 MOVE WSV-CODIGO
                   TO TTE-CODIGO(WS-IND-TERCERO-HALLADO)
               ELSE
                 DISPLAY 'TABLA DE TERCEROS COMPLETA'
               END-IF
             END-IF
             IF WS-IND-TERCERO-HALLADO NOT = 0
               MOVE WSV-NOMBRE TO TTE-NOMBRE(WS-IND-TERCERO-HALLADO)
               MOVE WSV-CUIT TO TTE-CUIT(WS-IND-TERCERO-HALLADO)
               MOVE WSV-CTA-PASIVO
                 TO TTE-CTA-PASIVO(WS-IND-TERCERO-HALLADO)
               MOVE WSV-CTA-PAGO
                 TO TTE-CTA-PAGO(WS-IND-TERCERO-HALLADO)
               PERFORM 305000-GRABAR-TERCEROS
               DISPLAY 'TERCERO GRABADO'
             END-IF
           END-IF.


       220000-BAJA.
           DISPLAY 'INGRESE EL TERCERO A DAR DE BAJA: '
           ACCEPT WSV-CODIGO
           PERFORM 207000-CONTAR-CODIGOS
           PERFORM 205000-BUSCAR-TERCERO
           IF WS-IND-TERCERO-HALLADO = 0
             DISPLAY 'EL TERCERO NO EXISTE'
           ELSE
             IF TTE-CANT-CODIGOS(WS-IND-TERCERO-HALLADO) > 0
               DISPLAY 'EL TERCERO TIENE '
                       TTE-CANT-CODIGOS(WS-IND-TERCERO-HALLADO)
                       ' CODIGOS EN EL CATALOGO: CAMBIELOS ANTES'
             ELSE
               MOVE TTE-ENTRY(WS-CANT-TERCEROS)
                 TO TTE-ENTRY(WS-IND-TERCERO-HALLADO)
               SUBTRACT 1 FROM WS-CANT-TERCEROS
               PERFORM 305000-GRABAR-TERCEROS
               DISPLAY 'TERCERO DADO DE BAJA'
             END-IF
           END-IF.


       230000-LISTAR.
           PERFORM 207000-CONTAR-CODIGOS
           DISPLAY 'TERC NOMBRE                                   '
                   'CUIT        PASIVO     PAGO       CODS'
           PERFORM VARYING WS-IND-TERCERO FROM 1 BY 1
                     UNTIL WS-IND-TERCERO > WS-CANT-TERCEROS
             DISPLAY TTE-CODIGO(WS-IND-TERCERO)
                     ' ' TTE-NOMBRE(WS-IND-TERCERO)
                     ' ' TTE-CUIT(WS-IND-TERCERO)
                     ' ' TTE-CTA-PASIVO(WS-IND-TERCERO)
                     ' ' TTE-CTA-PAGO(WS-IND-TERCERO)
                     ' ' TTE-CANT-CODIGOS(WS-IND-TERCERO)
           END-PERFORM
           IF WS-CODIGOS-HUERFANOS > 0
             DISPLAY 'CODIGOS DEL CATALOGO CON TERCERO INEXISTENTE: '
                     WS-CODIGOS-HUERFANOS
           END-IF.


       305000-GRABAR-TERCEROS.
           OPEN OUTPUT TERCEROS
           IF NOT WSS-FS-TERCEROS-OK
             DISPLAY 'ERROR DE ARCHIVO DE TERCEROS'
             DISPLAY 'FILE STATUS ' WSS-FS-TERCEROS
           ELSE
             PERFORM VARYING WS-IND-TERCERO FROM 1 BY 1
                       UNTIL WS-IND-TERCERO > WS-CANT-TERCEROS
               MOVE TTE-CODIGO(WS-IND-TERCERO) TO TER-CODIGO
               MOVE TTE-NOMBRE(WS-IND-TERCERO) TO TER-NOMBRE
               MOVE TTE-CUIT(WS-IND-TERCERO) TO TER-CUIT
               MOVE TTE-CTA-PASIVO(WS-IND-TERCERO) TO TER-CTA-PASIVO
               MOVE TTE-CTA-PAGO(WS-IND-TERCERO) TO TER-CTA-PAGO
               WRITE REG-TERCEROS
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE TERCEROS
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   TERCEROS POR CUENTA DE QUIEN SE COBRA'
           DISPLAY 'Programme: MANTTERCEROS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'MANTTERCEROS'    TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-TERCEROS   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
