      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MANTENIMIENTO DE LOS PROVEEDORES DE MERCADERIA
      *              (PROVEEDORES.DAT: CODIGO, NOMBRE, CUIT, PLAZO
      *              HABITUAL DE ENTREGA EN DIAS Y ESTADO). COMPRASSTOCK
      *              EMITE LAS ORDENES DE COMPRA A UN PROVEEDOR ACTIVO
      *              Y CONTROLSTOCK IMPUTA LOS INGRESOS A ESAS ORDENES.
      *              UN PROVEEDOR SOLO SE DA DE BAJA SIN RENGLONES DE
      *              ORDEN ABIERTOS; SI NO, SE LO PASA A INACTIVO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MANTPROVEEDORES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES        ASSIGN TO DISK
                                       '..\PROVEEDORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           WSS-FS-PROVEEDORES.

           SELECT ORDCOMPRA          ASSIGN TO DISK '..\ORDCOMPRA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ORDCOMPRA.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD PROVEEDORES.
           COPY PROVREC.

       FD ORDCOMPRA.
           COPY OCOMPREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==PROVEEDORES==.
           COPY WSFS REPLACING ==:TAG:== BY ==ORDCOMPRA==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 TABLA-PROVEEDORES.
         05 WS-CANT-PROVEEDORES        PIC 9(03) VALUE 0.
         05 TPV-ENTRY OCCURS 500 TIMES.
           10 TPV-CODIGO               PIC 9(04).
           10 TPV-NOMBRE               PIC X(40).
           10 TPV-CUIT                 PIC 9(11).
           10 TPV-DIAS-ENTREGA         PIC 9(03).
           10 TPV-ESTADO               PIC X(01).
           10 TPV-CANT-ABIERTOS        PIC 9(04).

       01 INDICES.
         05 WS-IND-PROVEEDOR           PIC 9(03).
         05 WS-IND-PROV-HALLADO        PIC 9(03).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-CODIGO                 PIC 9(04).
         05 WSV-NOMBRE                 PIC X(40).
         05 WSV-CUIT                   PIC 9(11).
         05 WSV-DIAS-ENTREGA           PIC 9(03).
         05 WSV-ESTADO                 PIC X(01).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 4
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 105000-CARGAR-PROVEEDORES
           PERFORM 130000-MOSTRAR-MENU.


       105000-CARGAR-PROVEEDORES.
           MOVE 0 TO WS-CANT-PROVEEDORES
           OPEN INPUT PROVEEDORES
           IF WSS-FS-PROVEEDORES-NOEXISTE
             DISPLAY 'NO HAY PROVEEDORES DEFINIDOS, SE CREARA AL '
                     'GRABAR'
           ELSE
             IF NOT WSS-FS-PROVEEDORES-OK
               DISPLAY 'ERROR DE ARCHIVO DE PROVEEDORES'
               DISPLAY 'FILE STATUS ' WSS-FS-PROVEEDORES
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-PROVEEDOR
               PERFORM UNTIL WSS-FS-PROVEEDORES-EOF
                 IF WS-CANT-PROVEEDORES < 500
                   ADD 1 TO WS-CANT-PROVEEDORES
                   MOVE PRV-CODIGO
                     TO TPV-CODIGO(WS-CANT-PROVEEDORES)
                   MOVE PRV-NOMBRE
                     TO TPV-NOMBRE(WS-CANT-PROVEEDORES)
                   MOVE PRV-CUIT TO TPV-CUIT(WS-CANT-PROVEEDORES)
                   MOVE PRV-DIAS-ENTREGA
                     TO TPV-DIAS-ENTREGA(WS-CANT-PROVEEDORES)
                   MOVE PRV-ESTADO
                     TO TPV-ESTADO(WS-CANT-PROVEEDORES)
                   MOVE 0 TO TPV-CANT-ABIERTOS(WS-CANT-PROVEEDORES)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-PROVEEDOR
               END-PERFORM
             END-IF
             CLOSE PROVEEDORES
           END-IF.


       106000-LEER-PROVEEDOR.
           READ PROVEEDORES
           IF NOT WSS-FS-PROVEEDORES-OK
                   AND NOT WSS-FS-PROVEEDORES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PROVEEDORES
             MOVE '10' TO WSS-FS-PROVEEDORES
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'PROVEEDORES DE MERCADERIA (PROVEEDORES.DAT)'
           DISPLAY '1 - ALTA O MODIFICACION DE PROVEEDOR'
           DISPLAY '2 - BAJA DE PROVEEDOR'
           DISPLAY '3 - LISTAR LOS PROVEEDORES'
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


       205000-BUSCAR-PROVEEDOR.
           MOVE 0 TO WS-IND-PROV-HALLADO
           PERFORM VARYING WS-IND-PROVEEDOR FROM 1 BY 1
                     UNTIL WS-IND-PROVEEDOR > WS-CANT-PROVEEDORES
             IF TPV-CODIGO(WS-IND-PROVEEDOR) = WSV-CODIGO
               MOVE WS-IND-PROVEEDOR TO WS-IND-PROV-HALLADO
               MOVE WS-CANT-PROVEEDORES TO WS-IND-PROVEEDOR
             END-IF
           END-PERFORM.


       207000-CONTAR-ABIERTOS.
      * Renglones de orden de compra todavia abiertos por proveedor.
           PERFORM VARYING WS-IND-PROVEEDOR FROM 1 BY 1
                     UNTIL WS-IND-PROVEEDOR > WS-CANT-PROVEEDORES
             MOVE 0 TO TPV-CANT-ABIERTOS(WS-IND-PROVEEDOR)
           END-PERFORM
           OPEN INPUT ORDCOMPRA
           IF WSS-FS-ORDCOMPRA-OK
             PERFORM 208000-LEER-ORDCOMPRA
             PERFORM UNTIL WSS-FS-ORDCOMPRA-EOF
               IF OCP-ABIERTA
                 MOVE OCP-PROVEEDOR TO WSV-CODIGO
                 PERFORM 205000-BUSCAR-PROVEEDOR
                 IF WS-IND-PROV-HALLADO NOT = 0
                   ADD 1 TO TPV-CANT-ABIERTOS(WS-IND-PROV-HALLADO)
                 END-IF
               END-IF
               PERFORM 208000-LEER-ORDCOMPRA
             END-PERFORM
             CLOSE ORDCOMPRA
           END-IF.


       208000-LEER-ORDCOMPRA.
           READ ORDCOMPRA
           IF NOT WSS-FS-ORDCOMPRA-OK AND NOT WSS-FS-ORDCOMPRA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ORDCOMPRA
             MOVE '10' TO WSS-FS-ORDCOMPRA
           END-IF.


       210000-ALTA-MODIFICACION.
           DISPLAY 'INGRESE EL CODIGO DE PROVEEDOR (1 A 9999): '
           ACCEPT WSV-CODIGO
           IF WSV-CODIGO = 0
             DISPLAY 'CODIGO INVALIDO, NO SE GRABA'
           ELSE
             DISPLAY 'INGRESE EL NOMBRE: '
             ACCEPT WSV-NOMBRE
             DISPLAY 'INGRESE EL CUIT (11 DIGITOS): '
             ACCEPT WSV-CUIT
             DISPLAY 'INGRESE EL PLAZO DE ENTREGA EN DIAS: '
             ACCEPT WSV-DIAS-ENTREGA
             DISPLAY 'INGRESE EL ESTADO (A ACTIVO, I INACTIVO): '
             ACCEPT WSV-ESTADO
             IF WSV-ESTADO = SPACES
               MOVE 'A' TO WSV-ESTADO
             END-IF
             IF WSV-ESTADO NOT = 'A' AND WSV-ESTADO NOT = 'I'
               DISPLAY 'ESTADO INVALIDO, NO SE GRABA'
             ELSE
               PERFORM 205000-BUSCAR-PROVEEDOR
               IF WS-IND-PROV-HALLADO = 0
                 IF WS-CANT-PROVEEDORES < 500
                   ADD 1 TO WS-CANT-PROVEEDORES
                   MOVE WS-CANT-PROVEEDORES TO WS-IND-PROV-HALLADO
                   MOVE WSV-CODIGO
                     TO TPV-CODIGO(WS-IND-PROV-HALLADO)
                 ELSE
                   DISPLAY 'TABLA DE PROVEEDORES COMPLETA'
                 END-IF
               END-IF
               IF WS-IND-PROV-HALLADO NOT = 0
                 MOVE WSV-NOMBRE TO TPV-NOMBRE(WS-IND-PROV-HALLADO)
                 MOVE WSV-CUIT TO TPV-CUIT(WS-IND-PROV-HALLADO)
                 MOVE WSV-DIAS-ENTREGA
                   TO TPV-DIAS-ENTREGA(WS-IND-PROV-HALLADO)
                 MOVE WSV-ESTADO TO TPV-ESTADO(WS-IND-PROV-HALLADO)
                 PERFORM 305000-GRABAR-PROVEEDORES
                 DISPLAY 'PROVEEDOR GRABADO'
               END-IF
             END-IF
           END-IF.


       220000-BAJA.
           PERFORM 207000-CONTAR-ABIERTOS
           DISPLAY 'INGRESE EL PROVEEDOR A DAR DE BAJA: '
           ACCEPT WSV-CODIGO
           PERFORM 205000-BUSCAR-PROVEEDOR
           IF WS-IND-PROV-HALLADO = 0
             DISPLAY 'EL PROVEEDOR NO EXISTE'
           ELSE
             IF TPV-CANT-ABIERTOS(WS-IND-PROV-HALLADO) > 0
               DISPLAY 'EL PROVEEDOR TIENE '
                       TPV-CANT-ABIERTOS(WS-IND-PROV-HALLADO)
                       ' RENGLONES DE ORDEN ABIERTOS: PASELO A '
                       'INACTIVO'
             ELSE
               MOVE TPV-ENTRY(WS-CANT-PROVEEDORES)
                 TO TPV-ENTRY(WS-IND-PROV-HALLADO)
               SUBTRACT 1 FROM WS-CANT-PROVEEDORES
               PERFORM 305000-GRABAR-PROVEEDORES
               DISPLAY 'PROVEEDOR DADO DE BAJA'
             END-IF
           END-IF.


       230000-LISTAR.
           PERFORM 207000-CONTAR-ABIERTOS
           DISPLAY 'PROV NOMBRE                                   '
                   'CUIT        DIAS E ABIERTOS'
           PERFORM VARYING WS-IND-PROVEEDOR FROM 1 BY 1
                     UNTIL WS-IND-PROVEEDOR > WS-CANT-PROVEEDORES
             DISPLAY TPV-CODIGO(WS-IND-PROVEEDOR)
                     ' ' TPV-NOMBRE(WS-IND-PROVEEDOR)
                     ' ' TPV-CUIT(WS-IND-PROVEEDOR)
                     ' ' TPV-DIAS-ENTREGA(WS-IND-PROVEEDOR)
                     ' ' TPV-ESTADO(WS-IND-PROVEEDOR)
                     ' ' TPV-CANT-ABIERTOS(WS-IND-PROVEEDOR)
           END-PERFORM.


       305000-GRABAR-PROVEEDORES.
           OPEN OUTPUT PROVEEDORES
           IF NOT WSS-FS-PROVEEDORES-OK
             DISPLAY 'ERROR DE ARCHIVO DE PROVEEDORES'
             DISPLAY 'FILE STATUS ' WSS-FS-PROVEEDORES
           ELSE
             PERFORM VARYING WS-IND-PROVEEDOR FROM 1 BY 1
                       UNTIL WS-IND-PROVEEDOR > WS-CANT-PROVEEDORES
               MOVE TPV-CODIGO(WS-IND-PROVEEDOR) TO PRV-CODIGO
               MOVE TPV-NOMBRE(WS-IND-PROVEEDOR) TO PRV-NOMBRE
               MOVE TPV-CUIT(WS-IND-PROVEEDOR) TO PRV-CUIT
               MOVE TPV-DIAS-ENTREGA(WS-IND-PROVEEDOR)
                 TO PRV-DIAS-ENTREGA
               MOVE TPV-ESTADO(WS-IND-PROVEEDOR) TO PRV-ESTADO
               WRITE REG-PROVEEDORES
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE PROVEEDORES
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   PROVEEDORES DE MERCADERIA'
           DISPLAY 'Programme: MANTPROVEEDORES'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'MANTPROVEEDORES'    TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS       TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS     TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-PROVEEDORES   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
