      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MARGEN BRUTO MENSUAL DE LOS CODIGOS DE PRODUCTO
      *              POR PRODUCTO Y OFICINA, DEL MES Y ACUMULADO DEL
      *              ANIO: UNIDADES VENDIDAS, VENTA NETA DE NOTAS DE
      *              CREDITO Y DE DESCUENTOS 'DPP', COSTO DE LO VENDIDO
      *              AL COSTO PROMEDIO, MARGEN Y PORCENTAJE, EN
      *              MARGEN.REP. LAS UNIDADES Y EL COSTO SALEN DE
      *              VENTAPROD.DAT; UN CARGO SIN ESE DETALLE SE ESTIMA
      *              POR EL PRECIO DE CATALOGO AL COSTO ACTUAL DE
      *              STOCK.DAT. EL DESCUENTO DE UN PAGO SE REPARTE
      *              ENTRE LOS CARGOS QUE CANCELO (PAGAPLIC.DAT) EN
      *              PROPORCION A LO IMPUTADO. LA OFICINA ES EL OFIAPE
      *              DEL CLIENTE, COMO EN DESCUENTOSPP. UN PRODUCTO CON
      *              MARGEN NEGATIVO SE MARCA CON '*'.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MARGENPRODUCTOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT STOCK              ASSIGN TO DISK '..\STOCK.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-STOCK.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ENTRYID-S
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT SERVHIST           ASSIGN TO DISK '..\SERVHIST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVHIST.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT VENTAPROD          ASSIGN TO DISK '..\VENTAPROD.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VENTAPROD.

           SELECT PAGAPLIC           ASSIGN TO DISK '..\PAGAPLIC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGAPLIC.

           SELECT REPORTE            ASSIGN TO DISK '..\MARGEN.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT REPINDEX           ASSIGN TO DISK '..\REPINDEX.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD SERVCAT.
           COPY CATSERV.

       FD STOCK.
       01 REG-STOCK.
         05 STK-CODIGO                PIC X(03).
         05 STK-EXISTENCIA            PIC S9(07).
         05 STK-MINIMO                PIC 9(05).
         05 STK-COSTO-PROM            PIC 9(07)V99.

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO                   PIC X(06).
         05 MONTO-S                   PIC S9(05)V99.
         05 ENTRYID-S                 PIC 9(08).

       FD SERVHIST.
       01 REG-SERVHIST.
         05 CODSERVICIO-H             PIC X(03).
         05 NUMCUENTA-H               PIC 9(08).
         05 DESCRIP-H                 PIC X(30).
         05 PERIODO-H                 PIC X(06).
         05 MONTO-H                   PIC S9(05)V99.
         05 ENTRYID-H                 PIC 9(08).

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD CLIENTES.
           COPY CLIMAEST.

       FD VENTAPROD.
           COPY VTAPRODREC.

       FD PAGAPLIC.
       01 REG-PAGAPLIC.
         05 PAP-PAG-ENTRYID           PIC 9(08).
         05 PAP-ENTRYID-CARGO         PIC 9(08).
         05 PAP-NROCUENTA             PIC 9(08).
         05 PAP-PERIODO               PIC X(06).
         05 PAP-IMPORTE               PIC S9(05)V99.
         05 PAP-FECHA                 PIC 9(08).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==STOCK==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==VENTAPROD==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGAPLIC==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(07) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TC-ENTRY OCCURS 5000 TIMES.
           10 TC-NRO-CLIENTE           PIC 9(7).
           10 TC-OFIAPE                PIC X(03).

      * Codigos de producto del catalogo con su precio de lista y el
      * costo promedio actual de STOCK.DAT (cero si no tiene ficha).
       01 TABLA-PRODUCTOS.
         05 WS-CANT-PRODUCTOS          PIC 9(03) VALUE 0.
         05 TPR-ENTRY OCCURS 500 TIMES.
           10 TPR-CODIGO               PIC X(03).
           10 TPR-DESCRIP              PIC X(30).
           10 TPR-PRECIO               PIC S9(05)V99.
           10 TPR-COSTO-ACTUAL         PIC 9(07)V99.

      * Cargos de producto desde enero del anio anterior: los del
      * anio en curso suman a la venta; los anteriores solo reciben
      * la parte del descuento de un pago que los cancelo tarde.
       01 TABLA-CARGOS.
         05 WS-CANT-CARGOS             PIC 9(05) VALUE 0.
         05 TCG-ENTRY OCCURS 20000 TIMES.
           10 TCG-ENTRYID              PIC 9(08).
           10 TCG-IND-MARGEN           PIC 9(04).
           10 TCG-PERIODO              PIC X(06).
           10 TCG-MONTO                PIC S9(05)V99.
           10 TCG-CON-DETALLE          PIC X(01).

      * Un renglon por producto y oficina; el primer acumulado es el
      * mes pedido y el segundo el anio hasta ese mes.
       01 TABLA-MARGEN.
         05 WS-CANT-MARGEN             PIC 9(04) VALUE 0.
         05 TMG-ENTRY OCCURS 2000 TIMES.
           10 TMG-IND-PRODUCTO         PIC 9(03).
           10 TMG-OFICINA              PIC X(03).
           10 TMG-ACUM OCCURS 2 TIMES.
             15 TMG-UNIDADES           PIC 9(09).
             15 TMG-VENTAS             PIC S9(11)V99.
             15 TMG-NOTAS-CREDITO      PIC S9(11)V99.
             15 TMG-DPP                PIC S9(11)V99.
             15 TMG-COSTO              PIC S9(11)V99.

      * Descuentos por pronto pago del anio, por el pago que los
      * genero, con el total que ese pago imputo.
       01 TABLA-DPP.
         05 WS-CANT-DPP                PIC 9(05) VALUE 0.
         05 TDP-ENTRY OCCURS 10000 TIMES.
           10 TDP-PAG-ENTRYID          PIC 9(08).
           10 TDP-PERIODO              PIC X(06).
           10 TDP-IMPORTE              PIC S9(05)V99.
           10 TDP-IMPUTADO             PIC S9(09)V99.

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-PRODUCTO            PIC 9(03).
         05 WS-IND-PROD-HALLADO        PIC 9(03).
         05 WS-IND-CARGO               PIC 9(05).
         05 WS-IND-CARGO-HALLADO       PIC 9(05).
         05 WS-IND-MARGEN              PIC 9(04).
         05 WS-IND-MARGEN-HALLADO      PIC 9(04).
         05 WS-IND-DPP                 PIC 9(05).
         05 WS-IND-DPP-HALLADO         PIC 9(05).
         05 WS-IND-ACUM                PIC 9(01).

       01 VARIABLES.
         05 WSV-PERIODO                PIC X(06).
         05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
           10 WSV-ANIO                 PIC 9(04).
           10 WSV-MES                  PIC 9(02).
         05 WSV-DESDE-ANIO             PIC X(06).
         05 WSV-DESDE-CARGOS           PIC X(06).
         05 WSV-ANIO-ANTERIOR          PIC 9(04).
         05 WSV-CODSERVICIO            PIC X(03).
         05 WSV-NUMCUENTA              PIC 9(08).
         05 WSV-DESCRIP                PIC X(30).
         05 WSV-PERIODO-MOV            PIC X(06).
         05 WSV-MONTO                  PIC S9(05)V99.
         05 WSV-ENTRYID                PIC 9(08).
         05 WSV-PAG-ENTRYID            PIC 9(08).
         05 WSV-UNIDADES               PIC 9(09).
         05 WSV-COSTO-UNITARIO         PIC 9(07)V99.
         05 WSV-PARTE-DPP              PIC S9(09)V99.
         05 WSV-NETO                   PIC S9(13)V99.
         05 WSV-MARGEN                 PIC S9(13)V99.
         05 WSV-PORCENTAJE             PIC S9(05)V9.
         05 WSV-MARCA                  PIC X(01).

      * Lo que se suma al renglon de margen en WSV-PERIODO-MOV.
       01 WS-MOVIMIENTO.
         05 WSM-UNIDADES               PIC 9(09).
         05 WSM-VENTAS                 PIC S9(11)V99.
         05 WSM-NOTAS-CREDITO          PIC S9(11)V99.
         05 WSM-DPP                    PIC S9(11)V99.
         05 WSM-COSTO                  PIC S9(11)V99.

      * Totales de un producto (todas sus oficinas) y generales.
       01 WS-TOTALES-PRODUCTO.
         05 WST-ACUM OCCURS 2 TIMES.
           10 WST-UNIDADES             PIC 9(09).
           10 WST-VENTAS               PIC S9(13)V99.
           10 WST-NOTAS-CREDITO        PIC S9(13)V99.
           10 WST-DPP                  PIC S9(13)V99.
           10 WST-COSTO                PIC S9(13)V99.

       01 WS-TOTALES-GENERALES.
         05 WSG-ACUM OCCURS 2 TIMES.
           10 WSG-UNIDADES             PIC 9(09).
           10 WSG-VENTAS               PIC S9(13)V99.
           10 WSG-NOTAS-CREDITO        PIC S9(13)V99.
           10 WSG-DPP                  PIC S9(13)V99.
           10 WSG-COSTO                PIC S9(13)V99.

       01 ACUMULADORES.
         05 WSA-CARGOS-DETALLE         PIC 9(07).
         05 WSA-CARGOS-ESTIMADOS       PIC 9(07).
         05 WSA-DPP-REPARTIDOS         PIC 9(07).
         05 WSA-PRODUCTOS-NEGATIVOS    PIC 9(03).

       01 WS-LINEA-MARGEN.
         05 WSL-CODIGO                 PIC X(03).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WSL-OFICINA                PIC X(03).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WSL-PERIODO                PIC X(04).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WSL-UNIDADES               PIC Z(6)9.
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WSL-NETO                   PIC Z(9)9,99-.
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WSL-COSTO                  PIC Z(9)9,99-.
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WSL-MARGEN                 PIC Z(9)9,99-.
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WSL-PORCENTAJE             PIC -(4)9,9.
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WSL-MARCA                  PIC X(01).

       01 WS-IMPORTE-EDIT              PIC Z(10)9,99-.
       01 WS-IMPORTE-EDIT-2            PIC Z(10)9,99-.
       01 WS-PORCENTAJE-EDIT           PIC -(4)9,9.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-CARGAR-CARGOS
                 PERFORM 220000-APLICAR-DETALLE
                 PERFORM 230000-ESTIMAR-SIN-DETALLE
                 PERFORM 240000-REPARTIR-DPP
                 PERFORM 250000-EMITIR-REPORTE
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES
                      WS-TOTALES-GENERALES

           PERFORM 103000-LEER-PARAMETROS
           DISPLAY 'INGRESE EL PERIODO A ANALIZAR (AAAAMM): '
           ACCEPT WSV-PERIODO
           IF WSV-PERIODO NOT NUMERIC OR WSV-MES < 1 OR WSV-MES > 12
             DISPLAY 'PERIODO INVALIDO: ' WSV-PERIODO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WSV-DESDE-ANIO
           STRING WSV-ANIO '01' DELIMITED BY SIZE INTO WSV-DESDE-ANIO
           COMPUTE WSV-ANIO-ANTERIOR = WSV-ANIO - 1
           MOVE SPACES TO WSV-DESDE-CARGOS
           STRING WSV-ANIO-ANTERIOR '01'
                  DELIMITED BY SIZE INTO WSV-DESDE-CARGOS
           PERFORM 104000-CARGAR-CLIENTES
           PERFORM 106000-CARGAR-PRODUCTOS
           PERFORM 108000-CARGAR-COSTOS
           PERFORM 110000-ABRIR-CUENTAS.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       104000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             PERFORM 105000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C
                   TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE OFIAPE-C TO TC-OFIAPE(WS-CANT-CLIENTES)
               END-IF
               PERFORM 105000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           END-IF.


       105000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       106000-CARGAR-PRODUCTOS.
           MOVE 0 TO WS-CANT-PRODUCTOS
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 107000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-ES-PRODUCTO
                 IF WS-CANT-PRODUCTOS < 500
                   ADD 1 TO WS-CANT-PRODUCTOS
                   MOVE CAT-CODIGO TO TPR-CODIGO(WS-CANT-PRODUCTOS)
                   MOVE CAT-DESCRIP TO TPR-DESCRIP(WS-CANT-PRODUCTOS)
                   MOVE CAT-PRECIO TO TPR-PRECIO(WS-CANT-PRODUCTOS)
                   MOVE 0 TO TPR-COSTO-ACTUAL(WS-CANT-PRODUCTOS)
                 ELSE
                   IF WS-RETURN-CODE < 4
                     DISPLAY 'ADVERTENCIA: MAS DE 500 PRODUCTOS EN '
                             'EL CATALOGO, EL RESTO NO SE ANALIZA'
                     MOVE 4 TO WS-RETURN-CODE
                   END-IF
                 END-IF
               END-IF
               PERFORM 107000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF
           IF WS-CANT-PRODUCTOS = 0
             DISPLAY 'NO HAY CODIGOS DE PRODUCTO EN EL CATALOGO'
             PERFORM 300000-FINAL
           END-IF.


       107000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       108000-CARGAR-COSTOS.
           OPEN INPUT STOCK
           IF WSS-FS-STOCK-OK
             PERFORM 109000-LEER-STOCK
             PERFORM UNTIL WSS-FS-STOCK-EOF
               MOVE STK-CODIGO TO WSV-CODSERVICIO
               PERFORM 120000-BUSCAR-PRODUCTO
               IF WS-IND-PROD-HALLADO NOT = 0
                 MOVE STK-COSTO-PROM
                   TO TPR-COSTO-ACTUAL(WS-IND-PROD-HALLADO)
               END-IF
               PERFORM 109000-LEER-STOCK
             END-PERFORM
             CLOSE STOCK
           END-IF.


       109000-LEER-STOCK.
           READ STOCK
           IF NOT WSS-FS-STOCK-OK AND NOT WSS-FS-STOCK-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-STOCK
             MOVE '10' TO WSS-FS-STOCK
           END-IF.


       110000-ABRIR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       120000-BUSCAR-PRODUCTO.
           MOVE 0 TO WS-IND-PROD-HALLADO
           PERFORM VARYING WS-IND-PRODUCTO FROM 1 BY 1
                     UNTIL WS-IND-PRODUCTO > WS-CANT-PRODUCTOS
             IF TPR-CODIGO(WS-IND-PRODUCTO) = WSV-CODSERVICIO
               MOVE WS-IND-PRODUCTO TO WS-IND-PROD-HALLADO
               MOVE WS-CANT-PRODUCTOS TO WS-IND-PRODUCTO
             END-IF
           END-PERFORM.


       130000-BUSCAR-CARGO.
           MOVE 0 TO WS-IND-CARGO-HALLADO
           PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                     UNTIL WS-IND-CARGO > WS-CANT-CARGOS
             IF TCG-ENTRYID(WS-IND-CARGO) = WSV-ENTRYID
               MOVE WS-IND-CARGO TO WS-IND-CARGO-HALLADO
               MOVE WS-CANT-CARGOS TO WS-IND-CARGO
             END-IF
           END-PERFORM.


       140000-BUSCAR-MARGEN.
      * Renglon del producto WS-IND-PROD-HALLADO en la oficina de la
      * cuenta WSV-NUMCUENTA; si no existe se agrega.
           PERFORM 150000-BUSCAR-OFICINA
           MOVE 0 TO WS-IND-MARGEN-HALLADO
           PERFORM VARYING WS-IND-MARGEN FROM 1 BY 1
                     UNTIL WS-IND-MARGEN > WS-CANT-MARGEN
             IF TMG-IND-PRODUCTO(WS-IND-MARGEN) = WS-IND-PROD-HALLADO
                AND TMG-OFICINA(WS-IND-MARGEN) = WSL-OFICINA
               MOVE WS-IND-MARGEN TO WS-IND-MARGEN-HALLADO
               MOVE WS-CANT-MARGEN TO WS-IND-MARGEN
             END-IF
           END-PERFORM
           IF WS-IND-MARGEN-HALLADO = 0
             IF WS-CANT-MARGEN < 2000
               ADD 1 TO WS-CANT-MARGEN
               MOVE WS-CANT-MARGEN TO WS-IND-MARGEN-HALLADO
               INITIALIZE TMG-ENTRY(WS-CANT-MARGEN)
               MOVE WS-IND-PROD-HALLADO
                 TO TMG-IND-PRODUCTO(WS-CANT-MARGEN)
               MOVE WSL-OFICINA TO TMG-OFICINA(WS-CANT-MARGEN)
             ELSE
               IF WS-RETURN-CODE < 4
                 DISPLAY 'ADVERTENCIA: MAS DE 2000 RENGLONES '
                         'PRODUCTO/OFICINA, EL RESTO NO SE ANALIZA'
                 MOVE 4 TO WS-RETURN-CODE
               END-IF
             END-IF
           END-IF.


       150000-BUSCAR-OFICINA.
           MOVE '???' TO WSL-OFICINA
           MOVE WSV-NUMCUENTA TO NROCUENTA
           READ CUENTAS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                         UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
                 IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
                   MOVE TC-OFIAPE(WS-IND-CLIENTE) TO WSL-OFICINA
                   MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
                 END-IF
               END-PERFORM
           END-READ.


       160000-SUMAR-MOVIMIENTO.
      * Suma WS-MOVIMIENTO al renglon WS-IND-MARGEN-HALLADO: al
      * acumulado del anio siempre y al mes si es el periodo pedido.
           IF WS-IND-MARGEN-HALLADO NOT = 0
             MOVE 2 TO WS-IND-ACUM
             PERFORM 161000-SUMAR-ACUMULADO
             IF WSV-PERIODO-MOV = WSV-PERIODO
               MOVE 1 TO WS-IND-ACUM
               PERFORM 161000-SUMAR-ACUMULADO
             END-IF
           END-IF
           INITIALIZE WS-MOVIMIENTO.


       161000-SUMAR-ACUMULADO.
           ADD WSM-UNIDADES
             TO TMG-UNIDADES(WS-IND-MARGEN-HALLADO, WS-IND-ACUM)
           ADD WSM-VENTAS
             TO TMG-VENTAS(WS-IND-MARGEN-HALLADO, WS-IND-ACUM)
           ADD WSM-NOTAS-CREDITO
             TO TMG-NOTAS-CREDITO(WS-IND-MARGEN-HALLADO, WS-IND-ACUM)
           ADD WSM-DPP
             TO TMG-DPP(WS-IND-MARGEN-HALLADO, WS-IND-ACUM)
           ADD WSM-COSTO
             TO TMG-COSTO(WS-IND-MARGEN-HALLADO, WS-IND-ACUM).


       200000-CARGAR-CARGOS.
      * Los cargos de producto y los 'DPP' de SERVHIST.DAT y de
      * SERVICIO.DAT hasta el periodo pedido.
           INITIALIZE WS-MOVIMIENTO
           OPEN INPUT SERVHIST
           IF WSS-FS-SERVHIST-OK
             PERFORM 202000-LEER-SERVHIST
             PERFORM UNTIL WSS-FS-SERVHIST-EOF
               MOVE CODSERVICIO-H TO WSV-CODSERVICIO
               MOVE NUMCUENTA-H TO WSV-NUMCUENTA
               MOVE DESCRIP-H TO WSV-DESCRIP
               MOVE PERIODO-H TO WSV-PERIODO-MOV
               MOVE MONTO-H TO WSV-MONTO
               MOVE ENTRYID-H TO WSV-ENTRYID
               PERFORM 205000-CLASIFICAR-ASIENTO
               PERFORM 202000-LEER-SERVHIST
             END-PERFORM
             CLOSE SERVHIST
           END-IF
           OPEN INPUT SERVICIO
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-NOEXISTE
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-SERVICIO-OK
             PERFORM 201000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               MOVE CODSERVICIO TO WSV-CODSERVICIO
               MOVE NUMCUENTA TO WSV-NUMCUENTA
               MOVE DESCRIP TO WSV-DESCRIP
               MOVE PERIODO TO WSV-PERIODO-MOV
               MOVE MONTO-S TO WSV-MONTO
               MOVE ENTRYID-S TO WSV-ENTRYID
               PERFORM 205000-CLASIFICAR-ASIENTO
               PERFORM 201000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF.


       201000-LEER-SERVICIO.
           READ SERVICIO
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF
           IF WSS-FS-SERVICIO-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       202000-LEER-SERVHIST.
           READ SERVHIST
           IF NOT WSS-FS-SERVHIST-OK AND NOT WSS-FS-SERVHIST-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
             MOVE '10' TO WSS-FS-SERVHIST
           END-IF
           IF WSS-FS-SERVHIST-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       205000-CLASIFICAR-ASIENTO.
           IF WSV-PERIODO-MOV > WSV-PERIODO
             CONTINUE
           ELSE
             IF WSV-CODSERVICIO = 'DPP'
               IF WSV-PERIODO-MOV NOT < WSV-DESDE-ANIO
                 PERFORM 206000-GUARDAR-DPP
               END-IF
             ELSE
               IF WSV-PERIODO-MOV NOT < WSV-DESDE-CARGOS
                 PERFORM 120000-BUSCAR-PRODUCTO
                 IF WS-IND-PROD-HALLADO NOT = 0
                   PERFORM 207000-GUARDAR-CARGO
                 END-IF
               END-IF
             END-IF
           END-IF.


       206000-GUARDAR-DPP.
      * AplicaPagos deja el ENTRYID del pago al final de la
      * descripcion del descuento.
           IF WSV-DESCRIP(22:8) IS NUMERIC
             IF WS-CANT-DPP < 10000
               ADD 1 TO WS-CANT-DPP
               MOVE WSV-DESCRIP(22:8) TO TDP-PAG-ENTRYID(WS-CANT-DPP)
               MOVE WSV-PERIODO-MOV TO TDP-PERIODO(WS-CANT-DPP)
               MOVE WSV-MONTO TO TDP-IMPORTE(WS-CANT-DPP)
               MOVE 0 TO TDP-IMPUTADO(WS-CANT-DPP)
             ELSE
               IF WS-RETURN-CODE < 4
                 DISPLAY 'ADVERTENCIA: MAS DE 10000 DESCUENTOS DPP '
                         'EN EL ANIO, EL RESTO NO SE REPARTE'
                 MOVE 4 TO WS-RETURN-CODE
               END-IF
             END-IF
           END-IF.


       207000-GUARDAR-CARGO.
           IF WS-CANT-CARGOS NOT < 20000
             IF WS-RETURN-CODE < 4
               DISPLAY 'ADVERTENCIA: MAS DE 20000 CARGOS DE '
                       'PRODUCTOS, EL RESTO NO SE ANALIZA'
               MOVE 4 TO WS-RETURN-CODE
             END-IF
           ELSE
             PERFORM 140000-BUSCAR-MARGEN
             ADD 1 TO WS-CANT-CARGOS
             MOVE WSV-ENTRYID TO TCG-ENTRYID(WS-CANT-CARGOS)
             MOVE WS-IND-MARGEN-HALLADO
               TO TCG-IND-MARGEN(WS-CANT-CARGOS)
             MOVE WSV-PERIODO-MOV TO TCG-PERIODO(WS-CANT-CARGOS)
             MOVE WSV-MONTO TO TCG-MONTO(WS-CANT-CARGOS)
             MOVE 'N' TO TCG-CON-DETALLE(WS-CANT-CARGOS)
             IF WSV-PERIODO-MOV NOT < WSV-DESDE-ANIO
               IF WSV-MONTO < 0
                 MOVE WSV-MONTO TO WSM-NOTAS-CREDITO
               ELSE
                 MOVE WSV-MONTO TO WSM-VENTAS
               END-IF
               PERFORM 160000-SUMAR-MOVIMIENTO
             END-IF
           END-IF.


       220000-APLICAR-DETALLE.
      * Unidades y costo de cada cargo del anio segun VENTAPROD.DAT.
           OPEN INPUT VENTAPROD
           IF WSS-FS-VENTAPROD-OK
             PERFORM 221000-LEER-VENTAPROD
             PERFORM UNTIL WSS-FS-VENTAPROD-EOF
               MOVE VTP-ENTRYID TO WSV-ENTRYID
               PERFORM 130000-BUSCAR-CARGO
               IF WS-IND-CARGO-HALLADO NOT = 0
                 IF TCG-PERIODO(WS-IND-CARGO-HALLADO)
                        NOT < WSV-DESDE-ANIO
                   PERFORM 225000-COSTEAR-DETALLE
                 END-IF
               END-IF
               PERFORM 221000-LEER-VENTAPROD
             END-PERFORM
             CLOSE VENTAPROD
           END-IF.


       221000-LEER-VENTAPROD.
           READ VENTAPROD
           IF NOT WSS-FS-VENTAPROD-OK AND NOT WSS-FS-VENTAPROD-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-VENTAPROD
             MOVE '10' TO WSS-FS-VENTAPROD
           END-IF.


       225000-COSTEAR-DETALLE.
      * Un costo en cero en el detalle es un producto sin ficha al
      * venderse: se toma el costo actual.
           MOVE 'S' TO TCG-CON-DETALLE(WS-IND-CARGO-HALLADO)
           ADD 1 TO WSA-CARGOS-DETALLE
           MOVE TCG-IND-MARGEN(WS-IND-CARGO-HALLADO)
             TO WS-IND-MARGEN-HALLADO
           MOVE TCG-PERIODO(WS-IND-CARGO-HALLADO) TO WSV-PERIODO-MOV
           MOVE VTP-COSTO-UNITARIO TO WSV-COSTO-UNITARIO
           IF WSV-COSTO-UNITARIO = 0 AND WS-IND-MARGEN-HALLADO NOT = 0
             MOVE TMG-IND-PRODUCTO(WS-IND-MARGEN-HALLADO)
               TO WS-IND-PROD-HALLADO
             MOVE TPR-COSTO-ACTUAL(WS-IND-PROD-HALLADO)
               TO WSV-COSTO-UNITARIO
           END-IF
           MOVE VTP-CANTIDAD TO WSM-UNIDADES
           COMPUTE WSM-COSTO ROUNDED =
                   VTP-CANTIDAD * WSV-COSTO-UNITARIO
           PERFORM 160000-SUMAR-MOVIMIENTO.


       230000-ESTIMAR-SIN-DETALLE.
      * Un cargo del anio sin detalle (anterior a VENTAPROD.DAT o
      * cargado por otro circuito) se estima a precio de catalogo.
           PERFORM VARYING WS-IND-CARGO FROM 1 BY 1
                     UNTIL WS-IND-CARGO > WS-CANT-CARGOS
             IF TCG-CON-DETALLE(WS-IND-CARGO) = 'N'
                AND TCG-MONTO(WS-IND-CARGO) > 0
                AND TCG-PERIODO(WS-IND-CARGO) NOT < WSV-DESDE-ANIO
                AND TCG-IND-MARGEN(WS-IND-CARGO) NOT = 0
               PERFORM 235000-ESTIMAR-CARGO
             END-IF
           END-PERFORM.


       235000-ESTIMAR-CARGO.
           ADD 1 TO WSA-CARGOS-ESTIMADOS
           MOVE TCG-IND-MARGEN(WS-IND-CARGO) TO WS-IND-MARGEN-HALLADO
           MOVE TMG-IND-PRODUCTO(WS-IND-MARGEN-HALLADO)
             TO WS-IND-PROD-HALLADO
           MOVE TCG-PERIODO(WS-IND-CARGO) TO WSV-PERIODO-MOV
           IF TPR-PRECIO(WS-IND-PROD-HALLADO) > 0
             COMPUTE WSV-UNIDADES ROUNDED =
                     TCG-MONTO(WS-IND-CARGO)
                   / TPR-PRECIO(WS-IND-PROD-HALLADO)
           ELSE
             MOVE 1 TO WSV-UNIDADES
           END-IF
           IF WSV-UNIDADES = 0
             MOVE 1 TO WSV-UNIDADES
           END-IF
           MOVE WSV-UNIDADES TO WSM-UNIDADES
           COMPUTE WSM-COSTO ROUNDED =
                   WSV-UNIDADES * TPR-COSTO-ACTUAL(WS-IND-PROD-HALLADO)
           PERFORM 160000-SUMAR-MOVIMIENTO.


       240000-REPARTIR-DPP.
      * Primera pasada: cuanto imputo cada pago con descuento.
      * Segunda: la parte de los cargos de producto va a su renglon
      * en el periodo del descuento.
           IF WS-CANT-DPP > 0
             OPEN INPUT PAGAPLIC
             IF WSS-FS-PAGAPLIC-OK
               PERFORM 241000-LEER-PAGAPLIC
               PERFORM UNTIL WSS-FS-PAGAPLIC-EOF
                 PERFORM 242000-BUSCAR-DPP
                 IF WS-IND-DPP-HALLADO NOT = 0
                   ADD PAP-IMPORTE TO TDP-IMPUTADO(WS-IND-DPP-HALLADO)
                 END-IF
                 PERFORM 241000-LEER-PAGAPLIC
               END-PERFORM
               CLOSE PAGAPLIC
               OPEN INPUT PAGAPLIC
               PERFORM 241000-LEER-PAGAPLIC
               PERFORM UNTIL WSS-FS-PAGAPLIC-EOF
                 PERFORM 242000-BUSCAR-DPP
                 IF WS-IND-DPP-HALLADO NOT = 0
                   MOVE PAP-ENTRYID-CARGO TO WSV-ENTRYID
                   PERFORM 130000-BUSCAR-CARGO
                   IF WS-IND-CARGO-HALLADO NOT = 0
                     PERFORM 245000-ASIGNAR-DPP
                   END-IF
                 END-IF
                 PERFORM 241000-LEER-PAGAPLIC
               END-PERFORM
               CLOSE PAGAPLIC
             END-IF
           END-IF.


       241000-LEER-PAGAPLIC.
           READ PAGAPLIC
           IF NOT WSS-FS-PAGAPLIC-OK AND NOT WSS-FS-PAGAPLIC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGAPLIC
             MOVE '10' TO WSS-FS-PAGAPLIC
           END-IF.


       242000-BUSCAR-DPP.
           MOVE 0 TO WS-IND-DPP-HALLADO
           PERFORM VARYING WS-IND-DPP FROM 1 BY 1
                     UNTIL WS-IND-DPP > WS-CANT-DPP
             IF TDP-PAG-ENTRYID(WS-IND-DPP) = PAP-PAG-ENTRYID
               MOVE WS-IND-DPP TO WS-IND-DPP-HALLADO
               MOVE WS-CANT-DPP TO WS-IND-DPP
             END-IF
           END-PERFORM.


       245000-ASIGNAR-DPP.
           IF TDP-IMPUTADO(WS-IND-DPP-HALLADO) NOT = 0
             COMPUTE WSV-PARTE-DPP ROUNDED =
                     TDP-IMPORTE(WS-IND-DPP-HALLADO) * PAP-IMPORTE
                   / TDP-IMPUTADO(WS-IND-DPP-HALLADO)
             MOVE WSV-PARTE-DPP TO WSM-DPP
             MOVE TCG-IND-MARGEN(WS-IND-CARGO-HALLADO)
               TO WS-IND-MARGEN-HALLADO
             MOVE TDP-PERIODO(WS-IND-DPP-HALLADO) TO WSV-PERIODO-MOV
             ADD 1 TO WSA-DPP-REPARTIDOS
             PERFORM 160000-SUMAR-MOVIMIENTO
           END-IF.


       250000-EMITIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'MARGEN BRUTO POR PRODUCTO Y OFICINA - PERIODO '
                  WSV-PERIODO ' Y ACUMULADO DESDE ' WSV-DESDE-ANIO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'PRD OFI PER UNIDADES     VENTA NETA          COSTO'
             TO WS-LINEA-REPORTE
           MOVE '         MARGEN       %' TO WS-LINEA-REPORTE(51:)
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           PERFORM 255000-EMITIR-PRODUCTO
                     VARYING WS-IND-PRODUCTO FROM 1 BY 1
                     UNTIL WS-IND-PRODUCTO > WS-CANT-PRODUCTOS
           PERFORM 270000-EMITIR-TOTALES
           CLOSE REPORTE.


       255000-EMITIR-PRODUCTO.
           INITIALIZE WS-TOTALES-PRODUCTO
           MOVE 0 TO WS-IND-MARGEN-HALLADO
           PERFORM VARYING WS-IND-MARGEN FROM 1 BY 1
                     UNTIL WS-IND-MARGEN > WS-CANT-MARGEN
             IF TMG-IND-PRODUCTO(WS-IND-MARGEN) = WS-IND-PRODUCTO
                AND (TMG-UNIDADES(WS-IND-MARGEN, 2) NOT = 0
                  OR TMG-VENTAS(WS-IND-MARGEN, 2) NOT = 0
                  OR TMG-NOTAS-CREDITO(WS-IND-MARGEN, 2) NOT = 0
                  OR TMG-DPP(WS-IND-MARGEN, 2) NOT = 0)
               IF WS-IND-MARGEN-HALLADO = 0
                 MOVE WS-IND-MARGEN TO WS-IND-MARGEN-HALLADO
                 MOVE SPACES TO WS-LINEA-REPORTE
                 STRING TPR-CODIGO(WS-IND-PRODUCTO) ' '
                        TPR-DESCRIP(WS-IND-PRODUCTO)
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                 PERFORM 290000-ESCRIBIR-LINEA
               END-IF
               PERFORM 260000-EMITIR-OFICINA
             END-IF
           END-PERFORM
           IF WS-IND-MARGEN-HALLADO NOT = 0
             PERFORM 265000-EMITIR-TOTAL-PRODUCTO
           END-IF.


       260000-EMITIR-OFICINA.
           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                     UNTIL WS-IND-ACUM > 2
             ADD TMG-UNIDADES(WS-IND-MARGEN, WS-IND-ACUM)
               TO WST-UNIDADES(WS-IND-ACUM)
             ADD TMG-VENTAS(WS-IND-MARGEN, WS-IND-ACUM)
               TO WST-VENTAS(WS-IND-ACUM)
             ADD TMG-NOTAS-CREDITO(WS-IND-MARGEN, WS-IND-ACUM)
               TO WST-NOTAS-CREDITO(WS-IND-ACUM)
             ADD TMG-DPP(WS-IND-MARGEN, WS-IND-ACUM)
               TO WST-DPP(WS-IND-ACUM)
             ADD TMG-COSTO(WS-IND-MARGEN, WS-IND-ACUM)
               TO WST-COSTO(WS-IND-ACUM)
             COMPUTE WSV-NETO =
                     TMG-VENTAS(WS-IND-MARGEN, WS-IND-ACUM)
                   + TMG-NOTAS-CREDITO(WS-IND-MARGEN, WS-IND-ACUM)
                   + TMG-DPP(WS-IND-MARGEN, WS-IND-ACUM)
             COMPUTE WSV-MARGEN =
                     WSV-NETO - TMG-COSTO(WS-IND-MARGEN, WS-IND-ACUM)
             MOVE TPR-CODIGO(WS-IND-PRODUCTO) TO WSL-CODIGO
             MOVE TMG-OFICINA(WS-IND-MARGEN) TO WSL-OFICINA
             MOVE TMG-UNIDADES(WS-IND-MARGEN, WS-IND-ACUM)
               TO WSL-UNIDADES
             MOVE TMG-COSTO(WS-IND-MARGEN, WS-IND-ACUM) TO WSL-COSTO
             PERFORM 280000-ARMAR-LINEA
           END-PERFORM.


       265000-EMITIR-TOTAL-PRODUCTO.
           MOVE SPACE TO WSV-MARCA
           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                     UNTIL WS-IND-ACUM > 2
             ADD WST-UNIDADES(WS-IND-ACUM) TO WSG-UNIDADES(WS-IND-ACUM)
             ADD WST-VENTAS(WS-IND-ACUM) TO WSG-VENTAS(WS-IND-ACUM)
             ADD WST-NOTAS-CREDITO(WS-IND-ACUM)
               TO WSG-NOTAS-CREDITO(WS-IND-ACUM)
             ADD WST-DPP(WS-IND-ACUM) TO WSG-DPP(WS-IND-ACUM)
             ADD WST-COSTO(WS-IND-ACUM) TO WSG-COSTO(WS-IND-ACUM)
             COMPUTE WSV-NETO = WST-VENTAS(WS-IND-ACUM)
                              + WST-NOTAS-CREDITO(WS-IND-ACUM)
                              + WST-DPP(WS-IND-ACUM)
             COMPUTE WSV-MARGEN = WSV-NETO - WST-COSTO(WS-IND-ACUM)
             IF WSV-MARGEN < 0
               MOVE '*' TO WSV-MARCA
             END-IF
             MOVE TPR-CODIGO(WS-IND-PRODUCTO) TO WSL-CODIGO
             MOVE 'TOT' TO WSL-OFICINA
             MOVE WST-UNIDADES(WS-IND-ACUM) TO WSL-UNIDADES
             MOVE WST-COSTO(WS-IND-ACUM) TO WSL-COSTO
             PERFORM 280000-ARMAR-LINEA
           END-PERFORM
           IF WSV-MARCA = '*'
             ADD 1 TO WSA-PRODUCTOS-NEGATIVOS
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '    * PRODUCTO ' TPR-CODIGO(WS-IND-PRODUCTO)
                    ' CON MARGEN NEGATIVO'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       270000-EMITIR-TOTALES.
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE 'DEL MES' TO WS-LINEA-REPORTE(42:7)
           MOVE '  ACUMULADO ANIO' TO WS-LINEA-REPORTE(51:)
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE WSG-VENTAS(1) TO WS-IMPORTE-EDIT
           MOVE WSG-VENTAS(2) TO WS-IMPORTE-EDIT-2
           MOVE 'VENTAS BRUTAS' TO WS-LINEA-REPORTE
           PERFORM 275000-ARMAR-TOTAL
           MOVE WSG-NOTAS-CREDITO(1) TO WS-IMPORTE-EDIT
           MOVE WSG-NOTAS-CREDITO(2) TO WS-IMPORTE-EDIT-2
           MOVE 'NOTAS DE CREDITO' TO WS-LINEA-REPORTE
           PERFORM 275000-ARMAR-TOTAL
           MOVE WSG-DPP(1) TO WS-IMPORTE-EDIT
           MOVE WSG-DPP(2) TO WS-IMPORTE-EDIT-2
           MOVE 'DESCUENTOS PRONTO PAGO' TO WS-LINEA-REPORTE
           PERFORM 275000-ARMAR-TOTAL
           COMPUTE WSV-NETO = WSG-VENTAS(1) + WSG-NOTAS-CREDITO(1)
                            + WSG-DPP(1)
           MOVE WSV-NETO TO WS-IMPORTE-EDIT
           COMPUTE WSV-NETO = WSG-VENTAS(2) + WSG-NOTAS-CREDITO(2)
                            + WSG-DPP(2)
           MOVE WSV-NETO TO WS-IMPORTE-EDIT-2
           MOVE 'VENTA NETA' TO WS-LINEA-REPORTE
           PERFORM 275000-ARMAR-TOTAL
           MOVE WSG-COSTO(1) TO WS-IMPORTE-EDIT
           MOVE WSG-COSTO(2) TO WS-IMPORTE-EDIT-2
           MOVE 'COSTO DE LO VENDIDO' TO WS-LINEA-REPORTE
           PERFORM 275000-ARMAR-TOTAL
           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                     UNTIL WS-IND-ACUM > 2
             COMPUTE WSV-NETO = WSG-VENTAS(WS-IND-ACUM)
                              + WSG-NOTAS-CREDITO(WS-IND-ACUM)
                              + WSG-DPP(WS-IND-ACUM)
             COMPUTE WSV-MARGEN = WSV-NETO - WSG-COSTO(WS-IND-ACUM)
             PERFORM 285000-CALCULAR-PORCENTAJE
             IF WS-IND-ACUM = 1
               MOVE WSV-MARGEN TO WS-IMPORTE-EDIT
               MOVE WSV-PORCENTAJE TO WSL-PORCENTAJE
             ELSE
               MOVE WSV-MARGEN TO WS-IMPORTE-EDIT-2
               MOVE WSV-PORCENTAJE TO WS-PORCENTAJE-EDIT
             END-IF
           END-PERFORM
           MOVE 'MARGEN BRUTO' TO WS-LINEA-REPORTE
           PERFORM 275000-ARMAR-TOTAL
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'MARGEN %' DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE WSL-PORCENTAJE TO WS-LINEA-REPORTE(43:7)
           MOVE WS-PORCENTAJE-EDIT TO WS-LINEA-REPORTE(60:7)
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CARGOS CON DETALLE DE UNIDADES: '
                  WSA-CARGOS-DETALLE
                  '   ESTIMADOS A PRECIO DE LISTA: '
                  WSA-CARGOS-ESTIMADOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PRODUCTOS CON MARGEN NEGATIVO (*): '
                  WSA-PRODUCTOS-NEGATIVOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       275000-ARMAR-TOTAL.
           MOVE WS-IMPORTE-EDIT TO WS-LINEA-REPORTE(36:15)
           MOVE WS-IMPORTE-EDIT-2 TO WS-LINEA-REPORTE(53:15)
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE.


       280000-ARMAR-LINEA.
      * WSV-NETO y WSV-MARGEN ya calculados para WS-IND-ACUM.
           IF WS-IND-ACUM = 1
             MOVE 'MES' TO WSL-PERIODO
           ELSE
             MOVE 'ACUM' TO WSL-PERIODO
           END-IF
           MOVE WSV-NETO TO WSL-NETO
           MOVE WSV-MARGEN TO WSL-MARGEN
           PERFORM 285000-CALCULAR-PORCENTAJE
           MOVE WSV-PORCENTAJE TO WSL-PORCENTAJE
           IF WSV-MARGEN < 0
             MOVE '*' TO WSL-MARCA
           ELSE
             MOVE SPACE TO WSL-MARCA
           END-IF
           MOVE WS-LINEA-MARGEN TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       285000-CALCULAR-PORCENTAJE.
           MOVE 0 TO WSV-PORCENTAJE
           IF WSV-NETO NOT = 0
             COMPUTE WSV-PORCENTAJE ROUNDED =
                     WSV-MARGEN * 100 / WSV-NETO
               ON SIZE ERROR
                 MOVE 0 TO WSV-PORCENTAJE
             END-COMPUTE
           END-IF.


       290000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 395000-REGISTRAR-REPORTE
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   MARGEN BRUTO DE PRODUCTOS'
           DISPLAY 'Programme: MARGENPRODUCTOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'ASIENTOS LEIDOS:        ' WS-CANT-LEIDOS
           DISPLAY 'CARGOS DE PRODUCTOS:    ' WS-CANT-CARGOS
           DISPLAY 'CON DETALLE:            ' WSA-CARGOS-DETALLE
           DISPLAY 'ESTIMADOS:              ' WSA-CARGOS-ESTIMADOS
           DISPLAY 'IMPUTACIONES CON DPP:   ' WSA-DPP-REPARTIDOS
           DISPLAY 'PRODUCTOS CON MARGEN <0:' WSA-PRODUCTOS-NEGATIVOS.


       330000-CERRAR-ARCHIVOS.
           CLOSE CUENTAS.


       395000-REGISTRAR-REPORTE.
           MOVE 'MARGEN PRODUCTOS'   TO WS-REPIDX-NOMBRE
           MOVE 'MARGENPRODUCTOS'    TO WS-REPIDX-PROGRAMA
           MOVE '..\MARGEN.REP'      TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS     TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'MARGENPRODUCTOS' TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-REPORTE    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
