      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     ORDENES DE COMPRA DE MERCADERIA A LOS PROVEEDORES
      *              DE PROVEEDORES.DAT. CADA ORDEN TOMA NUMERO DE LA
      *              SERIE OCP DEL NUMERADOR Y GRABA UN RENGLON POR
      *              PRODUCTO EN ORDCOMPRA.DAT CON LA CANTIDAD Y EL
      *              COSTO UNITARIO PACTADOS. LOS RENGLONES SE PUEDEN
      *              SUGERIR DESDE LA REPOSICION (PRODUCTOS DE
      *              STOCK.DAT EN O BAJO EL MINIMO, HASTA DOS VECES EL
      *              MINIMO MENOS LO YA PEDIDO) O INGRESAR A MANO; LA
      *              ORDEN SE IMPRIME EN OCOMPRA.REP PARA EL
      *              PROVEEDOR. CONTROLSTOCK IMPUTA LOS INGRESOS A LOS
      *              RENGLONES Y LO NO RECIBIDO QUEDA PENDIENTE HASTA
      *              QUE LLEGA O SE ANULA EL SALDO. REPORTES: ORDENES
      *              ABIERTAS Y ENTREGAS ATRASADAS (COMPRAS.REP) Y
      *              COMPRAS POR PROVEEDOR DE UN RANGO DE PERIODOS
      *              SEGUN RECEPCION.DAT (COMPPROV.REP).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  COMPRASSTOCK.

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

           SELECT RECEPCION          ASSIGN TO DISK '..\RECEPCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECEPCION.

           SELECT STOCK              ASSIGN TO DISK '..\STOCK.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-STOCK.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT REPORTE            ASSIGN TO DISK WS-NOMBRE-REPORTE
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
       FD PROVEEDORES.
           COPY PROVREC.

       FD ORDCOMPRA.
           COPY OCOMPREC.

       FD RECEPCION.
           COPY RECEPREC.

       FD STOCK.
       01 REG-STOCK.
         05 STK-CODIGO                PIC X(03).
         05 STK-EXISTENCIA            PIC S9(07).
         05 STK-MINIMO                PIC 9(05).
         05 STK-COSTO-PROM            PIC 9(07)V99.

       FD SERVCAT.
           COPY CATSERV.

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
           COPY WSFS REPLACING ==:TAG:== BY ==PROVEEDORES==.
           COPY WSFS REPLACING ==:TAG:== BY ==ORDCOMPRA==.
           COPY WSFS REPLACING ==:TAG:== BY ==RECEPCION==.
           COPY WSFS REPLACING ==:TAG:== BY ==STOCK==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 WS-NOMBRE-REPORTE            PIC X(30)
                                       VALUE '..\COMPRAS.REP'.

       01 TABLA-PROVEEDORES.
         05 WS-CANT-PROVEEDORES        PIC 9(03) VALUE 0.
         05 TPV-ENTRY OCCURS 500 TIMES.
           10 TPV-CODIGO               PIC 9(04).
           10 TPV-NOMBRE               PIC X(40).
           10 TPV-CUIT                 PIC 9(11).
           10 TPV-DIAS-ENTREGA         PIC 9(03).
           10 TPV-ESTADO               PIC X(01).
           10 TPV-RECEPCIONES          PIC 9(05).
           10 TPV-UNIDADES             PIC 9(07).
           10 TPV-IMPORTE              PIC 9(11)V99.
           10 TPV-IMP-PACTADO          PIC 9(11)V99.
           10 TPV-CANT-DIF-COSTO       PIC 9(05).
           10 TPV-CANT-TARDIAS         PIC 9(05).

       01 TABLA-ORDENES.
         05 WS-CANT-RENGLONES          PIC 9(04) VALUE 0.
         05 TOC-REGISTRO OCCURS 3000 TIMES
                                       PIC X(81).

       01 TABLA-STOCK.
         05 WS-CANT-STOCK              PIC 9(03) VALUE 0.
         05 TS-ENTRY OCCURS 500 TIMES.
           10 TS-CODIGO                PIC X(03).
           10 TS-EXISTENCIA            PIC S9(07).
           10 TS-MINIMO                PIC 9(05).
           10 TS-COSTO-PROM            PIC 9(07)V99.
           10 TS-EN-PEDIDO             PIC 9(07).

      * Renglones de la orden que se esta armando.
       01 TABLA-NUEVA.
         05 WS-CANT-NUEVOS             PIC 9(02) VALUE 0.
         05 TNV-ENTRY OCCURS 20 TIMES.
           10 TNV-CODIGO               PIC X(03).
           10 TNV-CANTIDAD             PIC 9(05).
           10 TNV-COSTO-UNITARIO       PIC 9(07)V99.

       01 INDICES.
         05 WS-IND-PROVEEDOR           PIC 9(03).
         05 WS-IND-PROV-HALLADO        PIC 9(03).
         05 WS-IND-RENGLON             PIC 9(04).
         05 WS-IND-REN-HALLADO         PIC 9(04).
         05 WS-IND-STOCK               PIC 9(03).
         05 WS-IND-STOCK-HALLADO       PIC 9(03).
         05 WS-IND-NUEVO               PIC 9(02).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-PROVEEDOR              PIC 9(04).
         05 WSV-NUMERO                 PIC 9(08).
         05 WSV-RENGLON                PIC 9(02).
         05 WSV-CODIGO                 PIC X(03).
         05 WSV-CANTIDAD               PIC 9(05).
         05 WSV-SUGERIDA               PIC S9(07).
         05 WSV-PENDIENTE              PIC 9(05).
         05 WSV-COSTO-UNITARIO         PIC 9(07)V99.
         05 WSV-IMPORTE                PIC 9(11)V99.
         05 WSV-FECHA-ENTREGA          PIC 9(08).
         05 WSV-FECHA-PROPUESTA        PIC 9(08).
         05 WSV-DESCRIP                PIC X(30).
         05 WSV-PERIODO-DESDE          PIC 9(06).
         05 WSV-PERIODO-HASTA          PIC 9(06).

       01 WS-RESPUESTA                 PIC A.
           88 WS-SI                                     VALUE 'S'.
           88 WS-NO                                     VALUE 'N'.

       01 WS-SERIE-COMPRAS             PIC X(03) VALUE 'OCP'.
       01 WS-NUMERO-ORDEN              PIC 9(08) VALUE 0.

       01 WS-FECHAS.
         05 WS-JULIANO-HOY             PIC 9(07).
         05 WS-JULIANO-FECHA           PIC 9(07).
         05 WS-DIAS-ATRASO             PIC S9(07).

       01 ACUMULADORES.
         05 WSA-TOTAL-ORDEN            PIC 9(11)V99.
         05 WSA-ABIERTOS               PIC 9(05).
         05 WSA-ATRASADOS              PIC 9(05).
         05 WSA-VALOR-PENDIENTE        PIC 9(11)V99.
         05 WSA-VALOR-ATRASADO         PIC 9(11)V99.
         05 WSA-RECEPCIONES            PIC 9(05).
         05 WSA-IMPORTE                PIC 9(11)V99.
         05 WSA-IMP-PACTADO            PIC 9(11)V99.

       01 WS-CANT-EDIT                 PIC Z(6)9.
       01 WS-COSTO-EDIT                PIC Z(6)9,99.
       01 WS-IMPORTE-EDIT              PIC Z(10)9,99.
       01 WS-ATRASO-EDIT               PIC Z(4)9.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'COMPRASSTOCK'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 5
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           COMPUTE WS-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WSP-FECHA-PROCESO)
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 5 TO WS-OPCION
           ELSE
             PERFORM 105000-CARGAR-PROVEEDORES
             PERFORM 110000-CARGAR-ORDENES
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-PROVEEDORES.
           MOVE 0 TO WS-CANT-PROVEEDORES
           OPEN INPUT PROVEEDORES
           IF WSS-FS-PROVEEDORES-OK
             PERFORM 106000-LEER-PROVEEDOR
             PERFORM UNTIL WSS-FS-PROVEEDORES-EOF
                     OR WS-CANT-PROVEEDORES >= 500
               ADD 1 TO WS-CANT-PROVEEDORES
               INITIALIZE TPV-ENTRY(WS-CANT-PROVEEDORES)
               MOVE PRV-CODIGO TO TPV-CODIGO(WS-CANT-PROVEEDORES)
               MOVE PRV-NOMBRE TO TPV-NOMBRE(WS-CANT-PROVEEDORES)
               MOVE PRV-CUIT TO TPV-CUIT(WS-CANT-PROVEEDORES)
               MOVE PRV-DIAS-ENTREGA
                 TO TPV-DIAS-ENTREGA(WS-CANT-PROVEEDORES)
               MOVE PRV-ESTADO TO TPV-ESTADO(WS-CANT-PROVEEDORES)
               PERFORM 106000-LEER-PROVEEDOR
             END-PERFORM
             CLOSE PROVEEDORES
           END-IF.


       106000-LEER-PROVEEDOR.
           READ PROVEEDORES
           IF NOT WSS-FS-PROVEEDORES-OK
                   AND NOT WSS-FS-PROVEEDORES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PROVEEDORES
             MOVE '10' TO WSS-FS-PROVEEDORES
           END-IF.


       110000-CARGAR-ORDENES.
           MOVE 0 TO WS-CANT-RENGLONES
           OPEN INPUT ORDCOMPRA
           IF WSS-FS-ORDCOMPRA-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-ORDCOMPRA-OK
               DISPLAY 'ERROR DE ARCHIVO DE ORDENES DE COMPRA'
               DISPLAY 'FILE STATUS ' WSS-FS-ORDCOMPRA
               PERFORM 300000-FINAL
             ELSE
               PERFORM 111000-LEER-ORDCOMPRA
               PERFORM UNTIL WSS-FS-ORDCOMPRA-EOF
                 IF WS-CANT-RENGLONES < 3000
                   ADD 1 TO WS-CANT-RENGLONES
                   MOVE REG-ORDCOMPRA
                     TO TOC-REGISTRO(WS-CANT-RENGLONES)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia renglones: se
      * detiene antes de tocar el archivo.
                   DISPLAY 'ERROR: MAS DE 3000 RENGLONES DE ORDENES '
                           'DE COMPRA'
                   CLOSE ORDCOMPRA
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 111000-LEER-ORDCOMPRA
               END-PERFORM
             END-IF
             CLOSE ORDCOMPRA
           END-IF.


       111000-LEER-ORDCOMPRA.
           READ ORDCOMPRA
           IF NOT WSS-FS-ORDCOMPRA-OK AND NOT WSS-FS-ORDCOMPRA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ORDCOMPRA
             MOVE '10' TO WSS-FS-ORDCOMPRA
           END-IF.


       115000-CARGAR-STOCK.
      * Existencia y minimo del momento, mas lo ya pedido y no
      * recibido en renglones abiertos.
           MOVE 0 TO WS-CANT-STOCK
           OPEN INPUT STOCK
           IF WSS-FS-STOCK-OK
             PERFORM 116000-LEER-STOCK
             PERFORM UNTIL WSS-FS-STOCK-EOF
                     OR WS-CANT-STOCK >= 500
               ADD 1 TO WS-CANT-STOCK
               MOVE STK-CODIGO TO TS-CODIGO(WS-CANT-STOCK)
               MOVE STK-EXISTENCIA TO TS-EXISTENCIA(WS-CANT-STOCK)
               MOVE STK-MINIMO TO TS-MINIMO(WS-CANT-STOCK)
               MOVE STK-COSTO-PROM TO TS-COSTO-PROM(WS-CANT-STOCK)
               MOVE 0 TO TS-EN-PEDIDO(WS-CANT-STOCK)
               PERFORM 116000-LEER-STOCK
             END-PERFORM
             CLOSE STOCK
           END-IF
           PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                     UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
             MOVE TOC-REGISTRO(WS-IND-RENGLON) TO REG-ORDCOMPRA
             IF OCP-ABIERTA
               MOVE OCP-CODIGO TO WSV-CODIGO
               PERFORM 117000-BUSCAR-EN-STOCK
               IF WS-IND-STOCK-HALLADO NOT = 0
                 COMPUTE TS-EN-PEDIDO(WS-IND-STOCK-HALLADO) =
                         TS-EN-PEDIDO(WS-IND-STOCK-HALLADO)
                         + OCP-CANT-PEDIDA - OCP-CANT-RECIBIDA
               END-IF
             END-IF
           END-PERFORM.


       116000-LEER-STOCK.
           READ STOCK
           IF NOT WSS-FS-STOCK-OK AND NOT WSS-FS-STOCK-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-STOCK
             MOVE '10' TO WSS-FS-STOCK
           END-IF.


       117000-BUSCAR-EN-STOCK.
           MOVE 0 TO WS-IND-STOCK-HALLADO
           PERFORM VARYING WS-IND-STOCK FROM 1 BY 1
                     UNTIL WS-IND-STOCK > WS-CANT-STOCK
             IF TS-CODIGO(WS-IND-STOCK) = WSV-CODIGO
               MOVE WS-IND-STOCK TO WS-IND-STOCK-HALLADO
               MOVE WS-CANT-STOCK TO WS-IND-STOCK
             END-IF
           END-PERFORM.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'ORDENES DE COMPRA (ORDCOMPRA.DAT)'
           DISPLAY '1 - EMITIR ORDEN DE COMPRA'
           DISPLAY '2 - ANULAR EL SALDO DE UN RENGLON'
           DISPLAY '3 - ORDENES ABIERTAS Y ENTREGAS ATRASADAS'
           DISPLAY '4 - COMPRAS POR PROVEEDOR'
           DISPLAY '5 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-EMITIR-ORDEN
             WHEN 2
               PERFORM 240000-ANULAR-SALDO
             WHEN 3
               PERFORM 250000-REPORTE-ABIERTAS
             WHEN 4
               PERFORM 260000-COMPRAS-PROVEEDOR
             WHEN 5
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 5
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       205000-BUSCAR-PROVEEDOR.
           MOVE 0 TO WS-IND-PROV-HALLADO
           PERFORM VARYING WS-IND-PROVEEDOR FROM 1 BY 1
                     UNTIL WS-IND-PROVEEDOR > WS-CANT-PROVEEDORES
             IF TPV-CODIGO(WS-IND-PROVEEDOR) = WSV-PROVEEDOR
               MOVE WS-IND-PROVEEDOR TO WS-IND-PROV-HALLADO
               MOVE WS-CANT-PROVEEDORES TO WS-IND-PROVEEDOR
             END-IF
           END-PERFORM.


       210000-EMITIR-ORDEN.
           DISPLAY 'INGRESE EL CODIGO DE PROVEEDOR: '
           ACCEPT WSV-PROVEEDOR
           PERFORM 205000-BUSCAR-PROVEEDOR
           EVALUATE TRUE
             WHEN WS-IND-PROV-HALLADO = 0
               DISPLAY 'EL PROVEEDOR NO EXISTE'
             WHEN TPV-ESTADO(WS-IND-PROV-HALLADO) = 'I'
               DISPLAY 'EL PROVEEDOR ESTA INACTIVO'
             WHEN OTHER
               DISPLAY 'PROVEEDOR ' TPV-NOMBRE(WS-IND-PROV-HALLADO)
               PERFORM 212000-PEDIR-ENTREGA
               IF WSV-FECHA-ENTREGA < WSP-FECHA-PROCESO
                 DISPLAY 'FECHA DE ENTREGA INVALIDA, NO SE EMITE'
               ELSE
                 PERFORM 115000-CARGAR-STOCK
                 MOVE 0 TO WS-CANT-NUEVOS
                 DISPLAY 'SUGERIR RENGLONES DESDE LA REPOSICION '
                         '(S/N)? '
                 ACCEPT WS-RESPUESTA
                 IF WS-SI
                   PERFORM 214000-SUGERIR-RENGLONES
                 END-IF
                 PERFORM 218000-INGRESAR-RENGLONES
                 IF WS-CANT-NUEVOS = 0
                   DISPLAY 'LA ORDEN NO TIENE RENGLONES, NO SE EMITE'
                 ELSE
                   PERFORM 220000-CONFIRMAR-ORDEN
                 END-IF
               END-IF
           END-EVALUATE.


       212000-PEDIR-ENTREGA.
           COMPUTE WS-JULIANO-FECHA = WS-JULIANO-HOY
                   + TPV-DIAS-ENTREGA(WS-IND-PROV-HALLADO)
           COMPUTE WSV-FECHA-PROPUESTA =
                   FUNCTION DATE-OF-INTEGER(WS-JULIANO-FECHA)
           DISPLAY 'FECHA DE ENTREGA PACTADA (AAAAMMDD, 0 = '
                   WSV-FECHA-PROPUESTA '): '
           ACCEPT WSV-FECHA-ENTREGA
           IF WSV-FECHA-ENTREGA = 0
             MOVE WSV-FECHA-PROPUESTA TO WSV-FECHA-ENTREGA
           END-IF.


       214000-SUGERIR-RENGLONES.
      * Se repone hasta dos veces el minimo, descontando lo que ya
      * esta pedido y sin recibir en otras ordenes.
           PERFORM VARYING WS-IND-STOCK FROM 1 BY 1
                     UNTIL WS-IND-STOCK > WS-CANT-STOCK
             IF TS-EXISTENCIA(WS-IND-STOCK) <= TS-MINIMO(WS-IND-STOCK)
               COMPUTE WSV-SUGERIDA =
                       TS-MINIMO(WS-IND-STOCK) * 2
                       - TS-EXISTENCIA(WS-IND-STOCK)
                       - TS-EN-PEDIDO(WS-IND-STOCK)
               DISPLAY 'PRODUCTO ' TS-CODIGO(WS-IND-STOCK)
                       ' EXISTENCIA ' TS-EXISTENCIA(WS-IND-STOCK)
                       ' MINIMO ' TS-MINIMO(WS-IND-STOCK)
                       ' PEDIDO ' TS-EN-PEDIDO(WS-IND-STOCK)
               IF WSV-SUGERIDA <= 0
                 DISPLAY '  YA CUBIERTO POR ORDENES ABIERTAS'
               ELSE
                 PERFORM 215000-SUGERIR-PRODUCTO
               END-IF
             END-IF
           END-PERFORM.


       215000-SUGERIR-PRODUCTO.
           IF WSV-SUGERIDA > 99999
             MOVE 99999 TO WSV-SUGERIDA
           END-IF
           DISPLAY '  SUGERIDO ' WSV-SUGERIDA
                   ' - PIDE LA CANTIDAD SUGERIDA (S/N)? '
           ACCEPT WS-RESPUESTA
           IF WS-SI
             MOVE WSV-SUGERIDA TO WSV-CANTIDAD
           ELSE
             DISPLAY '  CANTIDAD A PEDIR (0 = NO PEDIR): '
             ACCEPT WSV-CANTIDAD
           END-IF
           IF WSV-CANTIDAD > 0
             MOVE TS-CODIGO(WS-IND-STOCK) TO WSV-CODIGO
             MOVE WS-IND-STOCK TO WS-IND-STOCK-HALLADO
             PERFORM 216000-AGREGAR-RENGLON
           END-IF.


       216000-AGREGAR-RENGLON.
           MOVE 0 TO WS-IND-REN-HALLADO
           PERFORM VARYING WS-IND-NUEVO FROM 1 BY 1
                     UNTIL WS-IND-NUEVO > WS-CANT-NUEVOS
             IF TNV-CODIGO(WS-IND-NUEVO) = WSV-CODIGO
               MOVE WS-IND-NUEVO TO WS-IND-REN-HALLADO
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-IND-REN-HALLADO NOT = 0
               DISPLAY '  EL PRODUCTO YA ESTA EN LA ORDEN'
             WHEN WS-CANT-NUEVOS >= 20
               DISPLAY '  LA ORDEN YA TIENE 20 RENGLONES'
             WHEN OTHER
               DISPLAY '  COSTO UNITARIO PACTADO (0 = PROMEDIO '
                       TS-COSTO-PROM(WS-IND-STOCK-HALLADO) '): '
               ACCEPT WSV-COSTO-UNITARIO
               IF WSV-COSTO-UNITARIO = 0
                 MOVE TS-COSTO-PROM(WS-IND-STOCK-HALLADO)
                   TO WSV-COSTO-UNITARIO
               END-IF
               IF WSV-COSTO-UNITARIO = 0
                 DISPLAY '  SIN COSTO PACTADO, NO SE AGREGA'
               ELSE
                 ADD 1 TO WS-CANT-NUEVOS
                 MOVE WSV-CODIGO TO TNV-CODIGO(WS-CANT-NUEVOS)
                 MOVE WSV-CANTIDAD TO TNV-CANTIDAD(WS-CANT-NUEVOS)
                 MOVE WSV-COSTO-UNITARIO
                   TO TNV-COSTO-UNITARIO(WS-CANT-NUEVOS)
               END-IF
           END-EVALUATE.


       218000-INGRESAR-RENGLONES.
           MOVE 'X' TO WSV-CODIGO
           PERFORM UNTIL WSV-CODIGO = SPACES
                   OR WS-CANT-NUEVOS >= 20
             DISPLAY 'OTRO PRODUCTO A PEDIR (EN BLANCO TERMINA): '
             MOVE SPACES TO WSV-CODIGO
             ACCEPT WSV-CODIGO
             IF WSV-CODIGO NOT = SPACES
               PERFORM 117000-BUSCAR-EN-STOCK
               IF WS-IND-STOCK-HALLADO = 0
                 DISPLAY '  EL PRODUCTO NO TIENE FICHA DE STOCK'
               ELSE
                 DISPLAY '  CANTIDAD A PEDIR: '
                 ACCEPT WSV-CANTIDAD
                 IF WSV-CANTIDAD = 0
                   DISPLAY '  CANTIDAD EN CERO, NO SE AGREGA'
                 ELSE
                   PERFORM 216000-AGREGAR-RENGLON
                 END-IF
               END-IF
             END-IF
           END-PERFORM.


       220000-CONFIRMAR-ORDEN.
           MOVE 0 TO WSA-TOTAL-ORDEN
           DISPLAY 'RENGLONES DE LA ORDEN:'
           PERFORM VARYING WS-IND-NUEVO FROM 1 BY 1
                     UNTIL WS-IND-NUEVO > WS-CANT-NUEVOS
             COMPUTE WSV-IMPORTE = TNV-CANTIDAD(WS-IND-NUEVO)
                     * TNV-COSTO-UNITARIO(WS-IND-NUEVO)
             ADD WSV-IMPORTE TO WSA-TOTAL-ORDEN
             DISPLAY '  ' WS-IND-NUEVO ' ' TNV-CODIGO(WS-IND-NUEVO)
                     ' CANT ' TNV-CANTIDAD(WS-IND-NUEVO)
                     ' COSTO ' TNV-COSTO-UNITARIO(WS-IND-NUEVO)
           END-PERFORM
           DISPLAY 'TOTAL DE LA ORDEN: ' WSA-TOTAL-ORDEN
           DISPLAY 'CONFIRMA LA EMISION (S/N)? '
           ACCEPT WS-RESPUESTA
           EVALUATE TRUE
             WHEN NOT WS-SI
               DISPLAY 'ORDEN CANCELADA'
             WHEN WS-CANT-RENGLONES + WS-CANT-NUEVOS > 3000
               DISPLAY 'ERROR: MAS DE 3000 RENGLONES DE ORDENES DE '
                       'COMPRA, NO SE EMITE'
             WHEN OTHER
               CALL 'PROXNUM' USING WS-SERIE-COMPRAS
                                    WS-NUMERO-ORDEN
               END-CALL
               PERFORM VARYING WS-IND-NUEVO FROM 1 BY 1
                         UNTIL WS-IND-NUEVO > WS-CANT-NUEVOS
                 INITIALIZE REG-ORDCOMPRA
                 MOVE WS-NUMERO-ORDEN TO OCP-NUMERO
                 MOVE WS-IND-NUEVO TO OCP-RENGLON
                 MOVE WSV-PROVEEDOR TO OCP-PROVEEDOR
                 MOVE WSP-FECHA-PROCESO TO OCP-FECHA-EMISION
                 MOVE WSV-FECHA-ENTREGA TO OCP-FECHA-ENTREGA
                 MOVE TNV-CODIGO(WS-IND-NUEVO) TO OCP-CODIGO
                 MOVE TNV-CANTIDAD(WS-IND-NUEVO) TO OCP-CANT-PEDIDA
                 MOVE 0 TO OCP-CANT-RECIBIDA
                 MOVE TNV-COSTO-UNITARIO(WS-IND-NUEVO)
                   TO OCP-COSTO-UNITARIO
                 MOVE 'A' TO OCP-ESTADO
                 MOVE WS-ACC-OPERADOR TO OCP-OPERADOR
                 ADD 1 TO WS-CANT-RENGLONES
                 MOVE REG-ORDCOMPRA TO TOC-REGISTRO(WS-CANT-RENGLONES)
               END-PERFORM
               PERFORM 305000-GRABAR-ORDENES
               PERFORM 230000-IMPRIMIR-ORDEN
               DISPLAY 'ORDEN DE COMPRA ' WS-NUMERO-ORDEN
                       ' EMITIDA EN OCOMPRA.REP'
           END-EVALUATE.


       230000-IMPRIMIR-ORDEN.
           MOVE '..\OCOMPRA.REP' TO WS-NOMBRE-REPORTE
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           ELSE
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ORDEN DE COMPRA NRO. ' WS-NUMERO-ORDEN
                    '   FECHA ' WSP-FECHA-PROCESO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'PROVEEDOR: ' WSV-PROVEEDOR ' '
                    TPV-NOMBRE(WS-IND-PROV-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CUIT: ' TPV-CUIT(WS-IND-PROV-HALLADO)
                    '   ENTREGA PACTADA: ' WSV-FECHA-ENTREGA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE 'RG COD DESCRIPCION                    CANTIDAD'
               TO WS-LINEA-REPORTE
             MOVE 'COSTO UNIT.       IMPORTE' TO WS-LINEA-REPORTE(52:)
             PERFORM 290000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-NUEVO FROM 1 BY 1
                       UNTIL WS-IND-NUEVO > WS-CANT-NUEVOS
               PERFORM 232000-IMPRIMIR-RENGLON
             END-PERFORM
             MOVE WSA-TOTAL-ORDEN TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TOTAL DE LA ORDEN' DELIMITED BY SIZE
                    INTO WS-LINEA-REPORTE
             MOVE WS-IMPORTE-EDIT TO WS-LINEA-REPORTE(63:)
             PERFORM 290000-ESCRIBIR-LINEA
             CLOSE REPORTE
             MOVE 'ORDEN DE COMPRA' TO WS-REPIDX-NOMBRE
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF.


       232000-IMPRIMIR-RENGLON.
           MOVE TNV-CODIGO(WS-IND-NUEVO) TO WSV-CODIGO
           PERFORM 234000-DESCRIPCION-PRODUCTO
           COMPUTE WSV-IMPORTE = TNV-CANTIDAD(WS-IND-NUEVO)
                   * TNV-COSTO-UNITARIO(WS-IND-NUEVO)
           MOVE TNV-CANTIDAD(WS-IND-NUEVO) TO WS-CANT-EDIT
           MOVE TNV-COSTO-UNITARIO(WS-IND-NUEVO) TO WS-COSTO-EDIT
           MOVE WSV-IMPORTE TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING WS-IND-NUEVO ' ' WSV-CODIGO ' ' WSV-DESCRIP
                  '  ' WS-CANT-EDIT '  ' WS-COSTO-EDIT
                  '  ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       234000-DESCRIPCION-PRODUCTO.
           MOVE SPACES TO WSV-DESCRIP
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 235000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-CODIGO = WSV-CODIGO
                 MOVE CAT-DESCRIP TO WSV-DESCRIP
               END-IF
               PERFORM 235000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       235000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       240000-ANULAR-SALDO.
           DISPLAY 'INGRESE EL NUMERO DE ORDEN: '
           ACCEPT WSV-NUMERO
           DISPLAY 'INGRESE EL RENGLON: '
           ACCEPT WSV-RENGLON
           PERFORM 245000-BUSCAR-RENGLON
           EVALUATE TRUE
             WHEN WS-IND-REN-HALLADO = 0
               DISPLAY 'NO EXISTE ESE RENGLON DE ORDEN'
             WHEN NOT OCP-ABIERTA
               DISPLAY 'EL RENGLON NO ESTA ABIERTO (ESTADO '
                       OCP-ESTADO ')'
             WHEN OTHER
               COMPUTE WSV-PENDIENTE =
                       OCP-CANT-PEDIDA - OCP-CANT-RECIBIDA
               DISPLAY 'PRODUCTO ' OCP-CODIGO ' PEDIDO '
                       OCP-CANT-PEDIDA ' RECIBIDO ' OCP-CANT-RECIBIDA
                       ' PENDIENTE ' WSV-PENDIENTE
               DISPLAY 'CONFIRMA LA ANULACION DEL SALDO (S/N)? '
               ACCEPT WS-RESPUESTA
               IF WS-SI
                 MOVE 'X' TO OCP-ESTADO
                 MOVE REG-ORDCOMPRA TO TOC-REGISTRO(WS-IND-REN-HALLADO)
                 PERFORM 305000-GRABAR-ORDENES
                 DISPLAY 'SALDO DEL RENGLON ANULADO'
               END-IF
           END-EVALUATE.


       245000-BUSCAR-RENGLON.
           MOVE 0 TO WS-IND-REN-HALLADO
           PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                     UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
             MOVE TOC-REGISTRO(WS-IND-RENGLON) TO REG-ORDCOMPRA
             IF OCP-NUMERO = WSV-NUMERO AND OCP-RENGLON = WSV-RENGLON
               MOVE WS-IND-RENGLON TO WS-IND-REN-HALLADO
               MOVE WS-CANT-RENGLONES TO WS-IND-RENGLON
             END-IF
           END-PERFORM
           IF WS-IND-REN-HALLADO NOT = 0
             MOVE TOC-REGISTRO(WS-IND-REN-HALLADO) TO REG-ORDCOMPRA
           END-IF.


       250000-REPORTE-ABIERTAS.
           MOVE '..\COMPRAS.REP' TO WS-NOMBRE-REPORTE
           MOVE 0 TO WSA-ABIERTOS
           MOVE 0 TO WSA-ATRASADOS
           MOVE 0 TO WSA-VALOR-PENDIENTE
           MOVE 0 TO WSA-VALOR-ATRASADO
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           ELSE
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ORDENES DE COMPRA ABIERTAS AL '
                    WSP-FECHA-PROCESO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE 'ORDEN    RG PROV COD  PEDIDA  RECIB. PENDIENTE '
               TO WS-LINEA-REPORTE
             MOVE 'ENTREGA   ATRASO' TO WS-LINEA-REPORTE(50:)
             PERFORM 290000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                       UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
               MOVE TOC-REGISTRO(WS-IND-RENGLON) TO REG-ORDCOMPRA
               IF OCP-ABIERTA
                 PERFORM 252000-LINEA-ABIERTA
               END-IF
             END-PERFORM
             MOVE WSA-ABIERTOS TO WS-CANT-EDIT
             MOVE WSA-VALOR-PENDIENTE TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'RENGLONES ABIERTOS: ' WS-CANT-EDIT
                    '   VALOR PENDIENTE: ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             PERFORM 255000-ATRASADAS
             CLOSE REPORTE
             MOVE 'COMPRAS ABIERTAS' TO WS-REPIDX-NOMBRE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'REPORTE EMITIDO EN COMPRAS.REP'
           END-IF.


       252000-LINEA-ABIERTA.
           COMPUTE WSV-PENDIENTE = OCP-CANT-PEDIDA - OCP-CANT-RECIBIDA
           PERFORM 253000-CALCULAR-ATRASO
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING OCP-NUMERO ' ' OCP-RENGLON ' ' OCP-PROVEEDOR ' '
                  OCP-CODIGO '  ' OCP-CANT-PEDIDA '   '
                  OCP-CANT-RECIBIDA '   ' WSV-PENDIENTE '     '
                  OCP-FECHA-ENTREGA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           IF WS-DIAS-ATRASO > 0
             MOVE WS-DIAS-ATRASO TO WS-ATRASO-EDIT
             MOVE WS-ATRASO-EDIT TO WS-LINEA-REPORTE(61:)
           END-IF
           PERFORM 290000-ESCRIBIR-LINEA
           ADD 1 TO WSA-ABIERTOS
           COMPUTE WSA-VALOR-PENDIENTE = WSA-VALOR-PENDIENTE
                   + WSV-PENDIENTE * OCP-COSTO-UNITARIO.


       253000-CALCULAR-ATRASO.
           COMPUTE WS-JULIANO-FECHA =
                   FUNCTION INTEGER-OF-DATE(OCP-FECHA-ENTREGA)
           COMPUTE WS-DIAS-ATRASO = WS-JULIANO-HOY - WS-JULIANO-FECHA.


       255000-ATRASADAS.
           MOVE 'ENTREGAS ATRASADAS POR PROVEEDOR' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-PROVEEDOR FROM 1 BY 1
                     UNTIL WS-IND-PROVEEDOR > WS-CANT-PROVEEDORES
             PERFORM 256000-ATRASADAS-PROVEEDOR
           END-PERFORM
           MOVE WSA-ATRASADOS TO WS-CANT-EDIT
           MOVE WSA-VALOR-ATRASADO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RENGLONES ATRASADOS: ' WS-CANT-EDIT
                  '   VALOR ATRASADO: ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       256000-ATRASADAS-PROVEEDOR.
           MOVE 0 TO WS-IND-REN-HALLADO
           PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                     UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
             MOVE TOC-REGISTRO(WS-IND-RENGLON) TO REG-ORDCOMPRA
             IF OCP-ABIERTA
                     AND OCP-PROVEEDOR = TPV-CODIGO(WS-IND-PROVEEDOR)
                     AND OCP-FECHA-ENTREGA < WSP-FECHA-PROCESO
               IF WS-IND-REN-HALLADO = 0
                 MOVE SPACES TO WS-LINEA-REPORTE
                 STRING 'PROVEEDOR ' TPV-CODIGO(WS-IND-PROVEEDOR)
                        ' ' TPV-NOMBRE(WS-IND-PROVEEDOR)
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                 PERFORM 290000-ESCRIBIR-LINEA
               END-IF
               ADD 1 TO WS-IND-REN-HALLADO
               COMPUTE WSV-PENDIENTE =
                       OCP-CANT-PEDIDA - OCP-CANT-RECIBIDA
               PERFORM 253000-CALCULAR-ATRASO
               MOVE WS-DIAS-ATRASO TO WS-ATRASO-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  ORDEN ' OCP-NUMERO '/' OCP-RENGLON
                      ' PRODUCTO ' OCP-CODIGO
                      ' PENDIENTE ' WSV-PENDIENTE
                      ' ENTREGA ' OCP-FECHA-ENTREGA
                      ' DIAS ' WS-ATRASO-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 290000-ESCRIBIR-LINEA
               ADD 1 TO WSA-ATRASADOS
               COMPUTE WSA-VALOR-ATRASADO = WSA-VALOR-ATRASADO
                       + WSV-PENDIENTE * OCP-COSTO-UNITARIO
             END-IF
           END-PERFORM.


       260000-COMPRAS-PROVEEDOR.
           DISPLAY 'PERIODO DESDE (AAAAMM): '
           ACCEPT WSV-PERIODO-DESDE
           DISPLAY 'PERIODO HASTA (AAAAMM): '
           ACCEPT WSV-PERIODO-HASTA
           IF WSV-PERIODO-HASTA < WSV-PERIODO-DESDE
             DISPLAY 'RANGO DE PERIODOS INVALIDO'
           ELSE
             PERFORM 262000-ACUMULAR-RECEPCIONES
             PERFORM 265000-EMITIR-COMPRAS
           END-IF.


       262000-ACUMULAR-RECEPCIONES.
           PERFORM VARYING WS-IND-PROVEEDOR FROM 1 BY 1
                     UNTIL WS-IND-PROVEEDOR > WS-CANT-PROVEEDORES
             MOVE 0 TO TPV-RECEPCIONES(WS-IND-PROVEEDOR)
             MOVE 0 TO TPV-UNIDADES(WS-IND-PROVEEDOR)
             MOVE 0 TO TPV-IMPORTE(WS-IND-PROVEEDOR)
             MOVE 0 TO TPV-IMP-PACTADO(WS-IND-PROVEEDOR)
             MOVE 0 TO TPV-CANT-DIF-COSTO(WS-IND-PROVEEDOR)
             MOVE 0 TO TPV-CANT-TARDIAS(WS-IND-PROVEEDOR)
           END-PERFORM
           OPEN INPUT RECEPCION
           IF WSS-FS-RECEPCION-OK
             PERFORM 263000-LEER-RECEPCION
             PERFORM UNTIL WSS-FS-RECEPCION-EOF
               IF REC-FECHA(1:6) >= WSV-PERIODO-DESDE
                       AND REC-FECHA(1:6) <= WSV-PERIODO-HASTA
                 MOVE REC-PROVEEDOR TO WSV-PROVEEDOR
                 PERFORM 205000-BUSCAR-PROVEEDOR
                 IF WS-IND-PROV-HALLADO NOT = 0
                   PERFORM 264000-SUMAR-RECEPCION
                 END-IF
               END-IF
               PERFORM 263000-LEER-RECEPCION
             END-PERFORM
             CLOSE RECEPCION
           END-IF.


       263000-LEER-RECEPCION.
           READ RECEPCION
           IF NOT WSS-FS-RECEPCION-OK AND NOT WSS-FS-RECEPCION-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-RECEPCION
             MOVE '10' TO WSS-FS-RECEPCION
           END-IF.


       264000-SUMAR-RECEPCION.
           ADD 1 TO TPV-RECEPCIONES(WS-IND-PROV-HALLADO)
           ADD REC-CANTIDAD TO TPV-UNIDADES(WS-IND-PROV-HALLADO)
           COMPUTE TPV-IMPORTE(WS-IND-PROV-HALLADO) =
                   TPV-IMPORTE(WS-IND-PROV-HALLADO)
                   + REC-CANTIDAD * REC-COSTO-UNITARIO
           COMPUTE TPV-IMP-PACTADO(WS-IND-PROV-HALLADO) =
                   TPV-IMP-PACTADO(WS-IND-PROV-HALLADO)
                   + REC-CANTIDAD * REC-COSTO-ORDEN
           IF REC-CON-DIFERENCIA
             ADD 1 TO TPV-CANT-DIF-COSTO(WS-IND-PROV-HALLADO)
           END-IF
           IF REC-FECHA > REC-FECHA-ENTREGA
             ADD 1 TO TPV-CANT-TARDIAS(WS-IND-PROV-HALLADO)
           END-IF.


       265000-EMITIR-COMPRAS.
           MOVE '..\COMPPROV.REP' TO WS-NOMBRE-REPORTE
           MOVE 0 TO WSA-RECEPCIONES
           MOVE 0 TO WSA-IMPORTE
           MOVE 0 TO WSA-IMP-PACTADO
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           ELSE
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'COMPRAS POR PROVEEDOR DE ' WSV-PERIODO-DESDE
                    ' A ' WSV-PERIODO-HASTA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-PROVEEDOR FROM 1 BY 1
                       UNTIL WS-IND-PROVEEDOR > WS-CANT-PROVEEDORES
               IF TPV-RECEPCIONES(WS-IND-PROVEEDOR) > 0
                 PERFORM 266000-LINEA-PROVEEDOR
               END-IF
             END-PERFORM
             MOVE WSA-IMPORTE TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TOTAL COMPRADO: ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE WSA-IMP-PACTADO TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'AL COSTO PACTADO: ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             CLOSE REPORTE
             MOVE 'COMPRAS POR PROVEEDOR' TO WS-REPIDX-NOMBRE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'REPORTE EMITIDO EN COMPPROV.REP'
           END-IF.


       266000-LINEA-PROVEEDOR.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PROVEEDOR ' TPV-CODIGO(WS-IND-PROVEEDOR) ' '
                  TPV-NOMBRE(WS-IND-PROVEEDOR)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE TPV-IMPORTE(WS-IND-PROVEEDOR) TO WS-IMPORTE-EDIT
           MOVE TPV-UNIDADES(WS-IND-PROVEEDOR) TO WS-CANT-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  RECEPCIONES ' TPV-RECEPCIONES(WS-IND-PROVEEDOR)
                  ' UNIDADES ' WS-CANT-EDIT
                  ' IMPORTE ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE TPV-IMP-PACTADO(WS-IND-PROVEEDOR) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  AL COSTO PACTADO ' WS-IMPORTE-EDIT
                  ' CON DIF. DE COSTO '
                  TPV-CANT-DIF-COSTO(WS-IND-PROVEEDOR)
                  ' TARDIAS ' TPV-CANT-TARDIAS(WS-IND-PROVEEDOR)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           ADD TPV-RECEPCIONES(WS-IND-PROVEEDOR) TO WSA-RECEPCIONES
           ADD TPV-IMPORTE(WS-IND-PROVEEDOR) TO WSA-IMPORTE
           ADD TPV-IMP-PACTADO(WS-IND-PROVEEDOR) TO WSA-IMP-PACTADO.


       290000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       305000-GRABAR-ORDENES.
           OPEN OUTPUT ORDCOMPRA
           IF NOT WSS-FS-ORDCOMPRA-OK
             DISPLAY 'ERROR DE ARCHIVO DE ORDENES DE COMPRA'
             DISPLAY 'FILE STATUS ' WSS-FS-ORDCOMPRA
           ELSE
             PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                       UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
               MOVE TOC-REGISTRO(WS-IND-RENGLON) TO REG-ORDCOMPRA
               WRITE REG-ORDCOMPRA
             END-PERFORM
             CLOSE ORDCOMPRA
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   ORDENES DE COMPRA DE MERCADERIA'
           DISPLAY 'Programme: COMPRASSTOCK'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       395000-REGISTRAR-REPORTE.
           MOVE 'COMPRASSTOCK' TO WS-REPIDX-PROGRAMA
           MOVE WS-NOMBRE-REPORTE TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'COMPRASSTOCK'    TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-ORDCOMPRA  TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
