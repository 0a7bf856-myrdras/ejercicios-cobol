      *              PROMEDIO PONDERADO, CAPTURA DE INGRESOS DE
      *              MERCADERIA QUE RECALCULA EL PROMEDIO, REPORTE DE
      *              REPOSICION DE LOS PRODUCTOS EN O BAJO EL MINIMO
      *              (CON LO YA PEDIDO EN ORDENES DE COMPRA ABIERTAS)
      *              Y VALUACION MENSUAL (CANTIDAD POR COSTO
      *              PROMEDIO) PARA CONTADURIA. LA BAJA AUTOMATICA
      *              POR VENTA LA HACE EL ALTA DE CARGOS DE LA SERIE
      *              6 (PROG01) AL GRABAR UN CARGO CON CODIGO DE
      *              PRODUCTO. CADA INGRESO SE IMPUTA A UN RENGLON
      *              ABIERTO DE ORDEN DE COMPRA (ORDCOMPRA.DAT, VER
      *              COMPRASSTOCK): NO PUEDE SUPERAR LO PENDIENTE, LO
      *              QUE FALTA QUEDA PEDIDO, Y UN COSTO DISTINTO DEL
      *              PACTADO SE ADVIERTE Y SE CONFIRMA ANTES DE TOCAR
      *              EL PROMEDIO. CADA INGRESO QUEDA EN RECEPCION.DAT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT ORDCOMPRA          ASSIGN TO DISK '..\ORDCOMPRA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ORDCOMPRA.

           SELECT RECEPCION          ASSIGN TO DISK '..\RECEPCION.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECEPCION.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT REPORTE            ASSIGN TO DISK WS-NOMBRE-REPORTE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
       FD SERVCAT.
           COPY CATSERV.

       FD ORDCOMPRA.
           COPY OCOMPREC.

       FD RECEPCION.
           COPY RECEPREC.

       FD PARAM.
           COPY PARAMREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

           COPY WSFS REPLACING ==:TAG:== BY ==STOCK==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.
           COPY WSFS REPLACING ==:TAG:== BY ==ORDCOMPRA==.
           COPY WSFS REPLACING ==:TAG:== BY ==RECEPCION==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 WS-NOMBRE-REPORTE            PIC X(30)
                                       VALUE '..\STOCKREP.REP'.

           10 TS-MINIMO                PIC 9(05).
           10 TS-COSTO-PROM            PIC 9(07)V99.

       01 TABLA-ORDENES.
         05 WS-CANT-RENGLONES          PIC 9(04) VALUE 0.
         05 TOC-REGISTRO OCCURS 3000 TIMES
                                       PIC X(81).

       01 INDICES.
         05 WS-IND-STOCK               PIC 9(03).
         05 WS-IND-STOCK-HALLADO       PIC 9(03).
         05 WS-IND-RENGLON             PIC 9(04).
         05 WS-IND-REN-HALLADO         PIC 9(04).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

         05 WSV-VALOR-ANTERIOR         PIC S9(11)V99.
         05 WSV-VALOR-INGRESO          PIC S9(11)V99.
         05 WSV-VALOR-ITEM             PIC S9(11)V99.
         05 WSV-NUMERO                 PIC 9(08).
         05 WSV-RENGLON                PIC 9(02).
         05 WSV-PENDIENTE              PIC 9(05).
         05 WSV-EN-PEDIDO              PIC 9(07).
         05 WSV-DIFERENCIA             PIC S9(07)V99.

       01 WS-RESPUESTA                 PIC A.
           88 WS-SI                                     VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-VALOR-TOTAL            PIC S9(13)V99.

       01 WS-PRODUCTO-VALIDO           PIC X(01).

       01 WS-DIF-COSTO                 PIC X(01).
       01 WS-DIF-EDIT                  PIC -(6)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       COPY WSHDR-WS.
       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-STOCK
           PERFORM 130000-MOSTRAR-MENU.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-STOCK.
           MOVE 0 TO WS-CANT-STOCK
           OPEN INPUT STOCK
           END-IF.


       110000-CARGAR-ORDENES.
      * Se relee en cada uso: COMPRASSTOCK emite y anula renglones
      * mientras este programa esta abierto.
           MOVE 0 TO WS-CANT-RENGLONES
           OPEN INPUT ORDCOMPRA
           IF WSS-FS-ORDCOMPRA-OK
             PERFORM 111000-LEER-ORDCOMPRA
             PERFORM UNTIL WSS-FS-ORDCOMPRA-EOF
               IF WS-CANT-RENGLONES < 3000
                 ADD 1 TO WS-CANT-RENGLONES
                 MOVE REG-ORDCOMPRA TO TOC-REGISTRO(WS-CANT-RENGLONES)
               ELSE
      * Regrabar desde una tabla incompleta perderia renglones.
                 DISPLAY 'ERROR: MAS DE 3000 RENGLONES DE ORDENES '
                         'DE COMPRA'
                 CLOSE ORDCOMPRA
                 PERFORM 300000-FINAL
               END-IF
               PERFORM 111000-LEER-ORDCOMPRA
             END-PERFORM
             CLOSE ORDCOMPRA
           END-IF.


       111000-LEER-ORDCOMPRA.
           READ ORDCOMPRA
           IF NOT WSS-FS-ORDCOMPRA-OK AND NOT WSS-FS-ORDCOMPRA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ORDCOMPRA
             MOVE '10' TO WSS-FS-ORDCOMPRA
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'CONTROL DE STOCK (STOCK.DAT)'


       230000-INGRESO-MERCADERIA.
           PERFORM 110000-CARGAR-ORDENES
           DISPLAY 'INGRESE EL NUMERO DE ORDEN DE COMPRA: '
           ACCEPT WSV-NUMERO
           DISPLAY 'INGRESE EL RENGLON: '
           ACCEPT WSV-RENGLON
           PERFORM 231000-BUSCAR-RENGLON
           MOVE OCP-CODIGO TO WSV-CODIGO
           PERFORM 220000-BUSCAR-EN-STOCK
           EVALUATE TRUE
             WHEN WS-IND-REN-HALLADO = 0
               DISPLAY 'NO EXISTE ESE RENGLON DE ORDEN DE COMPRA'
             WHEN NOT OCP-ABIERTA
               DISPLAY 'EL RENGLON NO ESTA ABIERTO (ESTADO '
                       OCP-ESTADO ')'
             WHEN WS-IND-STOCK-HALLADO = 0
               DISPLAY 'EL PRODUCTO ' OCP-CODIGO ' NO TIENE FICHA DE '
                       'STOCK, ABRIRLA PRIMERO'
             WHEN OTHER
               PERFORM 232000-CAPTURAR-INGRESO
           END-EVALUATE.


       231000-BUSCAR-RENGLON.
           MOVE 0 TO WS-IND-REN-HALLADO
           MOVE SPACES TO REG-ORDCOMPRA
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
           ELSE
             MOVE SPACES TO REG-ORDCOMPRA
           END-IF.


       232000-CAPTURAR-INGRESO.
           COMPUTE WSV-PENDIENTE = OCP-CANT-PEDIDA - OCP-CANT-RECIBIDA
           DISPLAY 'PRODUCTO ' OCP-CODIGO ' PEDIDO ' OCP-CANT-PEDIDA
                   ' RECIBIDO ' OCP-CANT-RECIBIDA
                   ' PENDIENTE ' WSV-PENDIENTE
           DISPLAY 'COSTO UNITARIO PACTADO ' OCP-COSTO-UNITARIO
           DISPLAY 'INGRESE LA CANTIDAD RECIBIDA: '
           ACCEPT WSV-CANTIDAD
           DISPLAY 'INGRESE EL COSTO UNITARIO (0 = PACTADO): '
           ACCEPT WSV-COSTO-UNITARIO
           IF WSV-COSTO-UNITARIO = 0
             MOVE OCP-COSTO-UNITARIO TO WSV-COSTO-UNITARIO
           END-IF
           MOVE 'N' TO WS-DIF-COSTO
           MOVE 'S' TO WS-RESPUESTA
           IF WSV-COSTO-UNITARIO NOT = OCP-COSTO-UNITARIO
             MOVE 'S' TO WS-DIF-COSTO
             COMPUTE WSV-DIFERENCIA =
                     WSV-COSTO-UNITARIO - OCP-COSTO-UNITARIO
             MOVE WSV-DIFERENCIA TO WS-DIF-EDIT
             DISPLAY '*** ATENCION: EL COSTO RECIBIDO DIFIERE DEL '
                     'PACTADO EN ' WS-DIF-EDIT ' POR UNIDAD ***'
             DISPLAY 'CONFIRMA EL INGRESO A ESTE COSTO (S/N)? '
             ACCEPT WS-RESPUESTA
           END-IF
           EVALUATE TRUE
             WHEN WSV-CANTIDAD = 0
               DISPLAY 'CANTIDAD EN CERO, NO SE REGISTRA'
             WHEN WSV-CANTIDAD > WSV-PENDIENTE
               DISPLAY 'LA CANTIDAD SUPERA LO PENDIENTE DE LA ORDEN, '
                       'NO SE REGISTRA'
             WHEN NOT WS-SI
               DISPLAY 'INGRESO CANCELADO'
             WHEN OTHER
               PERFORM 234000-REGISTRAR-INGRESO
           END-EVALUATE.


       234000-REGISTRAR-INGRESO.
      * Costo promedio ponderado: lo existente al promedio viejo
      * mas lo recibido al costo nuevo, sobre el total resultante.
      * Con existencia negativa (ventas sin stock) el promedio
      * arranca de nuevo en el costo del ingreso.
           IF TS-EXISTENCIA(WS-IND-STOCK-HALLADO) > 0
             COMPUTE WSV-VALOR-ANTERIOR =
                     TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
                     * TS-COSTO-PROM(WS-IND-STOCK-HALLADO)
             COMPUTE WSV-VALOR-INGRESO =
                     WSV-CANTIDAD * WSV-COSTO-UNITARIO
             COMPUTE TS-COSTO-PROM(WS-IND-STOCK-HALLADO)
                     ROUNDED =
                     (WSV-VALOR-ANTERIOR + WSV-VALOR-INGRESO)
                     / (TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
                        + WSV-CANTIDAD)
           ELSE
             MOVE WSV-COSTO-UNITARIO
               TO TS-COSTO-PROM(WS-IND-STOCK-HALLADO)
           END-IF
           ADD WSV-CANTIDAD
             TO TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
           PERFORM 240000-REGRABAR-STOCK
           ADD WSV-CANTIDAD TO OCP-CANT-RECIBIDA
           MOVE WSP-FECHA-PROCESO TO OCP-FECHA-ULT-RECEPCION
           IF OCP-CANT-RECIBIDA >= OCP-CANT-PEDIDA
             MOVE 'C' TO OCP-ESTADO
           END-IF
           MOVE REG-ORDCOMPRA TO TOC-REGISTRO(WS-IND-REN-HALLADO)
           PERFORM 242000-REGRABAR-ORDENES
           PERFORM 244000-GRABAR-RECEPCION
           DISPLAY 'INGRESO REGISTRADO, EXISTENCIA '
                   TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
           IF OCP-ABIERTA
             COMPUTE WSV-PENDIENTE =
                     OCP-CANT-PEDIDA - OCP-CANT-RECIBIDA
             DISPLAY 'QUEDAN PENDIENTES ' WSV-PENDIENTE
                     ' UNIDADES DEL RENGLON'
           ELSE
             DISPLAY 'RENGLON DE ORDEN CUMPLIDO'
           END-IF.


           CLOSE STOCK.


       242000-REGRABAR-ORDENES.
           OPEN OUTPUT ORDCOMPRA
           IF NOT WSS-FS-ORDCOMPRA-OK
             DISPLAY 'ERROR DE ARCHIVO DE ORDENES DE COMPRA'
             DISPLAY 'FILE STATUS ' WSS-FS-ORDCOMPRA
             PERFORM 300000-FINAL
           END-IF
           PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                     UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
             MOVE TOC-REGISTRO(WS-IND-RENGLON) TO REG-ORDCOMPRA
             WRITE REG-ORDCOMPRA
           END-PERFORM
           CLOSE ORDCOMPRA
           MOVE TOC-REGISTRO(WS-IND-REN-HALLADO) TO REG-ORDCOMPRA.


       244000-GRABAR-RECEPCION.
           OPEN EXTEND RECEPCION
           IF WSS-FS-RECEPCION-NOEXISTE
             OPEN OUTPUT RECEPCION
           END-IF
           IF NOT WSS-FS-RECEPCION-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECEPCIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-RECEPCION
           ELSE
             MOVE WSP-FECHA-PROCESO TO REC-FECHA
             MOVE OCP-NUMERO TO REC-NUMERO-OC
             MOVE OCP-RENGLON TO REC-RENGLON
             MOVE OCP-PROVEEDOR TO REC-PROVEEDOR
             MOVE OCP-CODIGO TO REC-CODIGO
             MOVE WSV-CANTIDAD TO REC-CANTIDAD
             MOVE WSV-COSTO-UNITARIO TO REC-COSTO-UNITARIO
             MOVE OCP-COSTO-UNITARIO TO REC-COSTO-ORDEN
             MOVE WS-DIF-COSTO TO REC-DIF-COSTO
             MOVE OCP-FECHA-ENTREGA TO REC-FECHA-ENTREGA
             WRITE REG-RECEPCION
             ADD 1 TO WS-CANT-ESCRITOS
             CLOSE RECEPCION
           END-IF.


       250000-REPORTE-REPOSICION.
           MOVE '..\STOCKREP.REP' TO WS-NOMBRE-REPORTE
           MOVE 0 TO WSA-CANT-BAJO-MINIMO
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 110000-CARGAR-ORDENES
           MOVE 'PRODUCTOS EN O BAJO EL MINIMO DE REPOSICION'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
             IF TS-EXISTENCIA(WS-IND-STOCK)
                     <= TS-MINIMO(WS-IND-STOCK)
               ADD 1 TO WSA-CANT-BAJO-MINIMO
               PERFORM 255000-SUMAR-PEDIDO
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'PRODUCTO ' TS-CODIGO(WS-IND-STOCK)
                      ' EXISTENCIA ' TS-EXISTENCIA(WS-IND-STOCK)
                      ' MINIMO ' TS-MINIMO(WS-IND-STOCK)
                      ' PEDIDO ' WSV-EN-PEDIDO
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-LINEA
             END-IF
           DISPLAY 'REPORTE EMITIDO EN STOCKREP.REP'.


       255000-SUMAR-PEDIDO.
      * Lo pedido y todavia no recibido en renglones abiertos.
           MOVE 0 TO WSV-EN-PEDIDO
           PERFORM VARYING WS-IND-RENGLON FROM 1 BY 1
                     UNTIL WS-IND-RENGLON > WS-CANT-RENGLONES
             MOVE TOC-REGISTRO(WS-IND-RENGLON) TO REG-ORDCOMPRA
             IF OCP-ABIERTA AND OCP-CODIGO = TS-CODIGO(WS-IND-STOCK)
               COMPUTE WSV-EN-PEDIDO = WSV-EN-PEDIDO
                       + OCP-CANT-PEDIDA - OCP-CANT-RECIBIDA
             END-IF
           END-PERFORM.


       260000-VALUACION.
           MOVE '..\VALSTOCK.REP' TO WS-NOMBRE-REPORTE
           MOVE 0 TO WSA-VALOR-TOTAL
