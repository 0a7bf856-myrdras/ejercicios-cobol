      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        01 DE JUNIO 2019.
      * Purpose:     EJERCICIO 1 - ARCHIVOS SECUENCIALES
      *              SOLO ACEPTA CARGOS A CUENTAS DE CLIENTES DE LA
      *              EMPRESA DEL GRUPO DE LA CORRIDA (VARIABLE EMPRESA).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MONEXT.

           SELECT VENTAPROD          ASSIGN TO DISK '..\VENTAPROD.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VENTAPROD.

           SELECT STOCK              ASSIGN TO DISK '..\STOCK.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-STOCK.

           SELECT CORTES             ASSIGN TO DISK '..\CORTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CORTES.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.
         05 MNX-IMPORTE-ORIGEN        PIC S9(11)V99.
         05 MNX-COTIZACION            PIC 9(07)V9999.

       FD VENTAPROD.
           COPY VTAPRODREC.

       FD STOCK.
       01 REG-STOCK.
         05 STK-CODIGO                PIC X(03).
         05 STK-MINIMO                PIC 9(05).
         05 STK-COSTO-PROM            PIC 9(07)V99.

       FD CORTES.
       01 REG-CORTES.
         05 COR-NROCUENTA             PIC 9(08).
         05 COR-NRO-ORDEN             PIC 9(08).
         05 COR-FECHA-CORTE           PIC 9(08).
         05 COR-SALDO-CORTE           PIC S9(15)V99.
         05 COR-ESTADO                PIC X(01).
             88 COR-CORTADA                            VALUE 'C'.
             88 COR-RECONECTADA                        VALUE 'R'.
         05 COR-NRO-RECONEXION        PIC 9(08).
         05 COR-FECHA-RECONEXION      PIC 9(08).

       FD PARAM.
           COPY PARAMREC.

           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==CTAMON==.
           COPY WSFS REPLACING ==:TAG:== BY ==MONEXT==.
           COPY WSFS REPLACING ==:TAG:== BY ==VENTAPROD==.
           COPY WSFS REPLACING ==:TAG:== BY ==STOCK==.
           COPY WSFS REPLACING ==:TAG:== BY ==CORTES==.

       01 WS-CANT-ESCRITOS              PIC 9(08) VALUE 0.
       COPY WSRUNLOG-WS.

       01 WS-AUX-AAAA                   PIC 9(04).

      * Cuenta con el suministro cortado por CORTESERVICIO: no se le
      * cargan consumos hasta la orden de reconexion.
       01 WS-CUENTA-CORTADA             PIC X VALUE 'N'.
           88 WS-ESTA-CORTADA                           VALUE 'S'.
       01 WS-ORDEN-CORTE                PIC 9(08).

      * Cuenta de un cliente de otra empresa del grupo.
       01 WS-CUENTA-AJENA               PIC X VALUE 'N'.
           88 WS-ES-CUENTA-AJENA                        VALUE 'S'.

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       01 WS-CLAVE-INGRESADA            PIC X(17).
       01 WS-CLAVE-LEIDA                PIC X(17).
       01 WS-DUPLICADO                  PIC X VALUE 'N'.

       01 WS-IND-STOCK                 PIC 9(03).
       01 WS-IND-STOCK-HALLADO         PIC 9(03).
       01 WS-CODIGO-STOCK              PIC X(03).
       01 WS-STOCK-NECESARIO           PIC 9(07).
       01 WS-STOCK-GRABADO             PIC X VALUE 'N'.
           88 WS-SE-GRABO-STOCK                         VALUE 'S'.
       01 WS-UNIDADES-VENTA            PIC 9(07).

      * Paquetes del catalogo (CAT-TIPO 'C'): el monto ingresado se
      * graba como un cargo por componente, repartido en la
      * proporcion que devuelve PRECIOPAQUETE, y los componentes que
      * son productos bajan su stock por la cantidad de paquetes.
       01 WS-ES-PAQUETE                PIC X VALUE 'N'.
           88 WS-CODIGO-ES-PAQUETE                      VALUE 'S'.
       01 WS-PAQUETE.
           COPY PAQCALC.
       01 WS-PAQ-RESULTADO             PIC X(01).
       01 WS-PAQ-ACUMULADO             PIC S9(07)V99.
       01 WS-IND-COMP                  PIC 9(02).
       01 WS-MONTO-CARGO               PIC S9(05)V99.
       01 WS-CODIGO-CLAVE              PIC X(03).
       01 WS-PAQ-PRODUCTOS             PIC X VALUE 'N'.
           88 WS-PAQ-TRAE-PRODUCTOS                     VALUE 'S'.
       01 WS-PAQ-DESCONTADOS           PIC X VALUE 'N'.
           88 WS-PAQ-HAY-DESCUENTO-STOCK                VALUE 'S'.

      * Registro paralelo de moneda de origen: cuando la cuenta esta
      * contratada en moneda extranjera (CTAMON.DAT), cada cargo
           PERFORM 210000-INGRESO
           PERFORM 215000-VALIDAR-CODSERVICIO
           PERFORM 216000-VALIDAR-PERIODO
           PERFORM 214000-VERIFICAR-CORTE
           PERFORM 213000-VERIFICAR-EMPRESA
           PERFORM 217000-VERIFICAR-DUPLICADO
           PERFORM 218000-CONTROLAR-LIMITE
           PERFORM 219000-CONTROLAR-STOCK
           IF WSV-CODSERVICIO-VALIDO AND WSV-PERIODO-VALIDO
                   AND NOT WS-ES-DUPLICADO AND WS-PASA-LIMITE
                   AND WS-PASA-STOCK AND NOT WS-ESTA-CORTADA
                   AND NOT WS-ES-CUENTA-AJENA
             PERFORM 220000-GRABAR
           ELSE
             IF NOT WSV-CODSERVICIO-VALIDO
             IF NOT WSV-PERIODO-VALIDO
               DISPLAY 'PERIODO INVALIDO (AÑO/MES), NO SE GRABA'
             END-IF
             IF WS-ES-CUENTA-AJENA
               DISPLAY 'LA CUENTA ES DE UN CLIENTE DE LA EMPRESA '
                       ECL-EMPRESA ', NO SE GRABA'
             END-IF
             IF WS-ESTA-CORTADA
               DISPLAY 'LA CUENTA TIENE EL SUMINISTRO CORTADO '
                       '(ORDEN ' WS-ORDEN-CORTE '), NO SE GRABA'
             END-IF
             IF WS-ES-DUPLICADO
               DISPLAY 'YA EXISTE UN REGISTRO PARA ESE CODIGO DE '
                       'SERVICIO, CUENTA Y PERIODO, NO SE GRABA'
      * STOCK.DAT en cada ingreso, igual que el catalogo en 215000.
           MOVE 'S' TO WS-STOCK-OK
           MOVE 1 TO WSV-CANT-VENDIDA
           IF WS-CODIGO-ES-PAQUETE AND WSV-CODSERVICIO-VALIDO
             PERFORM 219200-CONTROLAR-STOCK-PAQUETE
           END-IF
           IF WS-CODIGO-ES-PRODUCTO
             PERFORM 219500-CARGAR-STOCK
             DISPLAY 'INGRESE LA CANTIDAD VENDIDA: '
             IF WSV-CANT-VENDIDA = 0
               MOVE 1 TO WSV-CANT-VENDIDA
             END-IF
             MOVE WSV-CODSERVICIO TO WS-CODIGO-STOCK
             PERFORM 219800-BUSCAR-EN-STOCK
             IF WS-IND-STOCK-HALLADO = 0
               DISPLAY 'ADVERTENCIA: EL PRODUCTO '
           END-IF.


       219200-CONTROLAR-STOCK-PAQUETE.
      * Solo si el paquete trae productos: cada uno necesita su
      * cantidad por paquete por la cantidad de paquetes vendidos, y
      * con que a uno no le alcance se pide la clave una sola vez.
           MOVE 'N' TO WS-PAQ-PRODUCTOS
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                     UNTIL WS-IND-COMP > PQC-CANT-COMP
             IF PQC-COMP-TIPO(WS-IND-COMP) = 'P'
               MOVE 'S' TO WS-PAQ-PRODUCTOS
             END-IF
           END-PERFORM
           IF WS-PAQ-TRAE-PRODUCTOS
             PERFORM 219500-CARGAR-STOCK
             DISPLAY 'INGRESE LA CANTIDAD DE PAQUETES VENDIDOS: '
             ACCEPT WSV-CANT-VENDIDA
             IF WSV-CANT-VENDIDA = 0
               MOVE 1 TO WSV-CANT-VENDIDA
             END-IF
             PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                       UNTIL WS-IND-COMP > PQC-CANT-COMP
               IF PQC-COMP-TIPO(WS-IND-COMP) = 'P'
                 MOVE PQC-COMP-CODIGO(WS-IND-COMP) TO WS-CODIGO-STOCK
                 PERFORM 219800-BUSCAR-EN-STOCK
                 COMPUTE WS-STOCK-NECESARIO =
                         PQC-COMP-CANTIDAD(WS-IND-COMP)
                         * WSV-CANT-VENDIDA
                 IF WS-IND-STOCK-HALLADO NOT = 0
                   IF TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
                           < WS-STOCK-NECESARIO
                     DISPLAY 'LA VENTA DEJA EL STOCK DE '
                             WS-CODIGO-STOCK ' EN NEGATIVO '
                             '(EXISTENCIA '
                             TS-EXISTENCIA(WS-IND-STOCK-HALLADO) ')'
                     MOVE 'N' TO WS-STOCK-OK
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF NOT WS-PASA-STOCK
               DISPLAY 'INGRESE LA CLAVE DE SUPERVISOR PARA '
                       'AUTORIZARLA (O ENTER PARA CANCELAR): '
               ACCEPT WS-CLAVE-SUPERV
               IF WS-CLAVE-SUPERV = WSP-CLAVE-SUPERVISOR
                 DISPLAY 'VENTA AUTORIZADA POR SUPERVISOR'
                 MOVE 'S' TO WS-STOCK-OK
               END-IF
             END-IF
           END-IF.


       219500-CARGAR-STOCK.
           MOVE 0 TO WS-CANT-STOCK
           OPEN INPUT STOCK
           MOVE 0 TO WS-IND-STOCK-HALLADO
           PERFORM VARYING WS-IND-STOCK FROM 1 BY 1
                     UNTIL WS-IND-STOCK > WS-CANT-STOCK
             IF TS-CODIGO(WS-IND-STOCK) = WS-CODIGO-STOCK
               MOVE WS-IND-STOCK TO WS-IND-STOCK-HALLADO
               MOVE WS-CANT-STOCK TO WS-IND-STOCK
             END-IF
           ELSE
             SUBTRACT WSV-CANT-VENDIDA
               FROM TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
             PERFORM 226500-REGRABAR-STOCK
             IF WS-SE-GRABO-STOCK
               IF TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
                       <= TS-MINIMO(WS-IND-STOCK-HALLADO)
                 DISPLAY 'AVISO: EL PRODUCTO ' WSV-CODSERVICIO
           END-IF.


       226500-REGRABAR-STOCK.
           MOVE 'N' TO WS-STOCK-GRABADO
           OPEN OUTPUT STOCK
           IF NOT WSS-FS-STOCK-OK
             DISPLAY 'ERROR DE ARCHIVO DE STOCK'
             DISPLAY 'FILE STATUS ' WSS-FS-STOCK
           ELSE
             PERFORM VARYING WS-IND-STOCK FROM 1 BY 1
                       UNTIL WS-IND-STOCK > WS-CANT-STOCK
               MOVE TS-CODIGO(WS-IND-STOCK) TO STK-CODIGO
               MOVE TS-EXISTENCIA(WS-IND-STOCK)
                 TO STK-EXISTENCIA
               MOVE TS-MINIMO(WS-IND-STOCK) TO STK-MINIMO
               MOVE TS-COSTO-PROM(WS-IND-STOCK)
                 TO STK-COSTO-PROM
               WRITE REG-STOCK
             END-PERFORM
             CLOSE STOCK
             MOVE 'S' TO WS-STOCK-GRABADO
           END-IF.


       227000-DESCONTAR-COMPONENTES.
      * Los productos del paquete sin ficha de stock se venden igual,
      * con aviso, como un producto suelto sin ficha.
           MOVE 'N' TO WS-PAQ-DESCONTADOS
           MOVE 'N' TO WS-STOCK-GRABADO
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                     UNTIL WS-IND-COMP > PQC-CANT-COMP
             IF PQC-COMP-TIPO(WS-IND-COMP) = 'P'
               MOVE PQC-COMP-CODIGO(WS-IND-COMP) TO WS-CODIGO-STOCK
               PERFORM 219800-BUSCAR-EN-STOCK
               IF WS-IND-STOCK-HALLADO = 0
                 DISPLAY 'ADVERTENCIA: EL PRODUCTO '
                         WS-CODIGO-STOCK ' NO TIENE FICHA DE '
                         'STOCK (CONTROLSTOCK), SE GRABA SIN '
                         'DESCONTAR'
               ELSE
                 COMPUTE TS-EXISTENCIA(WS-IND-STOCK-HALLADO) =
                         TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
                         - PQC-COMP-CANTIDAD(WS-IND-COMP)
                         * WSV-CANT-VENDIDA
                 MOVE 'S' TO WS-PAQ-DESCONTADOS
               END-IF
             END-IF
           END-PERFORM
           IF WS-PAQ-HAY-DESCUENTO-STOCK
             PERFORM 226500-REGRABAR-STOCK
           END-IF
           IF WS-SE-GRABO-STOCK
             PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                       UNTIL WS-IND-COMP > PQC-CANT-COMP
               IF PQC-COMP-TIPO(WS-IND-COMP) = 'P'
                 MOVE PQC-COMP-CODIGO(WS-IND-COMP) TO WS-CODIGO-STOCK
                 PERFORM 219800-BUSCAR-EN-STOCK
                 IF WS-IND-STOCK-HALLADO NOT = 0
                   IF TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
                           <= TS-MINIMO(WS-IND-STOCK-HALLADO)
                     DISPLAY 'AVISO: EL PRODUCTO ' WS-CODIGO-STOCK
                             ' QUEDO EN O BAJO EL MINIMO DE '
                             'REPOSICION'
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF.


       228000-REGISTRAR-VENTA-PRODUCTO.
      * El asiento no lleva cantidades: las unidades y el costo
      * promedio de la salida quedan en VENTAPROD.DAT por ENTRYID,
      * antes de descontar, para el margen por producto.
           OPEN EXTEND VENTAPROD
           IF WSS-FS-VENTAPROD-NOEXISTE
             OPEN OUTPUT VENTAPROD
           END-IF
           IF NOT WSS-FS-VENTAPROD-OK
             DISPLAY 'ERROR DE ARCHIVO DE VENTAS DE PRODUCTOS'
             DISPLAY 'FILE STATUS ' WSS-FS-VENTAPROD
           ELSE
             MOVE WS-ULTIMO-ID TO VTP-ENTRYID
             MOVE WS-CODIGO-STOCK TO VTP-CODIGO
             MOVE WS-UNIDADES-VENTA TO VTP-CANTIDAD
             IF WS-IND-STOCK-HALLADO = 0
               MOVE 0 TO VTP-COSTO-UNITARIO
             ELSE
               MOVE TS-COSTO-PROM(WS-IND-STOCK-HALLADO)
                 TO VTP-COSTO-UNITARIO
             END-IF
             WRITE REG-VENTAPROD
             CLOSE VENTAPROD
           END-IF.


       215000-VALIDAR-CODSERVICIO.
      * El catalogo ya no se precarga en una tabla con tope: cada
      * ingreso se valida leyendo SERVCAT.DAT directo, asi el
      * crecimiento del catalogo nunca deja codigos sin validar.
           MOVE 'N' TO WS-COD-VALIDO
           MOVE 'N' TO WS-ES-PRODUCTO
           MOVE 'N' TO WS-ES-PAQUETE
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-NOEXISTE
             DISPLAY 'CATALOGO DE SERVICIOS VACIO'
                     MOVE 'S' TO WS-COD-VALIDO
                     MOVE 'S' TO WS-ES-PRODUCTO
                   END-IF
                   IF CAT-ES-PAQUETE
                     MOVE 'S' TO WS-COD-VALIDO
                     MOVE 'S' TO WS-ES-PAQUETE
                   END-IF
                 END-IF
                 PERFORM 106000-LEER-CATALOGO
               END-PERFORM
             END-IF
             CLOSE SERVCAT
           END-IF
           IF WS-CODIGO-ES-PAQUETE
             PERFORM 215500-VALORIZAR-PAQUETE
           END-IF.


       215500-VALORIZAR-PAQUETE.
      * Sin composicion valorizable no hay como repartir el monto:
      * el codigo de paquete se rechaza.
           CALL 'PRECIOPAQUETE' USING WSV-CODSERVICIO
                                      WSV-NUMCUENTA
                                      WSV-PERIODO
                                      WS-PAQUETE
                                      WS-PAQ-RESULTADO
           END-CALL
           IF WS-PAQ-RESULTADO NOT = 'S' OR PQC-PRECIO-PAQUETE = 0
             DISPLAY 'EL PAQUETE ' WSV-CODSERVICIO ' NO TIENE '
                     'COMPONENTES VALORIZABLES EN PAQUETES.DAT'
             MOVE 'N' TO WS-COD-VALIDO
           ELSE
             DISPLAY 'PAQUETE DE ' PQC-CANT-COMP ' COMPONENTES, '
                     'PRECIO DE CATALOGO ' PQC-PRECIO-PAQUETE
           END-IF.


           END-IF.


       213000-VERIFICAR-EMPRESA.
           MOVE 'N' TO WS-CUENTA-AJENA
           MOVE 'T' TO ECL-FUNCION
           MOVE WSV-NUMCUENTA TO ECL-NROCUENTA
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL
           IF ECL-HALLADO AND ECL-EMPRESA NOT = WSP-EMPRESA
             MOVE 'S' TO WS-CUENTA-AJENA
           END-IF.


       214000-VERIFICAR-CORTE.
      * Igual que el catalogo, el registro de cortes se relee en
      * cada ingreso.
           MOVE 'N' TO WS-CUENTA-CORTADA
           MOVE 0 TO WS-ORDEN-CORTE
           OPEN INPUT CORTES
           IF WSS-FS-CORTES-OK
             PERFORM 214500-LEER-CORTE
             PERFORM UNTIL WSS-FS-CORTES-EOF
               IF COR-NROCUENTA = WSV-NUMCUENTA AND COR-CORTADA
                 MOVE 'S' TO WS-CUENTA-CORTADA
                 MOVE COR-NRO-ORDEN TO WS-ORDEN-CORTE
               END-IF
               PERFORM 214500-LEER-CORTE
             END-PERFORM
             CLOSE CORTES
           END-IF.


       214500-LEER-CORTE.
           READ CORTES
           IF NOT WSS-FS-CORTES-OK AND NOT WSS-FS-CORTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CORTES
             MOVE '10' TO WSS-FS-CORTES
           END-IF.


       217000-VERIFICAR-DUPLICADO.
      * El control de duplicados tampoco depende de una tabla de
      * claves con tope: se recorre el archivo vivo buscando la
               PERFORM 108000-LEER-ARCHIVO-ID
               PERFORM UNTIL WSS-FS-ARCHIVO-EOF
                          OR WS-ES-DUPLICADO
      * Los cargos de un paquete se controlan por el codigo de
      * paquete que 221500 deja en las columnas 5 a 7 del DESCRIP.
                 MOVE CODSERVICIO TO WS-CODIGO-CLAVE
                 IF DESCRIP(1:4) = 'PAQ '
                   MOVE DESCRIP(5:3) TO WS-CODIGO-CLAVE
                 END-IF
                 STRING WS-CODIGO-CLAVE NUMCUENTA AAAA MM
                     DELIMITED BY SIZE INTO WS-CLAVE-LEIDA
                 IF WS-CLAVE-LEIDA = WS-CLAVE-INGRESADA
                   MOVE 'S' TO WS-DUPLICADO
      * El archivo se abre EXTEND solo para grabar y se cierra al
      * instante (mismo esquema que el alta de CATALOGOSERVICIOS),
      * para poder releerlo en las validaciones del proximo ingreso.
           IF WS-CODIGO-ES-PAQUETE
             PERFORM 221000-GRABAR-PAQUETE
           ELSE
             PERFORM 220500-GRABAR-CARGO
           END-IF.


       220500-GRABAR-CARGO.
           OPEN I-O ARCHIVO
           IF WSS-FS-ARCHIVO-NOEXISTE
             OPEN OUTPUT ARCHIVO
             WRITE REG-ARCHIVO
             ADD 1 TO WS-CANT-ESCRITOS
             CLOSE ARCHIVO
             MOVE WSV-MONTO TO WS-MONTO-CARGO
             PERFORM 225000-REGISTRAR-MONEDA
             IF WS-CODIGO-ES-PRODUCTO
               MOVE WSV-CANT-VENDIDA TO WS-UNIDADES-VENTA
               PERFORM 228000-REGISTRAR-VENTA-PRODUCTO
               PERFORM 226000-DESCONTAR-STOCK
             END-IF
           END-IF.


       221000-GRABAR-PAQUETE.
      * Un cargo por componente; el ultimo absorbe el redondeo para
      * que la suma cierre exacta con el monto ingresado.
           MOVE 0 TO WS-PAQ-ACUMULADO
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                     UNTIL WS-IND-COMP > PQC-CANT-COMP
             IF WS-IND-COMP = PQC-CANT-COMP
               COMPUTE WS-MONTO-CARGO = WSV-MONTO - WS-PAQ-ACUMULADO
             ELSE
               COMPUTE WS-MONTO-CARGO ROUNDED =
                       WSV-MONTO * PQC-COMP-IMPORTE(WS-IND-COMP)
                       / PQC-PRECIO-PAQUETE
               ADD WS-MONTO-CARGO TO WS-PAQ-ACUMULADO
             END-IF
             PERFORM 221500-GRABAR-COMPONENTE
           END-PERFORM
           PERFORM 227000-DESCONTAR-COMPONENTES.


       221500-GRABAR-COMPONENTE.
      * 'PAQ ' y el codigo de paquete en las columnas 1 a 7 del
      * DESCRIP, el resto con la descripcion ingresada.
           OPEN I-O ARCHIVO
           IF WSS-FS-ARCHIVO-NOEXISTE
             OPEN OUTPUT ARCHIVO
           END-IF
           IF NOT WSS-FS-ARCHIVO-OK
             DISPLAY 'ERROR DE ARCHIVO'
             DISPLAY 'FILE STATUS ' WSS-FS-ARCHIVO
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             MOVE PQC-COMP-CODIGO(WS-IND-COMP) TO CODSERVICIO
             MOVE WSV-NUMCUENTA TO NUMCUENTA
             MOVE SPACES TO DESCRIP
             STRING 'PAQ ' WSV-CODSERVICIO
                 DELIMITED BY SIZE INTO DESCRIP(1:7)
             MOVE WSV-DESCRIP(1:19) TO DESCRIP(12:19)
             MOVE WSV-PERIODO TO PERIODO
             MOVE WS-MONTO-CARGO TO MONTO
             ADD 1 TO WS-ULTIMO-ID
             MOVE WS-ULTIMO-ID TO ENTRYID
             WRITE REG-ARCHIVO
             ADD 1 TO WS-CANT-ESCRITOS
             CLOSE ARCHIVO
             PERFORM 225000-REGISTRAR-MONEDA
             IF PQC-COMP-TIPO(WS-IND-COMP) = 'P'
               MOVE PQC-COMP-CODIGO(WS-IND-COMP) TO WS-CODIGO-STOCK
               PERFORM 219800-BUSCAR-EN-STOCK
               COMPUTE WS-UNIDADES-VENTA =
                       PQC-COMP-CANTIDAD(WS-IND-COMP)
                       * WSV-CANT-VENDIDA
               PERFORM 228000-REGISTRAR-VENTA-PRODUCTO
             END-IF
           END-IF.


       225000-REGISTRAR-MONEDA.
           MOVE SPACES TO WS-MONEDA-CUENTA
           OPEN INPUT CTAMON
             END-CALL
             IF WS-MV-HALLADO = 'S' AND WS-MV-COTIZACION NOT = 0
               COMPUTE WS-IMPORTE-ORIGEN ROUNDED =
                       WS-MONTO-CARGO / WS-MV-COTIZACION
               OPEN EXTEND MONEXT
               IF WSS-FS-MONEXT-NOEXISTE
                 OPEN OUTPUT MONEXT


       300000-FINAL.
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.
