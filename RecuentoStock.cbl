      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     RECUENTO FISICO DEL STOCK: CONGELA LA EXISTENCIA
      *              Y EL COSTO PROMEDIO DE CADA PRODUCTO DE STOCK.DAT
      *              (NUMERO DE LA SERIE INV DEL NUMERADOR) EN
      *              CONTEOINV.DAT E IMPRIME LA PLANILLA DE CONTEO
      *              (CONTEO.REP) SIN LAS CANTIDADES DEL SISTEMA.
      *              CARGA LO CONTADO POR PRODUCTO Y EMITE EL REPORTE
      *              DE DIFERENCIAS (DIFINV.REP) VALUADO AL COSTO
      *              CONGELADO. CON TODO CONTADO Y LA CLAVE DEL
      *              SUPERVISOR LA DIFERENCIA SE SUMA A LA EXISTENCIA
      *              ACTUAL (LO VENDIDO O RECIBIDO DESPUES DEL
      *              CONGELAMIENTO NO SE PIERDE), EL RECUENTO PASA AL
      *              HISTORIAL INVENTARIO.DAT CON LA FECHA DE PROCESO
      *              Y EXPORTACONTAB ASIENTA SU VALOR. DEL HISTORIAL
      *              SALE EL REPORTE DE FALTANTES POR PRODUCTO
      *              (FALTANTES.REP), QUE MARCA LOS QUE FALTAN EN MAS
      *              DE UN RECUENTO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  RECUENTOSTOCK.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK              ASSIGN TO DISK '..\STOCK.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-STOCK.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT CONTEOINV          ASSIGN TO DISK '..\CONTEOINV.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTEOINV.

           SELECT INVENTARIO         ASSIGN TO DISK
                                       '..\INVENTARIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           WSS-FS-INVENTARIO.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT REPORTE            ASSIGN TO DISK WS-NOMBRE-REPORTE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT REPINDEX           ASSIGN TO DISK '..\REPINDEX.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD STOCK.
       01 REG-STOCK.
         05 STK-CODIGO                PIC X(03).
         05 STK-EXISTENCIA            PIC S9(07).
         05 STK-MINIMO                PIC 9(05).
         05 STK-COSTO-PROM            PIC 9(07)V99.

       FD SERVCAT.
           COPY CATSERV.

       FD CONTEOINV.
       01 REG-CONTEOINV               PIC X(92).

       FD INVENTARIO.
           COPY INVREC.

       FD PARAM.
           COPY PARAMREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==STOCK==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONTEOINV==.
           COPY WSFS REPLACING ==:TAG:== BY ==INVENTARIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 WS-NOMBRE-REPORTE            PIC X(30)
                                       VALUE '..\CONTEO.REP'.

       01 TABLA-STOCK.
         05 WS-CANT-STOCK              PIC 9(03) VALUE 0.
         05 TS-ENTRY OCCURS 500 TIMES.
           10 TS-CODIGO                PIC X(03).
           10 TS-EXISTENCIA            PIC S9(07).
           10 TS-MINIMO                PIC 9(05).
           10 TS-COSTO-PROM            PIC 9(07)V99.

      * Recuento abierto: un registro REG-INVENTARIO por producto.
       01 TABLA-CONTEO.
         05 WS-CANT-CONTEO             PIC 9(03) VALUE 0.
         05 TCT-REGISTRO OCCURS 500 TIMES
                                       PIC X(92).

       01 TABLA-CATALOGO.
         05 WS-CANT-CATALOGO           PIC 9(03) VALUE 0.
         05 TCA-ENTRY OCCURS 500 TIMES.
           10 TCA-CODIGO               PIC X(03).
           10 TCA-DESCRIP              PIC X(30).

       01 TABLA-FALTANTES.
         05 WS-CANT-FALTANTES          PIC 9(03) VALUE 0.
         05 TFA-ENTRY OCCURS 500 TIMES.
           10 TFA-CODIGO               PIC X(03).
           10 TFA-RECUENTOS            PIC 9(05).
           10 TFA-VECES-FALTANTE       PIC 9(05).
           10 TFA-UNIDADES             PIC 9(09).
           10 TFA-VALOR                PIC 9(11)V99.

       01 INDICES.
         05 WS-IND-STOCK               PIC 9(03).
         05 WS-IND-STOCK-HALLADO       PIC 9(03).
         05 WS-IND-CONTEO              PIC 9(03).
         05 WS-IND-CONTEO-HALLADO      PIC 9(03).
         05 WS-IND-CATALOGO            PIC 9(03).
         05 WS-IND-FALTANTE            PIC 9(03).
         05 WS-IND-FALT-HALLADO        PIC 9(03).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-CODIGO                 PIC X(03).
         05 WSV-CANTIDAD               PIC 9(07).
         05 WSV-DESCRIP                PIC X(30).

       01 WS-RESPUESTA                 PIC A.
           88 WS-SI                                     VALUE 'S'.

       01 WS-SERIE-RECUENTO            PIC X(03) VALUE 'INV'.
       01 WS-NUMERO-RECUENTO           PIC 9(08) VALUE 0.
       01 WS-FECHA-CONGELADO           PIC 9(08) VALUE 0.

       01 WS-CLAVE-INGRESADA           PIC X(08).

       01 ACUMULADORES.
         05 WSA-CONTADOS               PIC 9(03).
         05 WSA-SIN-CONTAR             PIC 9(03).
         05 WSA-CON-DIFERENCIA         PIC 9(03).
         05 WSA-VALOR-FALTANTE         PIC S9(13)V99.
         05 WSA-VALOR-SOBRANTE         PIC S9(13)V99.
         05 WSA-VALOR-NETO             PIC S9(13)V99.
         05 WSA-REINCIDENTES           PIC 9(03).

       01 WS-CANT-EDIT                 PIC -(6)9.
       01 WS-SIST-EDIT                 PIC -(6)9.
       01 WS-CONT-EDIT                 PIC Z(6)9.
       01 WS-COSTO-EDIT                PIC Z(6)9,99.
       01 WS-IMPORTE-EDIT              PIC -(10)9,99.
       01 WS-VECES-EDIT                PIC Z(4)9.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'RECUENTOSTOCK'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 7
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 7 TO WS-OPCION
           ELSE
             PERFORM 105000-CARGAR-STOCK
             PERFORM 107000-CARGAR-CATALOGO
             PERFORM 110000-CARGAR-CONTEO
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-STOCK.
      * Se relee antes de congelar y de ajustar: el alta de cargos y
      * los ingresos de mercaderia mueven el stock mientras tanto.
           MOVE 0 TO WS-CANT-STOCK
           OPEN INPUT STOCK
           IF WSS-FS-STOCK-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-STOCK-OK
               PERFORM 106000-LEER-STOCK
               PERFORM UNTIL WSS-FS-STOCK-EOF
                 IF WS-CANT-STOCK < 500
                   ADD 1 TO WS-CANT-STOCK
                   MOVE STK-CODIGO TO TS-CODIGO(WS-CANT-STOCK)
                   MOVE STK-EXISTENCIA
                     TO TS-EXISTENCIA(WS-CANT-STOCK)
                   MOVE STK-MINIMO TO TS-MINIMO(WS-CANT-STOCK)
                   MOVE STK-COSTO-PROM
                     TO TS-COSTO-PROM(WS-CANT-STOCK)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
                   DISPLAY 'ERROR: EL STOCK SUPERA LOS 500 '
                           'PRODUCTOS'
                   CLOSE STOCK
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 106000-LEER-STOCK
               END-PERFORM
             END-IF
             CLOSE STOCK
           END-IF.


       106000-LEER-STOCK.
           READ STOCK
           IF NOT WSS-FS-STOCK-OK AND NOT WSS-FS-STOCK-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-STOCK
             MOVE '10' TO WSS-FS-STOCK
           END-IF.


       107000-CARGAR-CATALOGO.
           MOVE 0 TO WS-CANT-CATALOGO
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 108000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
                     OR WS-CANT-CATALOGO >= 500
               IF CAT-ES-PRODUCTO
                 ADD 1 TO WS-CANT-CATALOGO
                 MOVE CAT-CODIGO TO TCA-CODIGO(WS-CANT-CATALOGO)
                 MOVE CAT-DESCRIP TO TCA-DESCRIP(WS-CANT-CATALOGO)
               END-IF
               PERFORM 108000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       108000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       110000-CARGAR-CONTEO.
           MOVE 0 TO WS-CANT-CONTEO
           MOVE 0 TO WS-NUMERO-RECUENTO
           OPEN INPUT CONTEOINV
           IF WSS-FS-CONTEOINV-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONTEOINV-OK
               DISPLAY 'ERROR DE ARCHIVO DE RECUENTO'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTEOINV
               PERFORM 300000-FINAL
             END-IF
             PERFORM 111000-LEER-CONTEO
             PERFORM UNTIL WSS-FS-CONTEOINV-EOF
               IF WS-CANT-CONTEO < 500
                 ADD 1 TO WS-CANT-CONTEO
                 MOVE REG-CONTEOINV TO TCT-REGISTRO(WS-CANT-CONTEO)
                 ADD 1 TO WS-CANT-LEIDOS
               ELSE
                 DISPLAY 'ERROR: EL RECUENTO SUPERA LOS 500 '
                         'PRODUCTOS'
                 CLOSE CONTEOINV
                 PERFORM 300000-FINAL
               END-IF
               PERFORM 111000-LEER-CONTEO
             END-PERFORM
             CLOSE CONTEOINV
           END-IF
           IF WS-CANT-CONTEO > 0
             MOVE TCT-REGISTRO(1) TO REG-INVENTARIO
             MOVE INV-NUMERO TO WS-NUMERO-RECUENTO
             MOVE INV-FECHA-CONGELADO TO WS-FECHA-CONGELADO
           END-IF.


       111000-LEER-CONTEO.
           READ CONTEOINV
           IF NOT WSS-FS-CONTEOINV-OK AND NOT WSS-FS-CONTEOINV-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONTEOINV
             MOVE '10' TO WSS-FS-CONTEOINV
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'RECUENTO FISICO DE STOCK'
           IF WS-CANT-CONTEO > 0
             DISPLAY 'RECUENTO ABIERTO NRO ' WS-NUMERO-RECUENTO
                     ' CONGELADO EL ' WS-FECHA-CONGELADO
           ELSE
             DISPLAY 'NO HAY RECUENTO ABIERTO'
           END-IF
           DISPLAY '1 - CONGELAR EXISTENCIAS E IMPRIMIR PLANILLA'
           DISPLAY '2 - CARGAR CANTIDADES CONTADAS'
           DISPLAY '3 - REPORTE DE DIFERENCIAS'
           DISPLAY '4 - APROBAR Y AJUSTAR EL STOCK'
           DISPLAY '5 - HISTORIAL DE FALTANTES POR PRODUCTO'
           DISPLAY '6 - ANULAR EL RECUENTO ABIERTO'
           DISPLAY '7 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-CONGELAR
             WHEN 2
               PERFORM 220000-CARGAR-CONTADOS
             WHEN 3
               PERFORM 230000-REPORTE-DIFERENCIAS
             WHEN 4
               PERFORM 250000-APROBAR
             WHEN 5
               PERFORM 260000-HISTORIAL-FALTANTES
             WHEN 6
               PERFORM 270000-ANULAR-RECUENTO
             WHEN 7
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 7
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-CONGELAR.
           PERFORM 105000-CARGAR-STOCK
           EVALUATE TRUE
             WHEN WS-CANT-CONTEO > 0
               DISPLAY 'YA HAY UN RECUENTO ABIERTO (NRO '
                       WS-NUMERO-RECUENTO '), APROBARLO O ANULARLO '
                       'PRIMERO'
             WHEN WS-CANT-STOCK = 0
               DISPLAY 'NO HAY PRODUCTOS CON FICHA DE STOCK'
             WHEN OTHER
               CALL 'PROXNUM' USING WS-SERIE-RECUENTO
                                    WS-NUMERO-RECUENTO
               END-CALL
               MOVE WSP-FECHA-PROCESO TO WS-FECHA-CONGELADO
               PERFORM VARYING WS-IND-STOCK FROM 1 BY 1
                         UNTIL WS-IND-STOCK > WS-CANT-STOCK
                 INITIALIZE REG-INVENTARIO
                 MOVE WS-NUMERO-RECUENTO TO INV-NUMERO
                 MOVE WS-FECHA-CONGELADO TO INV-FECHA-CONGELADO
                 MOVE TS-CODIGO(WS-IND-STOCK) TO INV-CODIGO
                 MOVE TS-EXISTENCIA(WS-IND-STOCK) TO INV-CANT-SISTEMA
                 MOVE 'N' TO INV-CONTADO
                 MOVE TS-COSTO-PROM(WS-IND-STOCK) TO INV-COSTO-PROM
                 MOVE 'A' TO INV-ESTADO
                 MOVE REG-INVENTARIO TO TCT-REGISTRO(WS-IND-STOCK)
               END-PERFORM
               MOVE WS-CANT-STOCK TO WS-CANT-CONTEO
               PERFORM 240000-GRABAR-CONTEO
               PERFORM 215000-IMPRIMIR-PLANILLA
               DISPLAY 'RECUENTO NRO ' WS-NUMERO-RECUENTO
                       ' CONGELADO CON ' WS-CANT-CONTEO ' PRODUCTOS'
           END-EVALUATE.


       215000-IMPRIMIR-PLANILLA.
      * La planilla no lleva la existencia del sistema: quien cuenta
      * anota lo que ve en la estanteria.
           MOVE '..\CONTEO.REP' TO WS-NOMBRE-REPORTE
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PLANILLA DE RECUENTO FISICO NRO '
                  WS-NUMERO-RECUENTO ' DEL ' WS-FECHA-CONGELADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE 'COD DESCRIPCION                    CANTIDAD CONTADA'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-CONTEO FROM 1 BY 1
                     UNTIL WS-IND-CONTEO > WS-CANT-CONTEO
             MOVE TCT-REGISTRO(WS-IND-CONTEO) TO REG-INVENTARIO
             PERFORM 216000-BUSCAR-DESCRIPCION
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING INV-CODIGO ' ' WSV-DESCRIP ' ________________'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE 'CONTADO POR: ____________________  FIRMA: __________'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           CLOSE REPORTE
           MOVE 'PLANILLA DE RECUENTO' TO WS-REPIDX-NOMBRE
           PERFORM 395000-REGISTRAR-REPORTE
           DISPLAY 'PLANILLA EMITIDA EN CONTEO.REP'.


       216000-BUSCAR-DESCRIPCION.
           MOVE SPACES TO WSV-DESCRIP
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1
                     UNTIL WS-IND-CATALOGO > WS-CANT-CATALOGO
             IF TCA-CODIGO(WS-IND-CATALOGO) = INV-CODIGO
               MOVE TCA-DESCRIP(WS-IND-CATALOGO) TO WSV-DESCRIP
               MOVE WS-CANT-CATALOGO TO WS-IND-CATALOGO
             END-IF
           END-PERFORM.


       220000-CARGAR-CONTADOS.
           IF WS-CANT-CONTEO = 0
             DISPLAY 'NO HAY RECUENTO ABIERTO'
           ELSE
             MOVE 'X' TO WSV-CODIGO
             PERFORM UNTIL WSV-CODIGO = SPACES
               DISPLAY 'PRODUCTO CONTADO (EN BLANCO TERMINA): '
               MOVE SPACES TO WSV-CODIGO
               ACCEPT WSV-CODIGO
               IF WSV-CODIGO NOT = SPACES
                 PERFORM 225000-BUSCAR-EN-CONTEO
                 IF WS-IND-CONTEO-HALLADO = 0
                   DISPLAY '  EL PRODUCTO NO ESTA EN EL RECUENTO'
                 ELSE
                   PERFORM 226000-CAPTURAR-CANTIDAD
                 END-IF
               END-IF
             END-PERFORM
             PERFORM 240000-GRABAR-CONTEO
             PERFORM 255000-CONTAR-PENDIENTES
             DISPLAY 'CONTADOS ' WSA-CONTADOS ' DE ' WS-CANT-CONTEO
                     ' PRODUCTOS'
           END-IF.


       225000-BUSCAR-EN-CONTEO.
           MOVE 0 TO WS-IND-CONTEO-HALLADO
           PERFORM VARYING WS-IND-CONTEO FROM 1 BY 1
                     UNTIL WS-IND-CONTEO > WS-CANT-CONTEO
             MOVE TCT-REGISTRO(WS-IND-CONTEO) TO REG-INVENTARIO
             IF INV-CODIGO = WSV-CODIGO
               MOVE WS-IND-CONTEO TO WS-IND-CONTEO-HALLADO
               MOVE WS-CANT-CONTEO TO WS-IND-CONTEO
             END-IF
           END-PERFORM
           IF WS-IND-CONTEO-HALLADO NOT = 0
             MOVE TCT-REGISTRO(WS-IND-CONTEO-HALLADO)
               TO REG-INVENTARIO
           END-IF.


       226000-CAPTURAR-CANTIDAD.
      * Un producto ya contado se puede recontar: vale lo ultimo.
           IF INV-YA-CONTADO
             DISPLAY '  YA CONTADO: ' INV-CANT-CONTADA
                     ', SE REEMPLAZA'
           END-IF
           DISPLAY '  CANTIDAD CONTADA: '
           ACCEPT WSV-CANTIDAD
           MOVE WSV-CANTIDAD TO INV-CANT-CONTADA
           MOVE 'S' TO INV-CONTADO
           COMPUTE INV-DIF-CANTIDAD =
                   INV-CANT-CONTADA - INV-CANT-SISTEMA
           COMPUTE INV-DIF-VALOR =
                   INV-DIF-CANTIDAD * INV-COSTO-PROM
           MOVE REG-INVENTARIO TO TCT-REGISTRO(WS-IND-CONTEO-HALLADO).


       230000-REPORTE-DIFERENCIAS.
           IF WS-CANT-CONTEO = 0
             DISPLAY 'NO HAY RECUENTO ABIERTO'
           ELSE
             PERFORM 235000-EMITIR-DIFERENCIAS
           END-IF.


       235000-EMITIR-DIFERENCIAS.
           MOVE '..\DIFINV.REP' TO WS-NOMBRE-REPORTE
           INITIALIZE ACUMULADORES
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DIFERENCIAS DEL RECUENTO NRO ' WS-NUMERO-RECUENTO
                  ' CONGELADO EL ' WS-FECHA-CONGELADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE 'COD SISTEMA CONTADO  DIFER. COSTO PROM          VALOR'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-CONTEO FROM 1 BY 1
                     UNTIL WS-IND-CONTEO > WS-CANT-CONTEO
             MOVE TCT-REGISTRO(WS-IND-CONTEO) TO REG-INVENTARIO
             PERFORM 236000-LINEA-DIFERENCIA
           END-PERFORM
           COMPUTE WSA-VALOR-NETO =
                   WSA-VALOR-FALTANTE + WSA-VALOR-SOBRANTE
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PRODUCTOS CONTADOS ' WSA-CONTADOS
                  '  CON DIFERENCIA ' WSA-CON-DIFERENCIA
                  '  SIN CONTAR ' WSA-SIN-CONTAR
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-VALOR-FALTANTE TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'VALOR FALTANTE  ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-VALOR-SOBRANTE TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'VALOR SOBRANTE  ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-VALOR-NETO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DIFERENCIA NETA ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           CLOSE REPORTE
           MOVE 'DIFERENCIAS DE RECUENTO' TO WS-REPIDX-NOMBRE
           PERFORM 395000-REGISTRAR-REPORTE
           DISPLAY 'REPORTE EMITIDO EN DIFINV.REP'.


       236000-LINEA-DIFERENCIA.
           MOVE INV-CANT-SISTEMA TO WS-SIST-EDIT
           MOVE INV-COSTO-PROM TO WS-COSTO-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           IF INV-YA-CONTADO
             ADD 1 TO WSA-CONTADOS
             MOVE INV-CANT-CONTADA TO WS-CONT-EDIT
             MOVE INV-DIF-CANTIDAD TO WS-CANT-EDIT
             MOVE INV-DIF-VALOR TO WS-IMPORTE-EDIT
             IF INV-DIF-CANTIDAD NOT = 0
               ADD 1 TO WSA-CON-DIFERENCIA
             END-IF
             IF INV-DIF-VALOR < 0
               ADD INV-DIF-VALOR TO WSA-VALOR-FALTANTE
             ELSE
               ADD INV-DIF-VALOR TO WSA-VALOR-SOBRANTE
             END-IF
             STRING INV-CODIGO ' ' WS-SIST-EDIT ' ' WS-CONT-EDIT
                    ' ' WS-CANT-EDIT ' ' WS-COSTO-EDIT ' '
                    WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
             ADD 1 TO WSA-SIN-CONTAR
             STRING INV-CODIGO ' ' WS-SIST-EDIT ' SIN CONTAR'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 280000-ESCRIBIR-LINEA.


       240000-GRABAR-CONTEO.
           OPEN OUTPUT CONTEOINV
           IF NOT WSS-FS-CONTEOINV-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECUENTO'
             DISPLAY 'FILE STATUS ' WSS-FS-CONTEOINV
             PERFORM 300000-FINAL
           END-IF
           PERFORM VARYING WS-IND-CONTEO FROM 1 BY 1
                     UNTIL WS-IND-CONTEO > WS-CANT-CONTEO
             MOVE TCT-REGISTRO(WS-IND-CONTEO) TO REG-CONTEOINV
             WRITE REG-CONTEOINV
             ADD 1 TO WS-CANT-ESCRITOS
           END-PERFORM
           CLOSE CONTEOINV.


       245000-REGRABAR-STOCK.
           OPEN OUTPUT STOCK
           IF NOT WSS-FS-STOCK-OK
             DISPLAY 'ERROR DE ARCHIVO DE STOCK'
             DISPLAY 'FILE STATUS ' WSS-FS-STOCK
             PERFORM 300000-FINAL
           END-IF
           PERFORM VARYING WS-IND-STOCK FROM 1 BY 1
                     UNTIL WS-IND-STOCK > WS-CANT-STOCK
             MOVE TS-CODIGO(WS-IND-STOCK) TO STK-CODIGO
             MOVE TS-EXISTENCIA(WS-IND-STOCK) TO STK-EXISTENCIA
             MOVE TS-MINIMO(WS-IND-STOCK) TO STK-MINIMO
             MOVE TS-COSTO-PROM(WS-IND-STOCK) TO STK-COSTO-PROM
             WRITE REG-STOCK
             ADD 1 TO WS-CANT-ESCRITOS
           END-PERFORM
           CLOSE STOCK.


       247000-GRABAR-HISTORIAL.
           OPEN EXTEND INVENTARIO
           IF WSS-FS-INVENTARIO-NOEXISTE
             OPEN OUTPUT INVENTARIO
           END-IF
           IF NOT WSS-FS-INVENTARIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE HISTORIAL DE INVENTARIO'
             DISPLAY 'FILE STATUS ' WSS-FS-INVENTARIO
             PERFORM 300000-FINAL
           END-IF
           PERFORM VARYING WS-IND-CONTEO FROM 1 BY 1
                     UNTIL WS-IND-CONTEO > WS-CANT-CONTEO
             MOVE TCT-REGISTRO(WS-IND-CONTEO) TO REG-INVENTARIO
             WRITE REG-INVENTARIO
             ADD 1 TO WS-CANT-ESCRITOS
           END-PERFORM
           CLOSE INVENTARIO.


       250000-APROBAR.
           PERFORM 255000-CONTAR-PENDIENTES
           EVALUATE TRUE
             WHEN WS-CANT-CONTEO = 0
               DISPLAY 'NO HAY RECUENTO ABIERTO'
             WHEN WSA-SIN-CONTAR > 0
               DISPLAY 'QUEDAN ' WSA-SIN-CONTAR ' PRODUCTOS SIN '
                       'CONTAR, NO SE PUEDE APROBAR'
             WHEN OTHER
               MOVE WSA-VALOR-NETO TO WS-IMPORTE-EDIT
               DISPLAY 'RECUENTO NRO ' WS-NUMERO-RECUENTO
                       ': ' WSA-CON-DIFERENCIA
                       ' PRODUCTOS CON DIFERENCIA'
               DISPLAY 'DIFERENCIA NETA VALUADA ' WS-IMPORTE-EDIT
               DISPLAY 'INGRESE LA CLAVE DE SUPERVISOR: '
               ACCEPT WS-CLAVE-INGRESADA
               IF WS-CLAVE-INGRESADA NOT = WSP-CLAVE-SUPERVISOR
                 DISPLAY 'CLAVE INCORRECTA, NO SE AJUSTA'
               ELSE
                 PERFORM 257000-AJUSTAR-STOCK
               END-IF
           END-EVALUATE.


       255000-CONTAR-PENDIENTES.
           INITIALIZE ACUMULADORES
           PERFORM VARYING WS-IND-CONTEO FROM 1 BY 1
                     UNTIL WS-IND-CONTEO > WS-CANT-CONTEO
             MOVE TCT-REGISTRO(WS-IND-CONTEO) TO REG-INVENTARIO
             IF INV-YA-CONTADO
               ADD 1 TO WSA-CONTADOS
               IF INV-DIF-CANTIDAD NOT = 0
                 ADD 1 TO WSA-CON-DIFERENCIA
               END-IF
               ADD INV-DIF-VALOR TO WSA-VALOR-NETO
             ELSE
               ADD 1 TO WSA-SIN-CONTAR
             END-IF
           END-PERFORM.


       257000-AJUSTAR-STOCK.
      * La diferencia se suma a la existencia de hoy y no se pisa con
      * lo contado: lo movido despues del congelamiento ya esta en
      * la ficha. El costo promedio no cambia.
           PERFORM 105000-CARGAR-STOCK
           PERFORM VARYING WS-IND-CONTEO FROM 1 BY 1
                     UNTIL WS-IND-CONTEO > WS-CANT-CONTEO
             MOVE TCT-REGISTRO(WS-IND-CONTEO) TO REG-INVENTARIO
             IF INV-DIF-CANTIDAD NOT = 0
               MOVE INV-CODIGO TO WSV-CODIGO
               PERFORM 258000-BUSCAR-EN-STOCK
               IF WS-IND-STOCK-HALLADO = 0
                 DISPLAY 'EL PRODUCTO ' INV-CODIGO ' YA NO TIENE '
                         'FICHA DE STOCK, NO SE AJUSTA'
               ELSE
                 ADD INV-DIF-CANTIDAD
                   TO TS-EXISTENCIA(WS-IND-STOCK-HALLADO)
               END-IF
             END-IF
             MOVE 'J' TO INV-ESTADO
             MOVE WSP-FECHA-PROCESO TO INV-FECHA-AJUSTE
             MOVE WS-ACC-OPERADOR TO INV-OPERADOR
             MOVE REG-INVENTARIO TO TCT-REGISTRO(WS-IND-CONTEO)
           END-PERFORM
           PERFORM 245000-REGRABAR-STOCK
           PERFORM 247000-GRABAR-HISTORIAL
           MOVE 0 TO WS-CANT-CONTEO
           PERFORM 240000-GRABAR-CONTEO
           DISPLAY 'RECUENTO NRO ' WS-NUMERO-RECUENTO
                   ' APROBADO, STOCK AJUSTADO'.


       258000-BUSCAR-EN-STOCK.
           MOVE 0 TO WS-IND-STOCK-HALLADO
           PERFORM VARYING WS-IND-STOCK FROM 1 BY 1
                     UNTIL WS-IND-STOCK > WS-CANT-STOCK
             IF TS-CODIGO(WS-IND-STOCK) = WSV-CODIGO
               MOVE WS-IND-STOCK TO WS-IND-STOCK-HALLADO
               MOVE WS-CANT-STOCK TO WS-IND-STOCK
             END-IF
           END-PERFORM.


       260000-HISTORIAL-FALTANTES.
           MOVE 0 TO WS-CANT-FALTANTES
           OPEN INPUT INVENTARIO
           IF WSS-FS-INVENTARIO-NOEXISTE
             DISPLAY 'TODAVIA NO HAY RECUENTOS APROBADOS'
           ELSE
             IF NOT WSS-FS-INVENTARIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE HISTORIAL DE INVENTARIO'
               DISPLAY 'FILE STATUS ' WSS-FS-INVENTARIO
             ELSE
               PERFORM 262000-LEER-HISTORIAL
               PERFORM UNTIL WSS-FS-INVENTARIO-EOF
                 ADD 1 TO WS-CANT-LEIDOS
                 PERFORM 263000-ACUMULAR-FALTANTE
                 PERFORM 262000-LEER-HISTORIAL
               END-PERFORM
               CLOSE INVENTARIO
               PERFORM 265000-EMITIR-FALTANTES
             END-IF
           END-IF.


       262000-LEER-HISTORIAL.
           READ INVENTARIO
           IF NOT WSS-FS-INVENTARIO-OK AND NOT WSS-FS-INVENTARIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-INVENTARIO
             MOVE '10' TO WSS-FS-INVENTARIO
           END-IF.


       263000-ACUMULAR-FALTANTE.
           MOVE 0 TO WS-IND-FALT-HALLADO
           PERFORM VARYING WS-IND-FALTANTE FROM 1 BY 1
                     UNTIL WS-IND-FALTANTE > WS-CANT-FALTANTES
             IF TFA-CODIGO(WS-IND-FALTANTE) = INV-CODIGO
               MOVE WS-IND-FALTANTE TO WS-IND-FALT-HALLADO
               MOVE WS-CANT-FALTANTES TO WS-IND-FALTANTE
             END-IF
           END-PERFORM
           IF WS-IND-FALT-HALLADO = 0 AND WS-CANT-FALTANTES < 500
             ADD 1 TO WS-CANT-FALTANTES
             MOVE WS-CANT-FALTANTES TO WS-IND-FALT-HALLADO
             INITIALIZE TFA-ENTRY(WS-IND-FALT-HALLADO)
             MOVE INV-CODIGO TO TFA-CODIGO(WS-IND-FALT-HALLADO)
           END-IF
           IF WS-IND-FALT-HALLADO NOT = 0
             ADD 1 TO TFA-RECUENTOS(WS-IND-FALT-HALLADO)
             IF INV-DIF-CANTIDAD < 0
               ADD 1 TO TFA-VECES-FALTANTE(WS-IND-FALT-HALLADO)
               COMPUTE TFA-UNIDADES(WS-IND-FALT-HALLADO) =
                       TFA-UNIDADES(WS-IND-FALT-HALLADO)
                       - INV-DIF-CANTIDAD
               COMPUTE TFA-VALOR(WS-IND-FALT-HALLADO) =
                       TFA-VALOR(WS-IND-FALT-HALLADO)
                       - INV-DIF-VALOR
             END-IF
           END-IF.


       265000-EMITIR-FALTANTES.
      * Se listan los productos que faltaron alguna vez; los que
      * faltaron en mas de un recuento se marcan con asterisco.
           MOVE '..\FALTANTES.REP' TO WS-NOMBRE-REPORTE
           INITIALIZE ACUMULADORES
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'HISTORIAL DE FALTANTES DE RECUENTOS FISICOS'
             TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE '  COD DESCRIPCION                    RECU. FALT.'
             TO WS-LINEA-REPORTE
           MOVE '  UNIDADES         VALOR' TO WS-LINEA-REPORTE(49:)
           PERFORM 280000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-FALTANTE FROM 1 BY 1
                     UNTIL WS-IND-FALTANTE > WS-CANT-FALTANTES
             IF TFA-VECES-FALTANTE(WS-IND-FALTANTE) > 0
               PERFORM 266000-LINEA-FALTANTE
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-VALOR-FALTANTE TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'VALOR TOTAL FALTANTE ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PRODUCTOS CON FALTANTE REITERADO (*): '
                  WSA-REINCIDENTES
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           CLOSE REPORTE
           MOVE 'FALTANTES DE STOCK' TO WS-REPIDX-NOMBRE
           PERFORM 395000-REGISTRAR-REPORTE
           DISPLAY 'REPORTE EMITIDO EN FALTANTES.REP'.


       266000-LINEA-FALTANTE.
           MOVE TFA-CODIGO(WS-IND-FALTANTE) TO INV-CODIGO
           PERFORM 216000-BUSCAR-DESCRIPCION
           MOVE TFA-UNIDADES(WS-IND-FALTANTE) TO WS-CONT-EDIT
           MOVE TFA-VALOR(WS-IND-FALTANTE) TO WS-IMPORTE-EDIT
           ADD TFA-VALOR(WS-IND-FALTANTE) TO WSA-VALOR-FALTANTE
           MOVE SPACES TO WS-LINEA-REPORTE
           IF TFA-VECES-FALTANTE(WS-IND-FALTANTE) > 1
             ADD 1 TO WSA-REINCIDENTES
             MOVE '*' TO WS-LINEA-REPORTE(1:1)
           END-IF
           MOVE TFA-RECUENTOS(WS-IND-FALTANTE) TO WS-VECES-EDIT
           MOVE TFA-CODIGO(WS-IND-FALTANTE) TO WS-LINEA-REPORTE(3:3)
           MOVE WSV-DESCRIP TO WS-LINEA-REPORTE(7:30)
           MOVE WS-VECES-EDIT TO WS-LINEA-REPORTE(38:5)
           MOVE TFA-VECES-FALTANTE(WS-IND-FALTANTE) TO WS-VECES-EDIT
           MOVE WS-VECES-EDIT TO WS-LINEA-REPORTE(44:5)
           MOVE WS-CONT-EDIT TO WS-LINEA-REPORTE(51:7)
           MOVE WS-IMPORTE-EDIT TO WS-LINEA-REPORTE(59:14)
           PERFORM 280000-ESCRIBIR-LINEA.


       270000-ANULAR-RECUENTO.
           IF WS-CANT-CONTEO = 0
             DISPLAY 'NO HAY RECUENTO ABIERTO'
           ELSE
             DISPLAY 'SE DESCARTA EL RECUENTO NRO ' WS-NUMERO-RECUENTO
                     ' Y LO CONTADO. CONFIRMA (S/N)? '
             ACCEPT WS-RESPUESTA
             IF WS-SI
               MOVE 0 TO WS-CANT-CONTEO
               PERFORM 240000-GRABAR-CONTEO
               DISPLAY 'RECUENTO ANULADO, EL STOCK NO SE TOCO'
             ELSE
               DISPLAY 'ANULACION CANCELADA'
             END-IF
           END-IF.


       280000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   RECUENTO FISICO DE STOCK'
           DISPLAY 'Programme: RECUENTOSTOCK'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       395000-REGISTRAR-REPORTE.
           MOVE 'RECUENTOSTOCK' TO WS-REPIDX-PROGRAMA
           MOVE WS-NOMBRE-REPORTE TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'RECUENTOSTOCK'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-STOCK      TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
