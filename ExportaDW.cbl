      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     EXTRACCION NOCTURNA PARA EL DATA WAREHOUSE, ULTIMO
      *              PASO DE LA CADENA DE DRIVER.BAT. GRABA ARCHIVOS
      *              PLANOS DELIMITADOS POR '|' EN ESQUEMA ESTRELLA,
      *              CADA UNO CON UNA PRIMERA FILA DE NOMBRES DE
      *              COLUMNA:
      *              - DWFACTUR.DAT: HECHO DE FACTURACION, UNA FILA
      *                POR ASIENTO DE SERVICIO.DAT (ORIGEN 'A') Y DE
      *                SERVHIST.DAT (ORIGEN 'H'), FECHADA EN EL
      *                PRIMER DIA DE SU PERIODO.
      *              - DWPAGOS.DAT: HECHO DE PAGOS, UNA FILA POR PAGO
      *                DE PAGOS.DAT CON LO APLICADO A CARGOS SEGUN
      *                PAGAPLIC.DAT Y EL REMANENTE SIN APLICAR.
      *              - DWSALDOS.DAT: HECHO DE SALDO DIARIO, FOTO DE
      *                CADA CUENTA DE CUENTAS.DAT A LA FECHA DE
      *                PROCESO DE PARAM.DAT.
      *              - DIMENSIONES DWDCLIEN (CLIENTES, CON LA EMPRESA
      *                DEL GRUPO A LA QUE PERTENECEN), DWDCUENT
      *                (CUENTAS), DWDOFICI (OFICINAS), DWDSERVI
      *                (CATALOGO SERVCAT.DAT, MAS LOS CODIGOS
      *                FACTURADOS QUE NO FIGURAN EN EL) Y DWDFECHA
      *                (TODAS LAS FECHAS QUE USAN LOS HECHOS), CON
      *                LAS DESCRIPCIONES RESUELTAS DE LOS MAESTROS.
      *              - DWMANIF.DAT: MANIFIESTO DE LA CORRIDA CON LA
      *                CANTIDAD DE FILAS (SIN LA DE TITULOS) Y EL
      *                TOTAL DE IMPORTES DE CADA ARCHIVO, PARA QUE LA
      *                CARGA DEL WAREHOUSE CONTROLE LO RECIBIDO.
      *              LAS CLAVES SON LAS NATURALES DEL SISTEMA; LAS
      *              FECHAS VAN COMO CLAVE AAAAMMDD EN LOS HECHOS Y
      *              COMO AAAA-MM-DD EN LA DIMENSION, Y LOS IMPORTES
      *              CON PUNTO DECIMAL. UN ERROR DE ARCHIVO TERMINA EL
      *              PASO CON RETURN-CODE 8.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  EXPORTADW.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT PAGAPLIC           ASSIGN TO DISK '..\PAGAPLIC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAGAPLIC.

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

           SELECT OFICINAS           ASSIGN TO DISK '..\OFICINAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OFICINAS.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT DWFACTUR           ASSIGN TO DISK '..\DWFACTUR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DWFACTUR.

           SELECT DWPAGOS            ASSIGN TO DISK '..\DWPAGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DWPAGOS.

           SELECT DWSALDOS           ASSIGN TO DISK '..\DWSALDOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DWSALDOS.

           SELECT DWDCLIEN           ASSIGN TO DISK '..\DWDCLIEN.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DWDCLIEN.

           SELECT DWDCUENT           ASSIGN TO DISK '..\DWDCUENT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DWDCUENT.

           SELECT DWDOFICI           ASSIGN TO DISK '..\DWDOFICI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DWDOFICI.

           SELECT DWDSERVI           ASSIGN TO DISK '..\DWDSERVI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DWDSERVI.

           SELECT DWDFECHA           ASSIGN TO DISK '..\DWDFECHA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DWDFECHA.

           SELECT DWMANIF            ASSIGN TO DISK '..\DWMANIF.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DWMANIF.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
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

       FD PAGOS.
           COPY PAGOS.

       FD PAGAPLIC.
       01 REG-PAGAPLIC.
         05 PAP-PAG-ENTRYID           PIC 9(08).
         05 PAP-ENTRYID-CARGO         PIC 9(08).
         05 PAP-NROCUENTA             PIC 9(08).
         05 PAP-PERIODO               PIC X(06).
         05 PAP-IMPORTE               PIC S9(05)V99.
         05 PAP-FECHA                 PIC 9(08).

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO-C                    PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID-C                  PIC 9(08).

       FD CLIENTES.
           COPY CLIMAEST.

       FD OFICINAS.
       01 REG-OFICINAS.
         05 OFI-CODIGO                PIC X(03).
         05 OFI-NOMBRE                PIC X(30).
         05 OFI-REGION                PIC X(15).
         05 OFI-ACTIVA                PIC X(01).

       FD SERVCAT.
           COPY CATSERV.

       FD DWFACTUR.
       01 REG-DWFACTUR                PIC X(250).

       FD DWPAGOS.
       01 REG-DWPAGOS                 PIC X(250).

       FD DWSALDOS.
       01 REG-DWSALDOS                PIC X(250).

       FD DWDCLIEN.
       01 REG-DWDCLIEN                PIC X(250).

       FD DWDCUENT.
       01 REG-DWDCUENT                PIC X(250).

       FD DWDOFICI.
       01 REG-DWDOFICI                PIC X(250).

       FD DWDSERVI.
       01 REG-DWDSERVI                PIC X(250).

       FD DWDFECHA.
       01 REG-DWDFECHA                PIC X(250).

       FD DWMANIF.
       01 REG-DWMANIF                 PIC X(250).

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGAPLIC==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==OFICINAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==DWFACTUR==.
           COPY WSFS REPLACING ==:TAG:== BY ==DWPAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==DWSALDOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==DWDCLIEN==.
           COPY WSFS REPLACING ==:TAG:== BY ==DWDCUENT==.
           COPY WSFS REPLACING ==:TAG:== BY ==DWDOFICI==.
           COPY WSFS REPLACING ==:TAG:== BY ==DWDSERVI==.
           COPY WSFS REPLACING ==:TAG:== BY ==DWDFECHA==.
           COPY WSFS REPLACING ==:TAG:== BY ==DWMANIF==.

       01 WS-CANT-LEIDOS                PIC 9(08) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(08) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

      * Maestros residentes para resolver las descripciones de las
      * dimensiones y la cuenta/cliente/oficina de cada hecho.
       01 TABLA-OFICINAS.
         05 WS-CANT-OFICINAS           PIC 9(03) VALUE 0.
         05 TOF-ENTRY OCCURS 200 TIMES.
           10 TOF-CODIGO               PIC X(03).
           10 TOF-NOMBRE               PIC X(30).
           10 TOF-REGION               PIC X(15).

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TC-ENTRY OCCURS 5000 TIMES.
           10 TC-NRO-CLIENTE           PIC 9(7).
           10 TC-NYA                   PIC X(60).
           10 TC-OFIAPE                PIC X(03).

      * Catalogo de servicios; los codigos facturados que no estan
      * en SERVCAT.DAT se agregan al vuelo con TSV-EN-CATALOGO 'N'
      * para que todo hecho tenga su fila en la dimension.
       01 TABLA-SERVICIOS.
         05 WS-CANT-SERVICIOS          PIC 9(03) VALUE 0.
         05 TSV-ENTRY OCCURS 500 TIMES.
           10 TSV-CODIGO               PIC X(03).
           10 TSV-DESCRIP              PIC X(30).
           10 TSV-TIPO                 PIC X(01).
           10 TSV-ESTADO               PIC X(01).
           10 TSV-TERCERO              PIC 9(04).
           10 TSV-PRECIO               PIC S9(05)V99.
           10 TSV-EN-CATALOGO          PIC X(01).

      * Fechas distintas que usan los hechos, para la dimension.
       01 TABLA-FECHAS.
         05 WS-CANT-FECHAS             PIC 9(05) VALUE 0.
         05 TFE-ENTRY OCCURS 5000 TIMES.
           10 TFE-FECHA                PIC 9(08).

      * Importe aplicado de cada pago segun PAGAPLIC.DAT.
       01 TABLA-APLICACIONES.
         05 WS-CANT-APLICACIONES       PIC 9(05) VALUE 0.
         05 TAP-ENTRY OCCURS 20000 TIMES.
           10 TAP-PAG-ENTRYID          PIC 9(08).
           10 TAP-IMPORTE              PIC S9(13)V99.

      * Un renglon del manifiesto por archivo extraido.
       01 TABLA-MANIFIESTO-VALORES.
         05 FILLER                     PIC X(12) VALUE 'DWFACTUR.DAT'.
         05 FILLER                     PIC X(12) VALUE 'DWPAGOS.DAT'.
         05 FILLER                     PIC X(12) VALUE 'DWSALDOS.DAT'.
         05 FILLER                     PIC X(12) VALUE 'DWDCLIEN.DAT'.
         05 FILLER                     PIC X(12) VALUE 'DWDCUENT.DAT'.
         05 FILLER                     PIC X(12) VALUE 'DWDOFICI.DAT'.
         05 FILLER                     PIC X(12) VALUE 'DWDSERVI.DAT'.
         05 FILLER                     PIC X(12) VALUE 'DWDFECHA.DAT'.
       01 TABLA-MANIFIESTO-NOMBRES REDEFINES TABLA-MANIFIESTO-VALORES.
         05 TMF-NOMBRE                 PIC X(12) OCCURS 8 TIMES.

       01 TABLA-MANIFIESTO.
         05 TMF-ENTRY OCCURS 8 TIMES.
           10 TMF-FILAS                PIC 9(08).
           10 TMF-IMPORTE              PIC S9(15)V99.

       01 TABLA-MESES-VALORES.
         05 FILLER                     PIC X(10) VALUE 'ENERO'.
         05 FILLER                     PIC X(10) VALUE 'FEBRERO'.
         05 FILLER                     PIC X(10) VALUE 'MARZO'.
         05 FILLER                     PIC X(10) VALUE 'ABRIL'.
         05 FILLER                     PIC X(10) VALUE 'MAYO'.
         05 FILLER                     PIC X(10) VALUE 'JUNIO'.
         05 FILLER                     PIC X(10) VALUE 'JULIO'.
         05 FILLER                     PIC X(10) VALUE 'AGOSTO'.
         05 FILLER                     PIC X(10) VALUE 'SEPTIEMBRE'.
         05 FILLER                     PIC X(10) VALUE 'OCTUBRE'.
         05 FILLER                     PIC X(10) VALUE 'NOVIEMBRE'.
         05 FILLER                     PIC X(10) VALUE 'DICIEMBRE'.
       01 TABLA-MESES REDEFINES TABLA-MESES-VALORES.
         05 TMS-NOMBRE                 PIC X(10) OCCURS 12 TIMES.

       01 INDICES.
         05 WS-IND-OFICINA             PIC 9(03).
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-SERVICIO            PIC 9(03).
         05 WS-IND-FECHA               PIC 9(05).
         05 WS-IND-APLICACION          PIC 9(05).
         05 WS-IND-MANIF               PIC 9(02).
         05 WS-IND-HALLADO             PIC 9(05).

       01 VARIABLES.
         05 WSV-NROCUENTA-ANT          PIC 9(08).
         05 WSV-CODCLIENTE             PIC 9(08).
         05 WSV-CLIENTE-NYA            PIC X(60).
         05 WSV-OFICINA                PIC X(03).
         05 WSV-OFICINA-NOMBRE         PIC X(30).
         05 WSV-OFICINA-REGION         PIC X(15).
         05 WSV-CODSERVICIO            PIC X(03).
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-EMPRESA                PIC X(02).

      * Asiento de facturacion en curso, venga de SERVICIO.DAT o de
      * SERVHIST.DAT.
       01 WS-FACTURA.
         05 WSF-ORIGEN                 PIC X(01).
         05 WSF-CODSERVICIO            PIC X(03).
         05 WSF-NUMCUENTA              PIC 9(08).
         05 WSF-DESCRIP                PIC X(30).
         05 WSF-PERIODO                PIC X(06).
         05 WSF-MONTO                  PIC S9(05)V99.
         05 WSF-ENTRYID                PIC 9(08).
         05 WSV-FECHA-KEY              PIC 9(08).
         05 WSV-FECHA-PARTES REDEFINES WSV-FECHA-KEY.
           10 WSV-FECHA-AAAA           PIC 9(04).
           10 WSV-FECHA-MM             PIC 9(02).
           10 WSV-FECHA-DD             PIC 9(02).
         05 WSV-FECHA-VTO              PIC 9(08).
         05 WSV-FECHA-ULTPAGO          PIC 9(08).
         05 WSV-TRIMESTRE              PIC 9(01).
         05 WSV-APLICADO               PIC S9(13)V99.
         05 WSV-SIN-APLICAR            PIC S9(15)V99.

      * Campos ya editados para armar las filas delimitadas.
       01 WS-DW-CAMPOS.
         05 WS-DW-IMPORTE              PIC S9(15)V99.
         05 WS-DW-IMPORTE-ED           PIC -(15)9,99.
         05 WS-DW-IMPORTE-TXT          PIC X(20).
         05 WS-DW-IMPORTE-2-TXT        PIC X(20).
         05 WS-DW-IMPORTE-3-TXT        PIC X(20).
         05 WS-DW-TEXTO                PIC X(60).
         05 WS-DW-TEXTO-2              PIC X(60).
         05 WS-DW-FECHA-ISO            PIC X(10).

       01 WS-DW-LINEA                  PIC X(250).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      TABLA-MANIFIESTO
                      VARIABLES
           PERFORM 103000-LEER-PARAMETROS
           PERFORM 104000-ABRIR-EXTRACTOS
           PERFORM 105000-CARGAR-OFICINAS
           PERFORM 107000-CARGAR-CLIENTES
           PERFORM 109000-CARGAR-CATALOGO
           PERFORM 111000-CARGAR-APLICACIONES
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       104000-ABRIR-EXTRACTOS.
           OPEN OUTPUT DWFACTUR DWPAGOS DWSALDOS DWDCLIEN DWDCUENT
                       DWDOFICI DWDSERVI DWDFECHA
           IF NOT WSS-FS-DWFACTUR-OK OR NOT WSS-FS-DWPAGOS-OK
                   OR NOT WSS-FS-DWSALDOS-OK OR NOT WSS-FS-DWDCLIEN-OK
                   OR NOT WSS-FS-DWDCUENT-OK OR NOT WSS-FS-DWDOFICI-OK
                   OR NOT WSS-FS-DWDSERVI-OK OR NOT WSS-FS-DWDFECHA-OK
             DISPLAY 'ERROR AL CREAR LOS EXTRACTOS DEL WAREHOUSE'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-DW-LINEA
           STRING 'ORIGEN|ENTRYID|FECHA_KEY|PERIODO|NROCUENTA|'
                  'CODCLIENTE|OFICINA|CODSERVICIO|DESCRIPCION|IMPORTE'
                  DELIMITED BY SIZE INTO WS-DW-LINEA
           MOVE WS-DW-LINEA TO REG-DWFACTUR
           WRITE REG-DWFACTUR
           MOVE SPACES TO WS-DW-LINEA
           STRING 'ENTRYID|FECHA_KEY|NROCUENTA|CODCLIENTE|OFICINA|'
                  'MEDIO|ESTADO|LOTE|OPERADOR|IMPORTE|APLICADO|'
                  'SIN_APLICAR'
                  DELIMITED BY SIZE INTO WS-DW-LINEA
           MOVE WS-DW-LINEA TO REG-DWPAGOS
           WRITE REG-DWPAGOS
           MOVE SPACES TO WS-DW-LINEA
           STRING 'FECHA_KEY|NROCUENTA|CODCLIENTE|OFICINA|'
                  'FECHA_VTO_KEY|FECHA_ULTPAGO_KEY|SALDO'
                  DELIMITED BY SIZE INTO WS-DW-LINEA
           MOVE WS-DW-LINEA TO REG-DWSALDOS
           WRITE REG-DWSALDOS
           MOVE 'CODCLIENTE|NOMBRE|OFICINA|CATIVA|CUIT|LIMITE|EMPRESA'
             TO REG-DWDCLIEN
           WRITE REG-DWDCLIEN
           MOVE 'NROCUENTA|CODCLIENTE|CLIENTE|OFICINA|OFICINA_NOMBRE'
             TO REG-DWDCUENT
           WRITE REG-DWDCUENT
           MOVE 'OFICINA|NOMBRE|REGION|ACTIVA' TO REG-DWDOFICI
           WRITE REG-DWDOFICI
           MOVE SPACES TO WS-DW-LINEA
           STRING 'CODSERVICIO|DESCRIPCION|TIPO|ESTADO|TERCERO|'
                  'PRECIO|EN_CATALOGO'
                  DELIMITED BY SIZE INTO WS-DW-LINEA
           MOVE WS-DW-LINEA TO REG-DWDSERVI
           WRITE REG-DWDSERVI
           MOVE SPACES TO WS-DW-LINEA
           STRING 'FECHA_KEY|FECHA|ANIO|MES|NOMBRE_MES|DIA|'
                  'TRIMESTRE|PERIODO'
                  DELIMITED BY SIZE INTO WS-DW-LINEA
           MOVE WS-DW-LINEA TO REG-DWDFECHA
           WRITE REG-DWDFECHA.


      * La dimension de oficinas se graba mientras se carga la tabla.
       105000-CARGAR-OFICINAS.
           OPEN INPUT OFICINAS
           IF WSS-FS-OFICINAS-NOEXISTE
             DISPLAY 'ADVERTENCIA: SIN MAESTRO DE OFICINAS'
           ELSE
             IF NOT WSS-FS-OFICINAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE OFICINAS'
               DISPLAY 'FILE STATUS ' WSS-FS-OFICINAS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 106000-LEER-OFICINA
             PERFORM UNTIL WSS-FS-OFICINAS-EOF
               IF WS-CANT-OFICINAS < 200
                 ADD 1 TO WS-CANT-OFICINAS
                 MOVE OFI-CODIGO TO TOF-CODIGO(WS-CANT-OFICINAS)
                 MOVE OFI-NOMBRE TO TOF-NOMBRE(WS-CANT-OFICINAS)
                 MOVE OFI-REGION TO TOF-REGION(WS-CANT-OFICINAS)
               END-IF
               MOVE OFI-NOMBRE TO WS-DW-TEXTO
               PERFORM 285000-LIMPIAR-TEXTO
               MOVE WS-DW-TEXTO TO WS-DW-TEXTO-2
               MOVE OFI-REGION TO WS-DW-TEXTO
               PERFORM 285000-LIMPIAR-TEXTO
               MOVE SPACES TO WS-DW-LINEA
               STRING OFI-CODIGO '|'
                      FUNCTION TRIM(WS-DW-TEXTO-2) '|'
                      FUNCTION TRIM(WS-DW-TEXTO) '|'
                      OFI-ACTIVA
                      DELIMITED BY SIZE INTO WS-DW-LINEA
               MOVE WS-DW-LINEA TO REG-DWDOFICI
               WRITE REG-DWDOFICI
               MOVE 6 TO WS-IND-MANIF
               MOVE 0 TO WS-DW-IMPORTE
               PERFORM 290000-CONTAR-FILA
               PERFORM 106000-LEER-OFICINA
             END-PERFORM
             CLOSE OFICINAS
           END-IF.


       106000-LEER-OFICINA.
           READ OFICINAS
           IF NOT WSS-FS-OFICINAS-OK AND NOT WSS-FS-OFICINAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-OFICINAS
             MOVE '10' TO WSS-FS-OFICINAS
           END-IF
           IF WSS-FS-OFICINAS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


      * La dimension de clientes se graba mientras se carga la tabla.
       107000-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 108000-LEER-CLIENTE
           PERFORM UNTIL WSS-FS-CLIENTES-EOF
             IF WS-CANT-CLIENTES < 5000
               ADD 1 TO WS-CANT-CLIENTES
               MOVE NRO-CLIENTE-C TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
               MOVE NYA-C         TO TC-NYA(WS-CANT-CLIENTES)
               MOVE OFIAPE-C      TO TC-OFIAPE(WS-CANT-CLIENTES)
             END-IF
             MOVE NYA-C TO WS-DW-TEXTO
             PERFORM 285000-LIMPIAR-TEXTO
             MOVE LIMITE-C TO WS-DW-IMPORTE
             PERFORM 280000-EDITAR-IMPORTE
             MOVE EMPRESA-C TO WSV-EMPRESA
             IF WSV-EMPRESA = SPACES
               MOVE '01' TO WSV-EMPRESA
             END-IF
             MOVE SPACES TO WS-DW-LINEA
             STRING NRO-CLIENTE-C '|'
                    FUNCTION TRIM(WS-DW-TEXTO) '|'
                    OFIAPE-C '|'
                    CATIVA-C '|'
                    CUIT-C '|'
                    FUNCTION TRIM(WS-DW-IMPORTE-TXT) '|'
                    WSV-EMPRESA
                    DELIMITED BY SIZE INTO WS-DW-LINEA
             MOVE WS-DW-LINEA TO REG-DWDCLIEN
             WRITE REG-DWDCLIEN
             MOVE 4 TO WS-IND-MANIF
             MOVE 0 TO WS-DW-IMPORTE
             PERFORM 290000-CONTAR-FILA
             PERFORM 108000-LEER-CLIENTE
           END-PERFORM
           CLOSE CLIENTES.


       108000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF
           IF WSS-FS-CLIENTES-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       109000-CARGAR-CATALOGO.
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-NOEXISTE
             DISPLAY 'ADVERTENCIA: SIN CATALOGO DE SERVICIOS'
           ELSE
             IF NOT WSS-FS-SERVCAT-OK
               DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 110000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF WS-CANT-SERVICIOS < 500
                 ADD 1 TO WS-CANT-SERVICIOS
                 MOVE CAT-CODIGO  TO TSV-CODIGO(WS-CANT-SERVICIOS)
                 MOVE CAT-DESCRIP TO TSV-DESCRIP(WS-CANT-SERVICIOS)
                 MOVE CAT-TIPO    TO TSV-TIPO(WS-CANT-SERVICIOS)
                 MOVE CAT-ESTADO  TO TSV-ESTADO(WS-CANT-SERVICIOS)
                 MOVE CAT-TERCERO TO TSV-TERCERO(WS-CANT-SERVICIOS)
                 MOVE CAT-PRECIO  TO TSV-PRECIO(WS-CANT-SERVICIOS)
                 MOVE 'S' TO TSV-EN-CATALOGO(WS-CANT-SERVICIOS)
               END-IF
               PERFORM 110000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       110000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF
           IF WSS-FS-SERVCAT-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


      * Suma lo aplicado de cada pago. Las aplicaciones de un mismo
      * pago vienen juntas, asi que se prueba primero la ultima
      * entrada antes de recorrer la tabla.
       111000-CARGAR-APLICACIONES.
           OPEN INPUT PAGAPLIC
           IF WSS-FS-PAGAPLIC-NOEXISTE
             DISPLAY 'ADVERTENCIA: SIN APLICACIONES DE PAGOS'
           ELSE
             IF NOT WSS-FS-PAGAPLIC-OK
               DISPLAY 'ERROR DE ARCHIVO DE APLICACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGAPLIC
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 112000-LEER-APLICACION
             PERFORM UNTIL WSS-FS-PAGAPLIC-EOF
               MOVE 0 TO WS-IND-HALLADO
               IF WS-CANT-APLICACIONES > 0
                 IF TAP-PAG-ENTRYID(WS-CANT-APLICACIONES)
                      = PAP-PAG-ENTRYID
                   MOVE WS-CANT-APLICACIONES TO WS-IND-HALLADO
                 END-IF
               END-IF
               IF WS-IND-HALLADO = 0
                 PERFORM 113000-BUSCAR-APLICACION
               END-IF
               IF WS-IND-HALLADO = 0
                 IF WS-CANT-APLICACIONES NOT < 20000
                   DISPLAY 'DEMASIADOS PAGOS APLICADOS PARA LA TABLA'
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
                 ADD 1 TO WS-CANT-APLICACIONES
                 MOVE WS-CANT-APLICACIONES TO WS-IND-HALLADO
                 MOVE PAP-PAG-ENTRYID
                   TO TAP-PAG-ENTRYID(WS-IND-HALLADO)
                 MOVE 0 TO TAP-IMPORTE(WS-IND-HALLADO)
               END-IF
               ADD PAP-IMPORTE TO TAP-IMPORTE(WS-IND-HALLADO)
               PERFORM 112000-LEER-APLICACION
             END-PERFORM
             CLOSE PAGAPLIC
           END-IF.


       112000-LEER-APLICACION.
           READ PAGAPLIC
           IF NOT WSS-FS-PAGAPLIC-OK AND NOT WSS-FS-PAGAPLIC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGAPLIC
             MOVE '10' TO WSS-FS-PAGAPLIC
           END-IF
           IF WSS-FS-PAGAPLIC-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       113000-BUSCAR-APLICACION.
           PERFORM VARYING WS-IND-APLICACION FROM 1 BY 1
                     UNTIL WS-IND-APLICACION > WS-CANT-APLICACIONES
             IF TAP-PAG-ENTRYID(WS-IND-APLICACION) = PAP-PAG-ENTRYID
               MOVE WS-IND-APLICACION TO WS-IND-HALLADO
               MOVE WS-CANT-APLICACIONES TO WS-IND-APLICACION
             END-IF
           END-PERFORM.


       200000-PROCESO.
           PERFORM 210000-EXTRAER-SALDOS
           PERFORM 220000-EXTRAER-FACTURACION
           PERFORM 230000-EXTRAER-PAGOS
           PERFORM 240000-EXTRAER-SERVICIOS
           PERFORM 250000-EXTRAER-FECHAS
           CLOSE CUENTAS
           CLOSE DWFACTUR DWPAGOS DWSALDOS DWDCLIEN DWDCUENT
                 DWDOFICI DWDSERVI DWDFECHA
           PERFORM 260000-GRABAR-MANIFIESTO.


      * Una pasada por CUENTAS.DAT da la dimension de cuentas y la
      * foto del saldo de cada una a la fecha de proceso.
       210000-EXTRAER-SALDOS.
           PERFORM 211000-LEER-CUENTA
           PERFORM UNTIL WSS-FS-CUENTAS-EOF
             MOVE CODCLIENTE TO WSV-CODCLIENTE
             PERFORM 272000-RESOLVER-CLIENTE
             MOVE WSV-CLIENTE-NYA TO WS-DW-TEXTO
             PERFORM 285000-LIMPIAR-TEXTO
             MOVE WSV-OFICINA-NOMBRE TO WS-DW-TEXTO-2
             INSPECT WS-DW-TEXTO-2 REPLACING ALL '|' BY '/'
             MOVE SPACES TO WS-DW-LINEA
             STRING NROCUENTA '|'
                    CODCLIENTE '|'
                    FUNCTION TRIM(WS-DW-TEXTO) '|'
                    WSV-OFICINA '|'
                    FUNCTION TRIM(WS-DW-TEXTO-2)
                    DELIMITED BY SIZE INTO WS-DW-LINEA
             MOVE WS-DW-LINEA TO REG-DWDCUENT
             WRITE REG-DWDCUENT
             MOVE 5 TO WS-IND-MANIF
             MOVE 0 TO WS-DW-IMPORTE
             PERFORM 290000-CONTAR-FILA

             MOVE WSP-FECHA-PROCESO TO WSV-FECHA-KEY
             PERFORM 275000-REGISTRAR-FECHA
             MOVE 0 TO WSV-FECHA-VTO
             IF FECHAVTO IS NUMERIC
               MOVE FECHAVTO TO WSV-FECHA-KEY
               PERFORM 275000-REGISTRAR-FECHA
               MOVE WSV-FECHA-KEY TO WSV-FECHA-VTO
             END-IF
             MOVE 0 TO WSV-FECHA-ULTPAGO
             IF FECHAULTPAGO IS NUMERIC
               MOVE FECHAULTPAGO TO WSV-FECHA-KEY
               PERFORM 275000-REGISTRAR-FECHA
               MOVE WSV-FECHA-KEY TO WSV-FECHA-ULTPAGO
             END-IF
             MOVE MONTO-C TO WS-DW-IMPORTE
             PERFORM 280000-EDITAR-IMPORTE
             MOVE SPACES TO WS-DW-LINEA
             STRING WSP-FECHA-PROCESO '|'
                    NROCUENTA '|'
                    CODCLIENTE '|'
                    WSV-OFICINA '|'
                    WSV-FECHA-VTO '|'
                    WSV-FECHA-ULTPAGO '|'
                    FUNCTION TRIM(WS-DW-IMPORTE-TXT)
                    DELIMITED BY SIZE INTO WS-DW-LINEA
             MOVE WS-DW-LINEA TO REG-DWSALDOS
             WRITE REG-DWSALDOS
             MOVE 3 TO WS-IND-MANIF
             PERFORM 290000-CONTAR-FILA
             PERFORM 211000-LEER-CUENTA
           END-PERFORM
           MOVE 0 TO WSV-NROCUENTA-ANT
           MOVE 0 TO WSV-CODCLIENTE
           MOVE SPACES TO WSV-OFICINA.


       211000-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           IF NOT WSS-FS-CUENTAS-OK AND NOT WSS-FS-CUENTAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-CUENTAS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


      * Los asientos vigentes de SERVICIO.DAT y los ya pasados a
      * historia en SERVHIST.DAT forman un unico hecho, distinguido
      * por el origen; la fecha es el primer dia del periodo.
       220000-EXTRAER-FACTURACION.
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             DISPLAY 'ADVERTENCIA: SIN ASIENTOS DE SERVICIO'
           ELSE
             IF NOT WSS-FS-SERVICIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 221000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               PERFORM 225000-GRABAR-FACTURA
               PERFORM 221000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF

           OPEN INPUT SERVHIST
           IF WSS-FS-SERVHIST-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-SERVHIST-OK
               DISPLAY 'ERROR DE ARCHIVO DE HISTORICO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 222000-LEER-SERVHIST
             PERFORM UNTIL WSS-FS-SERVHIST-EOF
               MOVE 'H'           TO WSF-ORIGEN
               MOVE CODSERVICIO-H TO WSF-CODSERVICIO
               MOVE NUMCUENTA-H   TO WSF-NUMCUENTA
               MOVE DESCRIP-H     TO WSF-DESCRIP
               MOVE PERIODO-H     TO WSF-PERIODO
               MOVE MONTO-H       TO WSF-MONTO
               MOVE ENTRYID-H     TO WSF-ENTRYID
               PERFORM 226000-GRABAR-FACTURA-ORIGEN
               PERFORM 222000-LEER-SERVHIST
             END-PERFORM
             CLOSE SERVHIST
           END-IF.


       221000-LEER-SERVICIO.
           READ SERVICIO
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-SERVICIO-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       222000-LEER-SERVHIST.
           READ SERVHIST
           IF NOT WSS-FS-SERVHIST-OK AND NOT WSS-FS-SERVHIST-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-SERVHIST-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       225000-GRABAR-FACTURA.
           MOVE 'A'         TO WSF-ORIGEN
           MOVE CODSERVICIO TO WSF-CODSERVICIO
           MOVE NUMCUENTA   TO WSF-NUMCUENTA
           MOVE DESCRIP     TO WSF-DESCRIP
           MOVE PERIODO     TO WSF-PERIODO
           MOVE MONTO-S     TO WSF-MONTO
           MOVE ENTRYID-S   TO WSF-ENTRYID
           PERFORM 226000-GRABAR-FACTURA-ORIGEN.


      * Graba la fila del hecho de facturacion con el asiento que
      * quedo en WS-FACTURA.
       226000-GRABAR-FACTURA-ORIGEN.
           MOVE WSF-NUMCUENTA TO WSV-NROCUENTA
           PERFORM 271000-RESOLVER-CUENTA
           MOVE WSF-CODSERVICIO TO WSV-CODSERVICIO
           PERFORM 273000-RESOLVER-SERVICIO
           MOVE 0 TO WSV-FECHA-KEY
           IF WSF-PERIODO IS NUMERIC
             MOVE WSF-PERIODO TO WSV-FECHA-KEY(1:6)
             MOVE 1 TO WSV-FECHA-DD
             PERFORM 275000-REGISTRAR-FECHA
           END-IF
           MOVE WSF-DESCRIP TO WS-DW-TEXTO
           PERFORM 285000-LIMPIAR-TEXTO
           MOVE WSF-MONTO TO WS-DW-IMPORTE
           PERFORM 280000-EDITAR-IMPORTE
           MOVE SPACES TO WS-DW-LINEA
           STRING WSF-ORIGEN '|'
                  WSF-ENTRYID '|'
                  WSV-FECHA-KEY '|'
                  WSF-PERIODO '|'
                  WSF-NUMCUENTA '|'
                  WSV-CODCLIENTE '|'
                  WSV-OFICINA '|'
                  WSF-CODSERVICIO '|'
                  FUNCTION TRIM(WS-DW-TEXTO) '|'
                  FUNCTION TRIM(WS-DW-IMPORTE-TXT)
                  DELIMITED BY SIZE INTO WS-DW-LINEA
           MOVE WS-DW-LINEA TO REG-DWFACTUR
           WRITE REG-DWFACTUR
           MOVE 1 TO WS-IND-MANIF
           PERFORM 290000-CONTAR-FILA.


       230000-EXTRAER-PAGOS.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
             DISPLAY 'ADVERTENCIA: SIN PAGOS'
           ELSE
             IF NOT WSS-FS-PAGOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 231000-LEER-PAGO
             PERFORM UNTIL WSS-FS-PAGOS-EOF
               PERFORM 235000-GRABAR-PAGO
               PERFORM 231000-LEER-PAGO
             END-PERFORM
             CLOSE PAGOS
           END-IF.


       231000-LEER-PAGO.
           READ PAGOS
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-PAGOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       235000-GRABAR-PAGO.
           MOVE PAG-NROCUENTA TO WSV-NROCUENTA
           PERFORM 271000-RESOLVER-CUENTA
           MOVE 0 TO WSV-FECHA-KEY
           IF PAG-FECHA IS NUMERIC
             MOVE PAG-FECHA TO WSV-FECHA-KEY
             PERFORM 275000-REGISTRAR-FECHA
           END-IF
           MOVE 0 TO WSV-APLICADO
           PERFORM VARYING WS-IND-APLICACION FROM 1 BY 1
                     UNTIL WS-IND-APLICACION > WS-CANT-APLICACIONES
             IF TAP-PAG-ENTRYID(WS-IND-APLICACION) = PAG-ENTRYID
               MOVE TAP-IMPORTE(WS-IND-APLICACION) TO WSV-APLICADO
               MOVE WS-CANT-APLICACIONES TO WS-IND-APLICACION
             END-IF
           END-PERFORM
           COMPUTE WSV-SIN-APLICAR = PAG-IMPORTE - WSV-APLICADO
           MOVE WSV-APLICADO TO WS-DW-IMPORTE
           PERFORM 280000-EDITAR-IMPORTE
           MOVE WS-DW-IMPORTE-TXT TO WS-DW-IMPORTE-2-TXT
           MOVE WSV-SIN-APLICAR TO WS-DW-IMPORTE
           PERFORM 280000-EDITAR-IMPORTE
           MOVE WS-DW-IMPORTE-TXT TO WS-DW-IMPORTE-3-TXT
           MOVE PAG-IMPORTE TO WS-DW-IMPORTE
           PERFORM 280000-EDITAR-IMPORTE
           MOVE PAG-OPERADOR TO WS-DW-TEXTO
           PERFORM 285000-LIMPIAR-TEXTO
           MOVE SPACES TO WS-DW-LINEA
           STRING PAG-ENTRYID '|'
                  WSV-FECHA-KEY '|'
                  PAG-NROCUENTA '|'
                  WSV-CODCLIENTE '|'
                  WSV-OFICINA '|'
                  PAG-MEDIO '|'
                  PAG-ESTADO '|'
                  PAG-LOTE '|'
                  FUNCTION TRIM(WS-DW-TEXTO) '|'
                  FUNCTION TRIM(WS-DW-IMPORTE-TXT) '|'
                  FUNCTION TRIM(WS-DW-IMPORTE-2-TXT) '|'
                  FUNCTION TRIM(WS-DW-IMPORTE-3-TXT)
                  DELIMITED BY SIZE INTO WS-DW-LINEA
           MOVE WS-DW-LINEA TO REG-DWPAGOS
           WRITE REG-DWPAGOS
           MOVE 2 TO WS-IND-MANIF
           PERFORM 290000-CONTAR-FILA.


       240000-EXTRAER-SERVICIOS.
           PERFORM VARYING WS-IND-SERVICIO FROM 1 BY 1
                     UNTIL WS-IND-SERVICIO > WS-CANT-SERVICIOS
             MOVE TSV-DESCRIP(WS-IND-SERVICIO) TO WS-DW-TEXTO
             PERFORM 285000-LIMPIAR-TEXTO
             MOVE TSV-PRECIO(WS-IND-SERVICIO) TO WS-DW-IMPORTE
             PERFORM 280000-EDITAR-IMPORTE
             MOVE SPACES TO WS-DW-LINEA
             STRING TSV-CODIGO(WS-IND-SERVICIO) '|'
                    FUNCTION TRIM(WS-DW-TEXTO) '|'
                    TSV-TIPO(WS-IND-SERVICIO) '|'
                    TSV-ESTADO(WS-IND-SERVICIO) '|'
                    TSV-TERCERO(WS-IND-SERVICIO) '|'
                    FUNCTION TRIM(WS-DW-IMPORTE-TXT) '|'
                    TSV-EN-CATALOGO(WS-IND-SERVICIO)
                    DELIMITED BY SIZE INTO WS-DW-LINEA
             MOVE WS-DW-LINEA TO REG-DWDSERVI
             WRITE REG-DWDSERVI
             MOVE 7 TO WS-IND-MANIF
             MOVE 0 TO WS-DW-IMPORTE
             PERFORM 290000-CONTAR-FILA
           END-PERFORM.


       250000-EXTRAER-FECHAS.
           PERFORM VARYING WS-IND-FECHA FROM 1 BY 1
                     UNTIL WS-IND-FECHA > WS-CANT-FECHAS
             MOVE TFE-FECHA(WS-IND-FECHA) TO WSV-FECHA-KEY
             COMPUTE WSV-TRIMESTRE = (WSV-FECHA-MM + 2) / 3
             MOVE SPACES TO WS-DW-FECHA-ISO
             STRING WSV-FECHA-AAAA '-' WSV-FECHA-MM '-' WSV-FECHA-DD
                    DELIMITED BY SIZE INTO WS-DW-FECHA-ISO
             MOVE SPACES TO WS-DW-LINEA
             STRING WSV-FECHA-KEY '|'
                    WS-DW-FECHA-ISO '|'
                    WSV-FECHA-AAAA '|'
                    WSV-FECHA-MM '|'
                    FUNCTION TRIM(TMS-NOMBRE(WSV-FECHA-MM)) '|'
                    WSV-FECHA-DD '|'
                    WSV-TRIMESTRE '|'
                    WSV-FECHA-KEY(1:6)
                    DELIMITED BY SIZE INTO WS-DW-LINEA
             MOVE WS-DW-LINEA TO REG-DWDFECHA
             WRITE REG-DWDFECHA
             MOVE 8 TO WS-IND-MANIF
             MOVE 0 TO WS-DW-IMPORTE
             PERFORM 290000-CONTAR-FILA
           END-PERFORM.


       260000-GRABAR-MANIFIESTO.
           OPEN OUTPUT DWMANIF
           IF NOT WSS-FS-DWMANIF-OK
             DISPLAY 'ERROR DE ARCHIVO DE MANIFIESTO'
             DISPLAY 'FILE STATUS ' WSS-FS-DWMANIF
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'ARCHIVO|FECHA_PROCESO|FILAS|TOTAL_IMPORTE'
             TO REG-DWMANIF
           WRITE REG-DWMANIF
           PERFORM VARYING WS-IND-MANIF FROM 1 BY 1
                     UNTIL WS-IND-MANIF > 8
             MOVE TMF-IMPORTE(WS-IND-MANIF) TO WS-DW-IMPORTE
             PERFORM 280000-EDITAR-IMPORTE
             MOVE SPACES TO WS-DW-LINEA
             STRING FUNCTION TRIM(TMF-NOMBRE(WS-IND-MANIF)) '|'
                    WSP-FECHA-PROCESO '|'
                    TMF-FILAS(WS-IND-MANIF) '|'
                    FUNCTION TRIM(WS-DW-IMPORTE-TXT)
                    DELIMITED BY SIZE INTO WS-DW-LINEA
             MOVE WS-DW-LINEA TO REG-DWMANIF
             WRITE REG-DWMANIF
             DISPLAY TMF-NOMBRE(WS-IND-MANIF) ' FILAS '
                     TMF-FILAS(WS-IND-MANIF) ' IMPORTE '
                     WS-DW-IMPORTE-TXT
           END-PERFORM
           CLOSE DWMANIF.


      * Cliente y oficina de la cuenta WSV-NROCUENTA; la ultima
      * cuenta resuelta se recuerda porque los asientos vienen
      * agrupados por cuenta.
       271000-RESOLVER-CUENTA.
           IF WSV-NROCUENTA NOT = WSV-NROCUENTA-ANT
             MOVE WSV-NROCUENTA TO WSV-NROCUENTA-ANT
             MOVE WSV-NROCUENTA TO NROCUENTA
             MOVE 0 TO WSV-CODCLIENTE
             MOVE SPACES TO WSV-OFICINA
             READ CUENTAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO WS-CANT-LEIDOS
                 MOVE CODCLIENTE TO WSV-CODCLIENTE
                 PERFORM 272000-RESOLVER-CLIENTE
             END-READ
           END-IF.


       272000-RESOLVER-CLIENTE.
           MOVE SPACES TO WSV-CLIENTE-NYA
           MOVE SPACES TO WSV-OFICINA
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = WSV-CODCLIENTE
               MOVE TC-NYA(WS-IND-CLIENTE) TO WSV-CLIENTE-NYA
               MOVE TC-OFIAPE(WS-IND-CLIENTE) TO WSV-OFICINA
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM
           MOVE SPACES TO WSV-OFICINA-NOMBRE
           MOVE SPACES TO WSV-OFICINA-REGION
           PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                     UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
             IF TOF-CODIGO(WS-IND-OFICINA) = WSV-OFICINA
               MOVE TOF-NOMBRE(WS-IND-OFICINA) TO WSV-OFICINA-NOMBRE
               MOVE TOF-REGION(WS-IND-OFICINA) TO WSV-OFICINA-REGION
               MOVE WS-CANT-OFICINAS TO WS-IND-OFICINA
             END-IF
           END-PERFORM.


      * Un codigo facturado que no esta en el catalogo se agrega a la
      * dimension con la descripcion del asiento.
       273000-RESOLVER-SERVICIO.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-SERVICIO FROM 1 BY 1
                     UNTIL WS-IND-SERVICIO > WS-CANT-SERVICIOS
             IF TSV-CODIGO(WS-IND-SERVICIO) = WSV-CODSERVICIO
               MOVE WS-IND-SERVICIO TO WS-IND-HALLADO
               MOVE WS-CANT-SERVICIOS TO WS-IND-SERVICIO
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0 AND WS-CANT-SERVICIOS < 500
             ADD 1 TO WS-CANT-SERVICIOS
             MOVE WSV-CODSERVICIO TO TSV-CODIGO(WS-CANT-SERVICIOS)
             MOVE WSF-DESCRIP TO TSV-DESCRIP(WS-CANT-SERVICIOS)
             MOVE SPACES TO TSV-TIPO(WS-CANT-SERVICIOS)
             MOVE SPACES TO TSV-ESTADO(WS-CANT-SERVICIOS)
             MOVE 0 TO TSV-TERCERO(WS-CANT-SERVICIOS)
             MOVE 0 TO TSV-PRECIO(WS-CANT-SERVICIOS)
             MOVE 'N' TO TSV-EN-CATALOGO(WS-CANT-SERVICIOS)
           END-IF.


      * Agrega WSV-FECHA-KEY a la dimension de fechas si es una fecha
      * valida y no estaba; una fecha invalida o en cero queda en 0.
       275000-REGISTRAR-FECHA.
           IF WSV-FECHA-KEY IS NOT NUMERIC
                   OR WSV-FECHA-MM < 1 OR WSV-FECHA-MM > 12
                   OR WSV-FECHA-DD < 1 OR WSV-FECHA-DD > 31
             MOVE 0 TO WSV-FECHA-KEY
           ELSE
             MOVE 0 TO WS-IND-HALLADO
             PERFORM VARYING WS-IND-FECHA FROM WS-CANT-FECHAS BY -1
                       UNTIL WS-IND-FECHA < 1
               IF TFE-FECHA(WS-IND-FECHA) = WSV-FECHA-KEY
                 MOVE WS-IND-FECHA TO WS-IND-HALLADO
                 MOVE 1 TO WS-IND-FECHA
               END-IF
             END-PERFORM
             IF WS-IND-HALLADO = 0 AND WS-CANT-FECHAS < 5000
               ADD 1 TO WS-CANT-FECHAS
               MOVE WSV-FECHA-KEY TO TFE-FECHA(WS-CANT-FECHAS)
             END-IF
           END-IF.


      * Importe con signo y punto decimal, sin ceros a la izquierda.
       280000-EDITAR-IMPORTE.
           MOVE WS-DW-IMPORTE TO WS-DW-IMPORTE-ED
           MOVE WS-DW-IMPORTE-ED TO WS-DW-IMPORTE-TXT
           INSPECT WS-DW-IMPORTE-TXT REPLACING ALL ',' BY '.'.


      * Un texto libre no puede llevar el delimitador.
       285000-LIMPIAR-TEXTO.
           INSPECT WS-DW-TEXTO REPLACING ALL '|' BY '/'.


       290000-CONTAR-FILA.
           ADD 1 TO TMF-FILAS(WS-IND-MANIF)
           ADD WS-DW-IMPORTE TO TMF-IMPORTE(WS-IND-MANIF)
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   EXTRACCION DATA WAREHOUSE'
           DISPLAY 'Programme: EXPORTADW'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'FILAS GRABADAS: ' WS-CANT-ESCRITOS.


       390000-GRABAR-BITACORA.
           MOVE 'EXPORTADW'       TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CUENTAS    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
