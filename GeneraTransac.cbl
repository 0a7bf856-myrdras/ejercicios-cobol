      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     GENERACION DE TRANSAC.DAT DESDE LA FACTURACION
      *              DEL PERIODO: TOMA LOS CARGOS POR CUENTA DE
      *              SERVICIO.DAT (Y DE SERVHIST.DAT SI EL PERIODO YA
      *              SE CERRO), LOS LLEVA AL CLIENTE POR EL CODCLIENTE
      *              DE CUENTAS.DAT Y LOS NETEA POR CLIENTE Y CODIGO DE
      *              SERVICIO CON EL VERBO SORT, DEJANDO TRANSAC.DAT
      *              ORDENADO POR CLIENTE Y CON SU TRAILER, LISTO PARA
      *              EDITATRANSAC Y EL MERGE DE EVINT-EJ01. SOLO
      *              ENTRAN LOS CLIENTES DE LA EMPRESA DE LA CORRIDA
      *              (VARIABLE EMPRESA). LOS CARGOS QUE NO PUEDEN
      *              VIAJAR (CUENTA O CLIENTE INEXISTENTE, CODIGO FUERA
      *              DEL CATALOGO ACTIVO, NETO NEGATIVO O MAYOR AL
      *              MAXIMO DE TRANSAC) SALEN COMO EXCEPCIONES EN
      *              TRANSGEN.REP. LOS TOTALES DE CONTROL QUEDAN EN
      *              TRANSGEN.DAT PARA QUE CONCILIARESULT PRUEBE,
      *              DESPUES DEL MERGE, QUE EL MOVIMIENTO DE RESULT.DAT
      *              ES EL FACTURADO DEL PERIODO. EL TRANSAC.DAT QUE
      *              HUBIERA SE RESGUARDA EN TRANSAC.RES. TERMINA CON
      *              CODIGO 4 SI HUBO EXCEPCIONES Y 8 ANTE ERRORES DE
      *              ARCHIVO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  GENERATRANSAC.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ENTRYID
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

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT TRANSAC            ASSIGN TO DISK '..\TRANSAC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRANSAC.

           SELECT RESGUARDO          ASSIGN TO DISK '..\TRANSAC.RES'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESGUARDO.

           SELECT TRANSGEN           ASSIGN TO DISK '..\TRANSGEN.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRANSGEN.

           SELECT ORDENADOS          ASSIGN TO DISK '..\TRANSGEN.TMP'.

           SELECT REPORTE            ASSIGN TO DISK '..\TRANSGEN.REP'
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
       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO                   PIC X(06).
         05 MONTO                     PIC S9(05)V99.
         05 ENTRYID                   PIC 9(08).

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
         05 MONTO-C                    PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID-C                  PIC 9(08).

       FD CLIENTES.
           COPY CLIMAEST.

       FD SERVCAT.
           COPY CATSERV.

       FD TRANSAC.
       01 REG-TRANSAC.
         05 NRO-CLIENTE-T              PIC 9(7).
         05 COD_SERVICIO               PIC X(3).
         05 IMPORTE-T                  PIC 9(7)V99.
         05 NRO-LOTE-T                 PIC 9(08).
       01 REG-TRANSAC-TRL             PIC X(31).

       FD RESGUARDO.
       01 REG-RESGUARDO               PIC X(31).

       FD TRANSGEN.
           COPY TRGENREC.

       SD ORDENADOS.
       01 REG-ORDENADOS.
         05 ORD-CLIENTE               PIC 9(07).
         05 ORD-CODIGO                PIC X(03).
         05 ORD-IMPORTE               PIC S9(07)V99.

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
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==TRANSAC==.
           COPY WSFS REPLACING ==:TAG:== BY ==RESGUARDO==.
           COPY WSFS REPLACING ==:TAG:== BY ==TRANSGEN==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSTRAILER.

       COPY WSPARAM-WS.

       COPY WSREPIDX-WS.

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TC-ENTRY OCCURS 5000 TIMES.
           10 TC-NRO-CLIENTE           PIC 9(7).
           10 TC-EMPRESA               PIC X(02).

       01 TABLA-CATALOGO.
         05 WS-CANT-CATALOGO           PIC 9(04) VALUE 0.
         05 TG-CODIGO OCCURS 200 TIMES PIC X(03).

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-CLI-HALLADO         PIC 9(05).
         05 WS-IND-CATALOGO            PIC 9(04).

       01 VARIABLES.
         05 WSV-PERIODO.
           10 WSV-AAAA                 PIC X(04).
           10 WSV-MM                   PIC 9(02).
         05 WSV-CODSERVICIO            PIC X(03).
         05 WSV-NUMCUENTA              PIC 9(08).
         05 WSV-MONTO                  PIC S9(05)V99.
         05 WSV-ENTRYID                PIC 9(08).
         05 WSV-MOTIVO                 PIC X(01).
             88 WSV-SIN-CUENTA                         VALUE 'C'.
             88 WSV-SIN-CLIENTE                        VALUE 'L'.
             88 WSV-CODIGO-INACTIVO                    VALUE 'K'.
             88 WSV-NETO-NEGATIVO                      VALUE 'N'.
             88 WSV-NETO-EXCEDIDO                      VALUE 'M'.
         05 WSV-DESC-MOTIVO            PIC X(40).
         05 WSV-CLIENTE-CORTE          PIC 9(07).
         05 WSV-CODIGO-CORTE           PIC X(03).
         05 WSV-NETO                   PIC S9(11)V99.
         05 WSV-CANT-CARGOS            PIC 9(05).

       01 WS-PERIODO-BUSCADO           PIC X(06).
       01 WS-EMPRESA-ACTUAL            PIC X(02).

      * Las transacciones generadas llevan el periodo (AAAAMM) como
      * numero de lote, para que EDITATRANSAC las cuadre aparte de
      * los lotes de captura manual.
       01 WS-LOTE-GENERACION           PIC 9(08) VALUE 0.

       01 WS-CUENTAS-ABIERTO           PIC X VALUE 'N'.
           88 WS-CON-CUENTAS-ABIERTO                    VALUE 'S'.

       01 WS-FIN-ORDENADOS             PIC X VALUE 'N'.
           88 WS-NO-HAY-MAS-ORDENADOS                   VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-SERVICIO          PIC 9(08).
         05 WSA-TOTAL-SERVICIO         PIC S9(13)V99.
         05 WSA-CANT-EXCEPCION         PIC 9(08).
         05 WSA-TOTAL-EXCEPCION        PIC S9(13)V99.
         05 WSA-CANT-OTRA-EMPRESA      PIC 9(08).
         05 WSA-TOTAL-OTRA-EMPRESA     PIC S9(13)V99.
         05 WSA-CANT-NETO-CERO         PIC 9(08).
         05 WSA-CANT-ANTERIOR          PIC 9(08).
         05 WSA-CANT-SIN-CUENTA        PIC 9(05).
         05 WSA-CANT-SIN-CLIENTE       PIC 9(05).
         05 WSA-CANT-COD-INACTIVO      PIC 9(05).
         05 WSA-CANT-NETO-NEGATIVO     PIC 9(05).
         05 WSA-CANT-NETO-EXCEDIDO     PIC 9(05).
         05 WSA-LINEAS-REPORTE         PIC 9(05).

       01 WS-DIFERENCIA                PIC S9(13)V99.

       01 WS-IMPORTE-EDIT              PIC -(14)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-GENERAR
                 PERFORM 280000-GRABAR-CONTROL
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           DISPLAY 'INGRESE EL AÑO DEL PERIODO A GENERAR: '
           ACCEPT WSV-AAAA
           DISPLAY 'INGRESE EL MES DEL PERIODO A GENERAR: '
           ACCEPT WSV-MM
           IF WSV-AAAA NOT NUMERIC OR WSV-MM < 1 OR WSV-MM > 12
             DISPLAY 'PERIODO INVALIDO: ' WSV-PERIODO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE WSV-PERIODO TO WS-PERIODO-BUSCADO
           MOVE WSV-PERIODO TO WS-LOTE-GENERACION
           PERFORM 104000-CARGAR-CLIENTES
           PERFORM 106000-CARGAR-CATALOGO
           PERFORM 108000-RESGUARDAR-TRANSAC
           PERFORM 110000-ABRIR-CUENTAS
           PERFORM 120000-ABRIR-REPORTE.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       104000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 105000-LEER-CLIENTE
           PERFORM UNTIL WSS-FS-CLIENTES-EOF
             IF WS-CANT-CLIENTES < 5000
               ADD 1 TO WS-CANT-CLIENTES
               MOVE NRO-CLIENTE-C TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
               IF EMPRESA-C = SPACES
                 MOVE '01' TO TC-EMPRESA(WS-CANT-CLIENTES)
               ELSE
                 MOVE EMPRESA-C TO TC-EMPRESA(WS-CANT-CLIENTES)
               END-IF
             ELSE
      * Con la tabla incompleta los cargos de clientes buenos
      * saldrian como excepciones: no se genera.
               DISPLAY 'ERROR: EL MAESTRO SUPERA LOS 5000 '
                       'CLIENTES, NO SE PUEDE GENERAR'
               CLOSE CLIENTES
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 105000-LEER-CLIENTE
           END-PERFORM
           CLOSE CLIENTES.


       105000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       106000-CARGAR-CATALOGO.
      * Solo los codigos activos: EDITATRANSAC rechazaria cualquier
      * otro, asi que se informan aca como excepcion.
           MOVE 0 TO WS-CANT-CATALOGO
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-NOEXISTE
             DISPLAY 'CATALOGO DE SERVICIOS VACIO'
           ELSE
             IF NOT WSS-FS-SERVCAT-OK
               DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 107000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-ACTIVO
                 IF WS-CANT-CATALOGO < 200
                   ADD 1 TO WS-CANT-CATALOGO
                   MOVE CAT-CODIGO TO TG-CODIGO(WS-CANT-CATALOGO)
                 ELSE
                   DISPLAY 'ERROR: EL CATALOGO SUPERA LOS 200 '
                           'CODIGOS ACTIVOS, NO SE PUEDE GENERAR'
                   CLOSE SERVCAT
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
               END-IF
               PERFORM 107000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       107000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       108000-RESGUARDAR-TRANSAC.
      * Lo que hubiera en TRANSAC.DAT (una generacion anterior o una
      * captura manual) se reemplaza: queda la copia en TRANSAC.RES.
           MOVE 0 TO WSA-CANT-ANTERIOR
           OPEN INPUT TRANSAC
           IF WSS-FS-TRANSAC-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-TRANSAC-OK
               DISPLAY 'ERROR DE ARCHIVO DE TRANSACCIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-TRANSAC
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             OPEN OUTPUT RESGUARDO
             IF NOT WSS-FS-RESGUARDO-OK
               DISPLAY 'ERROR DE ARCHIVO DE RESGUARDO'
               DISPLAY 'FILE STATUS ' WSS-FS-RESGUARDO
               CLOSE TRANSAC
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 109000-LEER-ANTERIOR
             PERFORM UNTIL WSS-FS-TRANSAC-EOF
               MOVE REG-TRANSAC-TRL TO REG-RESGUARDO
               WRITE REG-RESGUARDO
               IF REG-TRANSAC-TRL(1:8) NOT = '*TRAILER'
                 ADD 1 TO WSA-CANT-ANTERIOR
               END-IF
               PERFORM 109000-LEER-ANTERIOR
             END-PERFORM
             CLOSE RESGUARDO
             CLOSE TRANSAC
           END-IF
           MOVE '00' TO WSS-FS-TRANSAC.


       109000-LEER-ANTERIOR.
           MOVE SPACES TO REG-TRANSAC-TRL
           READ TRANSAC
           IF NOT WSS-FS-TRANSAC-OK AND NOT WSS-FS-TRANSAC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TRANSAC
             MOVE '10' TO WSS-FS-TRANSAC
           END-IF.


       110000-ABRIR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'S' TO WS-CUENTAS-ABIERTO.


       120000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'GENERACION DE TRANSAC.DAT DESDE SERVICIO.DAT - '
                  'PERIODO ' WS-PERIODO-BUSCADO
                  ' EMPRESA ' WSP-EMPRESA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF WSA-CANT-ANTERIOR > 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TRANSAC.DAT ANTERIOR (' WSA-CANT-ANTERIOR
                    ' TRANSACCIONES) RESGUARDADO EN TRANSAC.RES'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       150000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IND-CLI-HALLADO
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
               MOVE WS-IND-CLIENTE TO WS-IND-CLI-HALLADO
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM.


       160000-BUSCAR-CODIGO.
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1
                     UNTIL WS-IND-CATALOGO > WS-CANT-CATALOGO
             IF TG-CODIGO(WS-IND-CATALOGO) = WSV-CODSERVICIO
               MOVE SPACE TO WSV-MOTIVO
               MOVE WS-CANT-CATALOGO TO WS-IND-CATALOGO
             END-IF
           END-PERFORM.


       200000-GENERAR.
           SORT ORDENADOS
               ON ASCENDING KEY ORD-CLIENTE
                                ORD-CODIGO
               INPUT PROCEDURE IS 210000-EXTRAER
               OUTPUT PROCEDURE IS 250000-GRABAR-TRANSAC
           IF SORT-RETURN NOT = 0
             DISPLAY 'ERROR AL ORDENAR LAS TRANSACCIONES'
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       210000-EXTRAER.
      * Un periodo ya cerrado esta en SERVHIST.DAT; uno abierto en
      * SERVICIO.DAT. CIERREPERIODO borra del vivo lo que pasa al
      * historico, asi que ningun cargo se lee dos veces.
           OPEN INPUT SERVHIST
           IF WSS-FS-SERVHIST-OK
             PERFORM 212000-LEER-SERVHIST
             PERFORM UNTIL WSS-FS-SERVHIST-EOF
               IF PERIODO-H = WS-PERIODO-BUSCADO
                 MOVE CODSERVICIO-H TO WSV-CODSERVICIO
                 MOVE NUMCUENTA-H   TO WSV-NUMCUENTA
                 MOVE MONTO-H       TO WSV-MONTO
                 MOVE ENTRYID-H     TO WSV-ENTRYID
                 PERFORM 220000-CLASIFICAR-CARGO
               END-IF
               PERFORM 212000-LEER-SERVHIST
             END-PERFORM
             CLOSE SERVHIST
           END-IF
           OPEN INPUT SERVICIO
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM 211000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               IF PERIODO = WS-PERIODO-BUSCADO
                 MOVE CODSERVICIO TO WSV-CODSERVICIO
                 MOVE NUMCUENTA   TO WSV-NUMCUENTA
                 MOVE MONTO       TO WSV-MONTO
                 MOVE ENTRYID     TO WSV-ENTRYID
                 PERFORM 220000-CLASIFICAR-CARGO
               END-IF
               PERFORM 211000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF.


       211000-LEER-SERVICIO.
           READ SERVICIO
              EVALUATE TRUE
                 WHEN WSS-FS-SERVICIO-OK
                      ADD 1 TO WS-CANT-LEIDOS
                 WHEN WSS-FS-SERVICIO-EOF
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'FILE STATUS' WSS-FS-SERVICIO
                      MOVE 8 TO WS-RETURN-CODE
                      MOVE '10' TO WSS-FS-SERVICIO
              END-EVALUATE.


       212000-LEER-SERVHIST.
           READ SERVHIST
           IF NOT WSS-FS-SERVHIST-OK AND NOT WSS-FS-SERVHIST-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
             MOVE 8 TO WS-RETURN-CODE
             MOVE '10' TO WSS-FS-SERVHIST
           END-IF
           IF WSS-FS-SERVHIST-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       220000-CLASIFICAR-CARGO.
      * Cuenta -> cliente -> empresa, como en EXPORTACONTAB: el cargo
      * sin cuenta o sin cliente queda en la empresa '01' y es
      * excepcion de su corrida.
           MOVE SPACE TO WSV-MOTIVO
           MOVE '01' TO WS-EMPRESA-ACTUAL
           MOVE WSV-NUMCUENTA TO NROCUENTA
           READ CUENTAS
             INVALID KEY
               MOVE 'C' TO WSV-MOTIVO
             NOT INVALID KEY
               PERFORM 150000-BUSCAR-CLIENTE
               IF WS-IND-CLI-HALLADO = 0
                 MOVE 'L' TO WSV-MOTIVO
               ELSE
                 MOVE TC-EMPRESA(WS-IND-CLI-HALLADO)
                   TO WS-EMPRESA-ACTUAL
               END-IF
           END-READ
           IF WS-EMPRESA-ACTUAL NOT = WSP-EMPRESA
             ADD 1 TO WSA-CANT-OTRA-EMPRESA
             ADD WSV-MONTO TO WSA-TOTAL-OTRA-EMPRESA
           ELSE
             ADD 1 TO WSA-CANT-SERVICIO
             ADD WSV-MONTO TO WSA-TOTAL-SERVICIO
             IF WSV-MOTIVO = SPACE
               MOVE 'K' TO WSV-MOTIVO
               PERFORM 160000-BUSCAR-CODIGO
             END-IF
             IF WSV-MOTIVO = SPACE
               MOVE CODCLIENTE      TO ORD-CLIENTE
               MOVE WSV-CODSERVICIO TO ORD-CODIGO
               MOVE WSV-MONTO       TO ORD-IMPORTE
               RELEASE REG-ORDENADOS
             ELSE
               PERFORM 230000-EXCEPCION-DE-CARGO
             END-IF
           END-IF.


       230000-EXCEPCION-DE-CARGO.
           ADD 1 TO WSA-CANT-EXCEPCION
           ADD WSV-MONTO TO WSA-TOTAL-EXCEPCION
           PERFORM 240000-DESCRIBIR-MOTIVO
           MOVE WSV-MONTO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'EXCEPCION ID ' WSV-ENTRYID
                  ' CTA ' WSV-NUMCUENTA
                  ' COD ' WSV-CODSERVICIO
                  ' IMPORTE ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  MOTIVO: ' WSV-DESC-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       240000-DESCRIBIR-MOTIVO.
           EVALUATE TRUE
             WHEN WSV-SIN-CUENTA
               ADD 1 TO WSA-CANT-SIN-CUENTA
               MOVE 'CUENTA INEXISTENTE EN CUENTAS.DAT'
                 TO WSV-DESC-MOTIVO
             WHEN WSV-SIN-CLIENTE
               ADD 1 TO WSA-CANT-SIN-CLIENTE
               MOVE 'CLIENTE DE LA CUENTA INEXISTENTE'
                 TO WSV-DESC-MOTIVO
             WHEN WSV-CODIGO-INACTIVO
               ADD 1 TO WSA-CANT-COD-INACTIVO
               MOVE 'CODIGO FUERA DEL CATALOGO ACTIVO'
                 TO WSV-DESC-MOTIVO
             WHEN WSV-NETO-NEGATIVO
               ADD 1 TO WSA-CANT-NETO-NEGATIVO
               MOVE 'NETO NEGATIVO (CREDITO A FAVOR)'
                 TO WSV-DESC-MOTIVO
             WHEN WSV-NETO-EXCEDIDO
               ADD 1 TO WSA-CANT-NETO-EXCEDIDO
               MOVE 'NETO MAYOR AL MAXIMO DE TRANSAC.DAT'
                 TO WSV-DESC-MOTIVO
           END-EVALUATE.


       250000-GRABAR-TRANSAC.
      * Si la extraccion fallo, TRANSAC.DAT no se toca: el paso
      * termina en 8 y la cadena no llega al merge.
           IF WS-RETURN-CODE = 8
             CONTINUE
           ELSE
             PERFORM 255000-ARMAR-TRANSAC
           END-IF.


       255000-ARMAR-TRANSAC.
           OPEN OUTPUT TRANSAC
           IF NOT WSS-FS-TRANSAC-OK
             DISPLAY 'ERROR DE ARCHIVO DE TRANSACCIONES'
             DISPLAY 'FILE STATUS ' WSS-FS-TRANSAC
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             INITIALIZE WS-TRAILER
             MOVE '*TRAILER' TO WS-TRL-MARCA
             PERFORM 251000-DEVOLVER-ORDENADO
             PERFORM UNTIL WS-NO-HAY-MAS-ORDENADOS
               MOVE ORD-CLIENTE TO WSV-CLIENTE-CORTE
               MOVE ORD-CODIGO TO WSV-CODIGO-CORTE
               MOVE 0 TO WSV-NETO
               MOVE 0 TO WSV-CANT-CARGOS
               PERFORM UNTIL WS-NO-HAY-MAS-ORDENADOS
                          OR ORD-CLIENTE NOT = WSV-CLIENTE-CORTE
                          OR ORD-CODIGO NOT = WSV-CODIGO-CORTE
                 ADD ORD-IMPORTE TO WSV-NETO
                 ADD 1 TO WSV-CANT-CARGOS
                 PERFORM 251000-DEVOLVER-ORDENADO
               END-PERFORM
               PERFORM 260000-EMITIR-NETO
             END-PERFORM
             MOVE WS-TRAILER TO REG-TRANSAC-TRL
             WRITE REG-TRANSAC-TRL
             CLOSE TRANSAC
           END-IF.


       251000-DEVOLVER-ORDENADO.
           RETURN ORDENADOS
             AT END
               MOVE 'S' TO WS-FIN-ORDENADOS
           END-RETURN.


       260000-EMITIR-NETO.
      * Un cargo anulado por su nota de credito netea en cero y no
      * viaja; un neto negativo o mayor al campo de TRANSAC.DAT no
      * puede viajar y queda como excepcion por cliente y codigo.
           EVALUATE TRUE
             WHEN WSV-NETO = 0
               ADD 1 TO WSA-CANT-NETO-CERO
             WHEN WSV-NETO < 0
               MOVE 'N' TO WSV-MOTIVO
               PERFORM 265000-EXCEPCION-DE-NETO
             WHEN WSV-NETO NOT < 1000000
               MOVE 'M' TO WSV-MOTIVO
               PERFORM 265000-EXCEPCION-DE-NETO
             WHEN OTHER
               MOVE WSV-CLIENTE-CORTE  TO NRO-CLIENTE-T
               MOVE WSV-CODIGO-CORTE   TO COD_SERVICIO
               MOVE WSV-NETO           TO IMPORTE-T
               MOVE WS-LOTE-GENERACION TO NRO-LOTE-T
               WRITE REG-TRANSAC
               ADD 1 TO WS-CANT-ESCRITOS
               ADD 1 TO WS-TRL-CANT
               ADD IMPORTE-T TO WS-TRL-HASH
           END-EVALUATE.


       265000-EXCEPCION-DE-NETO.
           ADD 1 TO WSA-CANT-EXCEPCION
           ADD WSV-NETO TO WSA-TOTAL-EXCEPCION
           PERFORM 240000-DESCRIBIR-MOTIVO
           MOVE WSV-NETO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'EXCEPCION CLIENTE ' WSV-CLIENTE-CORTE
                  ' COD ' WSV-CODIGO-CORTE
                  ' CARGOS ' WSV-CANT-CARGOS
                  ' NETO ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  MOTIVO: ' WSV-DESC-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WSA-LINEAS-REPORTE.


       280000-GRABAR-CONTROL.
      * Sin TRANSAC.DAT completo no se deja control: CONCILIARESULT
      * no tendria contra que cuadrar.
           IF WS-RETURN-CODE < 8
             OPEN OUTPUT TRANSGEN
             IF NOT WSS-FS-TRANSGEN-OK
               DISPLAY 'ERROR DE ARCHIVO DE CONTROL DE GENERACION'
               DISPLAY 'FILE STATUS ' WSS-FS-TRANSGEN
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               INITIALIZE REG-TRANSGEN
               MOVE WS-PERIODO-BUSCADO     TO TGE-PERIODO
               MOVE WSP-EMPRESA            TO TGE-EMPRESA
               MOVE WSP-FECHA-PROCESO      TO TGE-FECHA
               MOVE WSA-CANT-SERVICIO      TO TGE-CANT-SERVICIO
               MOVE WSA-TOTAL-SERVICIO     TO TGE-TOTAL-SERVICIO
               MOVE WSA-CANT-EXCEPCION     TO TGE-CANT-EXCEPCION
               MOVE WSA-TOTAL-EXCEPCION    TO TGE-TOTAL-EXCEPCION
               MOVE WS-TRL-CANT            TO TGE-CANT-TRANSAC
               MOVE WS-TRL-HASH            TO TGE-TOTAL-TRANSAC
               MOVE WSA-CANT-OTRA-EMPRESA  TO TGE-CANT-OTRA-EMPRESA
               MOVE WSA-TOTAL-OTRA-EMPRESA TO TGE-TOTAL-OTRA-EMPRESA
               WRITE REG-TRANSGEN
               CLOSE TRANSGEN
             END-IF
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   GENERACION DE TRANSAC.DAT'
           DISPLAY 'Programme: GENERATRANSAC'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           COMPUTE WS-DIFERENCIA = WSA-TOTAL-SERVICIO
                                 - WSA-TOTAL-EXCEPCION
                                 - WS-TRL-HASH
           IF WSS-FS-REPORTE-OK
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE WSA-TOTAL-SERVICIO TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'FACTURADO DEL PERIODO EN SERVICIO  '
                    WSA-CANT-SERVICIO ' ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE WSA-TOTAL-EXCEPCION TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'MENOS EXCEPCIONES                  '
                    WSA-CANT-EXCEPCION ' ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE WS-TRL-HASH TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TRANSACCIONES GENERADAS            '
                    WS-TRL-CANT ' ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             IF WS-DIFERENCIA = 0
               MOVE 'SERVICIO - EXCEPCIONES = TRANSAC: CUADRA'
                 TO WS-LINEA-REPORTE
             ELSE
               MOVE WS-DIFERENCIA TO WS-IMPORTE-EDIT
               STRING 'SERVICIO - EXCEPCIONES = TRANSAC: DIFERENCIA '
                      WS-IMPORTE-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             END-IF
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE WSA-TOTAL-OTRA-EMPRESA TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CARGOS DE OTRA EMPRESA (NO ENTRAN) '
                    WSA-CANT-OTRA-EMPRESA ' ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'EXC: CUENTA ' WSA-CANT-SIN-CUENTA
                    ' CLIENTE ' WSA-CANT-SIN-CLIENTE
                    ' CODIGO ' WSA-CANT-COD-INACTIVO
                    ' NEGAT ' WSA-CANT-NETO-NEGATIVO
                    ' EXCED ' WSA-CANT-NETO-EXCEDIDO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF
           DISPLAY 'PERIODO GENERADO:         ' WS-PERIODO-BUSCADO
           DISPLAY 'CARGOS DEL PERIODO:       ' WSA-CANT-SERVICIO
           DISPLAY 'CARGOS DE OTRA EMPRESA:   ' WSA-CANT-OTRA-EMPRESA
           DISPLAY 'NETOS EN CERO:            ' WSA-CANT-NETO-CERO
           DISPLAY 'EXCEPCIONES:              ' WSA-CANT-EXCEPCION
                   ' (DETALLE EN TRANSGEN.REP)'
           DISPLAY 'TRANSACCIONES GENERADAS:  ' WS-TRL-CANT
           IF WS-DIFERENCIA NOT = 0 AND WS-RETURN-CODE < 8
             DISPLAY 'ERROR: EL GENERADO NO CUADRA CON SERVICIO.DAT'
             MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WSA-CANT-EXCEPCION > 0 AND WS-RETURN-CODE = 0
             MOVE 4 TO WS-RETURN-CODE
           END-IF.


       330000-CERRAR-ARCHIVOS.
           IF WS-CON-CUENTAS-ABIERTO
             CLOSE CUENTAS
           END-IF
           IF WSS-FS-REPORTE-OK
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF.


       390000-GRABAR-BITACORA.
           MOVE 'GENERATRANSAC'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-TRANSAC    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'GENERACION TRANSAC' TO WS-REPIDX-NOMBRE
           MOVE 'GENERATRANSAC' TO WS-REPIDX-PROGRAMA
           MOVE '..\TRANSGEN.REP' TO WS-REPIDX-ARCHIVO
           MOVE WSA-LINEAS-REPORTE TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
