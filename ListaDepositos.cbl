      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     LISTADO MENSUAL DE DEPOSITOS EN GARANTIA
      *              RETENIDOS, EL RESPALDO DEL SALDO DEL PASIVO
      *              DEP-GARANT: TOMA DE DEPOSITOS.DAT LOS DEPOSITOS
      *              TODAVIA RETENIDOS A LA FECHA DE PROCESO, LOS
      *              ATRIBUYE A LA OFICINA VIA CUENTA-CLIENTE (OFIAPE
      *              DEL MAESTRO) Y LOS LISTA AGRUPADOS POR OFICINA
      *              CON RECIBO, CUENTA, FECHA DE COBRO E IMPORTE,
      *              SUBTOTAL POR OFICINA Y TOTAL GENERAL, QUE DEBE
      *              IGUALAR AL SALDO CONTABLE DEL PASIVO. UN DEPOSITO
      *              DE UNA CUENTA QUE YA NO ESTA EN CUENTAS.DAT SALE
      *              BAJO LA OFICINA '???' PARA QUE NO SE PIERDA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  LISTADEPOSITOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS          ASSIGN TO DISK '..\DEPOSITOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEPOSITOS.

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

           SELECT REPORTE            ASSIGN TO DISK '..\DEPOSITOS.REP'
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
       FD DEPOSITOS.
       01 REG-DEPOSITOS.
         05 DEP-RECIBO                PIC 9(08).
         05 DEP-NROCUENTA             PIC 9(08).
         05 DEP-IMPORTE               PIC S9(15)V99.
         05 DEP-FECHA-COBRO           PIC 9(08).
         05 DEP-OPERADOR              PIC X(20).
         05 DEP-ESTADO                PIC X(01).
             88 DEP-RETENIDO                           VALUE 'R'.
             88 DEP-LIQUIDADO                          VALUE 'L'.
         05 DEP-FECHA-BAJA            PIC 9(08).
         05 DEP-APLICADO              PIC S9(15)V99.
         05 DEP-REEMBOLSADO           PIC S9(15)V99.
         05 DEP-NRO-REEMBOLSO         PIC 9(08).

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
           COPY WSFS REPLACING ==:TAG:== BY ==DEPOSITOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TCL-ENTRY OCCURS 5000 TIMES.
           10 TCL-NRO-CLIENTE          PIC 9(7).
           10 TCL-OFIAPE               PIC X(03).

      * Depositos retenidos con su oficina ya resuelta, para
      * listarlos agrupados sin ordenar el archivo.
       01 TABLA-RETENIDOS.
         05 WS-CANT-RETENIDOS          PIC 9(05) VALUE 0.
         05 TRT-ENTRY OCCURS 5000 TIMES.
           10 TRT-OFICINA              PIC X(03).
           10 TRT-RECIBO               PIC 9(08).
           10 TRT-NROCUENTA            PIC 9(08).
           10 TRT-FECHA-COBRO          PIC 9(08).
           10 TRT-IMPORTE              PIC S9(15)V99.

       01 TABLA-OFICINAS.
         05 WS-CANT-OFICINAS           PIC 9(03) VALUE 0.
         05 TOF-ENTRY OCCURS 200 TIMES.
           10 TOF-OFICINA              PIC X(03).
           10 TOF-CANTIDAD             PIC 9(05).
           10 TOF-IMPORTE              PIC S9(13)V99.

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-RETENIDO            PIC 9(05).
         05 WS-IND-OFICINA             PIC 9(03).
         05 WS-IND-HALLADO             PIC 9(03).

       01 WS-OFICINA-ACTUAL            PIC X(03).

       01 TOTALES-GENERALES.
         05 WST-CANTIDAD               PIC 9(05).
         05 WST-IMPORTE                PIC S9(13)V99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-CARGAR-RETENIDOS
                 PERFORM 240000-EMITIR-REPORTE
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      TOTALES-GENERALES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 106000-CARGAR-CLIENTES
           PERFORM 110000-ABRIR-CUENTAS.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       106000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF WSS-FS-CLIENTES-OK
             PERFORM 107000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C
                   TO TCL-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE OFIAPE-C TO TCL-OFIAPE(WS-CANT-CLIENTES)
               END-IF
               PERFORM 107000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           END-IF.


       107000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       110000-ABRIR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       150000-OFICINA-DE-LA-CUENTA.
      * Cuenta -> cliente -> oficina del maestro; si algo falta la
      * oficina queda en '???' para que el deposito no se pierda.
           MOVE '???' TO WS-OFICINA-ACTUAL
           MOVE DEP-NROCUENTA TO NROCUENTA
           READ CUENTAS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                         UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
                 IF TCL-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
                   MOVE TCL-OFIAPE(WS-IND-CLIENTE)
                     TO WS-OFICINA-ACTUAL
                   MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
                 END-IF
               END-PERFORM
           END-READ.


       160000-BUSCAR-OFICINA.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                     UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
             IF TOF-OFICINA(WS-IND-OFICINA) = WS-OFICINA-ACTUAL
               MOVE WS-IND-OFICINA TO WS-IND-HALLADO
               MOVE WS-CANT-OFICINAS TO WS-IND-OFICINA
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-OFICINAS < 200
               ADD 1 TO WS-CANT-OFICINAS
               MOVE WS-CANT-OFICINAS TO WS-IND-HALLADO
               MOVE WS-OFICINA-ACTUAL TO TOF-OFICINA(WS-IND-HALLADO)
               MOVE 0 TO TOF-CANTIDAD(WS-IND-HALLADO)
               MOVE 0 TO TOF-IMPORTE(WS-IND-HALLADO)
             END-IF
           END-IF.


       200000-CARGAR-RETENIDOS.
           OPEN INPUT DEPOSITOS
           IF WSS-FS-DEPOSITOS-NOEXISTE
             DISPLAY 'NO HAY DEPOSITOS EN GARANTIA REGISTRADOS'
           ELSE
             IF NOT WSS-FS-DEPOSITOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE DEPOSITOS'
               DISPLAY 'FILE STATUS ' WSS-FS-DEPOSITOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 205000-LEER-DEPOSITO
             PERFORM UNTIL WSS-FS-DEPOSITOS-EOF
               IF DEP-RETENIDO
                       AND DEP-FECHA-COBRO <= WSP-FECHA-PROCESO
                 PERFORM 210000-ACUMULAR-DEPOSITO
               END-IF
               PERFORM 205000-LEER-DEPOSITO
             END-PERFORM
             CLOSE DEPOSITOS
           END-IF.


       205000-LEER-DEPOSITO.
           READ DEPOSITOS
           IF NOT WSS-FS-DEPOSITOS-OK AND NOT WSS-FS-DEPOSITOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DEPOSITOS
             MOVE '10' TO WSS-FS-DEPOSITOS
           END-IF
           IF WSS-FS-DEPOSITOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-ACUMULAR-DEPOSITO.
           IF WS-CANT-RETENIDOS NOT < 5000
             DISPLAY 'ERROR: MAS DE 5000 DEPOSITOS RETENIDOS, '
                     'EL LISTADO NO RESPALDA EL PASIVO'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 150000-OFICINA-DE-LA-CUENTA
           PERFORM 160000-BUSCAR-OFICINA
           IF WS-IND-HALLADO = 0
             DISPLAY 'ERROR: MAS DE 200 OFICINAS CON DEPOSITOS'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           ADD 1 TO WS-CANT-RETENIDOS
           MOVE WS-OFICINA-ACTUAL TO TRT-OFICINA(WS-CANT-RETENIDOS)
           MOVE DEP-RECIBO TO TRT-RECIBO(WS-CANT-RETENIDOS)
           MOVE DEP-NROCUENTA TO TRT-NROCUENTA(WS-CANT-RETENIDOS)
           MOVE DEP-FECHA-COBRO
             TO TRT-FECHA-COBRO(WS-CANT-RETENIDOS)
           MOVE DEP-IMPORTE TO TRT-IMPORTE(WS-CANT-RETENIDOS)
           ADD 1 TO TOF-CANTIDAD(WS-IND-HALLADO)
           ADD DEP-IMPORTE TO TOF-IMPORTE(WS-IND-HALLADO)
           ADD 1 TO WST-CANTIDAD
           ADD DEP-IMPORTE TO WST-IMPORTE.


       240000-EMITIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DEPOSITOS EN GARANTIA RETENIDOS AL '
                  WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                     UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
             PERFORM 242000-BLOQUE-DE-OFICINA
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL GENERAL: ' WST-CANTIDAD ' DEPOSITOS '
                  WST-IMPORTE
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'EL TOTAL GENERAL DEBE IGUALAR AL SALDO DE DEP-GARANT'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           CLOSE REPORTE
           DISPLAY 'DEPOSITOS RETENIDOS: ' WST-CANTIDAD
           DISPLAY 'TOTAL RETENIDO:      ' WST-IMPORTE.


       242000-BLOQUE-DE-OFICINA.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'OFICINA ' TOF-OFICINA(WS-IND-OFICINA)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-RETENIDO FROM 1 BY 1
                     UNTIL WS-IND-RETENIDO > WS-CANT-RETENIDOS
             IF TRT-OFICINA(WS-IND-RETENIDO)
                     = TOF-OFICINA(WS-IND-OFICINA)
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  RECIBO ' TRT-RECIBO(WS-IND-RETENIDO)
                      ' CUENTA ' TRT-NROCUENTA(WS-IND-RETENIDO)
                      ' COBRO ' TRT-FECHA-COBRO(WS-IND-RETENIDO)
                      ' ' TRT-IMPORTE(WS-IND-RETENIDO)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  SUBTOTAL OFICINA ' TOF-OFICINA(WS-IND-OFICINA)
                  ': ' TOF-CANTIDAD(WS-IND-OFICINA) ' DEPOSITOS '
                  TOF-IMPORTE(WS-IND-OFICINA)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       250000-ESCRIBIR-LINEA.
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
           DISPLAY 'Purpose:   DEPOSITOS EN GARANTIA'
           DISPLAY 'Programme: LISTADEPOSITOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       330000-CERRAR-ARCHIVOS.
           CLOSE CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
              DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
            DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           END-IF.


       395000-REGISTRAR-REPORTE.
           MOVE 'DEPOSITOS GARANTIA' TO WS-REPIDX-NOMBRE
           MOVE 'LISTADEPOSITOS' TO WS-REPIDX-PROGRAMA
           MOVE '..\DEPOSITOS.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'LISTADEPOSITOS'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-REPORTE    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
