      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        01 DE JUNIO 2019.
      * Purpose:     EJERCICIO 3 - ARCHIVOS SECUENCIALES
      *              ADEMAS DE LA PANTALLA, EL LISTADO SE EMITE COMO
      *              SPOOL LSERV.REP DE TODA LA EMPRESA Y UN SPOOL
      *              LSERVOOO.REP POR OFICINA DEL CLIENTE TITULAR
      *              (CUENTAS.DAT -> OFIAPE-C DE CLIENTES.DAT), VIA LA
      *              RUTINA REPARTOOFICINAS. LOS SUBTOTALES POR
      *              SERVICIO Y EL TOTAL GENERAL SON DE LA EMPRESA Y
      *              QUEDAN SOLO EN EL CONSOLIDADO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
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
         05 MONTO                     PIC S9(05)V99.
         05 ENTRYID                   PIC 9(08).

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

           COPY WSFS REPLACING ==:TAG:== BY ==ENTRADA==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==CSVSAL==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.

       01 WS-CANT-LEIDOS                PIC 9(08) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(08) VALUE 0.

       COPY WSHDR-WS.

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TCL-ENTRY OCCURS 5000 TIMES.
           10 TCL-NRO-CLIENTE          PIC 9(07).
           10 TCL-OFIAPE               PIC X(03).

       01 WS-IND-CLIENTE               PIC 9(05).
       01 WS-CUENTAS-ABIERTO           PIC X VALUE 'N'.
           88 WS-HAY-CUENTAS                            VALUE 'S'.
       01 WS-NUMCUENTA-ANT             PIC 9(08) VALUE 0.
       01 WS-OFICINA-LINEA             PIC X(03) VALUE SPACES.

       01 WS-REPARTO-ACTIVO            PIC X VALUE 'N'.
           88 WS-HAY-REPARTO                            VALUE 'S'.
       01 WS-REPARTO.
           COPY WSREPARTO.

       01 WS-SUBTOTAL-EDIT             PIC -Z(06)9,99.
       01 WS-TOTAL-EDIT                PIC -Z(08)9,99.


       PROCEDURE DIVISION.

           PERFORM 130000-PRIMER-LECTURA
           IF NOT WSS-FS-ENTRADA-EOF
             MOVE CODSERVICIO TO WS-CODSERVICIO-ANT
           END-IF
           PERFORM 115000-PREPARAR-REPARTO.


      *****************************************************************
      * Oficina de cada linea: la cuenta da el cliente titular y el
      * maestro de clientes su oficina de apertura. Sin CUENTAS.DAT o
      * sin CLIENTES.DAT el listado sale solo consolidado.
      *****************************************************************
       115000-PREPARAR-REPARTO.
           PERFORM 116000-CARGAR-CLIENTES
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
             MOVE 'S' TO WS-CUENTAS-ABIERTO
           ELSE
             DISPLAY 'SIN CUENTAS.DAT: EL LISTADO NO SE REPARTE '
                     'POR OFICINA'
           END-IF
           MOVE 'A' TO RPT-FUNCION
           MOVE '..\LSERV.TMP' TO RPT-TRABAJO
           CALL 'REPARTOOFICINAS' USING WS-REPARTO
           IF RPT-OK
             MOVE 'S' TO WS-REPARTO-ACTIVO
           END-IF.


       116000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'SIN CLIENTES.DAT: EL LISTADO NO SE REPARTE '
                     'POR OFICINA'
           ELSE
             PERFORM 117000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C TO TCL-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE OFIAPE-C      TO TCL-OFIAPE(WS-CANT-CLIENTES)
               END-IF
               PERFORM 117000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           END-IF.


       117000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


             PERFORM 212500-CORTE-SERVICIO
           END-IF
           PERFORM 212000-MOSTRAR-CUERPO
           PERFORM 214000-REPARTIR-CUERPO
           IF WS-EXPORTA-A-CSV
             PERFORM 212800-GRABAR-CSV
           END-IF
       212500-CORTE-SERVICIO.
           DISPLAY '  SUBTOTAL ' WS-CODSERVICIO-ANT ': '
                                              WS-SUBTOTAL-SERVICIO
           PERFORM 215000-REPARTIR-SUBTOTAL
           MOVE 0 TO WS-SUBTOTAL-SERVICIO
           MOVE WSV-CODSERVICIO TO WS-CODSERVICIO-ANT.

           DISPLAY '|SER.|  CUENTA  |          DESCRIPCION         |'
                            'PERIODO|  MONTO  |'
           DISPLAY '*----*----------*------------------------------*'
                            '-------*---------*'
           MOVE '***' TO WS-OFICINA-LINEA
           MOVE 'LISTADO DE SERVICIOS POR CUENTA' TO RPT-LINEA
           PERFORM 216000-GRABAR-REPARTO
           MOVE SPACES TO RPT-LINEA
           STRING '*----*----------*------------------------------*'
                  '-------*---------*'
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 216000-GRABAR-REPARTO
           MOVE SPACES TO RPT-LINEA
           STRING '|SER.|  CUENTA  |          DESCRIPCION         |'
                  'PERIODO|  MONTO  |'
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 216000-GRABAR-REPARTO
           MOVE SPACES TO RPT-LINEA
           STRING '*----*----------*------------------------------*'
                  '-------*---------*'
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 216000-GRABAR-REPARTO.


       212000-MOSTRAR-CUERPO.
                            '-------*---------*'
           DISPLAY '  SUBTOTAL ' WS-CODSERVICIO-ANT ': '
                                              WS-SUBTOTAL-SERVICIO
           DISPLAY '  TOTAL GENERAL: ' WS-GRAN-TOTAL
           MOVE '***' TO WS-OFICINA-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING '*----*----------*------------------------------*'
                  '-------*---------*'
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 216000-GRABAR-REPARTO
           PERFORM 215000-REPARTIR-SUBTOTAL
           MOVE SPACES TO WS-OFICINA-LINEA
           MOVE WS-GRAN-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINEA
           STRING '  TOTAL GENERAL: ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 216000-GRABAR-REPARTO.


       214000-REPARTIR-CUERPO.
           PERFORM 217000-RESOLVER-OFICINA
           MOVE SPACES TO RPT-LINEA
           STRING '|' WS-CODSERVICIO ' |' WS-NUMCUENTA '|'
                  WS-DESCRIP '|' WS-PERIODO '|' WS-MONTO '|'
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 216000-GRABAR-REPARTO.


       215000-REPARTIR-SUBTOTAL.
           MOVE SPACES TO WS-OFICINA-LINEA
           MOVE WS-SUBTOTAL-SERVICIO TO WS-SUBTOTAL-EDIT
           MOVE SPACES TO RPT-LINEA
           STRING '  SUBTOTAL ' WS-CODSERVICIO-ANT ': '
                  WS-SUBTOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 216000-GRABAR-REPARTO.


       216000-GRABAR-REPARTO.
           IF WS-HAY-REPARTO
             MOVE 'G' TO RPT-FUNCION
             MOVE 'LSERV' TO RPT-REPORTE
             MOVE WS-OFICINA-LINEA TO RPT-OFICINA
             CALL 'REPARTOOFICINAS' USING WS-REPARTO
           END-IF.


      * La oficina se recuerda por cuenta porque SERVICIO.DAT viene
      * ordenado por servicio y repite cuentas seguidas.
       217000-RESOLVER-OFICINA.
           IF NUMCUENTA NOT = WS-NUMCUENTA-ANT
             MOVE NUMCUENTA TO WS-NUMCUENTA-ANT
             MOVE SPACES TO WS-OFICINA-LINEA
             IF WS-HAY-CUENTAS
               MOVE NUMCUENTA TO NROCUENTA
               READ CUENTAS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM 218000-RESOLVER-CLIENTE
               END-READ
             END-IF
           END-IF.


       218000-RESOLVER-CLIENTE.
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TCL-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
               MOVE TCL-OFIAPE(WS-IND-CLIENTE) TO WS-OFICINA-LINEA
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM.


       300000-FINAL.
           IF WS-EXPORTA-A-CSV
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF
           IF WS-HAY-CUENTAS
             CLOSE CUENTAS
           END-IF
           IF WS-HAY-REPARTO
             PERFORM 396000-REPARTIR-OFICINAS
           END-IF
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.

           COPY WSREPIDX-PROC.


       396000-REPARTIR-OFICINAS.
           MOVE 'R'                  TO RPT-FUNCION
           MOVE 'LSERV'              TO RPT-REPORTE
           MOVE 'LISTADO SERVICIOS'  TO RPT-NOMBRE
           MOVE 'PROG03-08-ME'       TO RPT-PROGRAMA
           MOVE 'S'                  TO RPT-CONSOLIDADO
           CALL 'REPARTOOFICINAS' USING WS-REPARTO
           DISPLAY 'SPOOLS POR OFICINA: ' RPT-CANT-ARCHIVOS.


       390000-GRABAR-BITACORA.
           MOVE 'PROG03-08-ME'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS   TO WS-RUNLOG-LEIDOS
