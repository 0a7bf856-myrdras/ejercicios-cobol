      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     CRUCE PERIODICO DEL MAESTRO DE CLIENTES CON EL
      *              PADRON DEL ORGANISMO RECAUDADOR (PADRON.DAT: CUIT,
      *              DENOMINACION, CONDICION FRENTE AL IVA Y FECHA DE
      *              VIGENCIA DE LA EXENCION). A CADA CLIENTE CUYA
      *              CLAVE TRIBUTARIA FIGURA EN EL PADRON LE ACTUALIZA
      *              LA CATEGORIA IMPOSITIVA CATIVA-C (RI = REGISTRADO,
      *              EX = EXENTO, CF/MT = CONSUMIDOR FINAL) Y LA FECHA
      *              DE VENCIMIENTO DE LA EXENCION, Y REGRABA POR
      *              CLAVE LOS CLIENTES QUE CAMBIARON. LAS
      *              EXCEPCIONES (CLIENTE SIN CLAVE, CLAVE CON DIGITO
      *              VERIFICADOR INVALIDO, CLAVE AUSENTE DEL PADRON,
      *              CAMBIO DE CATEGORIA Y CONDICION DESCONOCIDA) SALEN
      *              EN PADRON.REP, QUE QUEDA REGISTRADO EN EL INDICE
      *              DE REPORTES. TERMINA CON CODIGO 4 SI HUBO
      *              EXCEPCIONES Y 8 ANTE ERRORES DE ARCHIVO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  PADRONFISCAL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PADRON             ASSIGN TO DISK '..\PADRON.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PADRON.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT REPORTE            ASSIGN TO DISK '..\PADRON.REP'
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
       FD PADRON.
       01 REG-PADRON.
         05 PAD-CUIT                   PIC 9(11).
         05 PAD-DENOMINACION           PIC X(60).
         05 PAD-CONDICION              PIC X(02).
             88 PAD-RESP-INSCRIPTO                     VALUE 'RI'.
             88 PAD-EXENTO                             VALUE 'EX'.
             88 PAD-CONS-FINAL                         VALUE 'CF' 'MT'.
         05 PAD-VTO-EXENCION           PIC 9(08).

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
           COPY WSFS REPLACING ==:TAG:== BY ==PADRON==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

       COPY WSREPIDX-WS.

      * El maestro se guarda entero como imagen del registro y, al
      * lado, los campos que el cruce consulta o modifica; al
      * regrabar se vuelcan sobre la imagen original.
       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TC-ENTRY OCCURS 5000 TIMES.
           10 TC-REGISTRO              PIC X(237).
           10 TC-NRO-CLIENTE           PIC 9(07).
           10 TC-NYA                   PIC X(60).
           10 TC-CATIVA                PIC X(01).
           10 TC-CUIT                  PIC 9(11).
           10 TC-VTO-EXENCION          PIC 9(08).
           10 TC-EN-PADRON             PIC X(01).

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).

       01 VARIABLES.
         05 WSV-CATIVA-NUEVA           PIC X(01).
         05 WSV-VTO-NUEVO              PIC 9(08).
         05 WSV-CUIT-VALIDO            PIC X(01).
         05 WSV-HALLADOS               PIC 9(05).

       01 ACUMULADORES.
         05 WSA-CANT-ACTUALIZADOS      PIC 9(05).
         05 WSA-CANT-EXCEPCIONES       PIC 9(05).
         05 WSA-CANT-SIN-CLIENTE       PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WSS-FS-PADRON-EOF
                 PERFORM 230000-REVISAR-CLIENTES
                 PERFORM 240000-REGRABAR-CLIENTES
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-CLIENTES
           PERFORM 110000-ABRIR-PADRON
           PERFORM 120000-ABRIR-REPORTE
           PERFORM 130000-PRIMER-LECTURA.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           ELSE
             PERFORM 106000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE REG-CLIENTES TO TC-REGISTRO(WS-CANT-CLIENTES)
                 MOVE NRO-CLIENTE-C
                   TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE NYA-C    TO TC-NYA(WS-CANT-CLIENTES)
                 MOVE CATIVA-C TO TC-CATIVA(WS-CANT-CLIENTES)
                 MOVE 0 TO TC-CUIT(WS-CANT-CLIENTES)
                 MOVE 0 TO TC-VTO-EXENCION(WS-CANT-CLIENTES)
                 IF CUIT-C IS NUMERIC
                   MOVE CUIT-C TO TC-CUIT(WS-CANT-CLIENTES)
                 END-IF
                 IF VTO-EXENCION-C IS NUMERIC
                   MOVE VTO-EXENCION-C
                     TO TC-VTO-EXENCION(WS-CANT-CLIENTES)
                 END-IF
                 MOVE 'N' TO TC-EN-PADRON(WS-CANT-CLIENTES)
               ELSE
      * Regrabar desde una tabla incompleta perderia los clientes
      * que quedaron afuera: se detiene antes de tocar el maestro.
                 DISPLAY 'ERROR: EL MAESTRO SUPERA LOS 5000 '
                         'CLIENTES, NO SE PUEDE CRUZAR EL PADRON'
                 CLOSE CLIENTES
                 MOVE 8 TO WS-RETURN-CODE
                 PERFORM 300000-FINAL
               END-IF
               PERFORM 106000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           END-IF.


       106000-LEER-CLIENTE.
           READ CLIENTES NEXT RECORD
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       110000-ABRIR-PADRON.
           OPEN INPUT PADRON
           IF NOT WSS-FS-PADRON-OK
             DISPLAY 'ERROR DE ARCHIVO DE PADRON'
             DISPLAY 'FILE STATUS ' WSS-FS-PADRON
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       120000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'EXCEPCIONES DEL CRUCE CON EL PADRON FISCAL AL '
                  WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       130000-PRIMER-LECTURA.
           PERFORM 131000-LEER-PADRON
           IF WSS-FS-PADRON-EOF
             DISPLAY 'ARCHIVO DE PADRON VACIO'
             PERFORM 300000-FINAL
           END-IF.


       131000-LEER-PADRON.
           READ PADRON
              EVALUATE TRUE
                 WHEN WSS-FS-PADRON-OK
                      ADD 1 TO WS-CANT-LEIDOS
                 WHEN WSS-FS-PADRON-EOF
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'FILE STATUS' WSS-FS-PADRON
                      MOVE 8 TO WS-RETURN-CODE
                      PERFORM 300000-FINAL
              END-EVALUATE.


       200000-PROCESO.
      * Cada linea del padron se aplica a todos los clientes que
      * tengan esa clave: una misma CUIT puede tener mas de una
      * ficha en el maestro.
           IF PAD-CUIT IS NUMERIC AND PAD-CUIT NOT = 0
             PERFORM 205000-TRADUCIR-CONDICION
             MOVE 0 TO WSV-HALLADOS
             PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                       UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
               IF TC-CUIT(WS-IND-CLIENTE) = PAD-CUIT
                 ADD 1 TO WSV-HALLADOS
                 MOVE 'S' TO TC-EN-PADRON(WS-IND-CLIENTE)
                 PERFORM 210000-APLICAR-PADRON
               END-IF
             END-PERFORM
             IF WSV-HALLADOS = 0
               ADD 1 TO WSA-CANT-SIN-CLIENTE
             END-IF
           END-IF
           PERFORM 131000-LEER-PADRON.


       205000-TRADUCIR-CONDICION.
           MOVE 0 TO WSV-VTO-NUEVO
           EVALUATE TRUE
             WHEN PAD-RESP-INSCRIPTO
               MOVE 'R' TO WSV-CATIVA-NUEVA
             WHEN PAD-EXENTO
               MOVE 'E' TO WSV-CATIVA-NUEVA
               IF PAD-VTO-EXENCION IS NUMERIC
                 MOVE PAD-VTO-EXENCION TO WSV-VTO-NUEVO
               END-IF
             WHEN PAD-CONS-FINAL
               MOVE 'F' TO WSV-CATIVA-NUEVA
             WHEN OTHER
               MOVE SPACE TO WSV-CATIVA-NUEVA
           END-EVALUATE.


       210000-APLICAR-PADRON.
           IF WSV-CATIVA-NUEVA = SPACE
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CLIENTE ' TC-NRO-CLIENTE(WS-IND-CLIENTE)
                    ' CUIT ' PAD-CUIT
                    ' CONDICION DESCONOCIDA: ' PAD-CONDICION
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 220000-INFORMAR-EXCEPCION
           ELSE
      * Una categoria en blanco equivale a registrado: no se informa
      * como cambio si el padron la confirma.
             IF TC-CATIVA(WS-IND-CLIENTE) NOT = WSV-CATIVA-NUEVA
                     AND NOT (TC-CATIVA(WS-IND-CLIENTE) = SPACE
                              AND WSV-CATIVA-NUEVA = 'R')
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'CLIENTE ' TC-NRO-CLIENTE(WS-IND-CLIENTE)
                      ' CUIT ' PAD-CUIT
                      ' CATEGORIA CAMBIADA DE '
                      TC-CATIVA(WS-IND-CLIENTE)
                      ' A ' WSV-CATIVA-NUEVA
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 220000-INFORMAR-EXCEPCION
             END-IF
             IF TC-CATIVA(WS-IND-CLIENTE) NOT = WSV-CATIVA-NUEVA
                     OR TC-VTO-EXENCION(WS-IND-CLIENTE)
                        NOT = WSV-VTO-NUEVO
               MOVE WSV-CATIVA-NUEVA TO TC-CATIVA(WS-IND-CLIENTE)
               MOVE WSV-VTO-NUEVO
                 TO TC-VTO-EXENCION(WS-IND-CLIENTE)
               ADD 1 TO WSA-CANT-ACTUALIZADOS
             END-IF
           END-IF.


       220000-INFORMAR-EXCEPCION.
           ADD 1 TO WSA-CANT-EXCEPCIONES
           PERFORM 250000-ESCRIBIR-LINEA.


       230000-REVISAR-CLIENTES.
      * Terminado el padron, se informan los clientes que el cruce
      * no pudo alcanzar: sin clave, con clave mal formada o con
      * clave que el organismo no lista.
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TC-EN-PADRON(WS-IND-CLIENTE) = 'N'
               MOVE SPACES TO WS-LINEA-REPORTE
               IF TC-CUIT(WS-IND-CLIENTE) = 0
                 STRING 'CLIENTE ' TC-NRO-CLIENTE(WS-IND-CLIENTE)
                        ' SIN CLAVE TRIBUTARIA'
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               ELSE
                 CALL 'VALIDACUIT' USING TC-CUIT(WS-IND-CLIENTE)
                                         WSV-CUIT-VALIDO
                 END-CALL
                 IF WSV-CUIT-VALIDO = 'S'
                   STRING 'CLIENTE ' TC-NRO-CLIENTE(WS-IND-CLIENTE)
                          ' CUIT ' TC-CUIT(WS-IND-CLIENTE)
                          ' NO FIGURA EN EL PADRON'
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                 ELSE
                   STRING 'CLIENTE ' TC-NRO-CLIENTE(WS-IND-CLIENTE)
                          ' CUIT ' TC-CUIT(WS-IND-CLIENTE)
                          ' DIGITO VERIFICADOR INVALIDO'
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                 END-IF
               END-IF
               PERFORM 220000-INFORMAR-EXCEPCION
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  ' TC-NYA(WS-IND-CLIENTE)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM.


      * Solo se regraban, por clave, los clientes a los que el cruce
      * les cambio algun dato.
       240000-REGRABAR-CLIENTES.
           OPEN I-O CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                       UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
               MOVE TC-REGISTRO(WS-IND-CLIENTE) TO REG-CLIENTES
               MOVE TC-CATIVA(WS-IND-CLIENTE)   TO CATIVA-C
               MOVE TC-CUIT(WS-IND-CLIENTE)     TO CUIT-C
               MOVE TC-VTO-EXENCION(WS-IND-CLIENTE)
                 TO VTO-EXENCION-C
               IF REG-CLIENTES NOT = TC-REGISTRO(WS-IND-CLIENTE)
                 REWRITE REG-CLIENTES
                   INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR EL CLIENTE '
                             NRO-CLIENTE-C
                     DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
                     MOVE 8 TO WS-RETURN-CODE
                   NOT INVALID KEY
                     ADD 1 TO WS-CANT-ESCRITOS
                 END-REWRITE
               END-IF
             END-PERFORM
             CLOSE CLIENTES
           END-IF.


       250000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CRUCE CON EL PADRON FISCAL'
           DISPLAY 'Programme: PADRONFISCAL'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           IF WSS-FS-REPORTE-OK
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'PADRON LEIDO ' WS-CANT-LEIDOS
                    ' ACTUALIZADOS ' WSA-CANT-ACTUALIZADOS
                    ' EXCEPCIONES ' WSA-CANT-EXCEPCIONES
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-IF
           DISPLAY 'REGISTROS DEL PADRON:     ' WS-CANT-LEIDOS
           DISPLAY 'SIN CLIENTE EN EL MAESTRO: ' WSA-CANT-SIN-CLIENTE
           DISPLAY 'CLIENTES ACTUALIZADOS:    ' WSA-CANT-ACTUALIZADOS
           DISPLAY 'EXCEPCIONES:              ' WSA-CANT-EXCEPCIONES
                   ' (DETALLE EN PADRON.REP)'
           IF WSA-CANT-EXCEPCIONES > 0 AND WS-RETURN-CODE = 0
             MOVE 4 TO WS-RETURN-CODE
           END-IF.


       330000-CERRAR-ARCHIVOS.
           CLOSE PADRON
           IF WSS-FS-REPORTE-OK
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF.


       390000-GRABAR-BITACORA.
           MOVE 'PADRONFISCAL'    TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CLIENTES   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'EXCEPCIONES PADRON' TO WS-REPIDX-NOMBRE
           MOVE 'PADRONFISCAL' TO WS-REPIDX-PROGRAMA
           MOVE '..\PADRON.REP' TO WS-REPIDX-ARCHIVO
           MOVE WSA-CANT-EXCEPCIONES TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
