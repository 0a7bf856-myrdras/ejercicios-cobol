      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     AUTORIZACION ELECTRONICA DE FACTURAS (CAE) ANTE
      *              EL ORGANISMO FISCAL: GENERA LA SOLICITUD
      *              CAESOL.DAT (CON TRAILER) CON LAS FACTURAS
      *              VIGENTES DE FACTREG.DAT QUE TODAVIA NO TIENEN
      *              CAE, EN EL DISEÑO DE PEDIDO DEL ORGANISMO (TIPO
      *              DE COMPROBANTE 6, PUNTO DE VENTA DE PARAM.DAT),
      *              Y PROCESA LA RESPUESTA CAERESP.DAT: LAS
      *              AUTORIZADAS QUEDAN CON SU CAE Y VENCIMIENTO EN
      *              EL REGISTRO, LAS RECHAZADAS PASAN A LA COLA DE
      *              RECHAZOS CAERECH.DAT CON EL MOTIVO DEL ORGANISMO
      *              Y SALEN AL REPORTE CAERECH.REP. DESDE LA COLA
      *              UNA FACTURA CORREGIDA SE REENVIA: VUELVE A
      *              QUEDAR PENDIENTE Y VIAJA EN LA PROXIMA
      *              SOLICITUD. CADA EMPRESA DEL GRUPO PIDE SU PROPIO
      *              CAE: SE TRABAJA SOLO CON LAS FACTURAS Y LOS
      *              RECHAZOS DE LA EMPRESA DE LA CORRIDA (VARIABLE
      *              EMPRESA), Y LA SOLICITUD Y LA RESPUESTA SE
      *              PROCESAN UNA EMPRESA POR VEZ.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  AUTORIZACAE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTREG            ASSIGN TO DISK '..\FACTREG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FACTREG.

           SELECT CAESOL             ASSIGN TO DISK '..\CAESOL.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAESOL.

           SELECT CAERESP            ASSIGN TO DISK '..\CAERESP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAERESP.

           SELECT CAERECH            ASSIGN TO DISK '..\CAERECH.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAERECH.

           SELECT REPORTE            ASSIGN TO DISK '..\CAERECH.REP'
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
       FD FACTREG.
       01 REG-FACTREG.
         05 FAC-NUMERO                PIC 9(08).
         05 FAC-FECHA                 PIC 9(08).
         05 FAC-PERIODO               PIC X(06).
         05 FAC-NROCUENTA             PIC 9(08).
         05 FAC-NRO-CLIENTE           PIC 9(07).
         05 FAC-CATIVA                PIC X(01).
         05 FAC-NETO                  PIC S9(09)V99.
         05 FAC-IVA                   PIC S9(09)V99.
         05 FAC-PERCEP                PIC S9(09)V99.
         05 FAC-TOTAL                 PIC S9(09)V99.
         05 FAC-ESTADO                PIC X(01).
             88 FAC-EMITIDA                            VALUE 'E'.
             88 FAC-ANULADA                            VALUE 'A'.
         05 FAC-ESTADO-CAE            PIC X(01).
             88 FAC-CAE-PENDIENTE                      VALUE 'P' ' '.
             88 FAC-CAE-SOLICITADO                     VALUE 'S'.
             88 FAC-CAE-AUTORIZADO                     VALUE 'A'.
             88 FAC-CAE-RECHAZADO                      VALUE 'R'.
         05 FAC-CAE                   PIC X(14).
         05 FAC-VTO-CAE               PIC 9(08).
         05 FAC-CUIT                  PIC 9(11).
         05 FAC-EMPRESA               PIC X(02).

       FD CAESOL.
       01 REG-CAESOL.
         05 SOL-TIPO-CBTE             PIC 9(03).
         05 SOL-PTO-VTA               PIC 9(05).
         05 SOL-NUMERO                PIC 9(08).
         05 SOL-FECHA                 PIC 9(08).
         05 SOL-CONCEPTO              PIC 9(01).
         05 SOL-DOC-TIPO              PIC 9(02).
         05 SOL-DOC-NRO               PIC 9(11).
         05 SOL-NETO                  PIC 9(13)V99.
         05 SOL-IVA                   PIC 9(13)V99.
         05 SOL-TRIBUTOS              PIC 9(13)V99.
         05 SOL-TOTAL                 PIC 9(13)V99.
       01 REG-CAESOL-TRL              PIC X(31).

       FD CAERESP.
       01 REG-CAERESP.
         05 RSP-PTO-VTA               PIC 9(05).
         05 RSP-NUMERO                PIC 9(08).
         05 RSP-RESULTADO             PIC X(01).
             88 RSP-APROBADA                           VALUE 'A'.
             88 RSP-RECHAZADA                          VALUE 'R'.
         05 RSP-CAE                   PIC X(14).
         05 RSP-VTO-CAE               PIC 9(08).
         05 RSP-MOTIVO                PIC X(03).
         05 RSP-DESCRIPCION           PIC X(40).

       FD CAERECH.
       01 REG-CAERECH.
         05 RCH-NUMERO                PIC 9(08).
         05 RCH-FECHA                 PIC 9(08).
         05 RCH-MOTIVO                PIC X(03).
         05 RCH-DESCRIPCION           PIC X(40).
         05 RCH-ESTADO                PIC X(01).
             88 RCH-PENDIENTE                          VALUE 'P'.
             88 RCH-REENVIADA                          VALUE 'E'.
         05 RCH-EMPRESA               PIC X(02).

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
           COPY WSFS REPLACING ==:TAG:== BY ==FACTREG==.
           COPY WSFS REPLACING ==:TAG:== BY ==CAESOL==.
           COPY WSFS REPLACING ==:TAG:== BY ==CAERESP==.
           COPY WSFS REPLACING ==:TAG:== BY ==CAERECH==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSTRAILER.

       COPY WSPARAM-WS.

       01 TABLA-FACTURAS.
         05 WS-CANT-FACTURAS          PIC 9(04) VALUE 0.
         05 TF-ENTRY OCCURS 5000 TIMES.
           10 TF-NUMERO                PIC 9(08).
           10 TF-FECHA                 PIC 9(08).
           10 TF-PERIODO               PIC X(06).
           10 TF-NROCUENTA             PIC 9(08).
           10 TF-NRO-CLIENTE           PIC 9(07).
           10 TF-CATIVA                PIC X(01).
           10 TF-NETO                  PIC S9(09)V99.
           10 TF-IVA                   PIC S9(09)V99.
           10 TF-PERCEP                PIC S9(09)V99.
           10 TF-TOTAL                 PIC S9(09)V99.
           10 TF-ESTADO                PIC X(01).
           10 TF-ESTADO-CAE            PIC X(01).
           10 TF-CAE                   PIC X(14).
           10 TF-VTO-CAE               PIC 9(08).
           10 TF-CUIT                  PIC 9(11).
           10 TF-EMPRESA               PIC X(02).

       01 TABLA-RECHAZOS.
         05 WS-CANT-RECHAZOS          PIC 9(04) VALUE 0.
         05 TR-ENTRY OCCURS 2000 TIMES.
           10 TR-NUMERO                PIC 9(08).
           10 TR-FECHA                 PIC 9(08).
           10 TR-MOTIVO                PIC X(03).
           10 TR-DESCRIPCION           PIC X(40).
           10 TR-ESTADO                PIC X(01).
           10 TR-EMPRESA               PIC X(02).

       01 INDICES.
         05 WS-IND-FACTURA             PIC 9(04).
         05 WS-IND-FAC-HALLADA         PIC 9(04).
         05 WS-IND-RECHAZO             PIC 9(04).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-NUMERO                 PIC 9(08).
         05 WSV-CANT-RESPUESTAS        PIC 9(08).
         05 WSV-HAY-PENDIENTE          PIC X(01).

       01 ACUMULADORES.
         05 WSA-CANT-SOLICITADAS       PIC 9(05).
         05 WSA-CANT-AUTORIZADAS       PIC 9(05).
         05 WSA-CANT-RECHAZADAS        PIC 9(05).
         05 WSA-CANT-INEXISTENTES      PIC 9(05).
         05 WSA-TOTAL-SOLICITADO       PIC S9(13)V99.

       01 WS-LINEA-REPORTE             PIC X(80).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 5
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-FACTURAS
           PERFORM 107000-CARGAR-RECHAZOS
           PERFORM 130000-MOSTRAR-MENU.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-FACTURAS.
           MOVE 0 TO WS-CANT-FACTURAS
           OPEN INPUT FACTREG
           IF WSS-FS-FACTREG-NOEXISTE
             DISPLAY 'NO HAY FACTURAS REGISTRADAS'
           ELSE
             IF NOT WSS-FS-FACTREG-OK
               DISPLAY 'ERROR DE ARCHIVO DE REGISTRO DE FACTURAS'
               DISPLAY 'FILE STATUS ' WSS-FS-FACTREG
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-FACTURA
               PERFORM UNTIL WSS-FS-FACTREG-EOF
                 IF WS-CANT-FACTURAS < 5000
                   ADD 1 TO WS-CANT-FACTURAS
                   MOVE FAC-NUMERO
                     TO TF-NUMERO(WS-CANT-FACTURAS)
                   MOVE FAC-FECHA TO TF-FECHA(WS-CANT-FACTURAS)
                   MOVE FAC-PERIODO
                     TO TF-PERIODO(WS-CANT-FACTURAS)
                   MOVE FAC-NROCUENTA
                     TO TF-NROCUENTA(WS-CANT-FACTURAS)
                   MOVE FAC-NRO-CLIENTE
                     TO TF-NRO-CLIENTE(WS-CANT-FACTURAS)
                   MOVE FAC-CATIVA
                     TO TF-CATIVA(WS-CANT-FACTURAS)
                   MOVE FAC-NETO TO TF-NETO(WS-CANT-FACTURAS)
                   MOVE FAC-IVA TO TF-IVA(WS-CANT-FACTURAS)
                   MOVE FAC-PERCEP
                     TO TF-PERCEP(WS-CANT-FACTURAS)
                   MOVE FAC-TOTAL TO TF-TOTAL(WS-CANT-FACTURAS)
                   MOVE FAC-ESTADO
                     TO TF-ESTADO(WS-CANT-FACTURAS)
                   MOVE FAC-ESTADO-CAE
                     TO TF-ESTADO-CAE(WS-CANT-FACTURAS)
                   MOVE FAC-CAE TO TF-CAE(WS-CANT-FACTURAS)
      * Las facturas anteriores al CAE traen el vencimiento en
      * blanco: quedan pendientes con vencimiento cero.
                   IF FAC-VTO-CAE IS NUMERIC
                     MOVE FAC-VTO-CAE
                       TO TF-VTO-CAE(WS-CANT-FACTURAS)
                   ELSE
                     MOVE 0 TO TF-VTO-CAE(WS-CANT-FACTURAS)
                   END-IF
                   IF FAC-EMPRESA = SPACES
                     MOVE '01' TO TF-EMPRESA(WS-CANT-FACTURAS)
                   ELSE
                     MOVE FAC-EMPRESA TO TF-EMPRESA(WS-CANT-FACTURAS)
                   END-IF
                   IF FAC-CUIT IS NUMERIC
                     MOVE FAC-CUIT TO TF-CUIT(WS-CANT-FACTURAS)
                   ELSE
                     MOVE 0 TO TF-CUIT(WS-CANT-FACTURAS)
                   END-IF
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia facturas del
      * registro: se detiene antes de tocar el archivo.
                   DISPLAY 'ERROR: MAS DE 5000 FACTURAS EN EL '
                           'REGISTRO, ARCHIVAR PERIODOS VIEJOS'
                   CLOSE FACTREG
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 106000-LEER-FACTURA
               END-PERFORM
             END-IF
             CLOSE FACTREG
           END-IF.


       106000-LEER-FACTURA.
           READ FACTREG
           IF NOT WSS-FS-FACTREG-OK AND NOT WSS-FS-FACTREG-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-FACTREG
             MOVE '10' TO WSS-FS-FACTREG
           END-IF.


       107000-CARGAR-RECHAZOS.
           MOVE 0 TO WS-CANT-RECHAZOS
           OPEN INPUT CAERECH
           IF WSS-FS-CAERECH-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CAERECH-OK
               DISPLAY 'ERROR DE ARCHIVO DE RECHAZOS DE CAE'
               DISPLAY 'FILE STATUS ' WSS-FS-CAERECH
               PERFORM 300000-FINAL
             ELSE
               PERFORM 108000-LEER-RECHAZO
               PERFORM UNTIL WSS-FS-CAERECH-EOF
                 IF WS-CANT-RECHAZOS < 2000
                   ADD 1 TO WS-CANT-RECHAZOS
                   MOVE RCH-NUMERO
                     TO TR-NUMERO(WS-CANT-RECHAZOS)
                   MOVE RCH-FECHA TO TR-FECHA(WS-CANT-RECHAZOS)
                   MOVE RCH-MOTIVO
                     TO TR-MOTIVO(WS-CANT-RECHAZOS)
                   MOVE RCH-DESCRIPCION
                     TO TR-DESCRIPCION(WS-CANT-RECHAZOS)
                   MOVE RCH-ESTADO
                     TO TR-ESTADO(WS-CANT-RECHAZOS)
                   IF RCH-EMPRESA = SPACES
                     MOVE '01' TO TR-EMPRESA(WS-CANT-RECHAZOS)
                   ELSE
                     MOVE RCH-EMPRESA TO TR-EMPRESA(WS-CANT-RECHAZOS)
                   END-IF
                 ELSE
                   DISPLAY 'ERROR: MAS DE 2000 RECHAZOS EN LA COLA '
                           'DE CAE, DEPURAR LOS REENVIADOS'
                   CLOSE CAERECH
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 108000-LEER-RECHAZO
               END-PERFORM
             END-IF
             CLOSE CAERECH
           END-IF.


       108000-LEER-RECHAZO.
           READ CAERECH
           IF NOT WSS-FS-CAERECH-OK AND NOT WSS-FS-CAERECH-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CAERECH
             MOVE '10' TO WSS-FS-CAERECH
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'AUTORIZACION ELECTRONICA DE FACTURAS (CAE)'
           DISPLAY 'EMPRESA ' WSP-EMPRESA ' ' WSP-RAZON-SOCIAL
           DISPLAY '1 - GENERAR SOLICITUD DE CAE'
           DISPLAY '2 - PROCESAR RESPUESTA DEL ORGANISMO FISCAL'
           DISPLAY '3 - LISTAR COLA DE RECHAZOS PENDIENTES'
           DISPLAY '4 - REENVIAR UNA FACTURA RECHAZADA'
           DISPLAY '5 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-GENERAR-SOLICITUD
             WHEN 2
               PERFORM 230000-PROCESAR-RESPUESTA
             WHEN 3
               PERFORM 250000-LISTAR-RECHAZOS
             WHEN 4
               PERFORM 260000-REENVIAR
             WHEN 5
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 5
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       205000-BUSCAR-FACTURA.
           MOVE 0 TO WS-IND-FAC-HALLADA
           PERFORM VARYING WS-IND-FACTURA FROM 1 BY 1
                     UNTIL WS-IND-FACTURA > WS-CANT-FACTURAS
             IF TF-NUMERO(WS-IND-FACTURA) = WSV-NUMERO
                     AND TF-EMPRESA(WS-IND-FACTURA) = WSP-EMPRESA
               MOVE WS-IND-FACTURA TO WS-IND-FAC-HALLADA
               MOVE WS-CANT-FACTURAS TO WS-IND-FACTURA
             END-IF
           END-PERFORM.


       210000-GENERAR-SOLICITUD.
           INITIALIZE ACUMULADORES
           INITIALIZE WS-TRAILER
           MOVE '*TRAILER' TO WS-TRL-MARCA
           OPEN OUTPUT CAESOL
           IF NOT WSS-FS-CAESOL-OK
             DISPLAY 'ERROR DE ARCHIVO DE SOLICITUD DE CAE'
             DISPLAY 'FILE STATUS ' WSS-FS-CAESOL
           ELSE
      * Viajan las vigentes sin CAE: las anuladas no se autorizan,
      * las ya solicitadas esperan su respuesta y las rechazadas
      * esperan el reenvio desde la cola.
             PERFORM VARYING WS-IND-FACTURA FROM 1 BY 1
                       UNTIL WS-IND-FACTURA > WS-CANT-FACTURAS
               IF TF-ESTADO(WS-IND-FACTURA) = 'E'
                     AND TF-EMPRESA(WS-IND-FACTURA) = WSP-EMPRESA
                     AND (TF-ESTADO-CAE(WS-IND-FACTURA) = 'P'
                      OR TF-ESTADO-CAE(WS-IND-FACTURA) = SPACE)
                 PERFORM 215000-GRABAR-SOLICITUD
               END-IF
             END-PERFORM
             MOVE WS-TRAILER TO REG-CAESOL-TRL
             WRITE REG-CAESOL-TRL
             CLOSE CAESOL
             IF WSA-CANT-SOLICITADAS > 0
               PERFORM 305000-GRABAR-FACTURAS
             END-IF
             DISPLAY 'FACTURAS SOLICITADAS: ' WSA-CANT-SOLICITADAS
             DISPLAY 'TOTAL SOLICITADO:     ' WSA-TOTAL-SOLICITADO
           END-IF.


       215000-GRABAR-SOLICITUD.
      * Factura B: tipo 6, concepto servicios. El receptor va con
      * documento 80 y su CUIT cuando la factura la trae; si no,
      * documento 99 sin numero, como consumidor final.
           MOVE 6 TO SOL-TIPO-CBTE
           MOVE WSP-PUNTO-VENTA TO SOL-PTO-VTA
           MOVE TF-NUMERO(WS-IND-FACTURA) TO SOL-NUMERO
           MOVE TF-FECHA(WS-IND-FACTURA) TO SOL-FECHA
           MOVE 2 TO SOL-CONCEPTO
           IF TF-CUIT(WS-IND-FACTURA) NOT = 0
             MOVE 80 TO SOL-DOC-TIPO
             MOVE TF-CUIT(WS-IND-FACTURA) TO SOL-DOC-NRO
           ELSE
             MOVE 99 TO SOL-DOC-TIPO
             MOVE 0 TO SOL-DOC-NRO
           END-IF
           MOVE TF-NETO(WS-IND-FACTURA) TO SOL-NETO
           MOVE TF-IVA(WS-IND-FACTURA) TO SOL-IVA
           MOVE TF-PERCEP(WS-IND-FACTURA) TO SOL-TRIBUTOS
           MOVE TF-TOTAL(WS-IND-FACTURA) TO SOL-TOTAL
           WRITE REG-CAESOL
           IF WSS-FS-CAESOL-OK
             MOVE 'S' TO TF-ESTADO-CAE(WS-IND-FACTURA)
             ADD 1 TO WSA-CANT-SOLICITADAS
             ADD 1 TO WS-CANT-ESCRITOS
             ADD TF-TOTAL(WS-IND-FACTURA) TO WSA-TOTAL-SOLICITADO
             ADD 1 TO WS-TRL-CANT
             ADD TF-TOTAL(WS-IND-FACTURA) TO WS-TRL-HASH
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE SOLICITUD DE CAE'
             DISPLAY 'FILE STATUS ' WSS-FS-CAESOL
           END-IF.


       230000-PROCESAR-RESPUESTA.
           INITIALIZE ACUMULADORES
           MOVE 0 TO WSV-CANT-RESPUESTAS
           OPEN INPUT CAERESP
           IF WSS-FS-CAERESP-NOEXISTE
             DISPLAY 'NO HAY ARCHIVO DE RESPUESTA DEL ORGANISMO'
           ELSE
             IF NOT WSS-FS-CAERESP-OK
               DISPLAY 'ERROR DE ARCHIVO DE RESPUESTA DE CAE'
               DISPLAY 'FILE STATUS ' WSS-FS-CAERESP
             ELSE
               OPEN OUTPUT REPORTE
               MOVE 'FACTURAS RECHAZADAS POR EL ORGANISMO FISCAL'
                 TO WS-LINEA-REPORTE
               PERFORM 275000-ESCRIBIR-LINEA
               PERFORM 234000-LEER-RESPUESTA
               PERFORM 235000-PROCESAR-UNA
                         UNTIL WSS-FS-CAERESP-EOF
               PERFORM 276000-CONTROL-RESPUESTA
               CLOSE REPORTE
               PERFORM 305000-GRABAR-FACTURAS
               PERFORM 306000-GRABAR-RECHAZOS
               PERFORM 395000-REGISTRAR-REPORTE
             END-IF
             CLOSE CAERESP
           END-IF.


       234000-LEER-RESPUESTA.
           READ CAERESP
           IF NOT WSS-FS-CAERESP-OK AND NOT WSS-FS-CAERESP-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CAERESP
             MOVE '10' TO WSS-FS-CAERESP
           END-IF.


       235000-PROCESAR-UNA.
           MOVE REG-CAERESP TO WS-TRAILER
           IF WS-ES-TRAILER
             IF WS-TRL-CANT NOT = WSV-CANT-RESPUESTAS
               DISPLAY 'ADVERTENCIA: EL TRAILER DE LA RESPUESTA '
                       'INFORMA ' WS-TRL-CANT ' REGISTROS Y SE '
                       'LEYERON ' WSV-CANT-RESPUESTAS
             END-IF
           ELSE
             ADD 1 TO WSV-CANT-RESPUESTAS
             ADD 1 TO WS-CANT-LEIDOS
             MOVE RSP-NUMERO TO WSV-NUMERO
             PERFORM 205000-BUSCAR-FACTURA
             IF WS-IND-FAC-HALLADA = 0
               ADD 1 TO WSA-CANT-INEXISTENTES
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'FACTURA ' RSP-NUMERO
                      ' NO EXISTE EN EL REGISTRO, SE IGNORA'
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 275000-ESCRIBIR-LINEA
             ELSE
               IF RSP-APROBADA
                 MOVE 'A' TO TF-ESTADO-CAE(WS-IND-FAC-HALLADA)
                 MOVE RSP-CAE TO TF-CAE(WS-IND-FAC-HALLADA)
                 MOVE RSP-VTO-CAE TO TF-VTO-CAE(WS-IND-FAC-HALLADA)
                 ADD 1 TO WSA-CANT-AUTORIZADAS
               ELSE
                 PERFORM 240000-ENCOLAR-RECHAZO
               END-IF
             END-IF
           END-IF
           PERFORM 234000-LEER-RESPUESTA.


       240000-ENCOLAR-RECHAZO.
           MOVE 'R' TO TF-ESTADO-CAE(WS-IND-FAC-HALLADA)
           MOVE SPACES TO TF-CAE(WS-IND-FAC-HALLADA)
           MOVE 0 TO TF-VTO-CAE(WS-IND-FAC-HALLADA)
           ADD 1 TO WSA-CANT-RECHAZADAS
           IF WS-CANT-RECHAZOS < 2000
             ADD 1 TO WS-CANT-RECHAZOS
             MOVE RSP-NUMERO TO TR-NUMERO(WS-CANT-RECHAZOS)
             MOVE WSP-FECHA-PROCESO TO TR-FECHA(WS-CANT-RECHAZOS)
             MOVE RSP-MOTIVO TO TR-MOTIVO(WS-CANT-RECHAZOS)
             MOVE RSP-DESCRIPCION
               TO TR-DESCRIPCION(WS-CANT-RECHAZOS)
             MOVE 'P' TO TR-ESTADO(WS-CANT-RECHAZOS)
             MOVE WSP-EMPRESA TO TR-EMPRESA(WS-CANT-RECHAZOS)
           ELSE
             DISPLAY 'ADVERTENCIA: COLA DE RECHAZOS LLENA, LA '
                     'FACTURA ' RSP-NUMERO ' SOLO FIGURA EN EL '
                     'REPORTE'
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'FACTURA ' RSP-NUMERO
                  ' MOTIVO ' RSP-MOTIVO
                  ' ' RSP-DESCRIPCION
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 275000-ESCRIBIR-LINEA.


       250000-LISTAR-RECHAZOS.
           MOVE 'N' TO WSV-HAY-PENDIENTE
           PERFORM VARYING WS-IND-RECHAZO FROM 1 BY 1
                     UNTIL WS-IND-RECHAZO > WS-CANT-RECHAZOS
             IF TR-ESTADO(WS-IND-RECHAZO) = 'P'
                     AND TR-EMPRESA(WS-IND-RECHAZO) = WSP-EMPRESA
               MOVE 'S' TO WSV-HAY-PENDIENTE
               DISPLAY 'FACTURA ' TR-NUMERO(WS-IND-RECHAZO)
                       ' DEL ' TR-FECHA(WS-IND-RECHAZO)
                       ' MOTIVO ' TR-MOTIVO(WS-IND-RECHAZO)
                       ' ' TR-DESCRIPCION(WS-IND-RECHAZO)
             END-IF
           END-PERFORM
           IF WSV-HAY-PENDIENTE = 'N'
             DISPLAY 'NO HAY RECHAZOS PENDIENTES DE REENVIO'
           END-IF.


       260000-REENVIAR.
           DISPLAY 'INGRESE EL NUMERO LEGAL DE LA FACTURA CORREGIDA: '
           ACCEPT WSV-NUMERO
           PERFORM 205000-BUSCAR-FACTURA
           IF WS-IND-FAC-HALLADA = 0
             DISPLAY 'NO EXISTE UNA FACTURA CON ESE NUMERO'
           ELSE
             IF TF-ESTADO-CAE(WS-IND-FAC-HALLADA) NOT = 'R'
               DISPLAY 'LA FACTURA NO ESTA RECHAZADA, ESTADO CAE '
                       TF-ESTADO-CAE(WS-IND-FAC-HALLADA)
             ELSE
      * Vuelve a pendiente: la proxima solicitud la incluye. Los
      * rechazos de la cola quedan como historia, marcados
      * reenviados.
               MOVE 'P' TO TF-ESTADO-CAE(WS-IND-FAC-HALLADA)
               PERFORM VARYING WS-IND-RECHAZO FROM 1 BY 1
                         UNTIL WS-IND-RECHAZO > WS-CANT-RECHAZOS
                 IF TR-NUMERO(WS-IND-RECHAZO) = WSV-NUMERO
                       AND TR-ESTADO(WS-IND-RECHAZO) = 'P'
                       AND TR-EMPRESA(WS-IND-RECHAZO) = WSP-EMPRESA
                   MOVE 'E' TO TR-ESTADO(WS-IND-RECHAZO)
                 END-IF
               END-PERFORM
               PERFORM 305000-GRABAR-FACTURAS
               PERFORM 306000-GRABAR-RECHAZOS
               DISPLAY 'FACTURA ' WSV-NUMERO
                       ' PENDIENTE, VIAJA EN LA PROXIMA SOLICITUD'
             END-IF
           END-IF.


       275000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       276000-CONTROL-RESPUESTA.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'AUTORIZADAS ' WSA-CANT-AUTORIZADAS
                  ' RECHAZADAS ' WSA-CANT-RECHAZADAS
                  ' INEXISTENTES ' WSA-CANT-INEXISTENTES
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 275000-ESCRIBIR-LINEA
           DISPLAY 'FACTURAS AUTORIZADAS: ' WSA-CANT-AUTORIZADAS
           DISPLAY 'FACTURAS RECHAZADAS:  ' WSA-CANT-RECHAZADAS
           IF WSA-CANT-INEXISTENTES > 0
             DISPLAY 'RESPUESTAS SIN FACTURA: ' WSA-CANT-INEXISTENTES
           END-IF.


       305000-GRABAR-FACTURAS.
           OPEN OUTPUT FACTREG
           IF NOT WSS-FS-FACTREG-OK
             DISPLAY 'ERROR DE ARCHIVO DE REGISTRO DE FACTURAS'
             DISPLAY 'FILE STATUS ' WSS-FS-FACTREG
           ELSE
             PERFORM VARYING WS-IND-FACTURA FROM 1 BY 1
                       UNTIL WS-IND-FACTURA > WS-CANT-FACTURAS
               MOVE TF-NUMERO(WS-IND-FACTURA) TO FAC-NUMERO
               MOVE TF-FECHA(WS-IND-FACTURA) TO FAC-FECHA
               MOVE TF-PERIODO(WS-IND-FACTURA) TO FAC-PERIODO
               MOVE TF-NROCUENTA(WS-IND-FACTURA) TO FAC-NROCUENTA
               MOVE TF-NRO-CLIENTE(WS-IND-FACTURA)
                 TO FAC-NRO-CLIENTE
               MOVE TF-CATIVA(WS-IND-FACTURA) TO FAC-CATIVA
               MOVE TF-NETO(WS-IND-FACTURA) TO FAC-NETO
               MOVE TF-IVA(WS-IND-FACTURA) TO FAC-IVA
               MOVE TF-PERCEP(WS-IND-FACTURA) TO FAC-PERCEP
               MOVE TF-TOTAL(WS-IND-FACTURA) TO FAC-TOTAL
               MOVE TF-ESTADO(WS-IND-FACTURA) TO FAC-ESTADO
               MOVE TF-ESTADO-CAE(WS-IND-FACTURA) TO FAC-ESTADO-CAE
               MOVE TF-CAE(WS-IND-FACTURA) TO FAC-CAE
               MOVE TF-VTO-CAE(WS-IND-FACTURA) TO FAC-VTO-CAE
               MOVE TF-CUIT(WS-IND-FACTURA) TO FAC-CUIT
               MOVE TF-EMPRESA(WS-IND-FACTURA) TO FAC-EMPRESA
               WRITE REG-FACTREG
             END-PERFORM
             CLOSE FACTREG
           END-IF.


       306000-GRABAR-RECHAZOS.
           OPEN OUTPUT CAERECH
           IF NOT WSS-FS-CAERECH-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECHAZOS DE CAE'
             DISPLAY 'FILE STATUS ' WSS-FS-CAERECH
           ELSE
             PERFORM VARYING WS-IND-RECHAZO FROM 1 BY 1
                       UNTIL WS-IND-RECHAZO > WS-CANT-RECHAZOS
               MOVE TR-NUMERO(WS-IND-RECHAZO) TO RCH-NUMERO
               MOVE TR-FECHA(WS-IND-RECHAZO) TO RCH-FECHA
               MOVE TR-MOTIVO(WS-IND-RECHAZO) TO RCH-MOTIVO
               MOVE TR-DESCRIPCION(WS-IND-RECHAZO)
                 TO RCH-DESCRIPCION
               MOVE TR-ESTADO(WS-IND-RECHAZO) TO RCH-ESTADO
               MOVE TR-EMPRESA(WS-IND-RECHAZO) TO RCH-EMPRESA
               WRITE REG-CAERECH
             END-PERFORM
             CLOSE CAERECH
           END-IF.


       395000-REGISTRAR-REPORTE.
           MOVE 'RECHAZOS DE CAE' TO WS-REPIDX-NOMBRE
           MOVE 'AUTORIZACAE' TO WS-REPIDX-PROGRAMA
           MOVE '..\CAERECH.REP' TO WS-REPIDX-ARCHIVO
           MOVE WSA-CANT-RECHAZADAS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   AUTORIZACION DE FACTURAS (CAE)'
           DISPLAY 'Programme: AUTORIZACAE'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'AUTORIZACAE'     TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-FACTREG    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
