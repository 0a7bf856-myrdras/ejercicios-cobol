      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     CONCILIACION DE RESULT.DAT CONTRA LA FACTURACION
      *              DEL PERIODO, DESPUES DEL MERGE DE EVINT-EJ01:
      *              PARTE DEL FACTURADO EN SERVICIO.DAT Y DE LAS
      *              EXCEPCIONES QUE GENERATRANSAC DEJO EN TRANSGEN.DAT,
      *              PASA POR LO QUE LLEGO AL MERGE EN TRANSAC.DAT (LA
      *              DIFERENCIA CONTRA LO GENERADO SON LOS AJUSTES
      *              CARGADOS A MANO MENOS LO QUE DEPURO EDITATRANSAC)
      *              Y POR LAS RECHAZADAS DEL MERGE
      *              (TRANSAC-RECHAZADAS.DAT), Y LO COMPARA CON EL
      *              MOVIMIENTO DE RESULT.DAT: SU GRAN TOTAL MENOS LOS
      *              SALDOS ANTERIORES QUE CADA REGISTRO ARRASTRA. EL
      *              LISTADO CONCRES.REP PRUEBA QUE EL GRAN TOTAL DE
      *              RESULT.DAT ES EL DE LOS SALDOS ANTERIORES MAS EL
      *              FACTURADO DEL PERIODO, Y TERMINA CON CODIGO 4 SI
      *              NO CONCILIA Y 8 ANTE ERRORES DE ARCHIVO. SIN
      *              TRANSGEN.DAT (TRANSAC.DAT CARGADO A MANO) CONCILIA
      *              SOLO DESDE TRANSAC.DAT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  CONCILIARESULT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSGEN           ASSIGN TO DISK '..\TRANSGEN.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRANSGEN.

           SELECT TRANSAC            ASSIGN TO DISK '..\TRANSAC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRANSAC.

           SELECT RECHAZADAS         ASSIGN TO DISK
                                       '..\TRANSAC-RECHAZADAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECHAZADAS.

           SELECT RESULT             ASSIGN TO DISK '..\RESULT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESULT.

           SELECT REPORTE            ASSIGN TO DISK '..\CONCRES.REP'
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
       FD TRANSGEN.
           COPY TRGENREC.

       FD TRANSAC.
       01 REG-TRANSAC.
         05 NRO-CLIENTE-T              PIC 9(7).
         05 COD_SERVICIO               PIC X(3).
         05 IMPORTE-T                  PIC 9(7)V99.
         05 NRO-LOTE-T                 PIC 9(08).
       01 REG-TRANSAC-TRL             PIC X(31).

       FD RECHAZADAS.
       01 REG-RECHAZADAS.
         05 NRO-CLIENTE-RCH            PIC 9(7).
         05 COD_SERVICIO-RCH           PIC X(3).
         05 IMPORTE-RCH                PIC 9(7)V99.
         05 MOTIVO-RCH                 PIC X(30).

       FD RESULT.
       01 REG-RESULT.
         05 NRO-CLIENTE-R              PIC 9(7).
         05 NYA-R                      PIC X(60).
         05 SALDO-ANTERIOR             PIC 9(7)V99.
         05 IMPORTE-R                  PIC 9(7)V99.
         05 CANT-TR                    PIC 9(3).
         05 CANT-COD-R                 PIC 9(2).
         05 DETALLE-COD-R OCCURS 20 TIMES.
           10 COD-SERVICIO-R           PIC X(3).
           10 IMPORTE-COD-R            PIC 9(7)V99.

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
           COPY WSFS REPLACING ==:TAG:== BY ==TRANSGEN==.
           COPY WSFS REPLACING ==:TAG:== BY ==TRANSAC==.
           COPY WSFS REPLACING ==:TAG:== BY ==RECHAZADAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==RESULT==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSTRAILER.

       COPY WSPARAM-WS.

       COPY WSREPIDX-WS.

       01 WS-HAY-GENERACION            PIC X VALUE 'N'.
           88 WS-CON-GENERACION                         VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-TRANSAC           PIC 9(08).
         05 WSA-TOTAL-TRANSAC          PIC S9(13)V99.
         05 WSA-CANT-RECHAZADAS        PIC 9(08).
         05 WSA-TOTAL-RECHAZADAS       PIC S9(13)V99.
         05 WSA-CANT-RESULT            PIC 9(08).
         05 WSA-TOTAL-RESULT           PIC S9(13)V99.
         05 WSA-TOTAL-SALDO-ANT        PIC S9(13)V99.
         05 WSA-LINEAS-REPORTE         PIC 9(05).

       01 CALCULOS.
         05 WSC-AJUSTES                PIC S9(13)V99.
         05 WSC-MOVIMIENTO-ESPERADO    PIC S9(13)V99.
         05 WSC-MOVIMIENTO-RESULT      PIC S9(13)V99.
         05 WSC-DIFERENCIA             PIC S9(13)V99.

       01 WS-LINEA-CONCILIACION.
         05 WS-LC-CONCEPTO             PIC X(48).
         05 WS-LC-CANTIDAD             PIC Z(7)9.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-LC-IMPORTE              PIC -(14)9,99.

       01 WS-IMPORTE-EDIT              PIC -(14)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-SUMAR-TRANSAC
                 PERFORM 210000-SUMAR-RECHAZADAS
                 PERFORM 220000-SUMAR-RESULT
                 PERFORM 250000-CONCILIAR
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES
                      CALCULOS

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-LEER-GENERACION
           PERFORM 120000-ABRIR-REPORTE.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-LEER-GENERACION.
           MOVE 'N' TO WS-HAY-GENERACION
           OPEN INPUT TRANSGEN
           IF WSS-FS-TRANSGEN-OK
             READ TRANSGEN
             IF WSS-FS-TRANSGEN-OK
               MOVE 'S' TO WS-HAY-GENERACION
             END-IF
             CLOSE TRANSGEN
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
           IF WS-CON-GENERACION
             STRING 'CONCILIACION DE RESULT.DAT CONTRA LA FACTURACION'
                    ' - PERIODO ' TGE-PERIODO
                    ' EMPRESA ' WSP-EMPRESA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
             STRING 'CONCILIACION DE RESULT.DAT CONTRA TRANSAC.DAT'
                    ' - EMPRESA ' WSP-EMPRESA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 270000-ESCRIBIR-LINEA
           IF NOT WS-CON-GENERACION
             MOVE 'SIN TRANSGEN.DAT: TRANSAC.DAT NO SE GENERO DESDE '
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE 'SERVICIO.DAT, SE CONCILIA SOLO DESDE EL MERGE'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           ELSE
             IF TGE-EMPRESA NOT = WSP-EMPRESA
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'ADVERTENCIA: TRANSAC.DAT SE GENERO PARA LA '
                      'EMPRESA ' TGE-EMPRESA
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 270000-ESCRIBIR-LINEA
             END-IF
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       200000-SUMAR-TRANSAC.
      * Lo que efectivamente entro al merge: despues de EDITATRANSAC
      * la cadena deja en TRANSAC.DAT el archivo depurado.
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
             PERFORM 205000-LEER-TRANSAC
             PERFORM UNTIL WSS-FS-TRANSAC-EOF
               ADD 1 TO WSA-CANT-TRANSAC
               ADD IMPORTE-T TO WSA-TOTAL-TRANSAC
               PERFORM 205000-LEER-TRANSAC
             END-PERFORM
             CLOSE TRANSAC
           END-IF.


       205000-LEER-TRANSAC.
           READ TRANSAC
           IF NOT WSS-FS-TRANSAC-OK AND NOT WSS-FS-TRANSAC-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TRANSAC
             MOVE 8 TO WS-RETURN-CODE
             MOVE '10' TO WSS-FS-TRANSAC
           END-IF
           IF WSS-FS-TRANSAC-OK
             ADD 1 TO WS-CANT-LEIDOS
             IF REG-TRANSAC-TRL(1:8) = '*TRAILER'
               MOVE '10' TO WSS-FS-TRANSAC
             END-IF
           END-IF.


       210000-SUMAR-RECHAZADAS.
           OPEN INPUT RECHAZADAS
           IF WSS-FS-RECHAZADAS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-RECHAZADAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE RECHAZADAS'
               DISPLAY 'FILE STATUS ' WSS-FS-RECHAZADAS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 215000-LEER-RECHAZADA
             PERFORM UNTIL WSS-FS-RECHAZADAS-EOF
               ADD 1 TO WSA-CANT-RECHAZADAS
               ADD IMPORTE-RCH TO WSA-TOTAL-RECHAZADAS
               PERFORM 215000-LEER-RECHAZADA
             END-PERFORM
             CLOSE RECHAZADAS
           END-IF.


       215000-LEER-RECHAZADA.
           READ RECHAZADAS
           IF NOT WSS-FS-RECHAZADAS-OK AND NOT WSS-FS-RECHAZADAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-RECHAZADAS
             MOVE 8 TO WS-RETURN-CODE
             MOVE '10' TO WSS-FS-RECHAZADAS
           END-IF
           IF WSS-FS-RECHAZADAS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       220000-SUMAR-RESULT.
           OPEN INPUT RESULT
           IF NOT WSS-FS-RESULT-OK
             DISPLAY 'ERROR DE ARCHIVO DE RESULTADOS'
             DISPLAY 'FILE STATUS ' WSS-FS-RESULT
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 225000-LEER-RESULT
           PERFORM UNTIL WSS-FS-RESULT-EOF
             ADD 1 TO WSA-CANT-RESULT
             ADD IMPORTE-R TO WSA-TOTAL-RESULT
             ADD SALDO-ANTERIOR TO WSA-TOTAL-SALDO-ANT
             PERFORM 225000-LEER-RESULT
           END-PERFORM
           CLOSE RESULT.


       225000-LEER-RESULT.
           READ RESULT
           IF NOT WSS-FS-RESULT-OK AND NOT WSS-FS-RESULT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-RESULT
             MOVE 8 TO WS-RETURN-CODE
             MOVE '10' TO WSS-FS-RESULT
           END-IF
           IF WSS-FS-RESULT-OK
             ADD 1 TO WS-CANT-LEIDOS
             MOVE REG-RESULT(1:31) TO WS-TRAILER
             IF WS-ES-TRAILER
               MOVE '10' TO WSS-FS-RESULT
             END-IF
           END-IF.


       250000-CONCILIAR.
      * Movimiento esperado = lo que entro al merge menos lo que el
      * merge rechazo; movimiento de RESULT = gran total menos los
      * saldos anteriores que arrastra cada cliente.
           COMPUTE WSC-MOVIMIENTO-ESPERADO = WSA-TOTAL-TRANSAC
                                           - WSA-TOTAL-RECHAZADAS
           COMPUTE WSC-MOVIMIENTO-RESULT = WSA-TOTAL-RESULT
                                         - WSA-TOTAL-SALDO-ANT
           COMPUTE WSC-DIFERENCIA = WSC-MOVIMIENTO-ESPERADO
                                  - WSC-MOVIMIENTO-RESULT
           IF WS-CON-GENERACION
             COMPUTE WSC-AJUSTES = WSA-TOTAL-TRANSAC
                                 - TGE-TOTAL-TRANSAC
             MOVE 'FACTURADO DEL PERIODO EN SERVICIO.DAT'
               TO WS-LC-CONCEPTO
             MOVE TGE-CANT-SERVICIO TO WS-LC-CANTIDAD
             MOVE TGE-TOTAL-SERVICIO TO WS-LC-IMPORTE
             PERFORM 260000-ESCRIBIR-CONCEPTO
             MOVE '  MENOS EXCEPCIONES DE GENERATRANSAC'
               TO WS-LC-CONCEPTO
             MOVE TGE-CANT-EXCEPCION TO WS-LC-CANTIDAD
             MOVE TGE-TOTAL-EXCEPCION TO WS-LC-IMPORTE
             PERFORM 260000-ESCRIBIR-CONCEPTO
             MOVE '  = TRANSAC.DAT GENERADO' TO WS-LC-CONCEPTO
             MOVE TGE-CANT-TRANSAC TO WS-LC-CANTIDAD
             MOVE TGE-TOTAL-TRANSAC TO WS-LC-IMPORTE
             PERFORM 260000-ESCRIBIR-CONCEPTO
             MOVE '  AJUSTES MANUALES MENOS DEPURADO EN LA EDICION'
               TO WS-LC-CONCEPTO
             MOVE 0 TO WS-LC-CANTIDAD
             MOVE WSC-AJUSTES TO WS-LC-IMPORTE
             PERFORM 260000-ESCRIBIR-CONCEPTO
           END-IF
           MOVE '  = TRANSAC.DAT AL MERGE' TO WS-LC-CONCEPTO
           MOVE WSA-CANT-TRANSAC TO WS-LC-CANTIDAD
           MOVE WSA-TOTAL-TRANSAC TO WS-LC-IMPORTE
           PERFORM 260000-ESCRIBIR-CONCEPTO
           MOVE '  MENOS RECHAZADAS EN EL MERGE' TO WS-LC-CONCEPTO
           MOVE WSA-CANT-RECHAZADAS TO WS-LC-CANTIDAD
           MOVE WSA-TOTAL-RECHAZADAS TO WS-LC-IMPORTE
           PERFORM 260000-ESCRIBIR-CONCEPTO
           MOVE '  = MOVIMIENTO ESPERADO EN RESULT.DAT'
             TO WS-LC-CONCEPTO
           MOVE 0 TO WS-LC-CANTIDAD
           MOVE WSC-MOVIMIENTO-ESPERADO TO WS-LC-IMPORTE
           PERFORM 260000-ESCRIBIR-CONCEPTO
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'GRAN TOTAL DE RESULT.DAT' TO WS-LC-CONCEPTO
           MOVE WSA-CANT-RESULT TO WS-LC-CANTIDAD
           MOVE WSA-TOTAL-RESULT TO WS-LC-IMPORTE
           PERFORM 260000-ESCRIBIR-CONCEPTO
           MOVE '  MENOS SALDOS ANTERIORES' TO WS-LC-CONCEPTO
           MOVE 0 TO WS-LC-CANTIDAD
           MOVE WSA-TOTAL-SALDO-ANT TO WS-LC-IMPORTE
           PERFORM 260000-ESCRIBIR-CONCEPTO
           MOVE '  = MOVIMIENTO DEL PERIODO EN RESULT.DAT'
             TO WS-LC-CONCEPTO
           MOVE 0 TO WS-LC-CANTIDAD
           MOVE WSC-MOVIMIENTO-RESULT TO WS-LC-IMPORTE
           PERFORM 260000-ESCRIBIR-CONCEPTO
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WSC-DIFERENCIA = 0
             MOVE 'CONCILIADO: DIFERENCIA CERO' TO WS-LINEA-REPORTE
           ELSE
             MOVE WSC-DIFERENCIA TO WS-IMPORTE-EDIT
             STRING 'NO CONCILIA: DIFERENCIA ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             IF WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
             END-IF
           END-IF
           PERFORM 270000-ESCRIBIR-LINEA
           IF WS-CON-GENERACION AND WSC-DIFERENCIA = 0
             MOVE 'RESULT.DAT = SALDOS ANTERIORES + FACTURADO DEL '
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE 'PERIODO - EXCEPCIONES + AJUSTES - RECHAZADAS'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF.


       260000-ESCRIBIR-CONCEPTO.
           MOVE WS-LINEA-CONCILIACION TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WSA-LINEAS-REPORTE.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CONCILIACION DE RESULT.DAT'
           DISPLAY 'Programme: CONCILIARESULT'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           DISPLAY 'TRANSACCIONES AL MERGE:   ' WSA-CANT-TRANSAC
           DISPLAY 'RECHAZADAS EN EL MERGE:   ' WSA-CANT-RECHAZADAS
           DISPLAY 'CLIENTES EN RESULT.DAT:   ' WSA-CANT-RESULT
           MOVE WSC-DIFERENCIA TO WS-IMPORTE-EDIT
           DISPLAY 'DIFERENCIA:               ' WS-IMPORTE-EDIT
                   ' (DETALLE EN CONCRES.REP)'.


       330000-CERRAR-ARCHIVOS.
           IF WSS-FS-REPORTE-OK
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF.


       390000-GRABAR-BITACORA.
           MOVE 'CONCILIARESULT'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-RESULT     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'CONCILIACION RESULT' TO WS-REPIDX-NOMBRE
           MOVE 'CONCILIARESULT' TO WS-REPIDX-PROGRAMA
           MOVE '..\CONCRES.REP' TO WS-REPIDX-ARCHIVO
           MOVE WSA-LINEAS-REPORTE TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
