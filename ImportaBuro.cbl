      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     IMPORTACION DE LA RESPUESTA DEL BURO DE CREDITO A
      *              NUESTRAS CONSULTAS: LEE BURORESP.DAT (CABECERA
      *              'H', UN DETALLE 'D' POR CUIT CON SU PEOR
      *              SITUACION EN EL SISTEMA, LA DEUDA TOTAL Y LA
      *              CANTIDAD DE ENTIDADES, Y UN PIE 'T' CON LA
      *              CANTIDAD DE DETALLES), RECHAZA LOS DETALLES
      *              INVALIDOS Y ACTUALIZA BUROCONS.DAT, QUE GUARDA
      *              LA RESPUESTA MAS RECIENTE DE CADA CUIT. DE AHI LA
      *              CONSULTAN, VIA LA RUTINA CONSULTABURO,
      *              MANTCLIENTES AL DAR DE ALTA UN CLIENTE O SUBIRLE
      *              EL LIMITE Y CONTROLLIMITE AL CONTROLAR UN CARGO.
      *              SI EL PIE NO CUADRA CON LOS DETALLES LEIDOS EL
      *              ARCHIVO VINO INCOMPLETO Y NO SE APLICA NADA
      *              (RETURN-CODE 8); CON RECHAZOS, RETURN-CODE 4.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  IMPORTABURO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BURORESP           ASSIGN TO DISK '..\BURORESP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BURORESP.

           SELECT BUROCONS           ASSIGN TO DISK '..\BUROCONS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BUROCONS.

           SELECT REPORTE            ASSIGN TO DISK '..\BURORESP.REP'
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
      * Diseno de respuesta del buro.
       FD BURORESP.
       01 REG-BURORESP.
         05 RSP-TIPO                   PIC X(01).
             88 RSP-CABECERA                          VALUE 'H'.
             88 RSP-DETALLE                           VALUE 'D'.
             88 RSP-PIE                               VALUE 'T'.
         05 RSP-CUIT                   PIC 9(11).
         05 RSP-SITUACION              PIC 9(01).
         05 RSP-DEUDA                  PIC 9(13)V99.
         05 RSP-CANT-ENTIDADES         PIC 9(03).
         05 RSP-FECHA                  PIC 9(08).
       01 REG-BURORESP-PIE.
         05 FILLER                     PIC X(01).
         05 RSP-CANT-DETALLES          PIC 9(07).
         05 FILLER                     PIC X(31).

       FD BUROCONS.
           COPY BUROCONS.

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
           COPY WSFS REPLACING ==:TAG:== BY ==BURORESP==.
           COPY WSFS REPLACING ==:TAG:== BY ==BUROCONS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

      * Imagen en memoria de BUROCONS.DAT: se regraba entera solo si
      * la respuesta llego completa.
       01 TABLA-CONSULTAS.
         05 WS-CANT-CONSULTAS          PIC 9(05) VALUE 0.
         05 TBC-ENTRY OCCURS 9999 TIMES.
           10 TBC-CUIT                 PIC 9(11).
           10 TBC-SITUACION            PIC 9(01).
           10 TBC-DEUDA-SISTEMA        PIC 9(13)V99.
           10 TBC-CANT-ENTIDADES       PIC 9(03).
           10 TBC-FECHA-RESPUESTA      PIC 9(08).
           10 TBC-FECHA-IMPORTACION    PIC 9(08).

       01 INDICES.
         05 WS-IND-CONSULTA            PIC 9(05).
         05 WS-IND-HALLADO             PIC 9(05).

       01 VARIABLES.
         05 WSV-MOTIVO                 PIC X(30).
         05 WSV-CANT-PIE               PIC 9(07).

       01 WS-HAY-PIE                   PIC X VALUE 'N'.
           88 WS-PIE-LEIDO                              VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-DETALLES          PIC 9(07).
         05 WSA-CANT-ALTAS             PIC 9(05).
         05 WSA-CANT-ACTUALIZADAS      PIC 9(05).
         05 WSA-CANT-ANTERIORES        PIC 9(05).
         05 WSA-CANT-RECHAZADAS        PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESAR-RESPUESTA
                 PERFORM 250000-GRABAR-CONSULTAS
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 110000-CARGAR-CONSULTAS
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'IMPORTACION DE RESPUESTA DEL BURO - PROCESO '
                  WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       110000-CARGAR-CONSULTAS.
           MOVE 0 TO WS-CANT-CONSULTAS
           OPEN INPUT BUROCONS
           IF WSS-FS-BUROCONS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-BUROCONS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CONSULTAS AL BURO'
               DISPLAY 'FILE STATUS ' WSS-FS-BUROCONS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 115000-LEER-CONSULTA
               PERFORM UNTIL WSS-FS-BUROCONS-EOF
                 IF WS-CANT-CONSULTAS >= 9999
                   DISPLAY 'ERROR: MAS DE 9999 CUIT EN BUROCONS.DAT'
                   CLOSE BUROCONS
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
                 ADD 1 TO WS-CANT-CONSULTAS
                 MOVE BCO-CUIT TO TBC-CUIT(WS-CANT-CONSULTAS)
                 MOVE BCO-SITUACION
                   TO TBC-SITUACION(WS-CANT-CONSULTAS)
                 MOVE BCO-DEUDA-SISTEMA
                   TO TBC-DEUDA-SISTEMA(WS-CANT-CONSULTAS)
                 MOVE BCO-CANT-ENTIDADES
                   TO TBC-CANT-ENTIDADES(WS-CANT-CONSULTAS)
                 MOVE BCO-FECHA-RESPUESTA
                   TO TBC-FECHA-RESPUESTA(WS-CANT-CONSULTAS)
                 MOVE BCO-FECHA-IMPORTACION
                   TO TBC-FECHA-IMPORTACION(WS-CANT-CONSULTAS)
                 PERFORM 115000-LEER-CONSULTA
               END-PERFORM
             END-IF
             CLOSE BUROCONS
           END-IF.


       115000-LEER-CONSULTA.
           READ BUROCONS
           IF NOT WSS-FS-BUROCONS-OK AND NOT WSS-FS-BUROCONS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-BUROCONS
             MOVE '10' TO WSS-FS-BUROCONS
           END-IF.


       200000-PROCESAR-RESPUESTA.
           OPEN INPUT BURORESP
           IF NOT WSS-FS-BURORESP-OK
             DISPLAY 'ERROR DE ARCHIVO DE RESPUESTA DEL BURO'
             DISPLAY 'FILE STATUS ' WSS-FS-BURORESP
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 205000-LEER-RESPUESTA
           PERFORM UNTIL WSS-FS-BURORESP-EOF
             EVALUATE TRUE
               WHEN RSP-CABECERA
                 CONTINUE
               WHEN RSP-DETALLE
                 ADD 1 TO WSA-CANT-DETALLES
                 PERFORM 210000-VALIDAR-DETALLE
               WHEN RSP-PIE
                 MOVE 'S' TO WS-HAY-PIE
                 IF RSP-CANT-DETALLES IS NUMERIC
                   MOVE RSP-CANT-DETALLES TO WSV-CANT-PIE
                 ELSE
                   MOVE 0 TO WSV-CANT-PIE
                 END-IF
               WHEN OTHER
                 MOVE 'TIPO DE REGISTRO DESCONOCIDO' TO WSV-MOTIVO
                 PERFORM 225000-RECHAZAR
             END-EVALUATE
             PERFORM 205000-LEER-RESPUESTA
           END-PERFORM
           CLOSE BURORESP
           IF NOT WS-PIE-LEIDO
                   OR WSV-CANT-PIE NOT = WSA-CANT-DETALLES
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ARCHIVO INCOMPLETO: DETALLES LEIDOS '
                    WSA-CANT-DETALLES ' PIE ' WSV-CANT-PIE
                    ', NO SE APLICA'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             DISPLAY WS-LINEA-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 260000-TOTALES
             PERFORM 300000-FINAL
           END-IF.


       205000-LEER-RESPUESTA.
           READ BURORESP
           IF NOT WSS-FS-BURORESP-OK AND NOT WSS-FS-BURORESP-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-BURORESP
             MOVE '10' TO WSS-FS-BURORESP
           END-IF
           IF WSS-FS-BURORESP-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-VALIDAR-DETALLE.
           EVALUATE TRUE
             WHEN RSP-CUIT IS NOT NUMERIC OR RSP-CUIT = 0
               MOVE 'CUIT INVALIDO' TO WSV-MOTIVO
               PERFORM 225000-RECHAZAR
             WHEN RSP-SITUACION IS NOT NUMERIC
                     OR RSP-SITUACION > 5
               MOVE 'SITUACION FUERA DE 0-5' TO WSV-MOTIVO
               PERFORM 225000-RECHAZAR
             WHEN RSP-DEUDA IS NOT NUMERIC
                     OR RSP-CANT-ENTIDADES IS NOT NUMERIC
               MOVE 'DEUDA O ENTIDADES NO NUMERICAS' TO WSV-MOTIVO
               PERFORM 225000-RECHAZAR
             WHEN RSP-FECHA IS NOT NUMERIC OR RSP-FECHA = 0
               MOVE 'FECHA DE RESPUESTA INVALIDA' TO WSV-MOTIVO
               PERFORM 225000-RECHAZAR
             WHEN OTHER
               PERFORM 220000-APLICAR-DETALLE
           END-EVALUATE.


       220000-APLICAR-DETALLE.
      * Queda la respuesta mas reciente de cada CUIT: una vieja que
      * llega tarde no pisa a una nueva.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-CONSULTA FROM 1 BY 1
                     UNTIL WS-IND-CONSULTA > WS-CANT-CONSULTAS
             IF TBC-CUIT(WS-IND-CONSULTA) = RSP-CUIT
               MOVE WS-IND-CONSULTA TO WS-IND-HALLADO
               MOVE WS-CANT-CONSULTAS TO WS-IND-CONSULTA
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-CONSULTAS >= 9999
               MOVE 'TABLA DE CONSULTAS COMPLETA' TO WSV-MOTIVO
               PERFORM 225000-RECHAZAR
             ELSE
               ADD 1 TO WS-CANT-CONSULTAS
               MOVE WS-CANT-CONSULTAS TO WS-IND-HALLADO
               MOVE RSP-CUIT TO TBC-CUIT(WS-IND-HALLADO)
               MOVE 0 TO TBC-FECHA-RESPUESTA(WS-IND-HALLADO)
               ADD 1 TO WSA-CANT-ALTAS
             END-IF
           ELSE
             IF RSP-FECHA < TBC-FECHA-RESPUESTA(WS-IND-HALLADO)
               ADD 1 TO WSA-CANT-ANTERIORES
               MOVE 0 TO WS-IND-HALLADO
             ELSE
               ADD 1 TO WSA-CANT-ACTUALIZADAS
             END-IF
           END-IF
           IF WS-IND-HALLADO > 0
             MOVE RSP-SITUACION TO TBC-SITUACION(WS-IND-HALLADO)
             MOVE RSP-DEUDA TO TBC-DEUDA-SISTEMA(WS-IND-HALLADO)
             MOVE RSP-CANT-ENTIDADES
               TO TBC-CANT-ENTIDADES(WS-IND-HALLADO)
             MOVE RSP-FECHA TO TBC-FECHA-RESPUESTA(WS-IND-HALLADO)
             MOVE WSP-FECHA-PROCESO
               TO TBC-FECHA-IMPORTACION(WS-IND-HALLADO)
           END-IF.


       225000-RECHAZAR.
           ADD 1 TO WSA-CANT-RECHAZADAS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RECHAZADO REGISTRO ' WS-CANT-LEIDOS ' '
                  REG-BURORESP(1:12) ' ' WSV-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF WS-RETURN-CODE < 4
             MOVE 4 TO WS-RETURN-CODE
           END-IF.


       250000-GRABAR-CONSULTAS.
           OPEN OUTPUT BUROCONS
           IF NOT WSS-FS-BUROCONS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONSULTAS AL BURO'
             DISPLAY 'FILE STATUS ' WSS-FS-BUROCONS
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM VARYING WS-IND-CONSULTA FROM 1 BY 1
                       UNTIL WS-IND-CONSULTA > WS-CANT-CONSULTAS
               MOVE TBC-CUIT(WS-IND-CONSULTA) TO BCO-CUIT
               MOVE TBC-SITUACION(WS-IND-CONSULTA) TO BCO-SITUACION
               MOVE TBC-DEUDA-SISTEMA(WS-IND-CONSULTA)
                 TO BCO-DEUDA-SISTEMA
               MOVE TBC-CANT-ENTIDADES(WS-IND-CONSULTA)
                 TO BCO-CANT-ENTIDADES
               MOVE TBC-FECHA-RESPUESTA(WS-IND-CONSULTA)
                 TO BCO-FECHA-RESPUESTA
               MOVE TBC-FECHA-IMPORTACION(WS-IND-CONSULTA)
                 TO BCO-FECHA-IMPORTACION
               WRITE REG-BUROCONS
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE BUROCONS
           END-IF
           PERFORM 260000-TOTALES.


       260000-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DETALLES LEIDOS ' WSA-CANT-DETALLES
                  '  RECHAZADOS ' WSA-CANT-RECHAZADAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CUIT NUEVOS ' WSA-CANT-ALTAS
                  '  ACTUALIZADOS ' WSA-CANT-ACTUALIZADAS
                  '  RESPUESTAS VIEJAS ' WSA-CANT-ANTERIORES
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           CLOSE REPORTE
           PERFORM 395000-REGISTRAR-REPORTE.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   RESPUESTA DEL BURO DE CREDITO'
           DISPLAY 'Programme: IMPORTABURO'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'DETALLES LEIDOS: ' WSA-CANT-DETALLES
           DISPLAY 'RECHAZADOS:      ' WSA-CANT-RECHAZADAS
           DISPLAY 'CUIT NUEVOS:     ' WSA-CANT-ALTAS
           DISPLAY 'ACTUALIZADOS:    ' WSA-CANT-ACTUALIZADAS.


       395000-REGISTRAR-REPORTE.
           MOVE 'RESPUESTA BURO' TO WS-REPIDX-NOMBRE
           MOVE 'IMPORTABURO' TO WS-REPIDX-PROGRAMA
           MOVE '..\BURORESP.REP' TO WS-REPIDX-ARCHIVO
           MOVE WSA-CANT-DETALLES TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'IMPORTABURO'     TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-BURORESP   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
