      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     RESUMEN DE ENVIO DE DOCUMENTOS POR CANAL. LEE EL
      *              REGISTRO DE ENVIOS (ENVIOS.DAT) ENTRE DOS FECHAS Y
      *              CUENTA LOS ESTADOS DE CUENTA Y LAS FACTURAS QUE
      *              SALIERON SOLO EN PAPEL, SOLO POR EMAIL O POR AMBOS
      *              CANALES, CON EL TOTAL DE DOCUMENTOS IMPRESOS
      *              (PAPEL + AMBOS) Y ENVIADOS POR CORREO (EMAIL +
      *              AMBOS). AGREGA DE ENVIOCLI.DAT LOS REBOTES DEL
      *              PERIODO Y CUANTOS CLIENTES TIENEN HOY CADA
      *              PREFERENCIA. EL RESUMEN QUEDA EN ENVIOS.REP.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  REPORTEENVIOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVIOS             ASSIGN TO DISK '..\ENVIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENVIOS.

           SELECT ENVIOCLI           ASSIGN TO DISK '..\ENVIOCLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENVIOCLI.

           SELECT REPORTE            ASSIGN TO DISK '..\ENVIOS.REP'
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
       FD ENVIOS.
           COPY ENVDOCREC.

       FD ENVIOCLI.
           COPY ENVIOREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==ENVIOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==ENVIOCLI==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSREPIDX-WS.

       01 FILTROS.
         05 WSF-FECHA-DESDE            PIC 9(08).
         05 WSF-FECHA-HASTA            PIC 9(08).

      * Documentos por tipo (1 estado de cuenta, 2 factura) y canal
      * (1 papel, 2 email, 3 ambos).
       01 TABLA-ENVIOS.
         05 TEN-DOCUMENTO OCCURS 2 TIMES.
           10 TEN-CANAL OCCURS 3 TIMES PIC 9(07).

       01 INDICES.
         05 WS-IND-DOC                 PIC 9(01).
         05 WS-IND-CANAL               PIC 9(01).

       01 ACUMULADORES.
         05 WSA-CANT-EN-PERIODO        PIC 9(07).
         05 WSA-CANT-OTROS             PIC 9(07).
         05 WSA-CANT-IMPRESOS          PIC 9(07).
         05 WSA-CANT-POR-EMAIL         PIC 9(07).
         05 WSA-CANT-REBOTES           PIC 9(07).
         05 WSA-PREF-PAPEL             PIC 9(07).
         05 WSA-PREF-EMAIL             PIC 9(07).
         05 WSA-PREF-AMBOS             PIC 9(07).
         05 WSA-CANT-INVALIDOS         PIC 9(07).
         05 WSA-LINEAS-REPORTE         PIC 9(05).

       01 WS-EDICION.
         05 WSE-FECHA-DESDE            PIC 9999/99/99.
         05 WSE-FECHA-HASTA            PIC 9999/99/99.
         05 WSE-PAPEL                  PIC Z.ZZZ.ZZ9.
         05 WSE-EMAIL                  PIC Z.ZZZ.ZZ9.
         05 WSE-AMBOS                  PIC Z.ZZZ.ZZ9.
         05 WSE-CANTIDAD               PIC Z.ZZZ.ZZ9.

       01 WS-NOMBRE-DOCUMENTO          PIC X(18).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-LEER-ENVIOS
                 PERFORM 250000-LEER-PREFERENCIAS
                 PERFORM 260000-IMPRIMIR-RESUMEN
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      TABLA-ENVIOS
                      ACUMULADORES

           DISPLAY 'FECHA DESDE (AAAAMMDD, 0 = SIN LIMITE): '
           ACCEPT WSF-FECHA-DESDE
           DISPLAY 'FECHA HASTA (AAAAMMDD, 0 = SIN LIMITE): '
           ACCEPT WSF-FECHA-HASTA
           IF WSF-FECHA-HASTA = 0
             MOVE 99999999 TO WSF-FECHA-HASTA
           END-IF

           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       200000-LEER-ENVIOS.
           OPEN INPUT ENVIOS
           IF WSS-FS-ENVIOS-NOEXISTE
             DISPLAY 'NO HAY DOCUMENTOS ENVIADOS'
           ELSE
             IF NOT WSS-FS-ENVIOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE ENVIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ENVIOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 205000-LEER-ENVIO
             PERFORM UNTIL WSS-FS-ENVIOS-EOF
               IF EVD-FECHA >= WSF-FECHA-DESDE
                       AND EVD-FECHA <= WSF-FECHA-HASTA
                 PERFORM 210000-CONTAR-ENVIO
               END-IF
               PERFORM 205000-LEER-ENVIO
             END-PERFORM
             CLOSE ENVIOS
           END-IF.


       205000-LEER-ENVIO.
           READ ENVIOS
           IF NOT WSS-FS-ENVIOS-OK AND NOT WSS-FS-ENVIOS-EOF
             DISPLAY 'ERROR DE ARCHIVO DE ENVIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-ENVIOS
             MOVE 8 TO WS-RETURN-CODE
             CLOSE ENVIOS
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-ENVIOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-CONTAR-ENVIO.
           ADD 1 TO WSA-CANT-EN-PERIODO
           EVALUATE EVD-TIPO-DOC
             WHEN 'EST'
               MOVE 1 TO WS-IND-DOC
             WHEN 'FAC'
               MOVE 2 TO WS-IND-DOC
             WHEN OTHER
               MOVE 0 TO WS-IND-DOC
           END-EVALUATE
           EVALUATE TRUE
             WHEN EVD-SOLO-EMAIL
               MOVE 2 TO WS-IND-CANAL
             WHEN EVD-AMBOS
               MOVE 3 TO WS-IND-CANAL
             WHEN OTHER
               MOVE 1 TO WS-IND-CANAL
           END-EVALUATE
           IF WS-IND-DOC = 0
             ADD 1 TO WSA-CANT-OTROS
           ELSE
             ADD 1 TO TEN-CANAL(WS-IND-DOC, WS-IND-CANAL)
           END-IF
           IF WS-IND-CANAL = 1 OR WS-IND-CANAL = 3
             ADD 1 TO WSA-CANT-IMPRESOS
           END-IF
           IF WS-IND-CANAL = 2 OR WS-IND-CANAL = 3
             ADD 1 TO WSA-CANT-POR-EMAIL
           END-IF.


       250000-LEER-PREFERENCIAS.
      * Los clientes que no figuran en ENVIOCLI.DAT reciben papel y no
      * se cuentan aca.
           OPEN INPUT ENVIOCLI
           IF WSS-FS-ENVIOCLI-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-ENVIOCLI-OK
               DISPLAY 'ERROR DE ARCHIVO DE PREFERENCIAS DE ENVIO'
               DISPLAY 'FILE STATUS ' WSS-FS-ENVIOCLI
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             READ ENVIOCLI
             PERFORM UNTIL NOT WSS-FS-ENVIOCLI-OK
               EVALUATE TRUE
                 WHEN ENV-SOLO-EMAIL
                   ADD 1 TO WSA-PREF-EMAIL
                 WHEN ENV-AMBOS
                   ADD 1 TO WSA-PREF-AMBOS
                 WHEN OTHER
                   ADD 1 TO WSA-PREF-PAPEL
               END-EVALUATE
               IF ENV-EMAIL-REBOTADO
                 ADD 1 TO WSA-CANT-INVALIDOS
                 IF ENV-FECHA-REBOTE >= WSF-FECHA-DESDE
                         AND ENV-FECHA-REBOTE <= WSF-FECHA-HASTA
                   ADD 1 TO WSA-CANT-REBOTES
                 END-IF
               END-IF
               READ ENVIOCLI
             END-PERFORM
             IF NOT WSS-FS-ENVIOCLI-EOF
               DISPLAY 'ERROR DE ARCHIVO DE PREFERENCIAS DE ENVIO'
               DISPLAY 'FILE STATUS ' WSS-FS-ENVIOCLI
               MOVE 8 TO WS-RETURN-CODE
             END-IF
             CLOSE ENVIOCLI
           END-IF.


       260000-IMPRIMIR-RESUMEN.
           MOVE WSF-FECHA-DESDE TO WSE-FECHA-DESDE
           MOVE WSF-FECHA-HASTA TO WSE-FECHA-HASTA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ENVIO DE DOCUMENTOS DEL ' WSE-FECHA-DESDE
                  ' AL ' WSE-FECHA-HASTA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'DOCUMENTO              PAPEL     EMAIL     AMBOS'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA

           PERFORM VARYING WS-IND-DOC FROM 1 BY 1 UNTIL WS-IND-DOC > 2
             IF WS-IND-DOC = 1
               MOVE 'ESTADOS DE CUENTA' TO WS-NOMBRE-DOCUMENTO
             ELSE
               MOVE 'FACTURAS' TO WS-NOMBRE-DOCUMENTO
             END-IF
             MOVE TEN-CANAL(WS-IND-DOC, 1) TO WSE-PAPEL
             MOVE TEN-CANAL(WS-IND-DOC, 2) TO WSE-EMAIL
             MOVE TEN-CANAL(WS-IND-DOC, 3) TO WSE-AMBOS
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING WS-NOMBRE-DOCUMENTO ' ' WSE-PAPEL ' ' WSE-EMAIL
                    ' ' WSE-AMBOS
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-CANT-EN-PERIODO TO WSE-CANTIDAD
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DOCUMENTOS EMITIDOS:       ' WSE-CANTIDAD
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-CANT-IMPRESOS TO WSE-CANTIDAD
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'IMPRESOS (PAPEL + AMBOS):  ' WSE-CANTIDAD
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-CANT-POR-EMAIL TO WSE-CANTIDAD
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'POR EMAIL (EMAIL + AMBOS): ' WSE-CANTIDAD
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF WSA-CANT-OTROS > 0
             MOVE WSA-CANT-OTROS TO WSE-CANTIDAD
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'OTROS TIPOS DE DOCUMENTO:  ' WSE-CANTIDAD
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF
           MOVE WSA-CANT-REBOTES TO WSE-CANTIDAD
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'REBOTES EN EL PERIODO:     ' WSE-CANTIDAD
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA

           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'PREFERENCIAS REGISTRADAS HOY' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-PREF-PAPEL TO WSE-PAPEL
           MOVE WSA-PREF-EMAIL TO WSE-EMAIL
           MOVE WSA-PREF-AMBOS TO WSE-AMBOS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CLIENTES          ' ' ' WSE-PAPEL ' ' WSE-EMAIL
                  ' ' WSE-AMBOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-CANT-INVALIDOS TO WSE-CANTIDAD
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CON EMAIL INVALIDO:        ' WSE-CANTIDAD
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WSA-LINEAS-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           DISPLAY 'ENVIOS LEIDOS:         ' WS-CANT-LEIDOS
           DISPLAY 'DOCUMENTOS EN PERIODO: ' WSA-CANT-EN-PERIODO
           DISPLAY 'IMPRESOS:              ' WSA-CANT-IMPRESOS
           DISPLAY 'POR EMAIL:             ' WSA-CANT-POR-EMAIL
           DISPLAY 'REBOTES EN PERIODO:    ' WSA-CANT-REBOTES
           IF WSS-FS-REPORTE-OK
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   ENVIO DE DOCUMENTOS POR CANAL'
           DISPLAY 'Programme: REPORTEENVIOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'REPORTEENVIOS'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-ENVIOS     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'ENVIO DE DOCUMENTOS' TO WS-REPIDX-NOMBRE
           MOVE 'REPORTEENVIOS' TO WS-REPIDX-PROGRAMA
           MOVE '..\ENVIOS.REP' TO WS-REPIDX-ARCHIVO
           MOVE WSA-LINEAS-REPORTE TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
