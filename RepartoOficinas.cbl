      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida de reparto de reportes por
      *              oficina: los emisores (PROG03 y PROG09 de la
      *              Serie 6, CARTASMORA, SCORINGMORA) le pasan cada
      *              linea del reporte con la oficina de apertura del
      *              cliente (OFIAPE-C del maestro) y la rutina arma un
      *              spool por oficina, cada uno registrado en
      *              REPINDEX.DAT con su codigo de oficina para que
      *              VISORREPORTES se lo muestre solo a esa oficina.
      *              Las lineas marcadas '***' (titulos) van a todos
      *              los spools; las que vienen sin oficina (totales
      *              de la empresa, clientes sin oficina) quedan solo
      *              en el consolidado. El reparto relee el archivo de
      *              trabajo una vez por oficina, como PARTICIONAMERGE
      *              con sus rangos. Area de intercambio: WSREPARTO.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARTOOFICINAS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRABAJO            ASSIGN TO DISK WS-NOMBRE-TRABAJO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRABAJO.

           SELECT SPOOL              ASSIGN TO DISK WS-NOMBRE-SPOOL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SPOOL.

           SELECT REPINDEX           ASSIGN TO DISK '..\REPINDEX.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

       DATA DIVISION.

       FILE SECTION.
       FD TRABAJO.
       01 REG-TRABAJO.
         05 TRB-REPORTE                PIC X(05).
         05 TRB-OFICINA                PIC X(03).
         05 TRB-LINEA                  PIC X(132).

       FD SPOOL.
       01 REG-SPOOL                   PIC X(132).

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(160).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==TRABAJO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SPOOL==.

       COPY WSREPIDX-WS.

       01 WS-NOMBRE-TRABAJO            PIC X(30).
       01 WS-NOMBRE-SPOOL              PIC X(30).

      * El archivo de trabajo queda abierto entre llamadas, desde la
      * funcion 'A' hasta el primer reparto.
       01 WS-ESTADO-TRABAJO            PIC X(01) VALUE 'N'.
           88 WS-TRABAJO-ABIERTO                        VALUE 'S'.

       01 TABLA-OFICINAS.
         05 WS-CANT-OFICINAS           PIC 9(03) VALUE 0.
         05 TOF-CODIGO OCCURS 200 TIMES
                                       PIC X(03).

       01 WS-IND-OFICINA               PIC 9(03).
       01 WS-OFICINA-HALLADA           PIC X(01).
           88 WS-OFICINA-YA-CARGADA                     VALUE 'S'.

       01 WS-OFICINA-SPOOL             PIC X(03).
       01 WS-CANT-LINEAS               PIC 9(08).

       LINKAGE SECTION.

       01 LK-REPARTO.
           COPY WSREPARTO.


       PROCEDURE DIVISION USING LK-REPARTO.

       000000-CONTROL.
           MOVE 'S' TO RPT-RESULTADO
           EVALUATE TRUE
             WHEN RPT-ABRIR
               PERFORM 100000-ABRIR-TRABAJO
             WHEN RPT-GRABAR
               PERFORM 200000-GRABAR-LINEA
             WHEN RPT-REPARTIR
               PERFORM 300000-REPARTIR
             WHEN OTHER
               MOVE 'N' TO RPT-RESULTADO
           END-EVALUATE
           GOBACK.


       100000-ABRIR-TRABAJO.
           MOVE RPT-TRABAJO TO WS-NOMBRE-TRABAJO
           OPEN OUTPUT TRABAJO
           IF WSS-FS-TRABAJO-OK
             MOVE 'S' TO WS-ESTADO-TRABAJO
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DEL REPARTO '
                     WS-NOMBRE-TRABAJO
             DISPLAY 'FILE STATUS ' WSS-FS-TRABAJO
             MOVE 'N' TO RPT-RESULTADO
           END-IF.


       200000-GRABAR-LINEA.
           IF WS-TRABAJO-ABIERTO
             MOVE RPT-REPORTE TO TRB-REPORTE
             MOVE RPT-OFICINA TO TRB-OFICINA
             MOVE RPT-LINEA TO TRB-LINEA
             WRITE REG-TRABAJO
           ELSE
             MOVE 'N' TO RPT-RESULTADO
           END-IF.


      *****************************************************************
      * Reparto de un reporte: primera pasada para conocer las
      * oficinas que tiene, despues el consolidado si se pidio y un
      * spool por oficina.
      *****************************************************************
       300000-REPARTIR.
           MOVE 0 TO RPT-CANT-ARCHIVOS
           IF WS-TRABAJO-ABIERTO
             CLOSE TRABAJO
             MOVE 'N' TO WS-ESTADO-TRABAJO
           END-IF
           PERFORM 310000-CARGAR-OFICINAS
           IF RPT-OK
             IF RPT-CONSOLIDADO = 'S'
               MOVE SPACES TO WS-OFICINA-SPOOL
               PERFORM 320000-EMITIR-SPOOL
             END-IF
             PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                       UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
               MOVE TOF-CODIGO(WS-IND-OFICINA) TO WS-OFICINA-SPOOL
               PERFORM 320000-EMITIR-SPOOL
               ADD 1 TO RPT-CANT-ARCHIVOS
             END-PERFORM
           END-IF.


       310000-CARGAR-OFICINAS.
           MOVE 0 TO WS-CANT-OFICINAS
           OPEN INPUT TRABAJO
           IF NOT WSS-FS-TRABAJO-OK
             DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DEL REPARTO '
                     WS-NOMBRE-TRABAJO
             DISPLAY 'FILE STATUS ' WSS-FS-TRABAJO
             MOVE 'N' TO RPT-RESULTADO
           ELSE
             PERFORM 330000-LEER-TRABAJO
             PERFORM UNTIL WSS-FS-TRABAJO-EOF
               IF TRB-REPORTE = RPT-REPORTE
                       AND TRB-OFICINA NOT = SPACES
                       AND TRB-OFICINA NOT = '***'
                 PERFORM 315000-AGREGAR-OFICINA
               END-IF
               PERFORM 330000-LEER-TRABAJO
             END-PERFORM
             CLOSE TRABAJO
           END-IF.


       315000-AGREGAR-OFICINA.
           MOVE 'N' TO WS-OFICINA-HALLADA
           PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                     UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
             IF TOF-CODIGO(WS-IND-OFICINA) = TRB-OFICINA
               MOVE 'S' TO WS-OFICINA-HALLADA
               MOVE WS-CANT-OFICINAS TO WS-IND-OFICINA
             END-IF
           END-PERFORM
           IF NOT WS-OFICINA-YA-CARGADA
             IF WS-CANT-OFICINAS < 200
               ADD 1 TO WS-CANT-OFICINAS
               MOVE TRB-OFICINA TO TOF-CODIGO(WS-CANT-OFICINAS)
             ELSE
               DISPLAY 'ADVERTENCIA: MAS DE 200 OFICINAS EN '
                       RPT-REPORTE ', LA OFICINA ' TRB-OFICINA
                       ' QUEDA SOLO EN EL CONSOLIDADO'
             END-IF
           END-IF.


      * Con WS-OFICINA-SPOOL en blanco arma el consolidado (todas las
      * lineas del reporte); con una oficina, sus lineas mas los
      * titulos comunes.
       320000-EMITIR-SPOOL.
           MOVE 0 TO WS-CANT-LINEAS
           MOVE SPACES TO WS-NOMBRE-SPOOL
           STRING '..\' FUNCTION TRIM(RPT-REPORTE)
                  FUNCTION TRIM(WS-OFICINA-SPOOL) '.REP'
               DELIMITED BY SIZE INTO WS-NOMBRE-SPOOL
           OPEN OUTPUT SPOOL
           IF NOT WSS-FS-SPOOL-OK
             DISPLAY 'ERROR DE ARCHIVO DE SPOOL ' WS-NOMBRE-SPOOL
             DISPLAY 'FILE STATUS ' WSS-FS-SPOOL
             MOVE 'N' TO RPT-RESULTADO
           ELSE
             OPEN INPUT TRABAJO
             PERFORM 330000-LEER-TRABAJO
             PERFORM UNTIL WSS-FS-TRABAJO-EOF
               IF TRB-REPORTE = RPT-REPORTE
                 IF WS-OFICINA-SPOOL = SPACES
                         OR TRB-OFICINA = WS-OFICINA-SPOOL
                         OR TRB-OFICINA = '***'
                   MOVE TRB-LINEA TO REG-SPOOL
                   WRITE REG-SPOOL
                   ADD 1 TO WS-CANT-LINEAS
                 END-IF
               END-IF
               PERFORM 330000-LEER-TRABAJO
             END-PERFORM
             CLOSE TRABAJO
             CLOSE SPOOL
             PERFORM 390000-REGISTRAR-SPOOL
           END-IF.


       330000-LEER-TRABAJO.
           READ TRABAJO
           IF NOT WSS-FS-TRABAJO-OK AND NOT WSS-FS-TRABAJO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TRABAJO
             MOVE '10' TO WSS-FS-TRABAJO
           END-IF.


       390000-REGISTRAR-SPOOL.
           MOVE RPT-NOMBRE        TO WS-REPIDX-NOMBRE
           MOVE RPT-PROGRAMA      TO WS-REPIDX-PROGRAMA
           MOVE WS-NOMBRE-SPOOL   TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-LINEAS    TO WS-REPIDX-LINEAS
           MOVE 0                 TO WS-REPIDX-PAGINAS
           MOVE WS-OFICINA-SPOOL  TO WS-REPIDX-OFICINA
           COPY WSREPIDX-PROC.
