      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     REPORTE DEL COSTO DE LAS BECAS OTORGADAS EN UN
      *              RANGO DE PERIODOS: SUMA LOS ASIENTOS NEGATIVOS
      *              'BEC' QUE CUOTASESCOLARES GRABA EN SERVICIO.DAT
      *              PARA LOS ALUMNOS CON BECA VIGENTE (MANTBECAS) Y
      *              MUESTRA EN BECAS.REP CUANTO SE RESIGNA POR GRADO
      *              Y POR MOTIVO DE BECA. EL GRADO Y EL MOTIVO SE
      *              TOMAN DEL DESCRIP DEL ASIENTO, TAL COMO ESTABAN
      *              AL FACTURAR EL MES.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  INFORMEBECAS.

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

           SELECT REPORTE            ASSIGN TO DISK '..\BECAS.REP'
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
       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO                   PIC X(06).
         05 MONTO-S                   PIC S9(05)V99.
         05 ENTRYID-S                 PIC 9(08).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       01 TABLA-GRADOS.
         05 WS-CANT-GRADOS             PIC 9(03) VALUE 0.
         05 TGR-ENTRY OCCURS 20 TIMES.
           10 TGR-GRADO                PIC X(02).
           10 TGR-CANTIDAD             PIC 9(05).
           10 TGR-IMPORTE              PIC S9(11)V99.

       01 TABLA-MOTIVOS.
         05 WS-CANT-MOTIVOS            PIC 9(03) VALUE 0.
         05 TMO-ENTRY OCCURS 20 TIMES.
           10 TMO-MOTIVO               PIC X(03).
           10 TMO-CANTIDAD             PIC 9(05).
           10 TMO-IMPORTE              PIC S9(11)V99.

       01 INDICES.
         05 WS-IND-GRADO               PIC 9(03).
         05 WS-IND-MOTIVO              PIC 9(03).
         05 WS-IND-HALLADO             PIC 9(03).

       01 VARIABLES.
         05 WSV-PERIODO-DESDE          PIC X(06).
         05 WSV-PERIODO-HASTA          PIC X(06).

       01 ACUMULADORES.
         05 WSA-CANT-BECAS             PIC 9(05).
         05 WSA-TOTAL-BECAS            PIC S9(13)V99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO
                 PERFORM 240000-EMITIR-REPORTE
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           DISPLAY 'INGRESE EL PERIODO DESDE (AAAAMM): '
           ACCEPT WSV-PERIODO-DESDE
           DISPLAY 'INGRESE EL PERIODO HASTA (AAAAMM): '
           ACCEPT WSV-PERIODO-HASTA
           IF WSV-PERIODO-DESDE IS NOT NUMERIC
                   OR WSV-PERIODO-HASTA IS NOT NUMERIC
                   OR WSV-PERIODO-HASTA < WSV-PERIODO-DESDE
             DISPLAY 'RANGO DE PERIODOS INVALIDO'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       200000-PROCESO.
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             DISPLAY 'NO HAY ASIENTOS DE SERVICIO'
             PERFORM 300000-FINAL
           END-IF
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 210000-LEER-SERVICIO
           PERFORM UNTIL WSS-FS-SERVICIO-EOF
             IF CODSERVICIO = 'BEC'
                     AND PERIODO NOT < WSV-PERIODO-DESDE
                     AND PERIODO NOT > WSV-PERIODO-HASTA
               PERFORM 220000-ACUMULAR-GRADO
               PERFORM 230000-ACUMULAR-MOTIVO
      * El asiento BEC es negativo: el costo se muestra en positivo.
               ADD 1 TO WSA-CANT-BECAS
               SUBTRACT MONTO-S FROM WSA-TOTAL-BECAS
             END-IF
             PERFORM 210000-LEER-SERVICIO
           END-PERFORM
           CLOSE SERVICIO.


       210000-LEER-SERVICIO.
           READ SERVICIO
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF
           IF WSS-FS-SERVICIO-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       220000-ACUMULAR-GRADO.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-GRADO FROM 1 BY 1
                     UNTIL WS-IND-GRADO > WS-CANT-GRADOS
             IF TGR-GRADO(WS-IND-GRADO) = DESCRIP(16:2)
               MOVE WS-IND-GRADO TO WS-IND-HALLADO
               MOVE WS-CANT-GRADOS TO WS-IND-GRADO
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-GRADOS < 20
               ADD 1 TO WS-CANT-GRADOS
               MOVE WS-CANT-GRADOS TO WS-IND-HALLADO
               MOVE DESCRIP(16:2) TO TGR-GRADO(WS-IND-HALLADO)
               MOVE 0 TO TGR-CANTIDAD(WS-IND-HALLADO)
               MOVE 0 TO TGR-IMPORTE(WS-IND-HALLADO)
             END-IF
           END-IF
           IF WS-IND-HALLADO NOT = 0
             ADD 1 TO TGR-CANTIDAD(WS-IND-HALLADO)
             SUBTRACT MONTO-S FROM TGR-IMPORTE(WS-IND-HALLADO)
           END-IF.


       230000-ACUMULAR-MOTIVO.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                     UNTIL WS-IND-MOTIVO > WS-CANT-MOTIVOS
             IF TMO-MOTIVO(WS-IND-MOTIVO) = DESCRIP(19:3)
               MOVE WS-IND-MOTIVO TO WS-IND-HALLADO
               MOVE WS-CANT-MOTIVOS TO WS-IND-MOTIVO
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-MOTIVOS < 20
               ADD 1 TO WS-CANT-MOTIVOS
               MOVE WS-CANT-MOTIVOS TO WS-IND-HALLADO
               MOVE DESCRIP(19:3) TO TMO-MOTIVO(WS-IND-HALLADO)
               MOVE 0 TO TMO-CANTIDAD(WS-IND-HALLADO)
               MOVE 0 TO TMO-IMPORTE(WS-IND-HALLADO)
             END-IF
           END-IF
           IF WS-IND-HALLADO NOT = 0
             ADD 1 TO TMO-CANTIDAD(WS-IND-HALLADO)
             SUBTRACT MONTO-S FROM TMO-IMPORTE(WS-IND-HALLADO)
           END-IF.


       240000-EMITIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'COSTO DE BECAS DE LOS PERIODOS ' WSV-PERIODO-DESDE
                  ' A ' WSV-PERIODO-HASTA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'POR GRADO' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-GRADO FROM 1 BY 1
                     UNTIL WS-IND-GRADO > WS-CANT-GRADOS
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'GRADO ' TGR-GRADO(WS-IND-GRADO)
                    ' BECAS ' TGR-CANTIDAD(WS-IND-GRADO)
                    ' IMPORTE ' TGR-IMPORTE(WS-IND-GRADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'POR MOTIVO' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                     UNTIL WS-IND-MOTIVO > WS-CANT-MOTIVOS
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'MOTIVO ' TMO-MOTIVO(WS-IND-MOTIVO)
                    ' BECAS ' TMO-CANTIDAD(WS-IND-MOTIVO)
                    ' IMPORTE ' TMO-IMPORTE(WS-IND-MOTIVO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'BECAS APLICADAS: ' WSA-CANT-BECAS
                  ' COSTO TOTAL: ' WSA-TOTAL-BECAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           CLOSE REPORTE.


       250000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 395000-REGISTRAR-REPORTE
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   COSTO DE BECAS'
           DISPLAY 'Programme: INFORMEBECAS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'COSTO TOTAL: ' WSA-TOTAL-BECAS.


       395000-REGISTRAR-REPORTE.
           MOVE 'COSTO DE BECAS' TO WS-REPIDX-NOMBRE
           MOVE 'INFORMEBECAS' TO WS-REPIDX-PROGRAMA
           MOVE '..\BECAS.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'INFORMEBECAS'    TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-SERVICIO   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
