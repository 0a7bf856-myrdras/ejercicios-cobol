      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     ESTADO DE CUENTA CONSOLIDADO POR GRUPO
      *              EMPRESARIO: TOMA LOS CLIENTES DE RESULT.DAT (EL
      *              MISMO ARCHIVO DEL ESTADO DE CUENTA DE EVINT-EJ03)
      *              QUE SON MIEMBROS DE UN GRUPO (GRUPOMIE.DAT) Y
      *              ARMA EN GRUPOS.REP UN ESTADO POR GRUPO DIRIGIDO
      *              AL CLIENTE PAGADOR (GRUPOS.DAT, CON SU CONTACTO
      *              DE CLIENTES.DAT), CON UNA LINEA POR SUCURSAL
      *              (SALDO ANTERIOR, IMPORTE DEL PERIODO Y SUBTOTAL)
      *              Y EL TOTAL A PAGAR DEL GRUPO. LOS CLIENTES QUE
      *              NO SON DE NINGUN GRUPO SIGUEN SOLO CON SU ESTADO
      *              INDIVIDUAL. RC 8 SI FALTA RESULT.DAT O NO SE
      *              PUEDE ABRIR EL REPORTE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  ESTADOGRUPOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT             ASSIGN TO DISK '..\RESULT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESULT.

           SELECT GRUPOS             ASSIGN TO DISK '..\GRUPOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GRUPOS.

           SELECT GRUPOMIE           ASSIGN TO DISK '..\GRUPOMIE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GRUPOMIE.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT REPORTE            ASSIGN TO DISK '..\GRUPOS.REP'
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

       FD GRUPOS.
           COPY GRUPOREC.

       FD GRUPOMIE.
           COPY GRUPOMIE.

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
           COPY WSFS REPLACING ==:TAG:== BY ==RESULT==.
           COPY WSFS REPLACING ==:TAG:== BY ==GRUPOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==GRUPOMIE==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSTRAILER.

       COPY WSPARAM-WS.

       01 TABLA-GRUPOS.
         05 WS-CANT-GRUPOS             PIC 9(04) VALUE 0.
         05 TGR-ENTRY OCCURS 999 TIMES.
           10 TGR-CODIGO               PIC 9(04).
           10 TGR-NOMBRE               PIC X(40).
           10 TGR-PAGADOR              PIC 9(07).
           10 TGR-CANT-SUCURSALES      PIC 9(04).
           10 TGR-TOTAL                PIC 9(11)V99.

       01 TABLA-MIEMBROS.
         05 WS-CANT-MIEMBROS           PIC 9(04) VALUE 0.
         05 TMI-ENTRY OCCURS 5000 TIMES.
           10 TMI-GRUPO                PIC 9(04).
           10 TMI-NRO-CLIENTE          PIC 9(07).

      * Contacto de los clientes pagadores, para el encabezado.
       01 TABLA-PAGADORES.
         05 WS-CANT-PAGADORES          PIC 9(04) VALUE 0.
         05 TPA-ENTRY OCCURS 999 TIMES.
           10 TPA-NRO-CLIENTE          PIC 9(07).
           10 TPA-NYA                  PIC X(60).
           10 TPA-DOMICILIO            PIC X(50).
           10 TPA-EMAIL                PIC X(40).

      * Renglones de RESULT.DAT de los clientes agrupados.
       01 TABLA-DETALLE.
         05 WS-CANT-DETALLE            PIC 9(04) VALUE 0.
         05 TDE-ENTRY OCCURS 5000 TIMES.
           10 TDE-IND-GRUPO            PIC 9(04).
           10 TDE-NRO-CLIENTE          PIC 9(07).
           10 TDE-NYA                  PIC X(25).
           10 TDE-SALDO-ANTERIOR       PIC 9(07)V99.
           10 TDE-IMPORTE              PIC 9(07)V99.

       01 INDICES.
         05 WS-IND-GRUPO               PIC 9(04).
         05 WS-IND-GRUPO-HALLADO       PIC 9(04).
         05 WS-IND-MIEMBRO             PIC 9(04).
         05 WS-IND-MIEMBRO-HALLADO     PIC 9(04).
         05 WS-IND-PAGADOR             PIC 9(04).
         05 WS-IND-PAGADOR-HALLADO     PIC 9(04).
         05 WS-IND-DETALLE             PIC 9(04).

       01 WS-GRUPO-BUSCADO             PIC 9(04).
       01 WS-SUBTOTAL                  PIC 9(08)V99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-LINEA-DETALLE.
         05 WS-DET-NRO-CLIENTE          PIC Z(6)9.
         05 FILLER                      PIC X       VALUE SPACE.
         05 WS-DET-NYA                  PIC X(25).
         05 FILLER                      PIC X       VALUE SPACE.
         05 WS-DET-SALDO-ANTERIOR       PIC Z(6)9,99.
         05 FILLER                      PIC X       VALUE SPACE.
         05 WS-DET-IMPORTE              PIC Z(6)9,99.
         05 FILLER                      PIC X       VALUE SPACE.
         05 WS-DET-SUBTOTAL             PIC Z(7)9,99.

       01 WS-TOTAL-EDIT                PIC Z(10)9,99.

       01 ACUMULADORES.
         05 WSA-GRUPOS-EMITIDOS        PIC 9(04).
         05 WSA-SUCURSALES             PIC 9(05).
         05 WSA-SIN-GRUPO              PIC 9(05).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO
                 PERFORM 250000-EMITIR-ESTADOS
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 104000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-GRUPOS
           PERFORM 110000-CARGAR-MIEMBROS
           PERFORM 115000-CARGAR-PAGADORES
           PERFORM 120000-ABRIR-ARCHIVOS.


       104000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-GRUPOS.
           MOVE 0 TO WS-CANT-GRUPOS
           OPEN INPUT GRUPOS
           IF WSS-FS-GRUPOS-NOEXISTE
             DISPLAY 'NO HAY GRUPOS DEFINIDOS, NO SE EMITEN ESTADOS'
           ELSE
             IF WSS-FS-GRUPOS-OK
               PERFORM 106000-LEER-GRUPO
               PERFORM UNTIL WSS-FS-GRUPOS-EOF
                 IF WS-CANT-GRUPOS < 999
                   ADD 1 TO WS-CANT-GRUPOS
                   MOVE GRP-CODIGO TO TGR-CODIGO(WS-CANT-GRUPOS)
                   MOVE GRP-NOMBRE TO TGR-NOMBRE(WS-CANT-GRUPOS)
                   MOVE GRP-PAGADOR TO TGR-PAGADOR(WS-CANT-GRUPOS)
                   MOVE 0 TO TGR-CANT-SUCURSALES(WS-CANT-GRUPOS)
                   MOVE 0 TO TGR-TOTAL(WS-CANT-GRUPOS)
                 END-IF
                 PERFORM 106000-LEER-GRUPO
               END-PERFORM
             END-IF
             CLOSE GRUPOS
           END-IF.


       106000-LEER-GRUPO.
           READ GRUPOS
           IF NOT WSS-FS-GRUPOS-OK AND NOT WSS-FS-GRUPOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-GRUPOS
             MOVE '10' TO WSS-FS-GRUPOS
           END-IF.


       110000-CARGAR-MIEMBROS.
           MOVE 0 TO WS-CANT-MIEMBROS
           OPEN INPUT GRUPOMIE
           IF WSS-FS-GRUPOMIE-OK
             PERFORM 111000-LEER-MIEMBRO
             PERFORM UNTIL WSS-FS-GRUPOMIE-EOF
               IF WS-CANT-MIEMBROS < 5000
                 ADD 1 TO WS-CANT-MIEMBROS
                 MOVE GMI-GRUPO TO TMI-GRUPO(WS-CANT-MIEMBROS)
                 MOVE GMI-NRO-CLIENTE
                   TO TMI-NRO-CLIENTE(WS-CANT-MIEMBROS)
               END-IF
               PERFORM 111000-LEER-MIEMBRO
             END-PERFORM
             CLOSE GRUPOMIE
           END-IF.


       111000-LEER-MIEMBRO.
           READ GRUPOMIE
           IF NOT WSS-FS-GRUPOMIE-OK AND NOT WSS-FS-GRUPOMIE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-GRUPOMIE
             MOVE '10' TO WSS-FS-GRUPOMIE
           END-IF.


       115000-CARGAR-PAGADORES.
           MOVE 0 TO WS-CANT-PAGADORES
           OPEN INPUT CLIENTES
           IF WSS-FS-CLIENTES-OK
             PERFORM 116000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               PERFORM 117000-GUARDAR-PAGADOR
               PERFORM 116000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           ELSE
             DISPLAY 'ADVERTENCIA: SIN CLIENTES.DAT LOS ESTADOS SALEN '
                     'SIN DATOS DE CONTACTO DEL PAGADOR'
           END-IF.


       116000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       117000-GUARDAR-PAGADOR.
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                     UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
             IF TGR-PAGADOR(WS-IND-GRUPO) = NRO-CLIENTE-C
                     AND WS-CANT-PAGADORES < 999
               ADD 1 TO WS-CANT-PAGADORES
               MOVE NRO-CLIENTE-C TO TPA-NRO-CLIENTE(WS-CANT-PAGADORES)
               MOVE NYA-C TO TPA-NYA(WS-CANT-PAGADORES)
               MOVE DOMICILIO-C TO TPA-DOMICILIO(WS-CANT-PAGADORES)
               MOVE EMAIL-C TO TPA-EMAIL(WS-CANT-PAGADORES)
               MOVE WS-CANT-GRUPOS TO WS-IND-GRUPO
             END-IF
           END-PERFORM.


       120000-ABRIR-ARCHIVOS.
           OPEN INPUT RESULT
           IF NOT WSS-FS-RESULT-OK
             DISPLAY 'ERROR DE ARCHIVO DE RESULTADOS'
             DISPLAY 'FILE STATUS ' WSS-FS-RESULT
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 131000-LEER-RESULT.


       131000-LEER-RESULT.
           READ RESULT
           IF WSS-FS-RESULT-OK
             MOVE REG-RESULT(1:31) TO WS-TRAILER
             IF WS-ES-TRAILER
               MOVE '10' TO WSS-FS-RESULT
             ELSE
               ADD 1 TO WS-CANT-LEIDOS
             END-IF
           END-IF
           IF NOT WSS-FS-RESULT-OK AND NOT WSS-FS-RESULT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-RESULT
             MOVE '10' TO WSS-FS-RESULT
           END-IF.


       200000-PROCESO.
           PERFORM UNTIL WSS-FS-RESULT-EOF
             PERFORM 210000-UBICAR-GRUPO
             IF WS-IND-GRUPO-HALLADO NOT = 0
               PERFORM 220000-GUARDAR-DETALLE
             ELSE
               ADD 1 TO WSA-SIN-GRUPO
             END-IF
             PERFORM 131000-LEER-RESULT
           END-PERFORM.


       210000-UBICAR-GRUPO.
           MOVE 0 TO WS-IND-GRUPO-HALLADO
           MOVE 0 TO WS-IND-MIEMBRO-HALLADO
           PERFORM VARYING WS-IND-MIEMBRO FROM 1 BY 1
                     UNTIL WS-IND-MIEMBRO > WS-CANT-MIEMBROS
             IF TMI-NRO-CLIENTE(WS-IND-MIEMBRO) = NRO-CLIENTE-R
               MOVE WS-IND-MIEMBRO TO WS-IND-MIEMBRO-HALLADO
               MOVE WS-CANT-MIEMBROS TO WS-IND-MIEMBRO
             END-IF
           END-PERFORM
           IF WS-IND-MIEMBRO-HALLADO NOT = 0
             MOVE TMI-GRUPO(WS-IND-MIEMBRO-HALLADO) TO WS-GRUPO-BUSCADO
             PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                       UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
               IF TGR-CODIGO(WS-IND-GRUPO) = WS-GRUPO-BUSCADO
                 MOVE WS-IND-GRUPO TO WS-IND-GRUPO-HALLADO
                 MOVE WS-CANT-GRUPOS TO WS-IND-GRUPO
               END-IF
             END-PERFORM
           END-IF.


       220000-GUARDAR-DETALLE.
           IF WS-CANT-DETALLE < 5000
             ADD 1 TO WS-CANT-DETALLE
             MOVE WS-IND-GRUPO-HALLADO
               TO TDE-IND-GRUPO(WS-CANT-DETALLE)
             MOVE NRO-CLIENTE-R TO TDE-NRO-CLIENTE(WS-CANT-DETALLE)
             MOVE NYA-R(1:25) TO TDE-NYA(WS-CANT-DETALLE)
             MOVE SALDO-ANTERIOR
               TO TDE-SALDO-ANTERIOR(WS-CANT-DETALLE)
             MOVE IMPORTE-R TO TDE-IMPORTE(WS-CANT-DETALLE)
             ADD 1 TO TGR-CANT-SUCURSALES(WS-IND-GRUPO-HALLADO)
             ADD SALDO-ANTERIOR IMPORTE-R
               TO TGR-TOTAL(WS-IND-GRUPO-HALLADO)
           ELSE
             DISPLAY 'ERROR: MAS DE 5000 CLIENTES AGRUPADOS EN '
                     'RESULT.DAT, EL CLIENTE ' NRO-CLIENTE-R
                     ' QUEDA FUERA DEL CONSOLIDADO'
             MOVE 4 TO WS-RETURN-CODE
           END-IF.


       250000-EMITIR-ESTADOS.
           PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                     UNTIL WS-IND-GRUPO > WS-CANT-GRUPOS
             IF TGR-CANT-SUCURSALES(WS-IND-GRUPO) > 0
               PERFORM 255000-ENCABEZADO-GRUPO
               PERFORM VARYING WS-IND-DETALLE FROM 1 BY 1
                         UNTIL WS-IND-DETALLE > WS-CANT-DETALLE
                 IF TDE-IND-GRUPO(WS-IND-DETALLE) = WS-IND-GRUPO
                   PERFORM 260000-LINEA-SUCURSAL
                 END-IF
               END-PERFORM
               PERFORM 265000-PIE-GRUPO
             END-IF
           END-PERFORM.


       255000-ENCABEZADO-GRUPO.
           ADD 1 TO WSA-GRUPOS-EMITIDOS
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ESTADO DE CUENTA CONSOLIDADO - GRUPO '
                  TGR-CODIGO(WS-IND-GRUPO)
                  '  AL ' WSP-FECHA-PROCESO(7:2) '/'
                  WSP-FECHA-PROCESO(5:2) '/' WSP-FECHA-PROCESO(1:4)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE TGR-NOMBRE(WS-IND-GRUPO) TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 0 TO WS-IND-PAGADOR-HALLADO
           PERFORM VARYING WS-IND-PAGADOR FROM 1 BY 1
                     UNTIL WS-IND-PAGADOR > WS-CANT-PAGADORES
             IF TPA-NRO-CLIENTE(WS-IND-PAGADOR)
                     = TGR-PAGADOR(WS-IND-GRUPO)
               MOVE WS-IND-PAGADOR TO WS-IND-PAGADOR-HALLADO
               MOVE WS-CANT-PAGADORES TO WS-IND-PAGADOR
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WS-IND-PAGADOR-HALLADO NOT = 0
             STRING 'PAGADOR: ' TGR-PAGADOR(WS-IND-GRUPO) ' '
                    TPA-NYA(WS-IND-PAGADOR-HALLADO)(1:50)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'DOMICILIO: ' TPA-DOMICILIO(WS-IND-PAGADOR-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 290000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'EMAIL: ' TPA-EMAIL(WS-IND-PAGADOR-HALLADO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
             STRING 'PAGADOR: ' TGR-PAGADOR(WS-IND-GRUPO)
                    ' (NO EXISTE EN CLIENTES.DAT)'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE 'CLIENTE SUCURSAL                  SALDO ANT.'
             TO WS-LINEA-REPORTE
           MOVE '    IMPORTE    SUBTOTAL' TO WS-LINEA-REPORTE(45:)
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       260000-LINEA-SUCURSAL.
           ADD 1 TO WSA-SUCURSALES
           COMPUTE WS-SUBTOTAL =
                   TDE-SALDO-ANTERIOR(WS-IND-DETALLE)
                   + TDE-IMPORTE(WS-IND-DETALLE)
           MOVE TDE-NRO-CLIENTE(WS-IND-DETALLE) TO WS-DET-NRO-CLIENTE
           MOVE TDE-NYA(WS-IND-DETALLE) TO WS-DET-NYA
           MOVE TDE-SALDO-ANTERIOR(WS-IND-DETALLE)
             TO WS-DET-SALDO-ANTERIOR
           MOVE TDE-IMPORTE(WS-IND-DETALLE) TO WS-DET-IMPORTE
           MOVE WS-SUBTOTAL TO WS-DET-SUBTOTAL
           MOVE WS-LINEA-DETALLE TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       265000-PIE-GRUPO.
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE TGR-TOTAL(WS-IND-GRUPO) TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'SUCURSALES: ' TGR-CANT-SUCURSALES(WS-IND-GRUPO)
                  '   TOTAL A PAGAR DEL GRUPO: ' WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 290000-ESCRIBIR-LINEA.


       290000-ESCRIBIR-LINEA.
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
           DISPLAY 'Purpose:   ESTADO CONSOLIDADO POR GRUPO'
           DISPLAY 'Programme: ESTADOGRUPOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'CLIENTES LEIDOS:        ' WS-CANT-LEIDOS
           DISPLAY 'GRUPOS EMITIDOS:        ' WSA-GRUPOS-EMITIDOS
           DISPLAY 'SUCURSALES CONSOLIDADAS:' WSA-SUCURSALES
           DISPLAY 'CLIENTES SIN GRUPO:     ' WSA-SIN-GRUPO.


       330000-CERRAR-ARCHIVOS.
           CLOSE RESULT
           CLOSE REPORTE.


       395000-REGISTRAR-REPORTE.
           MOVE 'ESTADO POR GRUPO'   TO WS-REPIDX-NOMBRE
           MOVE 'ESTADOGRUPOS'       TO WS-REPIDX-PROGRAMA
           MOVE '..\GRUPOS.REP'      TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS     TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'ESTADOGRUPOS'    TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-RESULT     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
