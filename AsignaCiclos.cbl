      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     REPARTO DE LAS CUENTAS ENTRE LOS CICLOS DE
      *              FACTURACION DE CICLOS.DAT: RECORRE CUENTAS.DAT Y
      *              A CADA CUENTA QUE TODAVIA NO FIGURA EN
      *              CICLOCTA.DAT (O QUE QUEDO EN UN CICLO DADO DE
      *              BAJA) LE ASIGNA EL CICLO CON MENOS CUENTAS, ASI
      *              LA CARGA MENSUAL QUEDA PAREJA ENTRE LOS CICLOS.
      *              LAS CUENTAS YA ASIGNADAS NO SE MUEVEN, DE MODO
      *              QUE LA PRIMERA CORRIDA HACE EL REPARTO INICIAL Y
      *              LAS SIGUIENTES SOLO UBICAN LAS CUENTAS NUEVAS.
      *              REGRABA CICLOCTA.DAT Y MUESTRA LAS CUENTAS DE
      *              CADA CICLO. LOS CAMBIOS PUNTUALES SE HACEN CON
      *              MANTCICLOS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  ASIGNACICLOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CICLOS             ASSIGN TO DISK '..\CICLOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CICLOS.

           SELECT CICLOCTA           ASSIGN TO DISK '..\CICLOCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CICLOCTA.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD CICLOS.
           COPY CICLOREC.

       FD CICLOCTA.
           COPY CICLOCTA.

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CICLOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CICLOCTA==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 TABLA-CICLOS.
         05 WS-CANT-CICLOS             PIC 9(02) VALUE 0.
         05 TCI-ENTRY OCCURS 99 TIMES.
           10 TCI-CODIGO               PIC 9(02).
           10 TCI-DESCRIP              PIC X(30).
           10 TCI-CANT-CUENTAS         PIC 9(05).
           10 TCI-CANT-NUEVAS          PIC 9(05).

       01 TABLA-ASIGNACION.
         05 WS-CANT-ASIGNADAS          PIC 9(04) VALUE 0.
         05 TCC-ENTRY OCCURS 9999 TIMES.
           10 TCC-NROCUENTA            PIC 9(08).
           10 TCC-CICLO                PIC 9(02).
           10 TCC-FECHA-ASIGNACION     PIC 9(08).

       01 INDICES.
         05 WS-IND-CICLO               PIC 9(03).
         05 WS-IND-CICLO-HALLADO       PIC 9(03).
         05 WS-IND-CICLO-MENOR         PIC 9(03).
         05 WS-IND-CUENTA              PIC 9(04).
         05 WS-IND-CUENTA-HALLADA      PIC 9(04).

       01 VARIABLES.
         05 WSV-CICLO                  PIC 9(02).
         05 WSV-FECHA-HOY              PIC 9(08).

       01 ACUMULADORES.
         05 WSA-CANT-NUEVAS            PIC 9(05).
         05 WSA-CANT-REUBICADAS        PIC 9(05).
         05 WSA-CANT-SIN-CAMBIO        PIC 9(05).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSPARAM-WS.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WSS-FS-CUENTAS-EOF
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO TO WSV-FECHA-HOY
           PERFORM 105000-CARGAR-CICLOS
           PERFORM 107000-CARGAR-ASIGNACION
           PERFORM 110000-ABRIR-CUENTAS
           PERFORM 130000-PRIMER-LECTURA.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-CICLOS.
           MOVE 0 TO WS-CANT-CICLOS
           OPEN INPUT CICLOS
           IF WSS-FS-CICLOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CICLOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CICLOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CICLOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 106000-LEER-CICLO
             PERFORM UNTIL WSS-FS-CICLOS-EOF
               IF CIC-CODIGO NOT = 0 AND WS-CANT-CICLOS < 99
                 ADD 1 TO WS-CANT-CICLOS
                 MOVE CIC-CODIGO TO TCI-CODIGO(WS-CANT-CICLOS)
                 MOVE CIC-DESCRIP TO TCI-DESCRIP(WS-CANT-CICLOS)
                 MOVE 0 TO TCI-CANT-CUENTAS(WS-CANT-CICLOS)
                 MOVE 0 TO TCI-CANT-NUEVAS(WS-CANT-CICLOS)
               END-IF
               PERFORM 106000-LEER-CICLO
             END-PERFORM
             CLOSE CICLOS
           END-IF
           IF WS-CANT-CICLOS = 0
             DISPLAY 'ERROR: NO HAY CICLOS DEFINIDOS EN CICLOS.DAT, '
                     'DARLOS DE ALTA CON MANTCICLOS'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       106000-LEER-CICLO.
           READ CICLOS
           IF NOT WSS-FS-CICLOS-OK AND NOT WSS-FS-CICLOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CICLOS
             MOVE '10' TO WSS-FS-CICLOS
           END-IF.


       107000-CARGAR-ASIGNACION.
           MOVE 0 TO WS-CANT-ASIGNADAS
           OPEN INPUT CICLOCTA
           IF WSS-FS-CICLOCTA-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CICLOCTA-OK
               DISPLAY 'ERROR DE ARCHIVO DE CICLOS POR CUENTA'
               DISPLAY 'FILE STATUS ' WSS-FS-CICLOCTA
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 108000-LEER-ASIGNACION
             PERFORM UNTIL WSS-FS-CICLOCTA-EOF
               IF WS-CANT-ASIGNADAS >= 9999
                 DISPLAY 'ERROR: MAS DE 9999 CUENTAS EN CICLOCTA.DAT, '
                         'SE DETIENE'
                 MOVE 8 TO WS-RETURN-CODE
                 PERFORM 300000-FINAL
               END-IF
               ADD 1 TO WS-CANT-ASIGNADAS
               MOVE CCT-NROCUENTA TO TCC-NROCUENTA(WS-CANT-ASIGNADAS)
               MOVE CCT-CICLO TO TCC-CICLO(WS-CANT-ASIGNADAS)
               MOVE CCT-FECHA-ASIGNACION
                 TO TCC-FECHA-ASIGNACION(WS-CANT-ASIGNADAS)
               MOVE CCT-CICLO TO WSV-CICLO
               PERFORM 205000-BUSCAR-CICLO
               IF WS-IND-CICLO-HALLADO NOT = 0
                 ADD 1 TO TCI-CANT-CUENTAS(WS-IND-CICLO-HALLADO)
               END-IF
               PERFORM 108000-LEER-ASIGNACION
             END-PERFORM
             CLOSE CICLOCTA
           END-IF.


       108000-LEER-ASIGNACION.
           READ CICLOCTA
           IF NOT WSS-FS-CICLOCTA-OK AND NOT WSS-FS-CICLOCTA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CICLOCTA
             MOVE '10' TO WSS-FS-CICLOCTA
           END-IF.


       110000-ABRIR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       130000-PRIMER-LECTURA.
           PERFORM 131000-LEER-CUENTA
           IF WSS-FS-CUENTAS-EOF
             DISPLAY 'ARCHIVO DE CUENTAS VACIO'
             PERFORM 300000-FINAL
           END-IF.


       131000-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
              EVALUATE TRUE
                 WHEN WSS-FS-CUENTAS-OK
                      ADD 1 TO WS-CANT-LEIDOS
                 WHEN WSS-FS-CUENTAS-EOF
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'FILE STATUS' WSS-FS-CUENTAS
                      MOVE 8 TO WS-RETURN-CODE
                      PERFORM 300000-FINAL
              END-EVALUATE.


       200000-PROCESO.
           PERFORM 206000-BUSCAR-CUENTA
           IF WS-IND-CUENTA-HALLADA = 0
             PERFORM 220000-ASIGNAR-NUEVA
           ELSE
             MOVE TCC-CICLO(WS-IND-CUENTA-HALLADA) TO WSV-CICLO
             PERFORM 205000-BUSCAR-CICLO
             IF WS-IND-CICLO-HALLADO = 0
               PERFORM 230000-REUBICAR
             ELSE
               ADD 1 TO WSA-CANT-SIN-CAMBIO
             END-IF
           END-IF
           PERFORM 131000-LEER-CUENTA.


       205000-BUSCAR-CICLO.
           MOVE 0 TO WS-IND-CICLO-HALLADO
           PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                     UNTIL WS-IND-CICLO > WS-CANT-CICLOS
             IF TCI-CODIGO(WS-IND-CICLO) = WSV-CICLO
               MOVE WS-IND-CICLO TO WS-IND-CICLO-HALLADO
               MOVE WS-CANT-CICLOS TO WS-IND-CICLO
             END-IF
           END-PERFORM.


       206000-BUSCAR-CUENTA.
           MOVE 0 TO WS-IND-CUENTA-HALLADA
           PERFORM VARYING WS-IND-CUENTA FROM 1 BY 1
                     UNTIL WS-IND-CUENTA > WS-CANT-ASIGNADAS
             IF TCC-NROCUENTA(WS-IND-CUENTA) = NROCUENTA
               MOVE WS-IND-CUENTA TO WS-IND-CUENTA-HALLADA
               MOVE WS-CANT-ASIGNADAS TO WS-IND-CUENTA
             END-IF
           END-PERFORM.


       210000-ELEGIR-CICLO.
      * El ciclo con menos cuentas; a igual carga, el primero de
      * CICLOS.DAT.
           MOVE 1 TO WS-IND-CICLO-MENOR
           PERFORM VARYING WS-IND-CICLO FROM 2 BY 1
                     UNTIL WS-IND-CICLO > WS-CANT-CICLOS
             IF TCI-CANT-CUENTAS(WS-IND-CICLO)
                     < TCI-CANT-CUENTAS(WS-IND-CICLO-MENOR)
               MOVE WS-IND-CICLO TO WS-IND-CICLO-MENOR
             END-IF
           END-PERFORM
           ADD 1 TO TCI-CANT-CUENTAS(WS-IND-CICLO-MENOR)
           ADD 1 TO TCI-CANT-NUEVAS(WS-IND-CICLO-MENOR).


       220000-ASIGNAR-NUEVA.
           IF WS-CANT-ASIGNADAS >= 9999
             DISPLAY 'ERROR: MAS DE 9999 CUENTAS A ASIGNAR, NO SE '
                     'GRABA NADA'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 210000-ELEGIR-CICLO
           ADD 1 TO WS-CANT-ASIGNADAS
           MOVE NROCUENTA TO TCC-NROCUENTA(WS-CANT-ASIGNADAS)
           MOVE TCI-CODIGO(WS-IND-CICLO-MENOR)
             TO TCC-CICLO(WS-CANT-ASIGNADAS)
           MOVE WSV-FECHA-HOY TO TCC-FECHA-ASIGNACION(WS-CANT-ASIGNADAS)
           ADD 1 TO WSA-CANT-NUEVAS.


       230000-REUBICAR.
           PERFORM 210000-ELEGIR-CICLO
           DISPLAY 'CUENTA ' NROCUENTA ' DEL CICLO DADO DE BAJA '
                   WSV-CICLO ' PASA AL CICLO '
                   TCI-CODIGO(WS-IND-CICLO-MENOR)
           MOVE TCI-CODIGO(WS-IND-CICLO-MENOR)
             TO TCC-CICLO(WS-IND-CUENTA-HALLADA)
           MOVE WSV-FECHA-HOY
             TO TCC-FECHA-ASIGNACION(WS-IND-CUENTA-HALLADA)
           ADD 1 TO WSA-CANT-REUBICADAS.


       300000-FINAL.
           IF WS-RETURN-CODE = 0
             PERFORM 305000-GRABAR-ASIGNACION
           END-IF
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       305000-GRABAR-ASIGNACION.
           OPEN OUTPUT CICLOCTA
           IF NOT WSS-FS-CICLOCTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE CICLOS POR CUENTA'
             DISPLAY 'FILE STATUS ' WSS-FS-CICLOCTA
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM VARYING WS-IND-CUENTA FROM 1 BY 1
                       UNTIL WS-IND-CUENTA > WS-CANT-ASIGNADAS
               MOVE TCC-NROCUENTA(WS-IND-CUENTA) TO CCT-NROCUENTA
               MOVE TCC-CICLO(WS-IND-CUENTA) TO CCT-CICLO
               MOVE TCC-FECHA-ASIGNACION(WS-IND-CUENTA)
                 TO CCT-FECHA-ASIGNACION
               WRITE REG-CICLOCTA
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE CICLOCTA
           END-IF.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   REPARTO DE CUENTAS POR CICLO'
           DISPLAY 'Programme: ASIGNACICLOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           DISPLAY 'CUENTAS LEIDAS:            ' WS-CANT-LEIDOS
           DISPLAY 'ASIGNADAS EN ESTA CORRIDA: ' WSA-CANT-NUEVAS
           DISPLAY 'REUBICADAS (CICLO DE BAJA):' WSA-CANT-REUBICADAS
           DISPLAY 'YA ASIGNADAS, SIN CAMBIO:  ' WSA-CANT-SIN-CAMBIO
           DISPLAY 'CIC DESCRIPCION                    CUENTAS  NUEVAS'
           PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                     UNTIL WS-IND-CICLO > WS-CANT-CICLOS
             DISPLAY TCI-CODIGO(WS-IND-CICLO)
                     '  ' TCI-DESCRIP(WS-IND-CICLO)
                     ' ' TCI-CANT-CUENTAS(WS-IND-CICLO)
                     '    ' TCI-CANT-NUEVAS(WS-IND-CICLO)
           END-PERFORM.


       330000-CERRAR-ARCHIVOS.
           CLOSE CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
              DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
            DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           END-IF.


       390000-GRABAR-BITACORA.
           MOVE 'ASIGNACICLOS'       TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS       TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS     TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CICLOCTA      TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
