      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     MANTENIMIENTO DE LOS CICLOS DE FACTURACION
      *              (CICLOS.DAT: CODIGO, DESCRIPCION, DIA DE CIERRE
      *              DEL 1 AL 28 Y DIAS DEL CIERRE AL VENCIMIENTO) Y
      *              DEL CICLO DE CADA CUENTA (CICLOCTA.DAT). UN CICLO
      *              SOLO SE DA DE BAJA SIN CUENTAS ASIGNADAS. EL
      *              LISTADO MUESTRA CUANTAS CUENTAS TIENE CADA CICLO;
      *              EL REPARTO INICIAL LO HACE ASIGNACICLOS Y ACA SE
      *              CAMBIA UNA CUENTA PUNTUAL. LAS CORRIDAS POR CICLO
      *              DE SUSCRIPCIONES, CUOTASESCOLARES, ACREMORA,
      *              FACTURAIVA, CARTASMORA Y RECORDATORIOS LEEN ESTOS
      *              ARCHIVOS VIA LA RUTINA CICLOCUENTA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MANTCICLOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICLOS             ASSIGN TO DISK '..\CICLOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CICLOS.

           SELECT CICLOCTA           ASSIGN TO DISK '..\CICLOCTA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CICLOCTA.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD CICLOS.
           COPY CICLOREC.

       FD CICLOCTA.
           COPY CICLOCTA.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CICLOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CICLOCTA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       01 TABLA-CICLOS.
         05 WS-CANT-CICLOS             PIC 9(02) VALUE 0.
         05 TCI-ENTRY OCCURS 99 TIMES.
           10 TCI-CODIGO               PIC 9(02).
           10 TCI-DESCRIP              PIC X(30).
           10 TCI-DIA-CIERRE           PIC 9(02).
           10 TCI-DIAS-VTO             PIC 9(03).
           10 TCI-CANT-CUENTAS         PIC 9(05).

       01 TABLA-ASIGNACION.
         05 WS-CANT-ASIGNADAS          PIC 9(04) VALUE 0.
         05 TCC-ENTRY OCCURS 9999 TIMES.
           10 TCC-NROCUENTA            PIC 9(08).
           10 TCC-CICLO                PIC 9(02).
           10 TCC-FECHA-ASIGNACION     PIC 9(08).

       01 INDICES.
         05 WS-IND-CICLO               PIC 9(03).
         05 WS-IND-CICLO-HALLADO       PIC 9(03).
         05 WS-IND-CUENTA              PIC 9(04).
         05 WS-IND-CUENTA-HALLADA      PIC 9(04).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 WS-ENCONTRADO                PIC X(01) VALUE 'N'.

       01 VARIABLES.
         05 WSV-CODIGO                 PIC 9(02).
         05 WSV-DESCRIP                PIC X(30).
         05 WSV-DIA-CIERRE             PIC 9(02).
         05 WSV-DIAS-VTO               PIC 9(03).
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-CICLO-ACTUAL           PIC 9(02).
         05 WSV-CICLO-DEFECTO          PIC 9(02).
         05 WSV-HUERFANAS              PIC 9(05).
         05 WSV-FECHA-HOY              PIC 9(08).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 5
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSV-FECHA-HOY

           PERFORM 105000-CARGAR-CICLOS
           PERFORM 110000-CARGAR-ASIGNACION
           PERFORM 130000-MOSTRAR-MENU.


       105000-CARGAR-CICLOS.
           MOVE 0 TO WS-CANT-CICLOS
           OPEN INPUT CICLOS
           IF WSS-FS-CICLOS-NOEXISTE
             DISPLAY 'NO HAY CICLOS DEFINIDOS: LAS CORRIDAS SON '
                     'DE TODAS LAS CUENTAS COMO HASTA AHORA'
           ELSE
             IF NOT WSS-FS-CICLOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CICLOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CICLOS
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-CICLO
               PERFORM UNTIL WSS-FS-CICLOS-EOF
                 IF WS-CANT-CICLOS < 99
                   ADD 1 TO WS-CANT-CICLOS
                   MOVE CIC-CODIGO TO TCI-CODIGO(WS-CANT-CICLOS)
                   MOVE CIC-DESCRIP TO TCI-DESCRIP(WS-CANT-CICLOS)
                   MOVE CIC-DIA-CIERRE
                     TO TCI-DIA-CIERRE(WS-CANT-CICLOS)
                   MOVE CIC-DIAS-VTO TO TCI-DIAS-VTO(WS-CANT-CICLOS)
                   MOVE 0 TO TCI-CANT-CUENTAS(WS-CANT-CICLOS)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 106000-LEER-CICLO
               END-PERFORM
             END-IF
             CLOSE CICLOS
           END-IF.


       106000-LEER-CICLO.
           READ CICLOS
           IF NOT WSS-FS-CICLOS-OK AND NOT WSS-FS-CICLOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CICLOS
             MOVE '10' TO WSS-FS-CICLOS
           END-IF.


       110000-CARGAR-ASIGNACION.
           MOVE 0 TO WS-CANT-ASIGNADAS
           OPEN INPUT CICLOCTA
           IF WSS-FS-CICLOCTA-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CICLOCTA-OK
               DISPLAY 'ERROR DE ARCHIVO DE CICLOS POR CUENTA'
               DISPLAY 'FILE STATUS ' WSS-FS-CICLOCTA
               PERFORM 300000-FINAL
             ELSE
               PERFORM 111000-LEER-ASIGNACION
               PERFORM UNTIL WSS-FS-CICLOCTA-EOF
                 IF WS-CANT-ASIGNADAS < 9999
                   ADD 1 TO WS-CANT-ASIGNADAS
                   MOVE CCT-NROCUENTA
                     TO TCC-NROCUENTA(WS-CANT-ASIGNADAS)
                   MOVE CCT-CICLO TO TCC-CICLO(WS-CANT-ASIGNADAS)
                   MOVE CCT-FECHA-ASIGNACION
                     TO TCC-FECHA-ASIGNACION(WS-CANT-ASIGNADAS)
                   ADD 1 TO WS-CANT-LEIDOS
                 END-IF
                 PERFORM 111000-LEER-ASIGNACION
               END-PERFORM
             END-IF
             CLOSE CICLOCTA
           END-IF.


       111000-LEER-ASIGNACION.
           READ CICLOCTA
           IF NOT WSS-FS-CICLOCTA-OK AND NOT WSS-FS-CICLOCTA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CICLOCTA
             MOVE '10' TO WSS-FS-CICLOCTA
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'CICLOS DE FACTURACION (CICLOS.DAT)'
           DISPLAY '1 - ALTA O MODIFICACION DE CICLO'
           DISPLAY '2 - BAJA DE CICLO'
           DISPLAY '3 - LISTAR LOS CICLOS'
           DISPLAY '4 - CONSULTAR O CAMBIAR EL CICLO DE UNA CUENTA'
           DISPLAY '5 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-ALTA-MODIFICACION
             WHEN 2
               PERFORM 220000-BAJA
             WHEN 3
               PERFORM 230000-LISTAR
             WHEN 4
               PERFORM 240000-CICLO-DE-CUENTA
             WHEN 5
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 5
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       205000-BUSCAR-CICLO.
           MOVE 0 TO WS-IND-CICLO-HALLADO
           PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                     UNTIL WS-IND-CICLO > WS-CANT-CICLOS
             IF TCI-CODIGO(WS-IND-CICLO) = WSV-CODIGO
               MOVE WS-IND-CICLO TO WS-IND-CICLO-HALLADO
               MOVE WS-CANT-CICLOS TO WS-IND-CICLO
             END-IF
           END-PERFORM.


       206000-BUSCAR-CUENTA.
           MOVE 0 TO WS-IND-CUENTA-HALLADA
           PERFORM VARYING WS-IND-CUENTA FROM 1 BY 1
                     UNTIL WS-IND-CUENTA > WS-CANT-ASIGNADAS
             IF TCC-NROCUENTA(WS-IND-CUENTA) = WSV-NROCUENTA
               MOVE WS-IND-CUENTA TO WS-IND-CUENTA-HALLADA
               MOVE WS-CANT-ASIGNADAS TO WS-IND-CUENTA
             END-IF
           END-PERFORM.


       207000-CONTAR-CUENTAS.
      * Las cuentas sin asignar se cuentan en el ciclo de codigo mas
      * bajo, que es donde las pone la rutina CICLOCUENTA.
           MOVE 0 TO WSV-CICLO-DEFECTO
           PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                     UNTIL WS-IND-CICLO > WS-CANT-CICLOS
             MOVE 0 TO TCI-CANT-CUENTAS(WS-IND-CICLO)
             IF WSV-CICLO-DEFECTO = 0
                     OR TCI-CODIGO(WS-IND-CICLO) < WSV-CICLO-DEFECTO
               MOVE TCI-CODIGO(WS-IND-CICLO) TO WSV-CICLO-DEFECTO
             END-IF
           END-PERFORM
           MOVE 0 TO WSV-HUERFANAS
           PERFORM VARYING WS-IND-CUENTA FROM 1 BY 1
                     UNTIL WS-IND-CUENTA > WS-CANT-ASIGNADAS
             MOVE TCC-CICLO(WS-IND-CUENTA) TO WSV-CODIGO
             PERFORM 205000-BUSCAR-CICLO
             IF WS-IND-CICLO-HALLADO NOT = 0
               ADD 1 TO TCI-CANT-CUENTAS(WS-IND-CICLO-HALLADO)
             ELSE
               ADD 1 TO WSV-HUERFANAS
             END-IF
           END-PERFORM.


       210000-ALTA-MODIFICACION.
           DISPLAY 'INGRESE EL CODIGO DE CICLO (1 A 99): '
           ACCEPT WSV-CODIGO
           IF WSV-CODIGO = 0
             DISPLAY 'CODIGO INVALIDO, NO SE GRABA'
           ELSE
             DISPLAY 'INGRESE LA DESCRIPCION: '
             ACCEPT WSV-DESCRIP
             DISPLAY 'INGRESE EL DIA DE CIERRE (1 A 28): '
             ACCEPT WSV-DIA-CIERRE
             DISPLAY 'INGRESE LOS DIAS DEL CIERRE AL VENCIMIENTO: '
             ACCEPT WSV-DIAS-VTO
             IF WSV-DIA-CIERRE < 1 OR WSV-DIA-CIERRE > 28
               DISPLAY 'DIA DE CIERRE INVALIDO, NO SE GRABA'
             ELSE
               PERFORM 205000-BUSCAR-CICLO
               IF WS-IND-CICLO-HALLADO = 0
                 IF WS-CANT-CICLOS < 99
                   ADD 1 TO WS-CANT-CICLOS
                   MOVE WS-CANT-CICLOS TO WS-IND-CICLO-HALLADO
                   MOVE WSV-CODIGO
                     TO TCI-CODIGO(WS-IND-CICLO-HALLADO)
                 ELSE
                   DISPLAY 'TABLA DE CICLOS COMPLETA'
                 END-IF
               END-IF
               IF WS-IND-CICLO-HALLADO NOT = 0
                 MOVE WSV-DESCRIP TO TCI-DESCRIP(WS-IND-CICLO-HALLADO)
                 MOVE WSV-DIA-CIERRE
                   TO TCI-DIA-CIERRE(WS-IND-CICLO-HALLADO)
                 MOVE WSV-DIAS-VTO
                   TO TCI-DIAS-VTO(WS-IND-CICLO-HALLADO)
                 PERFORM 305000-GRABAR-CICLOS
                 DISPLAY 'CICLO GRABADO'
               END-IF
             END-IF
           END-IF.


       220000-BAJA.
           DISPLAY 'INGRESE EL CICLO A DAR DE BAJA: '
           ACCEPT WSV-CODIGO
           MOVE WSV-CODIGO TO WSV-CICLO-ACTUAL
           PERFORM 207000-CONTAR-CUENTAS
           MOVE WSV-CICLO-ACTUAL TO WSV-CODIGO
           PERFORM 205000-BUSCAR-CICLO
           IF WS-IND-CICLO-HALLADO = 0
             DISPLAY 'EL CICLO NO EXISTE'
           ELSE
             IF TCI-CANT-CUENTAS(WS-IND-CICLO-HALLADO) > 0
               DISPLAY 'EL CICLO TIENE '
                       TCI-CANT-CUENTAS(WS-IND-CICLO-HALLADO)
                       ' CUENTAS ASIGNADAS: REASIGNELAS ANTES'
             ELSE
               MOVE TCI-ENTRY(WS-CANT-CICLOS)
                 TO TCI-ENTRY(WS-IND-CICLO-HALLADO)
               SUBTRACT 1 FROM WS-CANT-CICLOS
               PERFORM 305000-GRABAR-CICLOS
               DISPLAY 'CICLO DADO DE BAJA'
             END-IF
           END-IF.


       230000-LISTAR.
           PERFORM 207000-CONTAR-CUENTAS
           DISPLAY 'CIC DESCRIPCION                    CIERRE  '
                   'DIAS VTO  CUENTAS'
           PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                     UNTIL WS-IND-CICLO > WS-CANT-CICLOS
             DISPLAY TCI-CODIGO(WS-IND-CICLO)
                     '  ' TCI-DESCRIP(WS-IND-CICLO)
                     ' DIA ' TCI-DIA-CIERRE(WS-IND-CICLO)
                     '   ' TCI-DIAS-VTO(WS-IND-CICLO)
                     '     ' TCI-CANT-CUENTAS(WS-IND-CICLO)
           END-PERFORM
           IF WSV-HUERFANAS > 0
             DISPLAY 'ASIGNADAS A CICLOS DADOS DE BAJA: '
                     WSV-HUERFANAS
           END-IF
           IF WSV-CICLO-DEFECTO NOT = 0
             DISPLAY 'LAS CUENTAS SIN ASIGNAR VAN AL CICLO '
                     WSV-CICLO-DEFECTO
           END-IF.


       240000-CICLO-DE-CUENTA.
           DISPLAY 'INGRESE EL NUMERO DE CUENTA: '
           ACCEPT WSV-NROCUENTA
           PERFORM 241000-LEER-CUENTA
           IF WS-ENCONTRADO NOT = 'S'
             DISPLAY 'LA CUENTA NO EXISTE'
           ELSE
             PERFORM 207000-CONTAR-CUENTAS
             PERFORM 206000-BUSCAR-CUENTA
             IF WS-IND-CUENTA-HALLADA = 0
               MOVE WSV-CICLO-DEFECTO TO WSV-CICLO-ACTUAL
               DISPLAY 'CUENTA SIN ASIGNAR: VA AL CICLO '
                       WSV-CICLO-DEFECTO
             ELSE
               MOVE TCC-CICLO(WS-IND-CUENTA-HALLADA)
                 TO WSV-CICLO-ACTUAL
               DISPLAY 'CICLO ACTUAL: ' WSV-CICLO-ACTUAL
                       ' DESDE EL '
                       TCC-FECHA-ASIGNACION(WS-IND-CUENTA-HALLADA)
             END-IF
             DISPLAY 'INGRESE EL CICLO NUEVO (0 = NO CAMBIAR): '
             ACCEPT WSV-CODIGO
             IF WSV-CODIGO NOT = 0
               PERFORM 205000-BUSCAR-CICLO
               IF WS-IND-CICLO-HALLADO = 0
                 DISPLAY 'EL CICLO NO EXISTE, NO SE GRABA'
               ELSE
                 PERFORM 242000-ASIGNAR-CUENTA
               END-IF
             END-IF
           END-IF.


       241000-LEER-CUENTA.
           MOVE 'N' TO WS-ENCONTRADO
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           ELSE
             MOVE WSV-NROCUENTA TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'S' TO WS-ENCONTRADO
             END-READ
             CLOSE CUENTAS
           END-IF.


       242000-ASIGNAR-CUENTA.
           IF WS-IND-CUENTA-HALLADA = 0
             IF WS-CANT-ASIGNADAS < 9999
               ADD 1 TO WS-CANT-ASIGNADAS
               MOVE WS-CANT-ASIGNADAS TO WS-IND-CUENTA-HALLADA
               MOVE WSV-NROCUENTA
                 TO TCC-NROCUENTA(WS-IND-CUENTA-HALLADA)
             ELSE
               DISPLAY 'TABLA DE ASIGNACION COMPLETA'
             END-IF
           END-IF
           IF WS-IND-CUENTA-HALLADA NOT = 0
             MOVE WSV-CODIGO TO TCC-CICLO(WS-IND-CUENTA-HALLADA)
             MOVE WSV-FECHA-HOY
               TO TCC-FECHA-ASIGNACION(WS-IND-CUENTA-HALLADA)
             PERFORM 306000-GRABAR-ASIGNACION
             DISPLAY 'CUENTA ' WSV-NROCUENTA ' PASA DEL CICLO '
                     WSV-CICLO-ACTUAL ' AL ' WSV-CODIGO
           END-IF.


       305000-GRABAR-CICLOS.
           OPEN OUTPUT CICLOS
           IF NOT WSS-FS-CICLOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CICLOS'
             DISPLAY 'FILE STATUS ' WSS-FS-CICLOS
           ELSE
             PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                       UNTIL WS-IND-CICLO > WS-CANT-CICLOS
               MOVE TCI-CODIGO(WS-IND-CICLO) TO CIC-CODIGO
               MOVE TCI-DESCRIP(WS-IND-CICLO) TO CIC-DESCRIP
               MOVE TCI-DIA-CIERRE(WS-IND-CICLO) TO CIC-DIA-CIERRE
               MOVE TCI-DIAS-VTO(WS-IND-CICLO) TO CIC-DIAS-VTO
               WRITE REG-CICLOS
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE CICLOS
           END-IF.


       306000-GRABAR-ASIGNACION.
           OPEN OUTPUT CICLOCTA
           IF NOT WSS-FS-CICLOCTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE CICLOS POR CUENTA'
             DISPLAY 'FILE STATUS ' WSS-FS-CICLOCTA
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


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CICLOS DE FACTURACION'
           DISPLAY 'Programme: MANTCICLOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'MANTCICLOS'      TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CICLOS     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
