      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     REORGANIZACION DE CLIENTES.DAT DE SECUENCIAL A
      *              INDEXADO, CON LA MISMA SEGURIDAD QUE
      *              MIGRACUENTAS: TOMA PRIMERO UNA COPIA DE RESGUARDO
      *              AUTOMATICA (CLIENTES.RES), ARMA EL INDEXADO EN
      *              CLIENTES-NUEVO.DAT CON CLAVE NRO-CLIENTE-C Y
      *              CLAVE ALTERNATIVA APELLIDO-C (DERIVADA DE NYA-C),
      *              Y RELEE AMBOS ARCHIVOS COMPARANDO REGISTRO POR
      *              REGISTRO EN MIGRACLI.REP, CON CONTEOS Y HASH DE
      *              IMPORTE-C ANTES Y DESPUES. EL TRAILER DEL
      *              SECUENCIAL SE CONTROLA CONTRA LO LEIDO Y NO PASA
      *              AL INDEXADO. UN NUMERO DE CLIENTE REPETIDO NO SE
      *              MIGRA Y QUEDA EN EL REPORTE. TODOS LOS CLIENTES
      *              MIGRADOS QUEDAN EN LA EMPRESA '01' (EMPRESA-C),
      *              LA ORIGINAL DEL GRUPO; LOS DE OTRA EMPRESA SE DAN
      *              DE ALTA DESPUES CON MANTCLIENTES O
      *              IMPORTANOVEDADES CON LA VARIABLE EMPRESA. EL
      *              RESGUARDO SE DIMENSIONA CON EL REGISTRO DE
      *              CLIMAEST.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  MIGRACLIENTES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEJA              ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VIEJA.

           SELECT CLIENTES           ASSIGN TO DISK
                                       '..\CLIENTES-NUEVO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT RESGUARDO          ASSIGN TO DISK '..\CLIENTES.RES'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESGUARDO.

           SELECT REPORTE            ASSIGN TO DISK '..\MIGRACLI.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
      * Registro del secuencial anterior: el maestro sin APELLIDO-C.
       FD VIEJA.
       01 REG-VIEJA.
         05 NRO-CLIENTE-V              PIC 9(07).
         05 FILLER                     PIC X(63).
         05 IMPORTE-V                  PIC 9(7)V99.
         05 FILLER                     PIC X(136).

       FD CLIENTES.
           COPY CLIMAEST.

      * El resguardo lleva el registro del maestro tal como lo
      * describe CLIMAEST, asi crece junto con el copy.
       FD RESGUARDO.
           COPY CLIMAEST REPLACING ==REG-CLIENTES== BY ==REG-RESGUARDO==
                                   TRAILING ==-C== BY ==-RES==.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==VIEJA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==RESGUARDO==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSTRAILER.

       COPY WSAPELLIDO-WS.

       01 WS-CONTROL-TRAILER.
         05 WS-HAY-TRAILER             PIC X.
             88 WS-TRAILER-PRESENTE                   VALUE 'S'.
         05 WS-TRL-CANT-ESPERADA       PIC 9(08).
         05 WS-TRL-HASH-ESPERADO       PIC S9(13)V99.

       01 ACUMULADORES.
         05 WSA-HASH-ANTES             PIC S9(15)V99.
         05 WSA-HASH-DESPUES           PIC S9(15)V99.
         05 WSA-CANT-COMPARADOS        PIC 9(05).
         05 WSA-CANT-DIFERENCIAS       PIC 9(05).
         05 WSA-CANT-DUPLICADOS        PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 150000-RESGUARDAR
                 PERFORM 200000-CONVERTIR
                 PERFORM 250000-COMPARAR
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES
                      WS-CONTROL-TRAILER

           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'REPORTE DE REORGANIZACION DE CLIENTES.DAT A INDEXADO'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


      * Lectura del secuencial: el trailer corta el archivo y guarda
      * su conteo y hash para el control final.
       110000-LEER-VIEJA.
           READ VIEJA
           IF NOT WSS-FS-VIEJA-OK AND NOT WSS-FS-VIEJA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-VIEJA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-VIEJA-OK
             MOVE REG-VIEJA(1:31) TO WS-TRAILER
             IF WS-ES-TRAILER
               MOVE 'S' TO WS-HAY-TRAILER
               MOVE WS-TRL-CANT TO WS-TRL-CANT-ESPERADA
               MOVE WS-TRL-HASH TO WS-TRL-HASH-ESPERADO
               MOVE '10' TO WSS-FS-VIEJA
             END-IF
           END-IF.


       150000-RESGUARDAR.
      * Copia de resguardo automatica, trailer incluido, antes de
      * tocar nada: si la reorganizacion saliera mal, CLIENTES.RES
      * es el secuencial original tal cual.
           OPEN INPUT VIEJA
           IF NOT WSS-FS-VIEJA-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-VIEJA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT RESGUARDO
           READ VIEJA
           PERFORM UNTIL NOT WSS-FS-VIEJA-OK
             MOVE REG-VIEJA TO REG-RESGUARDO
             WRITE REG-RESGUARDO
             READ VIEJA
           END-PERFORM
           CLOSE RESGUARDO
           CLOSE VIEJA
           DISPLAY 'COPIA DE RESGUARDO GRABADA EN CLIENTES.RES'.


       200000-CONVERTIR.
           OPEN INPUT VIEJA
           IF NOT WSS-FS-VIEJA-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-VIEJA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO NUEVO'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 110000-LEER-VIEJA
           PERFORM UNTIL WSS-FS-VIEJA-EOF
             ADD 1 TO WS-CANT-LEIDOS
             ADD IMPORTE-V TO WSA-HASH-ANTES
             MOVE REG-VIEJA TO REG-CLIENTES
             PERFORM 210000-DERIVAR-APELLIDO
             MOVE '01' TO EMPRESA-C
             WRITE REG-CLIENTES
               INVALID KEY
                 PERFORM 220000-INFORMAR-DUPLICADO
               NOT INVALID KEY
                 ADD 1 TO WS-CANT-ESCRITOS
                 ADD IMPORTE-C TO WSA-HASH-DESPUES
             END-WRITE
             IF NOT WSS-FS-CLIENTES-OK AND WSS-FS-CLIENTES NOT = '22'
               DISPLAY 'ERROR AL GRABAR EL CLIENTE ' NRO-CLIENTE-V
               DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
               MOVE 8 TO WS-RETURN-CODE
             END-IF
             PERFORM 110000-LEER-VIEJA
           END-PERFORM
           CLOSE VIEJA
           CLOSE CLIENTES.


       210000-DERIVAR-APELLIDO.
           COPY WSAPELLIDO-PROC.


       220000-INFORMAR-DUPLICADO.
           ADD 1 TO WSA-CANT-DUPLICADOS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CLIENTE REPETIDO NO MIGRADO ' NRO-CLIENTE-V
                  ' IMPORTE ' IMPORTE-V
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       250000-COMPARAR.
      * Relectura apareada: el secuencial se recorre en orden y cada
      * cliente se busca por clave en el indexado; fuera del apellido
      * y la empresa agregados el registro tiene que ser el mismo
      * byte a byte.
           OPEN INPUT VIEJA
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-VIEJA-OK OR NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR AL REABRIR PARA COMPARAR'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 110000-LEER-VIEJA
           PERFORM UNTIL WSS-FS-VIEJA-EOF
             ADD 1 TO WSA-CANT-COMPARADOS
             MOVE NRO-CLIENTE-V TO NRO-CLIENTE-C
             READ CLIENTES
               INVALID KEY
                 PERFORM 260000-INFORMAR-DIFERENCIA
               NOT INVALID KEY
                 IF REG-CLIENTES(1:215) NOT = REG-VIEJA
                   PERFORM 260000-INFORMAR-DIFERENCIA
                 END-IF
             END-READ
             PERFORM 110000-LEER-VIEJA
           END-PERFORM
           CLOSE VIEJA
           CLOSE CLIENTES.


      * Un repetido tambien difiere en la relectura: el indexado
      * guarda solo la primera aparicion del numero.
       260000-INFORMAR-DIFERENCIA.
           ADD 1 TO WSA-CANT-DIFERENCIAS
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DIFERENCIA EN EL CLIENTE ' NRO-CLIENTE-V
                  ' IMPORTE VIEJO ' IMPORTE-V
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           CLOSE REPORTE
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   REORGANIZACION DE CLIENTES.DAT'
           DISPLAY 'Programme: MIGRACLIENTES'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'LEIDOS ' WS-CANT-LEIDOS
                  ' GRABADOS ' WS-CANT-ESCRITOS
                  ' REPETIDOS ' WSA-CANT-DUPLICADOS
                  ' DIFERENCIAS ' WSA-CANT-DIFERENCIAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'HASH ANTES ' WSA-HASH-ANTES
                  ' HASH DESPUES ' WSA-HASH-DESPUES
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF WS-TRAILER-PRESENTE
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TRAILER: CANTIDAD ' WS-TRL-CANT-ESPERADA
                    ' HASH ' WS-TRL-HASH-ESPERADO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           ELSE
             MOVE 'ADVERTENCIA: CLIENTES.DAT SIN REGISTRO DE TRAILER'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF
           DISPLAY 'CLIENTES LEIDOS:   ' WS-CANT-LEIDOS
           DISPLAY 'CLIENTES GRABADOS: ' WS-CANT-ESCRITOS
           DISPLAY 'REPETIDOS:         ' WSA-CANT-DUPLICADOS
           DISPLAY 'DIFERENCIAS:       ' WSA-CANT-DIFERENCIAS
           DISPLAY 'HASH ANTES:        ' WSA-HASH-ANTES
           DISPLAY 'HASH DESPUES:      ' WSA-HASH-DESPUES
           IF WS-TRAILER-PRESENTE
                   AND (WS-TRL-CANT-ESPERADA NOT = WS-CANT-LEIDOS
                   OR WS-TRL-HASH-ESPERADO NOT = WSA-HASH-ANTES)
             DISPLAY 'ERROR DE CONTROL: EL SECUENCIAL NO ATA CON SU '
                     'TRAILER, NO RENOMBRAR'
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             IF WS-CANT-LEIDOS = WS-CANT-ESCRITOS
                     AND WSA-CANT-DIFERENCIAS = 0
                     AND WSA-HASH-ANTES = WSA-HASH-DESPUES
               DISPLAY 'REORGANIZACION VERIFICADA: NINGUN VALOR '
                       'CAMBIO. RENOMBRAR CLIENTES-NUEVO.DAT COMO '
                       'CLIENTES.DAT JUNTO CON LA INSTALACION DE LOS '
                       'PROGRAMAS CON ACCESO POR CLAVE'
             ELSE
               DISPLAY 'ERROR DE CONTROL: LA REORGANIZACION NO '
                       'VERIFICA, NO RENOMBRAR'
               MOVE 8 TO WS-RETURN-CODE
             END-IF
           END-IF.


       390000-GRABAR-BITACORA.
           MOVE 'MIGRACLIENTES'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CLIENTES   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
