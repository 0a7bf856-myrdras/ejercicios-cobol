      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     HISTORIA DE CONTACTOS DEL CLIENTE Y CARTAS
      *              DEVUELTAS POR EL CORREO. CADA PROGRAMA QUE HABLA
      *              CON UN CLIENTE (CARTASMORA, RECORDATORIOS,
      *              PROMESASPAGO, RECLAMOS, AGENCIACOBRANZA Y
      *              MANTCLIENTES) DEJA UN RENGLON EN CONTACTOS.DAT
      *              CON FECHA, CANAL, PROGRAMA, OPERADOR Y RESULTADO.
      *              DESDE AQUI EL OPERADOR REGISTRA UNA CARTA QUE EL
      *              CORREO DEVOLVIO: SE AGREGA A DOMDEVUE.DAT CON EL
      *              DOMICILIO ACTUAL DEL CLIENTE Y CARTASMORA DEJA DE
      *              IMPRIMIRLE CARTAS HASTA QUE MANTCLIENTES CORRIJA
      *              EL DOMICILIO-C. TAMBIEN CONSULTA POR PANTALLA O
      *              IMPRIME EN CONTACTOS.REP LA HISTORIA COMPLETA DE
      *              UN CLIENTE EN ORDEN CRONOLOGICO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  HISTCONTACTOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT DOMDEVUE           ASSIGN TO DISK '..\DOMDEVUE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMDEVUE.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT REPORTE            ASSIGN TO DISK '..\CONTACTOS.REP'
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
       FD CLIENTES.
           COPY CLIMAEST.

       FD DOMDEVUE.
           COPY DOMDEVREC.

       FD CONTACTOS.
           COPY CONTACREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(132).

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==DOMDEVUE==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       COPY WSCONTAC-WS.

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-NRO-CLIENTE            PIC 9(07).
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-NYA                    PIC X(60).
         05 WSV-DOMICILIO              PIC X(50).
         05 WSV-FECHA-HOY              PIC 9(08).
         05 WSV-HORA-HHMM              PIC 9(04).

       01 WS-ENCONTRADO                PIC X VALUE 'N'.
           88 WS-FUE-ENCONTRADO                         VALUE 'S'.

       01 WS-YA-DEVUELTO               PIC X VALUE 'N'.
           88 WS-DEVOLUCION-VIGENTE                     VALUE 'S'.

       01 WS-CANT-CONTACTOS            PIC 9(05) VALUE 0.
       01 WS-CANT-LINEAS-REPORTE       PIC 9(05) VALUE 0.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'HISTCONTACTOS'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       01 WS-LINEA-REPORTE             PIC X(132).

       01 WS-LINEA-CONTACTO.
         05 WLC-FECHA                  PIC 9(08).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WLC-HORA                   PIC 99B99.
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WLC-CANAL                  PIC X(03).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WLC-PROGRAMA               PIC X(18).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WLC-OPERADOR               PIC X(20).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WLC-NROCUENTA              PIC Z(07)9.
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WLC-RESULTADO              PIC X(40).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 4
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 4 TO WS-OPCION
           ELSE
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'HISTORIA DE CONTACTOS (CONTACTOS.DAT)'
           DISPLAY '1 - REGISTRAR CARTA DEVUELTA POR EL CORREO'
           DISPLAY '2 - CONSULTAR LA HISTORIA DE UN CLIENTE'
           DISPLAY '3 - IMPRIMIR LA HISTORIA DE UN CLIENTE'
           DISPLAY '4 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-CARTA-DEVUELTA
             WHEN 2
               PERFORM 220000-CONSULTAR-HISTORIA
             WHEN 3
               PERFORM 230000-IMPRIMIR-HISTORIA
             WHEN 4
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 4
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       205000-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-ENCONTRADO
           MOVE SPACES TO WSV-NYA
           MOVE SPACES TO WSV-DOMICILIO
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             PERFORM 206000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
                        OR WS-FUE-ENCONTRADO
               IF NRO-CLIENTE-C = WSV-NRO-CLIENTE
                 MOVE 'S' TO WS-ENCONTRADO
                 MOVE NYA-C TO WSV-NYA
                 MOVE DOMICILIO-C TO WSV-DOMICILIO
               ELSE
                 PERFORM 206000-LEER-CLIENTE
               END-IF
             END-PERFORM
             CLOSE CLIENTES
           END-IF.


       206000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF
           IF WSS-FS-CLIENTES-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-CARTA-DEVUELTA.
           DISPLAY 'INGRESE EL NUMERO DE CLIENTE: '
           ACCEPT WSV-NRO-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           IF NOT WS-FUE-ENCONTRADO
             DISPLAY 'NO EXISTE UN CLIENTE CON ESE NUMERO'
           ELSE
             DISPLAY 'CLIENTE:   ' WSV-NYA
             DISPLAY 'DOMICILIO: ' WSV-DOMICILIO
             PERFORM 212000-BUSCAR-DEVOLUCION
             IF WS-DEVOLUCION-VIGENTE
               DISPLAY 'YA HAY UNA CARTA DEVUELTA A ESE DOMICILIO, '
                       'SE REGISTRA SOLO EL CONTACTO'
             END-IF
             DISPLAY 'INGRESE LA CUENTA DE LA CARTA (0 SI NO CONSTA): '
             ACCEPT WSV-NROCUENTA
             MOVE FUNCTION CURRENT-DATE(1:8) TO WSV-FECHA-HOY
             IF NOT WS-DEVOLUCION-VIGENTE
               PERFORM 214000-GRABAR-DEVOLUCION
             END-IF
             MOVE WSV-NRO-CLIENTE   TO WS-CONTAC-CODCLIENTE
             MOVE WSV-NROCUENTA     TO WS-CONTAC-NROCUENTA
             MOVE WSV-FECHA-HOY     TO WS-CONTAC-FECHA
             MOVE 'COR'             TO WS-CONTAC-CANAL
             MOVE 'HISTCONTACTOS'   TO WS-CONTAC-PROGRAMA
             MOVE WS-ACC-OPERADOR   TO WS-CONTAC-OPERADOR
             MOVE 'CARTA DEVUELTA POR EL CORREO'
               TO WS-CONTAC-RESULTADO
             PERFORM 240000-REGISTRAR-CONTACTO
             DISPLAY 'CARTA DEVUELTA REGISTRADA: NO SE IMPRIMEN '
                     'CARTAS HASTA CORREGIR EL DOMICILIO'
           END-IF.


       212000-BUSCAR-DEVOLUCION.
      * Una devolucion vigente al mismo domicilio ya frena las
      * cartas: no hace falta otro renglon en DOMDEVUE.DAT.
           MOVE 'N' TO WS-YA-DEVUELTO
           OPEN INPUT DOMDEVUE
           IF WSS-FS-DOMDEVUE-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-DOMDEVUE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CARTAS DEVUELTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
             ELSE
               PERFORM 213000-LEER-DEVUELTO
               PERFORM UNTIL WSS-FS-DOMDEVUE-EOF
                 IF DDV-VIGENTE
                         AND DDV-NRO-CLIENTE = WSV-NRO-CLIENTE
                         AND DDV-DOMICILIO = WSV-DOMICILIO
                   MOVE 'S' TO WS-YA-DEVUELTO
                 END-IF
                 PERFORM 213000-LEER-DEVUELTO
               END-PERFORM
             END-IF
             CLOSE DOMDEVUE
           END-IF.


       213000-LEER-DEVUELTO.
           READ DOMDEVUE
           IF NOT WSS-FS-DOMDEVUE-OK AND NOT WSS-FS-DOMDEVUE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
             MOVE '10' TO WSS-FS-DOMDEVUE
           END-IF.


       214000-GRABAR-DEVOLUCION.
           OPEN EXTEND DOMDEVUE
           IF WSS-FS-DOMDEVUE-NOEXISTE
             OPEN OUTPUT DOMDEVUE
           END-IF
           IF NOT WSS-FS-DOMDEVUE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CARTAS DEVUELTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
           ELSE
             MOVE WSV-NRO-CLIENTE   TO DDV-NRO-CLIENTE
             MOVE WSV-DOMICILIO     TO DDV-DOMICILIO
             MOVE WSV-FECHA-HOY     TO DDV-FECHA
             MOVE WSV-NROCUENTA     TO DDV-NROCUENTA
             MOVE WS-ACC-OPERADOR   TO DDV-OPERADOR
             MOVE 'D'               TO DDV-ESTADO
             MOVE 0                 TO DDV-FECHA-CORRECCION
             WRITE REG-DOMDEVUE
             ADD 1 TO WS-CANT-ESCRITOS
             CLOSE DOMDEVUE
           END-IF.


       220000-CONSULTAR-HISTORIA.
           DISPLAY 'INGRESE EL NUMERO DE CLIENTE: '
           ACCEPT WSV-NRO-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           IF WS-FUE-ENCONTRADO
             DISPLAY 'CLIENTE: ' WSV-NRO-CLIENTE ' ' WSV-NYA
           ELSE
             DISPLAY 'CLIENTE ' WSV-NRO-CLIENTE
                     ' SIN DATOS EN EL MAESTRO'
           END-IF
           MOVE 0 TO WS-CANT-CONTACTOS
           OPEN INPUT CONTACTOS
           IF WSS-FS-CONTACTOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONTACTOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE HISTORIA DE CONTACTOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTACTOS
             ELSE
               PERFORM 225000-LEER-CONTACTO
               PERFORM UNTIL WSS-FS-CONTACTOS-EOF
                 IF CTO-CODCLIENTE = WSV-NRO-CLIENTE
                   ADD 1 TO WS-CANT-CONTACTOS
                   PERFORM 226000-ARMAR-LINEA
                   DISPLAY WS-LINEA-CONTACTO
                 END-IF
                 PERFORM 225000-LEER-CONTACTO
               END-PERFORM
             END-IF
             CLOSE CONTACTOS
           END-IF
           IF WS-CANT-CONTACTOS = 0
             DISPLAY '(SIN CONTACTOS REGISTRADOS)'
           ELSE
             DISPLAY 'CONTACTOS: ' WS-CANT-CONTACTOS
           END-IF.


       225000-LEER-CONTACTO.
           READ CONTACTOS
           IF NOT WSS-FS-CONTACTOS-OK AND NOT WSS-FS-CONTACTOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONTACTOS
             MOVE '10' TO WSS-FS-CONTACTOS
           END-IF.


       226000-ARMAR-LINEA.
           MOVE CTO-FECHA         TO WLC-FECHA
           MOVE CTO-HORA(1:4)     TO WSV-HORA-HHMM
           MOVE WSV-HORA-HHMM     TO WLC-HORA
           MOVE CTO-CANAL         TO WLC-CANAL
           MOVE CTO-PROGRAMA      TO WLC-PROGRAMA
           MOVE CTO-OPERADOR      TO WLC-OPERADOR
           MOVE CTO-NROCUENTA     TO WLC-NROCUENTA
           MOVE CTO-RESULTADO     TO WLC-RESULTADO.


       230000-IMPRIMIR-HISTORIA.
           DISPLAY 'INGRESE EL NUMERO DE CLIENTE: '
           ACCEPT WSV-NRO-CLIENTE
           PERFORM 205000-BUSCAR-CLIENTE
           MOVE 0 TO WS-CANT-CONTACTOS
           MOVE 0 TO WS-CANT-LINEAS-REPORTE
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           ELSE
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'HISTORIA DE CONTACTOS DEL CLIENTE '
                    WSV-NRO-CLIENTE ' ' WSV-NYA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 235000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'DOMICILIO: ' WSV-DOMICILIO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 235000-ESCRIBIR-LINEA
             PERFORM 212000-BUSCAR-DEVOLUCION
             IF WS-DEVOLUCION-VIGENTE
               MOVE '*** DOMICILIO CON CARTA DEVUELTA POR EL CORREO,'
                 TO WS-LINEA-REPORTE
               MOVE ' SIN CARTAS IMPRESAS HASTA CORREGIRLO ***'
                 TO WS-LINEA-REPORTE(49:)
               PERFORM 235000-ESCRIBIR-LINEA
             END-IF
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 235000-ESCRIBIR-LINEA
             MOVE 'FECHA    HORA  CAN PROGRAMA           OPERADOR'
               TO WS-LINEA-REPORTE
             MOVE 'CUENTA RESULTADO' TO WS-LINEA-REPORTE(62:)
             PERFORM 235000-ESCRIBIR-LINEA
             OPEN INPUT CONTACTOS
             IF WSS-FS-CONTACTOS-NOEXISTE
               CONTINUE
             ELSE
               IF NOT WSS-FS-CONTACTOS-OK
                 DISPLAY 'ERROR DE ARCHIVO DE HISTORIA DE CONTACTOS'
                 DISPLAY 'FILE STATUS ' WSS-FS-CONTACTOS
               ELSE
                 PERFORM 225000-LEER-CONTACTO
                 PERFORM UNTIL WSS-FS-CONTACTOS-EOF
                   IF CTO-CODCLIENTE = WSV-NRO-CLIENTE
                     ADD 1 TO WS-CANT-CONTACTOS
                     PERFORM 226000-ARMAR-LINEA
                     MOVE WS-LINEA-CONTACTO TO WS-LINEA-REPORTE
                     PERFORM 235000-ESCRIBIR-LINEA
                   END-IF
                   PERFORM 225000-LEER-CONTACTO
                 END-PERFORM
               END-IF
               CLOSE CONTACTOS
             END-IF
             MOVE SPACES TO WS-LINEA-REPORTE
             IF WS-CANT-CONTACTOS = 0
               MOVE '(SIN CONTACTOS REGISTRADOS)' TO WS-LINEA-REPORTE
             ELSE
               STRING 'TOTAL DE CONTACTOS: ' WS-CANT-CONTACTOS
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             END-IF
             PERFORM 235000-ESCRIBIR-LINEA
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'HISTORIA EMITIDA EN CONTACTOS.REP: '
                     WS-CANT-CONTACTOS ' CONTACTOS'
           END-IF.


       235000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-LINEAS-REPORTE.


       240000-REGISTRAR-CONTACTO.
           COPY WSCONTAC-PROC.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   HISTORIA DE CONTACTOS'
           DISPLAY 'Programme: HISTCONTACTOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       395000-REGISTRAR-REPORTE.
           MOVE 'HISTORIA CONTACTOS' TO WS-REPIDX-NOMBRE
           MOVE 'HISTCONTACTOS' TO WS-REPIDX-PROGRAMA
           MOVE '..\CONTACTOS.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-LINEAS-REPORTE TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'HISTCONTACTOS'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CLIENTES   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
