      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     IMPORTACION DEL ARCHIVO DE REBOTES DEL GATEWAY DE
      *              CORREO (REBOTES.DAT): POR CADA ESTADO DE CUENTA O
      *              FACTURA DEVUELTO BUSCA AL CLIENTE EN CLIENTES.DAT
      *              Y, SI LA DIRECCION QUE REBOTO ES TODAVIA SU
      *              EMAIL-C, LA MARCA INVALIDA EN ENVIOCLI.DAT Y PASA
      *              AL CLIENTE A PAPEL PARA EL PROXIMO CICLO,
      *              GUARDANDO LA PREFERENCIA QUE TENIA, CON UN
      *              RENGLON EN LA HISTORIA DE CONTACTOS. UN REBOTE DE
      *              UNA DIRECCION QUE EL CLIENTE YA CAMBIO SE INFORMA
      *              Y SE IGNORA; UNO YA REGISTRADO NO SE VUELVE A
      *              APLICAR, ASI QUE EL ARCHIVO SE PUEDE REPROCESAR.
      *              EL LISTADO REBOTES.REP DETALLA CADA REBOTE; LOS
      *              QUE NO SE PUEDEN ASOCIAR A UN CLIENTE DAN CODIGO
      *              4 Y LOS ERRORES DE ARCHIVO CODIGO 8, SIN TOCAR
      *              ENVIOCLI.DAT. PARA VOLVER AL EMAIL EL CLIENTE
      *              DEBE DAR UNA DIRECCION NUEVA O CONFIRMARLA EN
      *              MANTCLIENTES.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  IMPORTAREBOTES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBOTES            ASSIGN TO DISK '..\REBOTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REBOTES.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT ENVIOCLI           ASSIGN TO DISK '..\ENVIOCLI.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENVIOCLI.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT REPORTE            ASSIGN TO DISK '..\REBOTES.REP'
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
       FD REBOTES.
           COPY REBOTEREC.

       FD CLIENTES.
           COPY CLIMAEST.

       FD ENVIOCLI.
           COPY ENVIOREC.

       FD CONTACTOS.
           COPY CONTACREC.

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
           COPY WSFS REPLACING ==:TAG:== BY ==REBOTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==ENVIOCLI==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

       COPY WSREPIDX-WS.

       COPY WSCONTAC-WS.

       01 WS-CLIENTES-ABIERTO          PIC X VALUE 'N'.
           88 WS-CON-CLIENTES-ABIERTO                   VALUE 'S'.

      * Copia de ENVIOCLI.DAT que se reescribe con los rebotes.
       01 TABLA-PREFERENCIAS.
         05 WS-CANT-PREFERENCIAS       PIC 9(04) VALUE 0.
         05 TPR-REGISTRO OCCURS 5000 TIMES
                                       PIC X(117).

       01 INDICES.
         05 WS-IND-PREF                PIC 9(04).
         05 WS-IND-PREF-HALLADO        PIC 9(04).

       01 ACUMULADORES.
         05 WSA-CANT-REBOTES           PIC 9(05).
         05 WSA-CANT-A-PAPEL           PIC 9(05).
         05 WSA-CANT-YA-REGISTRADOS    PIC 9(05).
         05 WSA-CANT-DIR-CAMBIADA      PIC 9(05).
         05 WSA-CANT-SIN-CLIENTE       PIC 9(05).
         05 WSA-LINEAS-REPORTE         PIC 9(05).

       01 VARIABLES.
         05 WSV-EMAIL-REBOTE           PIC X(40).
         05 WSV-EMAIL-MAESTRO          PIC X(40).
         05 WSV-RESULTADO              PIC X(36).

       01 WS-LINEA-DETALLE.
         05 WS-LD-CLIENTE              PIC 9(07).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WS-LD-DOCUMENTO            PIC X(03).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WS-LD-NRO-DOC              PIC X(12).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WS-LD-EMAIL                PIC X(18).
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 WS-LD-RESULTADO            PIC X(36).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESAR-REBOTES
                 PERFORM 280000-GRABAR-PREFERENCIAS
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-PREFERENCIAS
           PERFORM 110000-ABRIR-CLIENTES
           PERFORM 120000-ABRIR-REPORTE.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-PREFERENCIAS.
           MOVE 0 TO WS-CANT-PREFERENCIAS
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
             PERFORM 106000-LEER-PREFERENCIA
             PERFORM UNTIL WSS-FS-ENVIOCLI-EOF
               IF WS-CANT-PREFERENCIAS >= 5000
      * Reescribir con la tabla incompleta perderia preferencias.
                 DISPLAY 'ERROR: MAS DE 5000 PREFERENCIAS DE ENVIO, '
                         'NO SE PROCESAN LOS REBOTES'
                 MOVE 8 TO WS-RETURN-CODE
                 CLOSE ENVIOCLI
                 PERFORM 300000-FINAL
               END-IF
               ADD 1 TO WS-CANT-PREFERENCIAS
               MOVE REG-ENVIOCLI TO TPR-REGISTRO(WS-CANT-PREFERENCIAS)
               PERFORM 106000-LEER-PREFERENCIA
             END-PERFORM
             CLOSE ENVIOCLI
           END-IF.


       106000-LEER-PREFERENCIA.
           READ ENVIOCLI
           IF NOT WSS-FS-ENVIOCLI-OK AND NOT WSS-FS-ENVIOCLI-EOF
             DISPLAY 'ERROR DE ARCHIVO DE PREFERENCIAS DE ENVIO'
             DISPLAY 'FILE STATUS ' WSS-FS-ENVIOCLI
             MOVE 8 TO WS-RETURN-CODE
             CLOSE ENVIOCLI
             PERFORM 300000-FINAL
           END-IF.


       110000-ABRIR-CLIENTES.
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'S' TO WS-CLIENTES-ABIERTO.


       120000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'REBOTES DEL GATEWAY DE CORREO' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'CLIENTE DOC NUMERO       EMAIL              RESULTADO'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       200000-PROCESAR-REBOTES.
           OPEN INPUT REBOTES
           IF WSS-FS-REBOTES-NOEXISTE
             MOVE 'SIN ARCHIVO DE REBOTES: NADA QUE PROCESAR'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           ELSE
             IF NOT WSS-FS-REBOTES-OK
               DISPLAY 'ERROR DE ARCHIVO DE REBOTES'
               DISPLAY 'FILE STATUS ' WSS-FS-REBOTES
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 205000-LEER-REBOTE
             PERFORM UNTIL WSS-FS-REBOTES-EOF
               ADD 1 TO WSA-CANT-REBOTES
               PERFORM 210000-PROCESAR-REBOTE
               PERFORM 205000-LEER-REBOTE
             END-PERFORM
             CLOSE REBOTES
           END-IF.


       205000-LEER-REBOTE.
           READ REBOTES
           IF NOT WSS-FS-REBOTES-OK AND NOT WSS-FS-REBOTES-EOF
             DISPLAY 'ERROR DE ARCHIVO DE REBOTES'
             DISPLAY 'FILE STATUS ' WSS-FS-REBOTES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-REBOTES-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-PROCESAR-REBOTE.
           MOVE SPACES TO WSV-RESULTADO
           IF REB-NRO-CLIENTE NOT NUMERIC
             MOVE 0 TO REB-NRO-CLIENTE
           END-IF
           MOVE REB-NRO-CLIENTE TO NRO-CLIENTE-C
           READ CLIENTES
             INVALID KEY
               ADD 1 TO WSA-CANT-SIN-CLIENTE
               MOVE 'CLIENTE INEXISTENTE, NO SE APLICA'
                 TO WSV-RESULTADO
               IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
               END-IF
             NOT INVALID KEY
               PERFORM 220000-APLICAR-REBOTE
           END-READ
           MOVE REB-NRO-CLIENTE TO WS-LD-CLIENTE
           MOVE REB-TIPO-DOC TO WS-LD-DOCUMENTO
           MOVE REB-NRO-DOC TO WS-LD-NRO-DOC
           MOVE REB-EMAIL TO WS-LD-EMAIL
           MOVE WSV-RESULTADO TO WS-LD-RESULTADO
           MOVE WS-LINEA-DETALLE TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       220000-APLICAR-REBOTE.
      * La direccion se compara sin distinguir mayusculas: el gateway
      * puede devolverla normalizada.
           MOVE FUNCTION UPPER-CASE(REB-EMAIL) TO WSV-EMAIL-REBOTE
           MOVE FUNCTION UPPER-CASE(EMAIL-C) TO WSV-EMAIL-MAESTRO
           PERFORM 225000-BUSCAR-PREFERENCIA
           EVALUATE TRUE
             WHEN WSV-EMAIL-REBOTE NOT = WSV-EMAIL-MAESTRO
               ADD 1 TO WSA-CANT-DIR-CAMBIADA
               MOVE 'EMAIL YA CAMBIADO EN EL MAESTRO'
                 TO WSV-RESULTADO
             WHEN WS-IND-PREF-HALLADO NOT = 0 AND ENV-EMAIL-REBOTADO
                     AND ENV-EMAIL = EMAIL-C
               ADD 1 TO WSA-CANT-YA-REGISTRADOS
               MOVE 'REBOTE YA REGISTRADO' TO WSV-RESULTADO
             WHEN OTHER
               PERFORM 230000-PASAR-A-PAPEL
           END-EVALUATE.


       225000-BUSCAR-PREFERENCIA.
           MOVE 0 TO WS-IND-PREF-HALLADO
           PERFORM VARYING WS-IND-PREF FROM 1 BY 1
                     UNTIL WS-IND-PREF > WS-CANT-PREFERENCIAS
             MOVE TPR-REGISTRO(WS-IND-PREF) TO REG-ENVIOCLI
             IF ENV-NRO-CLIENTE = NRO-CLIENTE-C
               MOVE WS-IND-PREF TO WS-IND-PREF-HALLADO
               MOVE WS-CANT-PREFERENCIAS TO WS-IND-PREF
             END-IF
           END-PERFORM
           IF WS-IND-PREF-HALLADO NOT = 0
             MOVE TPR-REGISTRO(WS-IND-PREF-HALLADO) TO REG-ENVIOCLI
           END-IF.


       230000-PASAR-A-PAPEL.
      * Un cliente sin preferencia registrada no deberia haber
      * recibido email; igual se deja constancia del rebote.
           IF WS-IND-PREF-HALLADO = 0
             IF WS-CANT-PREFERENCIAS >= 5000
               DISPLAY 'ERROR: MAS DE 5000 PREFERENCIAS DE ENVIO'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'NO SE PUDO REGISTRAR' TO WSV-RESULTADO
             ELSE
               ADD 1 TO WS-CANT-PREFERENCIAS
               MOVE WS-CANT-PREFERENCIAS TO WS-IND-PREF-HALLADO
               MOVE SPACES TO REG-ENVIOCLI
               MOVE NRO-CLIENTE-C TO ENV-NRO-CLIENTE
               MOVE 'P' TO ENV-PREFERENCIA
               MOVE 'N' TO ENV-CONSENTIMIENTO
               MOVE 0 TO ENV-FECHA-CONSENTIMIENTO
             END-IF
           END-IF
           IF WS-IND-PREF-HALLADO NOT = 0
             IF NOT ENV-PAPEL
               MOVE ENV-PREFERENCIA TO ENV-PREF-ANTERIOR
             END-IF
             MOVE 'P' TO ENV-PREFERENCIA
             MOVE 'I' TO ENV-ESTADO-EMAIL
             MOVE EMAIL-C TO ENV-EMAIL
             IF REB-FECHA IS NUMERIC AND REB-FECHA NOT = 0
               MOVE REB-FECHA TO ENV-FECHA-REBOTE
             ELSE
               MOVE WSP-FECHA-PROCESO TO ENV-FECHA-REBOTE
             END-IF
             MOVE REB-MOTIVO TO ENV-MOTIVO-REBOTE
             MOVE REG-ENVIOCLI TO TPR-REGISTRO(WS-IND-PREF-HALLADO)
             ADD 1 TO WSA-CANT-A-PAPEL
             MOVE 'EMAIL INVALIDO, PASA A PAPEL' TO WSV-RESULTADO
             MOVE NRO-CLIENTE-C     TO WS-CONTAC-CODCLIENTE
             MOVE 0                 TO WS-CONTAC-NROCUENTA
             MOVE 0                 TO WS-CONTAC-FECHA
             MOVE 'EML'             TO WS-CONTAC-CANAL
             MOVE 'IMPORTAREBOTES'  TO WS-CONTAC-PROGRAMA
             MOVE SPACES            TO WS-CONTAC-OPERADOR
             MOVE 'EMAIL REBOTADO: ENVIOS PASAN A PAPEL'
               TO WS-CONTAC-RESULTADO
             PERFORM 240000-REGISTRAR-CONTACTO
           END-IF.


       240000-REGISTRAR-CONTACTO.
           COPY WSCONTAC-PROC.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WSA-LINEAS-REPORTE.


       280000-GRABAR-PREFERENCIAS.
           IF WSA-CANT-A-PAPEL > 0 AND WS-RETURN-CODE < 8
             OPEN OUTPUT ENVIOCLI
             IF NOT WSS-FS-ENVIOCLI-OK
               DISPLAY 'ERROR DE ARCHIVO DE PREFERENCIAS DE ENVIO'
               DISPLAY 'FILE STATUS ' WSS-FS-ENVIOCLI
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM VARYING WS-IND-PREF FROM 1 BY 1
                         UNTIL WS-IND-PREF > WS-CANT-PREFERENCIAS
                 MOVE TPR-REGISTRO(WS-IND-PREF) TO REG-ENVIOCLI
                 WRITE REG-ENVIOCLI
                 ADD 1 TO WS-CANT-ESCRITOS
               END-PERFORM
               CLOSE ENVIOCLI
             END-IF
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   IMPORTACION DE REBOTES DE CORREO'
           DISPLAY 'Programme: IMPORTAREBOTES'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           IF WSS-FS-REPORTE-OK
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'REBOTES: ' WSA-CANT-REBOTES
                    '  PASADOS A PAPEL: ' WSA-CANT-A-PAPEL
                    '  YA REGISTRADOS: ' WSA-CANT-YA-REGISTRADOS
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'EMAIL YA CAMBIADO: ' WSA-CANT-DIR-CAMBIADA
                    '  SIN CLIENTE: ' WSA-CANT-SIN-CLIENTE
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF
           DISPLAY 'REBOTES LEIDOS:           ' WSA-CANT-REBOTES
           DISPLAY 'CLIENTES PASADOS A PAPEL: ' WSA-CANT-A-PAPEL
           DISPLAY 'YA REGISTRADOS:           ' WSA-CANT-YA-REGISTRADOS
           DISPLAY 'EMAIL YA CAMBIADO:        ' WSA-CANT-DIR-CAMBIADA
           DISPLAY 'SIN CLIENTE:              ' WSA-CANT-SIN-CLIENTE.


       330000-CERRAR-ARCHIVOS.
           IF WS-CON-CLIENTES-ABIERTO
             CLOSE CLIENTES
           END-IF
           IF WSS-FS-REPORTE-OK
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF.


       390000-GRABAR-BITACORA.
           MOVE 'IMPORTAREBOTES'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-REBOTES    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'REBOTES DE CORREO' TO WS-REPIDX-NOMBRE
           MOVE 'IMPORTAREBOTES' TO WS-REPIDX-PROGRAMA
           MOVE '..\REBOTES.REP' TO WS-REPIDX-ARCHIVO
           MOVE WSA-LINEAS-REPORTE TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
