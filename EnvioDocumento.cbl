      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida de envio de documentos al
      *              cliente, para EVINT-EJ03 (estados de cuenta) y
      *              FACTURAIVA (facturas). Resuelve el canal de cada
      *              cliente segun su preferencia en ENVIOCLI.DAT
      *              (papel, email o ambos): va por email solo con
      *              consentimiento registrado, direccion sin rebote y
      *              un EMAIL-C con una arroba en el maestro; cualquier
      *              otro caso sale en papel. Para los documentos que
      *              van por email graba en la cola COLAMAIL.DAT el
      *              encabezado y los renglones del cuerpo que le pasa
      *              quien llama, y registra cada documento con su
      *              canal en ENVIOS.DAT para el reporte de envios. La
      *              tabla de preferencias se carga en la primera
      *              llamada; los archivos quedan abiertos hasta la
      *              funcion 'F'. Area de intercambio: WSENVDOC.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIODOCUMENTO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT COLAMAIL           ASSIGN TO DISK '..\COLAMAIL.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COLAMAIL.

           SELECT ENVIOS             ASSIGN TO DISK '..\ENVIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENVIOS.

       DATA DIVISION.

       FILE SECTION.
       FD CLIENTES.
           COPY CLIMAEST.

       FD ENVIOCLI.
           COPY ENVIOREC.

       FD COLAMAIL.
           COPY COLAMAIL.

       FD ENVIOS.
           COPY ENVDOCREC.


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==ENVIOCLI==.
           COPY WSFS REPLACING ==:TAG:== BY ==COLAMAIL==.
           COPY WSFS REPLACING ==:TAG:== BY ==ENVIOS==.

       01 WS-CARGADO                   PIC X(01) VALUE 'N'.
           88 WS-TABLA-CARGADA                          VALUE 'S'.

      * Los archivos quedan abiertos entre llamadas.
       01 WS-ESTADO-CLIENTES           PIC X(01) VALUE 'N'.
           88 WS-CLIENTES-ABIERTO                       VALUE 'S'.
       01 WS-ESTADO-COLAMAIL           PIC X(01) VALUE 'N'.
           88 WS-COLAMAIL-ABIERTO                       VALUE 'S'.
       01 WS-ESTADO-ENVIOS             PIC X(01) VALUE 'N'.
           88 WS-ENVIOS-ABIERTO                         VALUE 'S'.

      * Preferencias de envio de los clientes que pidieron email.
       01 TABLA-PREFERENCIAS.
         05 WS-CANT-PREFERENCIAS       PIC 9(04) VALUE 0.
         05 TPR-ENTRY OCCURS 5000 TIMES.
           10 TPR-NRO-CLIENTE          PIC 9(07).
           10 TPR-PREFERENCIA          PIC X(01).

       01 INDICES.
         05 WS-IND-PREF                PIC 9(04).
         05 WS-IND-PREF-HALLADO        PIC 9(04).

      * Documento en curso en la cola de correo.
       01 WS-DOCUMENTO-COLA.
         05 WS-COLA-TIPO-DOC           PIC X(03).
         05 WS-COLA-NRO-DOC            PIC X(12).
         05 WS-COLA-RENGLONES          PIC 9(04).

       01 WS-CANT-ARROBAS              PIC 9(03).

       LINKAGE SECTION.

       01 LK-ENVDOC.
           COPY WSENVDOC.


       PROCEDURE DIVISION USING LK-ENVDOC.

       000000-CONTROL.
           MOVE 'S' TO EDC-RESULTADO
           EVALUATE TRUE
             WHEN EDC-CERRAR
               PERFORM 300000-CERRAR
             WHEN EDC-CANAL-CLIENTE
               IF NOT WS-TABLA-CARGADA
                 PERFORM 100000-CARGAR-PREFERENCIAS
                 MOVE 'S' TO WS-CARGADO
               END-IF
               PERFORM 200000-CANAL-DEL-CLIENTE
             WHEN EDC-ENCABEZADO
               PERFORM 220000-ENCABEZADO-COLA
             WHEN EDC-LINEA
               PERFORM 230000-RENGLON-COLA
             WHEN EDC-REGISTRAR
               PERFORM 240000-REGISTRAR-ENVIO
             WHEN OTHER
               MOVE 'N' TO EDC-RESULTADO
           END-EVALUATE
           GOBACK.


       100000-CARGAR-PREFERENCIAS.
      * Solo interesan los clientes que eligieron email (solo o junto
      * con el papel) y siguen en condiciones de recibirlo.
           MOVE 0 TO WS-CANT-PREFERENCIAS
           OPEN INPUT ENVIOCLI
           IF WSS-FS-ENVIOCLI-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-ENVIOCLI-OK
               DISPLAY 'ERROR DE ARCHIVO DE PREFERENCIAS DE ENVIO'
               DISPLAY 'FILE STATUS ' WSS-FS-ENVIOCLI
             ELSE
               PERFORM 105000-LEER-PREFERENCIA
               PERFORM UNTIL WSS-FS-ENVIOCLI-EOF
                 IF ENV-CON-EMAIL AND ENV-CON-CONSENTIMIENTO
                         AND ENV-EMAIL-VALIDO
                   IF WS-CANT-PREFERENCIAS < 5000
                     ADD 1 TO WS-CANT-PREFERENCIAS
                     MOVE ENV-NRO-CLIENTE
                       TO TPR-NRO-CLIENTE(WS-CANT-PREFERENCIAS)
                     MOVE ENV-PREFERENCIA
                       TO TPR-PREFERENCIA(WS-CANT-PREFERENCIAS)
                   ELSE
                     DISPLAY 'ADVERTENCIA: MAS DE 5000 CLIENTES CON '
                             'EMAIL EN ENVIOCLI.DAT, EL RESTO VA EN '
                             'PAPEL'
                     MOVE '10' TO WSS-FS-ENVIOCLI
                   END-IF
                 END-IF
                 IF NOT WSS-FS-ENVIOCLI-EOF
                   PERFORM 105000-LEER-PREFERENCIA
                 END-IF
               END-PERFORM
             END-IF
             CLOSE ENVIOCLI
           END-IF.


       105000-LEER-PREFERENCIA.
           READ ENVIOCLI
           IF NOT WSS-FS-ENVIOCLI-OK AND NOT WSS-FS-ENVIOCLI-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ENVIOCLI
             MOVE '10' TO WSS-FS-ENVIOCLI
           END-IF.


       200000-CANAL-DEL-CLIENTE.
           MOVE 'P' TO EDC-CANAL
           MOVE SPACES TO EDC-EMAIL
           MOVE 0 TO WS-IND-PREF-HALLADO
           PERFORM VARYING WS-IND-PREF FROM 1 BY 1
                     UNTIL WS-IND-PREF > WS-CANT-PREFERENCIAS
             IF TPR-NRO-CLIENTE(WS-IND-PREF) = EDC-NRO-CLIENTE
               MOVE WS-IND-PREF TO WS-IND-PREF-HALLADO
               MOVE WS-CANT-PREFERENCIAS TO WS-IND-PREF
             END-IF
           END-PERFORM
           IF WS-IND-PREF-HALLADO NOT = 0
             PERFORM 210000-EMAIL-DEL-CLIENTE
           END-IF.


       210000-EMAIL-DEL-CLIENTE.
      * La direccion sale siempre del maestro: si el cliente la cambio
      * despues de dar el consentimiento se usa la nueva.
           IF NOT WS-CLIENTES-ABIERTO
             OPEN INPUT CLIENTES
             IF NOT WSS-FS-CLIENTES-OK
               DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
               DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             END-IF
             MOVE 'S' TO WS-ESTADO-CLIENTES
           END-IF
           MOVE EDC-NRO-CLIENTE TO NRO-CLIENTE-C
           READ CLIENTES
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 0 TO WS-CANT-ARROBAS
               INSPECT EMAIL-C TALLYING WS-CANT-ARROBAS FOR ALL '@'
               IF WS-CANT-ARROBAS = 1
                 MOVE EMAIL-C TO EDC-EMAIL
                 MOVE TPR-PREFERENCIA(WS-IND-PREF-HALLADO)
                   TO EDC-CANAL
               END-IF
           END-READ.


       220000-ENCABEZADO-COLA.
           IF NOT WS-COLAMAIL-ABIERTO
             OPEN EXTEND COLAMAIL
             IF WSS-FS-COLAMAIL-NOEXISTE
               OPEN OUTPUT COLAMAIL
             END-IF
             IF WSS-FS-COLAMAIL-OK
               MOVE 'S' TO WS-ESTADO-COLAMAIL
             ELSE
               DISPLAY 'ERROR DE ARCHIVO DE COLA DE CORREO'
               DISPLAY 'FILE STATUS ' WSS-FS-COLAMAIL
             END-IF
           END-IF
           IF WS-COLAMAIL-ABIERTO
             MOVE EDC-TIPO-DOC TO WS-COLA-TIPO-DOC
             MOVE EDC-NRO-DOC TO WS-COLA-NRO-DOC
             MOVE 0 TO WS-COLA-RENGLONES
             MOVE SPACES TO REG-COLAMAIL
             MOVE EDC-TIPO-DOC TO CML-TIPO-DOC
             MOVE EDC-NRO-DOC TO CML-NRO-DOC
             MOVE 'E' TO CML-TIPO-REG
             MOVE EDC-NRO-CLIENTE TO CML-NRO-CLIENTE
             MOVE EDC-EMAIL TO CML-EMAIL
             MOVE FUNCTION CURRENT-DATE(1:8) TO CML-FECHA
             MOVE EDC-ASUNTO TO CML-ASUNTO
             WRITE REG-COLAMAIL
             IF NOT WSS-FS-COLAMAIL-OK
               DISPLAY 'FILE STATUS ' WSS-FS-COLAMAIL
               MOVE 'N' TO EDC-RESULTADO
             END-IF
           ELSE
             MOVE 'N' TO EDC-RESULTADO
           END-IF.


       230000-RENGLON-COLA.
           IF WS-COLAMAIL-ABIERTO
             ADD 1 TO WS-COLA-RENGLONES
             MOVE SPACES TO REG-COLAMAIL
             MOVE WS-COLA-TIPO-DOC TO CML-TIPO-DOC
             MOVE WS-COLA-NRO-DOC TO CML-NRO-DOC
             MOVE 'R' TO CML-TIPO-REG
             MOVE WS-COLA-RENGLONES TO CML-NRO-RENGLON
             MOVE EDC-RENGLON TO CML-TEXTO
             WRITE REG-COLAMAIL
             IF NOT WSS-FS-COLAMAIL-OK
               DISPLAY 'FILE STATUS ' WSS-FS-COLAMAIL
               MOVE 'N' TO EDC-RESULTADO
             END-IF
           ELSE
             MOVE 'N' TO EDC-RESULTADO
           END-IF.


       240000-REGISTRAR-ENVIO.
           IF NOT WS-ENVIOS-ABIERTO
             OPEN EXTEND ENVIOS
             IF WSS-FS-ENVIOS-NOEXISTE
               OPEN OUTPUT ENVIOS
             END-IF
             IF WSS-FS-ENVIOS-OK
               MOVE 'S' TO WS-ESTADO-ENVIOS
             ELSE
               DISPLAY 'ERROR DE ARCHIVO DE REGISTRO DE ENVIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ENVIOS
             END-IF
           END-IF
           IF WS-ENVIOS-ABIERTO
             MOVE FUNCTION CURRENT-DATE(1:8) TO EVD-FECHA
             MOVE EDC-TIPO-DOC TO EVD-TIPO-DOC
             MOVE EDC-NRO-DOC TO EVD-NRO-DOC
             MOVE EDC-NRO-CLIENTE TO EVD-NRO-CLIENTE
             MOVE EDC-CANAL TO EVD-CANAL
             IF EDC-VA-POR-EMAIL
               MOVE EDC-EMAIL TO EVD-EMAIL
             ELSE
               MOVE SPACES TO EVD-EMAIL
             END-IF
             MOVE EDC-EMPRESA TO EVD-EMPRESA
             WRITE REG-ENVIOS
             IF NOT WSS-FS-ENVIOS-OK
               DISPLAY 'FILE STATUS ' WSS-FS-ENVIOS
               MOVE 'N' TO EDC-RESULTADO
             END-IF
           ELSE
             MOVE 'N' TO EDC-RESULTADO
           END-IF.


       300000-CERRAR.
           IF WS-CLIENTES-ABIERTO
             CLOSE CLIENTES
             MOVE 'N' TO WS-ESTADO-CLIENTES
           END-IF
           IF WS-COLAMAIL-ABIERTO
             CLOSE COLAMAIL
             MOVE 'N' TO WS-ESTADO-COLAMAIL
           END-IF
           IF WS-ENVIOS-ABIERTO
             CLOSE ENVIOS
             MOVE 'N' TO WS-ESTADO-ENVIOS
           END-IF.
