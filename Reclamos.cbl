      *              MIENTRAS UNA CUENTA TIENE UN RECLAMO ABIERTO,
      *              CARTASMORA NO LE MANDA CARTA Y ACREMORA NO LE
      *              DEVENGA PUNITORIOS. EL LISTADO DE ANTIGUEDAD DE
      *              RECLAMOS ABIERTOS CIERRA EL CIRCUITO. EL ALTA,
      *              EL PASO A REVISION Y LA RESOLUCION QUEDAN EN LA
      *              HISTORIA DE CONTACTOS DEL CLIENTE (CONTACTOS.DAT).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
       FD PARAM.
           COPY PARAMREC.

       FD CONTACTOS.
           COPY CONTACREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSCONTAC-WS.

       COPY WSPARAM-WS.

         05 WSV-NUMERO                 PIC 9(08).
         05 WSV-TEXTO                  PIC X(60).
         05 WSV-NC-ENTRYID             PIC 9(08).
         05 WSV-CODCLIENTE             PIC 9(08).

       01 WS-ENCONTRADO                PIC X VALUE 'N'.
           88 WS-FUE-ENCONTRADO                         VALUE 'S'.
                 DISPLAY 'NO EXISTE UNA CUENTA CON ESE NUMERO'
                 CLOSE CUENTAS
               NOT INVALID KEY
                 MOVE CODCLIENTE TO WSV-CODCLIENTE
                 CLOSE CUENTAS
                 DISPLAY 'INGRESE EL ENTRYID DEL CARGO DISPUTADO: '
                 ACCEPT WSV-ENTRYID
             PERFORM 305000-GRABAR-RECLAMOS
             DISPLAY 'RECLAMO ' WS-NUMERO-RECLAMO ' REGISTRADO: '
                     'LA CUENTA QUEDA SIN CARTAS NI PUNITORIOS'
             MOVE SPACES TO WS-CONTAC-RESULTADO
             STRING 'RECLAMO ' WS-NUMERO-RECLAMO ' ABIERTO'
                    DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
             PERFORM 250000-REGISTRAR-CONTACTO
           END-IF.


               MOVE 'E' TO TRL-ESTADO(WS-IND-RCL-HALLADO)
               PERFORM 305000-GRABAR-RECLAMOS
               DISPLAY 'RECLAMO EN REVISION'
               MOVE TRL-NROCUENTA(WS-IND-RCL-HALLADO) TO WSV-NROCUENTA
               PERFORM 255000-CLIENTE-DE-CUENTA
               MOVE SPACES TO WS-CONTAC-RESULTADO
               STRING 'RECLAMO ' WSV-NUMERO ' EN REVISION'
                      DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
               PERFORM 250000-REGISTRAR-CONTACTO
             END-IF
           END-IF.

               PERFORM 305000-GRABAR-RECLAMOS
               DISPLAY 'RECLAMO RESUELTO: LA CUENTA VUELVE AL '
                       'CIRCUITO NORMAL DE COBRANZA'
               MOVE TRL-NROCUENTA(WS-IND-RCL-HALLADO) TO WSV-NROCUENTA
               PERFORM 255000-CLIENTE-DE-CUENTA
               MOVE SPACES TO WS-CONTAC-RESULTADO
               IF TRL-ESTADO(WS-IND-RCL-HALLADO) = 'C'
                 STRING 'RECLAMO ' WSV-NUMERO
                        ' RESUELTO CON CREDITO'
                        DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
               ELSE
                 STRING 'RECLAMO ' WSV-NUMERO
                        ' RESUELTO SIN CREDITO'
                        DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
               END-IF
               PERFORM 250000-REGISTRAR-CONTACTO
             END-IF
           END-IF.

           END-PERFORM.


       250000-REGISTRAR-CONTACTO.
           MOVE WSV-CODCLIENTE    TO WS-CONTAC-CODCLIENTE
           MOVE WSV-NROCUENTA     TO WS-CONTAC-NROCUENTA
           MOVE WSP-FECHA-PROCESO TO WS-CONTAC-FECHA
           MOVE 'MOS'             TO WS-CONTAC-CANAL
           MOVE 'RECLAMOS'        TO WS-CONTAC-PROGRAMA
           MOVE WS-ACC-OPERADOR   TO WS-CONTAC-OPERADOR
           COPY WSCONTAC-PROC.


       255000-CLIENTE-DE-CUENTA.
           MOVE 0 TO WSV-CODCLIENTE
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
             MOVE WSV-NROCUENTA TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE CODCLIENTE TO WSV-CODCLIENTE
             END-READ
             CLOSE CUENTAS
           END-IF.


       305000-GRABAR-RECLAMOS.
           OPEN OUTPUT RECLAMOS
           IF NOT WSS-FS-RECLAMOS-OK
