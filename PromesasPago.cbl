      *              SI LA FECHA PASO SIN PAGO LA PROMESA SE MARCA
      *              ROTA Y LA CUENTA ESCALA DE NIVEL EN LA PROXIMA
      *              CORRIDA DE CARTAS EN LUGAR DE ARRANCAR DE CERO.
      *              LA PROMESA TOMADA, CUMPLIDA O ROTA QUEDA EN LA
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

       01 VARIABLES.
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-FECHA-PROMETIDA        PIC 9(08).
         05 WSV-CODCLIENTE             PIC 9(08).

      * Por alguna razon no se guardan los decimales cuando es negativo
      * y tiene los 15 numeros enteros (se guarda el signo, los 15
                 MOVE 'V' TO TPR-ESTADO(WS-CANT-PROMESAS)
                 PERFORM 305000-GRABAR-PROMESAS
                 DISPLAY 'PROMESA REGISTRADA'
                 MOVE WS-CANT-PROMESAS TO WS-IND-PROMESA
                 MOVE SPACES TO WS-CONTAC-RESULTADO
                 STRING 'PROMESA DE PAGO PARA EL '
                        WSV-FECHA-PROMETIDA
                        DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
                 PERFORM 240000-REGISTRAR-CONTACTO
               ELSE
                 DISPLAY 'TABLA DE PROMESAS COMPLETA, NO SE GRABA'
               END-IF
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'S' TO WS-ENCONTRADO
                 MOVE CODCLIENTE TO WSV-CODCLIENTE
             END-READ
             CLOSE CUENTAS
           END-IF.
                         TPR-FECHA-ALTA(WS-IND-PROMESA)
                   MOVE 'C' TO TPR-ESTADO(WS-IND-PROMESA)
                   ADD 1 TO WSA-CANT-CUMPLIDAS
                   MOVE CODCLIENTE TO WSV-CODCLIENTE
                   MOVE 'PROMESA DE PAGO CUMPLIDA'
                     TO WS-CONTAC-RESULTADO
                   PERFORM 240000-REGISTRAR-CONTACTO
                 ELSE
                   MOVE 'R' TO TPR-ESTADO(WS-IND-PROMESA)
                   ADD 1 TO WSA-CANT-ROTAS
                   MOVE CODCLIENTE TO WSV-CODCLIENTE
                   MOVE 'PROMESA DE PAGO ROTA'
                     TO WS-CONTAC-RESULTADO
                   PERFORM 240000-REGISTRAR-CONTACTO
                   DISPLAY '  CUENTA '
                           TPR-NROCUENTA(WS-IND-PROMESA)
                           ' PROMETIA '
           END-IF.


       240000-REGISTRAR-CONTACTO.
           MOVE WSV-CODCLIENTE                TO WS-CONTAC-CODCLIENTE
           MOVE TPR-NROCUENTA(WS-IND-PROMESA) TO WS-CONTAC-NROCUENTA
           MOVE WSP-FECHA-PROCESO             TO WS-CONTAC-FECHA
           MOVE 'TEL'                         TO WS-CONTAC-CANAL
           MOVE 'PROMESASPAGO'                TO WS-CONTAC-PROGRAMA
           MOVE TPR-OPERADOR(WS-IND-PROMESA)  TO WS-CONTAC-OPERADOR
           COPY WSCONTAC-PROC.


       305000-GRABAR-PROMESAS.
           OPEN OUTPUT PROMESAS
           IF NOT WSS-FS-PROMESAS-OK
