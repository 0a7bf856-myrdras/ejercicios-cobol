       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA            ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT EXCEPCIONES        ASSIGN TO DISK '..\EXCEP04.DAT'
       01 WS-CANT-EXCEPCIONES           PIC 9(08) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSHDR-WS.



       131000-LEER-ENTRADA.
           READ ENTRADA
              EVALUATE TRUE
                 WHEN WSS-FS-ENTRADA-OK
                      ADD 1 TO WS-CANT-LEIDOS
