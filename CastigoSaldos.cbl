      *              CASTIGOS.DAT CON MOTIVO, SOLICITANTE Y FECHAS.
      *              CONFIRMADO EL CASTIGO LA CUENTA DESAPARECE DE
      *              LOS REPORTES DE COBRANZA (SU MONTO QUEDO EN
      *              CERO) Y EXPORTACONTAB ASIENTA EL QUEBRANTO (CONTRA
      *              LA PREVISION DE PREVISIONINCOB CUANDO YA EXISTE).
      *              SI EL CLIENTE CASTIGADO DESPUES PAGA, EL RECUPERO
      *              SE REGISTRA AQUI COMO INGRESO POR RECUPERO, NO
      *              COMO UNA APLICACION NORMAL.
      * Tectonics:   cobc
                                       FILE STATUS IS WSS-FS-CASTIGOS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

      * Baja del limite de credito del castigado: el historial de
      * castigos alimenta el limite hacia abajo automaticamente.
       01 WS-CLIENTE-A-REDUCIR         PIC 9(08).
       01 WS-IMPORTE-A-REDUCIR         PIC S9(15)V99.



       225000-REDUCIR-LIMITE.
      * Se lee el cliente por clave y se regraba con el limite
      * reducido.
           OPEN I-O CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             MOVE WS-CLIENTE-A-REDUCIR TO NRO-CLIENTE-C
             READ CLIENTES
               INVALID KEY
                 DISPLAY 'CLIENTE ' WS-CLIENTE-A-REDUCIR
                         ' INEXISTENTE, NO SE REDUCE EL LIMITE'
               NOT INVALID KEY
                 IF LIMITE-C > WS-IMPORTE-A-REDUCIR
                   SUBTRACT WS-IMPORTE-A-REDUCIR FROM LIMITE-C
                 ELSE
                   MOVE 0 TO LIMITE-C
                 END-IF
                 REWRITE REG-CLIENTES
                   INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR EL CLIENTE '
                             NRO-CLIENTE-C
                     DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
                 END-REWRITE
             END-READ
             CLOSE CLIENTES
           END-IF.


