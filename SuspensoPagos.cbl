      *              PROXIMA APLICACION, DERIVA LOS IRRESOLUBLES AL
      *              CIRCUITO DE REEMBOLSOS (SERIE REE), O LOS DA DE
      *              BAJA, SIEMPRE CON OPERADOR Y FECHA DE
      *              DISPOSICION EN CADA ITEM. EL RECIBO REASIGNADO
      *              SE REGRABA POR SU CLAVE EN PAGOS.DAT INDEXADO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                           WSS-FS-PENDIENTES.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
         05 REE-SUPERVISOR            PIC X(20).
         05 REE-FECHA-PAGO            PIC 9(08).
         05 REE-MEDIO-PAGO            PIC X(03).
         05 REE-PAGADOR               PIC X(20).

       FD PARAM.
           COPY PARAMREC.
           10 TSP-OPERADOR             PIC X(20).
           10 TSP-FECHA-DISPOSICION    PIC 9(08).

       01 TABLA-HISTORICO.
         05 WS-CANT-HIST               PIC 9(04) VALUE 0.
         05 TH-REGISTRO OCCURS 5000 TIMES

       01 INDICES.
         05 WS-IND-PEND                PIC 9(04).
         05 WS-IND-HIST                PIC 9(04).
         05 WS-IND-HALLADO             PIC 9(05).


       228000-REAPLICAR-RECIBO.
      * El recibo original sigue en PAGOS.DAT en estado suspenso: se
      * lo lee por su numero y se regraba con la cuenta corregida y
      * el estado otra vez pendiente, asi la serie PAG no pierde el
      * numero y la proxima corrida de APLICAPAGOS lo descarga.
           OPEN I-O PAGOS
           IF NOT WSS-FS-PAGOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
           ELSE
             MOVE TSP-ENTRYID(WSV-NRO-ITEM) TO PAG-ENTRYID
             READ PAGOS
               INVALID KEY
                 DISPLAY 'EL RECIBO YA NO FIGURA EN PAGOS.DAT, '
                         'NO SE PUEDE REAPLICAR'
               NOT INVALID KEY
                 ADD 1 TO WS-CANT-LEIDOS
                 MOVE WSV-NROCUENTA TO PAG-NROCUENTA
                 MOVE 'P' TO PAG-ESTADO
                 PERFORM 229000-REGRABAR-PAGO
             END-READ
             CLOSE PAGOS
           END-IF.


       229000-REGRABAR-PAGO.
           REWRITE REG-PAGOS
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR EL RECIBO ' PAG-ENTRYID
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             NOT INVALID KEY
               ADD 1 TO WS-CANT-ESCRITOS
               MOVE 'A' TO TSP-DISPOSICION(WSV-NRO-ITEM)
               MOVE WSV-NROCUENTA
                 TO TSP-NROCUENTA-NUEVA(WSV-NRO-ITEM)
               PERFORM 260000-ESTAMPAR-DISPOSICION
               DISPLAY 'SUSPENSO REASIGNADO, EL RECIBO VUELVE A '
                       'LA PROXIMA APLICACION'
           END-REWRITE.


       240000-DERIVAR-A-REEMBOLSO.
               MOVE SPACES TO REE-SUPERVISOR
               MOVE 0 TO REE-FECHA-PAGO
               MOVE SPACES TO REE-MEDIO-PAGO
               MOVE SPACES TO REE-PAGADOR
               WRITE REG-REEMBOLSOS
               CLOSE REEMBOLSOS
               MOVE 'E' TO TSP-DISPOSICION(WSV-NRO-ITEM)
