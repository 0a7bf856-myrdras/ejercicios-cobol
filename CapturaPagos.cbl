                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT SESIONES           ASSIGN TO DISK '..\SESIONES.DAT'


       115000-ABRIR-PAGOS.
           OPEN I-O PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
             OPEN OUTPUT PAGOS
           END-IF
