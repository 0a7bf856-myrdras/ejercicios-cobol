      *              EL RECIBO YA FUE APLICADO NO SE TOCA LA
      *              APLICACION: SE GENERA LA REVERSA CONTRA EL SALDO
      *              DE CUENTAS.DAT Y EL ASIENTO QUEDA CON TIPO 'R'.
      *              EL RECIBO SE LEE Y SE REGRABA POR SU CLAVE EN
      *              PAGOS.DAT INDEXADO, SIN RECORRER EL ARCHIVO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       01 WS-ESTADO-PAGOS              PIC X(01) VALUE 'N'.
           88 WS-PAGOS-ABIERTO                          VALUE 'S'.

       01 WS-PAGO-HALLADO              PIC X(01).
           88 WS-PAGO-EXISTE                            VALUE 'S'.

       01 WS-OPCION                    PIC 9(01) VALUE 0.

           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 2 TO WS-OPCION
           ELSE
             PERFORM 105000-ABRIR-PAGOS
             PERFORM 130000-MOSTRAR-MENU
           END-IF.

           COPY WSPARAM-PROC.


      * PAGOS.DAT queda abierto durante toda la sesion; cada
      * recibo se busca y se regraba por su numero.
       105000-ABRIR-PAGOS.
           OPEN I-O PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
             DISPLAY 'NO HAY RECIBOS CAPTURADOS'
             MOVE 2 TO WS-OPCION
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
               MOVE 2 TO WS-OPCION
             ELSE
               MOVE 'S' TO WS-ESTADO-PAGOS
             END-IF
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'ANULACION DE RECIBOS (PAGOS.DAT)'
           DISPLAY 'INGRESE EL NUMERO DE RECIBO: '
           ACCEPT WSV-ENTRYID
           PERFORM 215000-BUSCAR-RECIBO
           IF NOT WS-PAGO-EXISTE
             DISPLAY 'EL RECIBO ' WSV-ENTRYID ' NO EXISTE'
           ELSE
             EVALUATE TRUE
               WHEN PAG-ANULADO
                 DISPLAY 'EL RECIBO YA ESTA ANULADO'


       215000-BUSCAR-RECIBO.
           MOVE 'N' TO WS-PAGO-HALLADO
           MOVE WSV-ENTRYID TO PAG-ENTRYID
           READ PAGOS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'S' TO WS-PAGO-HALLADO
               ADD 1 TO WS-CANT-LEIDOS
           END-READ.


       220000-ANULAR-PENDIENTE.
           PERFORM 225000-PEDIR-CONFORMIDAD
           IF WSV-CLAVE = WSP-CLAVE-SUPERVISOR
             MOVE 'X' TO PAG-ESTADO
             PERFORM 240000-REGRABAR-PAGO
             MOVE 'A' TO WSV-TIPO
             PERFORM 250000-ASENTAR-ANULACION
             DISPLAY 'RECIBO ' WSV-ENTRYID ' ANULADO'
                   REWRITE REG-CUENTAS
                   ADD 1 TO WS-CANT-ESCRITOS
                   MOVE 'X' TO PAG-ESTADO
                   PERFORM 240000-REGRABAR-PAGO
                   MOVE 'R' TO WSV-TIPO
                   PERFORM 250000-ASENTAR-ANULACION
                   DISPLAY 'REVERSA APLICADA, RECIBO '
           END-IF.


       240000-REGRABAR-PAGO.
           REWRITE REG-PAGOS
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR EL RECIBO ' PAG-ENTRYID
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             NOT INVALID KEY
               ADD 1 TO WS-CANT-ESCRITOS
           END-REWRITE.


       250000-ASENTAR-ANULACION.


       300000-FINAL.
           IF WS-PAGOS-ABIERTO
             CLOSE PAGOS
           END-IF
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.
