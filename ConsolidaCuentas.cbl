      *              CUENTA SOBREVIVIENTE Y UNA A RETIRAR DEL MISMO
      *              CODCLIENTE, TRASLADA EL MONTO DE LA RETIRADA A
      *              LA SOBREVIVIENTE, REAPUNTA SUS CARGOS DE
      *              SERVICIO.DAT Y SERVHIST.DAT (Y SU HISTORIA
      *              ARCHIVADA DE HISTACUM.DAT), SUS RECIBOS
      *              PENDIENTES O EN SUSPENSO DE PAGOS.DAT, SUS
      *              TARJETAS DE TARJETAS.DAT, SUS CREDITOS A FAVOR
      *              VIVOS DE CREDITOS.DAT Y SUS CHEQUES EN CARTERA
      *              ESTILO DEL DIARIO FUSIONES.DAT DE
      *              FUSIONACLIENTES. LOS PLANES DE CUOTAS.DAT NO SE
      *              TOCAN: ESE ARCHIVO SE IDENTIFICA POR NOMBRE Y
      *              APELLIDO DEL CLIENTE, QUE NO CAMBIA. LOS RECIBOS
      *              DE LA RETIRADA SE RECORREN POR LA CLAVE
      *              ALTERNATIVA PAG-NROCUENTA DE PAGOS.DAT INDEXADO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVHIST.

           SELECT HISTACUM           ASSIGN TO DISK '..\HISTACUM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HISTACUM.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT TARJETAS           ASSIGN TO DISK '..\TARJETAS.DAT'
         05 MONTO-H                   PIC S9(05)V99.
         05 ENTRYID-H                 PIC 9(08).

       FD HISTACUM.
       01 REG-HISTACUM.
         05 HAC-NROCUENTA             PIC 9(08).
         05 HAC-CANT                  PIC 9(07).
         05 HAC-IMPORTE               PIC S9(15)V99.

       FD PAGOS.
           COPY PAGOS.

         05 TAR-TITULAR               PIC X(40).
         05 TAR-ESTADO                PIC X(01).
         05 TAR-VENCIM                PIC X(06).
         05 TAR-SUCESORA              PIC 9(16).

       FD CREDITOS.
       01 REG-CREDITOS.
             88 CHQ-EN-CARTERA                         VALUE 'C'.

       FD TEMPO.
       01 REG-TEMPO                   PIC X(87).

       FD CONSOLID.
       01 REG-CONSOLID.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==HISTACUM==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==TARJETAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CREDITOS==.
       200000-PROCESO.
           PERFORM 210000-REAPUNTAR-SERVICIO
           PERFORM 220000-REAPUNTAR-HISTORIA
           PERFORM 226000-REAPUNTAR-ACUMULADO
           PERFORM 230000-REAPUNTAR-PAGOS
           PERFORM 240000-REAPUNTAR-TARJETAS
           PERFORM 244000-REAPUNTAR-CREDITOS
           END-IF.


       226000-REAPUNTAR-ACUMULADO.
      * Los años cerrados por CIERREANUAL quedan sumados por cuenta
      * en HISTACUM.DAT: el acumulado de la retirada pasa a la
      * sobreviviente (si ambas tienen, quedan dos registros que
      * AUDITORSALDOS suma igual).
           OPEN INPUT HISTACUM
           IF WSS-FS-HISTACUM-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-HISTACUM-OK
               DISPLAY 'ERROR DE ARCHIVO DE HISTORIA ACUMULADA'
               DISPLAY 'FILE STATUS ' WSS-FS-HISTACUM
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             OPEN OUTPUT TEMPO
             PERFORM 228000-LEER-ACUMULADO
             PERFORM UNTIL WSS-FS-HISTACUM-EOF
               IF HAC-NROCUENTA = WSV-RETIRADA
                 MOVE WSV-SOBREVIVIENTE TO HAC-NROCUENTA
                 ADD HAC-CANT TO WSA-CARGOS-HISTORIA
               END-IF
               MOVE SPACES TO REG-TEMPO
               MOVE REG-HISTACUM TO REG-TEMPO
               WRITE REG-TEMPO
               PERFORM 228000-LEER-ACUMULADO
             END-PERFORM
             CLOSE HISTACUM
             CLOSE TEMPO
             OPEN INPUT TEMPO
             OPEN OUTPUT HISTACUM
             PERFORM 224000-LEER-TEMPO
             PERFORM UNTIL WSS-FS-TEMPO-EOF
               MOVE REG-TEMPO TO REG-HISTACUM
               WRITE REG-HISTACUM
               ADD 1 TO WS-CANT-ESCRITOS
               PERFORM 224000-LEER-TEMPO
             END-PERFORM
             CLOSE TEMPO
             CLOSE HISTACUM
           END-IF.


       228000-LEER-ACUMULADO.
           READ HISTACUM
           IF NOT WSS-FS-HISTACUM-OK AND NOT WSS-FS-HISTACUM-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-HISTACUM
             MOVE '10' TO WSS-FS-HISTACUM
           END-IF
           IF WSS-FS-HISTACUM-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       230000-REAPUNTAR-PAGOS.
      * Solo los recibos que la aplicacion todavia no consumio:
      * pendientes y en suspenso. Los aplicados son historia. Se
      * posiciona en los recibos de la retirada por la clave
      * alternativa y se regraba cada uno con la sobreviviente; el
      * REWRITE no mueve la posicion de lectura.
           OPEN I-O PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-PAGOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             MOVE WSV-RETIRADA TO PAG-NROCUENTA
             START PAGOS KEY IS EQUAL TO PAG-NROCUENTA
               INVALID KEY
                 MOVE '10' TO WSS-FS-PAGOS
             END-START
             IF WSS-FS-PAGOS-OK
               PERFORM 232000-LEER-PAGO
             END-IF
             PERFORM UNTIL WSS-FS-PAGOS-EOF
               IF PAG-PENDIENTE OR PAG-SUSPENSO
                 MOVE WSV-SOBREVIVIENTE TO PAG-NROCUENTA
                 REWRITE REG-PAGOS
                   INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR EL RECIBO '
                             PAG-ENTRYID
                     DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
                     MOVE 8 TO WS-RETURN-CODE
                   NOT INVALID KEY
                     ADD 1 TO WSA-RECIBOS
                     ADD 1 TO WS-CANT-ESCRITOS
                 END-REWRITE
               END-IF
               PERFORM 232000-LEER-PAGO
             END-PERFORM
             CLOSE PAGOS
           END-IF.


      * Lee el siguiente recibo por cuenta; pasada la retirada se
      * da por terminado el archivo.
       232000-LEER-PAGO.
           READ PAGOS NEXT RECORD
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE '10' TO WSS-FS-PAGOS
           END-IF
           IF WSS-FS-PAGOS-OK
             IF PAG-NROCUENTA NOT = WSV-RETIRADA
               MOVE '10' TO WSS-FS-PAGOS
             ELSE
               ADD 1 TO WS-CANT-LEIDOS
             END-IF
           END-IF.


