      *              REEMPLAZADOS POR VALORES GENERADOS, LOS NUMEROS
      *              DE CLIENTE Y DE CUENTA RESECUENCIADOS PERO
      *              CONSISTENTES ENTRE TODOS LOS ARCHIVOS, EL
      *              ENT-CLIENTES.DAT INDEXADO COMO EL MAESTRO (POR
      *              NUMERO Y APELLIDO, SIN TRAILER), EL ENT-PAGOS.DAT
      *              INDEXADO POR RECIBO, CUENTA Y SESION COMO
      *              PAGOS.DAT (LOS RECIBOS SE LEEN Y GRABAN EN ORDEN
      *              DE NUMERO, QUE NO SE RESECUENCIA) Y EL REGISTRO
      *              MARCADOR ENTORNO.DAT CON LA LEYENDA TRAINING QUE
      *              EL BANNER COMPARTIDO IMPRIME EN CADA PROGRAMA.
      *              OPERACIONES COPIA LOS ENT-*.DAT SOBRE LOS
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CLIENTES-E         ASSIGN TO DISK
                                       '..\ENT-CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS CLE-NRO-CLIENTE
                                       ALTERNATE RECORD KEY IS
                                           CLE-APELLIDO WITH DUPLICATES
                                       FILE STATUS IS
                                           WSS-FS-CLIENTES-E.

                                           WSS-FS-SERVICIO-E.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT PAGOS-E            ASSIGN TO DISK
                                       '..\ENT-PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PGE-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PGE-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PGE-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS-E.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
           COPY CLIMAEST.

       FD CLIENTES-E.
       01 REG-CLIENTES-E.
         05 CLE-NRO-CLIENTE            PIC 9(07).
         05 FILLER                     PIC X(208).
         05 CLE-APELLIDO               PIC X(20).
         05 FILLER                     PIC X(02).

       FD CUENTAS.
       01 REG-CUENTAS.
           COPY PAGOS.

       FD PAGOS-E.
       01 REG-PAGOS-E.
         05 PGE-ENTRYID                PIC 9(08).
         05 PGE-NROCUENTA              PIC 9(08).
         05 FILLER                     PIC X(29).
         05 PGE-SESION                 PIC 9(08).
         05 FILLER                     PIC X(28).

       FD SERVCAT.
       01 REG-SERVCAT                 PIC X(50).

       FD SERVCAT-E.
       01 REG-SERVCAT-E               PIC X(50).

       FD MARCADOR.
       01 REG-MARCADOR.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       01 WS-RETURN-CODE                PIC 9(04) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSAPELLIDO-WS.

       01 CONSTANTES.
      * Bases de resecuenciado: bien lejos de la numeracion real
         05 WSV-CLIENTE-BUSCADO        PIC 9(07).
         05 WSV-CUENTA-BUSCADA         PIC 9(08).

       COPY WSHDR-WS.



       100000-INICIO.
           INITIALIZE SWITCHES

           DISPLAY 'GENERACION DEL JUEGO DE ENTRENAMIENTO '
                   '(ENT-*.DAT)'.
             PERFORM 214000-ENMASCARAR-CLIENTE
             PERFORM 212000-LEER-CLIENTE
           END-PERFORM
           CLOSE CLIENTES-E
           CLOSE CLIENTES
           DISPLAY 'CLIENTES ENMASCARADOS: ' WSV-SECUENCIA.
           END-IF
           IF WSS-FS-CLIENTES-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


           MOVE SPACES TO DOMICILIO-C
           STRING 'CALLE FICTICIA ' WSV-SECUENCIA-ED
               DELIMITED BY SIZE INTO DOMICILIO-C
      * El apellido enmascarado se vuelve a derivar para que la
      * busqueda por nombre funcione tambien en el juego de practica.
           PERFORM 215000-ARMAR-APELLIDO
           MOVE REG-CLIENTES TO REG-CLIENTES-E
           WRITE REG-CLIENTES-E
           ADD 1 TO WS-CANT-ESCRITOS.


       215000-ARMAR-APELLIDO.
           COPY WSAPELLIDO-PROC.


       220000-COPIAR-CUENTAS.
