      *              MAS LARGO DE LA NOCHE: CORTA TRANSAC-DEP.DAT Y
      *              CLIENTES.DAT EN N RANGOS CONTIGUOS DE NUMERO DE
      *              CLIENTE (2 A 4), CADA UNO A SUS ARCHIVOS
      *              TRANDEPn.DAT (CON SU PROPIO TRAILER DE CONTEO Y
      *              HASH) Y CLIPARTn.DAT (INDEXADO CON LAS MISMAS
      *              CLAVES QUE EL MAESTRO). CADA INSTANCIA DE
      *              EVINT-EJ01 CORRE SU PARTICION EN PARALELO
      *              (EVINT_PARTICION=n) Y CONSOLIDARESULT REARMA EL
      *              RESULT.DAT UNICO PROBANDO EL GRAN TOTAL CONTRA
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT DEPURADA           ASSIGN TO DISK
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SALIDA.

           SELECT PARTCLI            ASSIGN TO DISK WS-NOMBRE-SALIDA
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PCL-NRO-CLIENTE
                                       ALTERNATE RECORD KEY IS
                                           PCL-APELLIDO WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SALIDA.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
       01 REG-DEPURADA-TRL            PIC X(31).

       FD SALIDA.
       01 REG-SALIDA                  PIC X(215).

      * Particion de clientes: mismo registro y mismas claves que
      * CLIENTES.DAT (CLIMAEST).
       FD PARTCLI.
       01 REG-PARTCLI.
         05 PCL-NRO-CLIENTE            PIC 9(07).
         05 FILLER                     PIC X(208).
         05 PCL-APELLIDO               PIC X(20).
         05 FILLER                     PIC X(02).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).
           END-IF
           IF WSS-FS-CLIENTES-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


           MOVE SPACES TO WS-NOMBRE-SALIDA
           STRING '..\CLIPART' WS-IND-PARTICION '.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-SALIDA
      * El maestro se lee en orden de clave, asi que cada particion se
      * carga en orden ascendente.
           MOVE 0 TO WS-CONTADOS
           OPEN OUTPUT PARTCLI
           OPEN INPUT CLIENTES
           PERFORM 205000-LEER-CLIENTE
           PERFORM UNTIL WSS-FS-CLIENTES-EOF
             MOVE NRO-CLIENTE-C TO WS-CLIENTE-A-RUTEAR
             PERFORM 210000-ELEGIR-PARTICION
             IF WS-PARTICION-DESTINO = WS-IND-PARTICION
               MOVE REG-CLIENTES TO REG-PARTCLI
               WRITE REG-PARTCLI
                 INVALID KEY
                   DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-SALIDA
                   DISPLAY 'FILE STATUS ' WSS-FS-SALIDA
                 NOT INVALID KEY
                   ADD 1 TO WS-CANT-ESCRITOS
                   ADD 1 TO WS-CONTADOS
               END-WRITE
             END-IF
             PERFORM 205000-LEER-CLIENTE
           END-PERFORM
           CLOSE CLIENTES
           CLOSE PARTCLI
           DISPLAY 'PARTICION ' WS-IND-PARTICION ': '
                   WS-CONTADOS ' CLIENTES'.


       240000-PARTIR-TRANSACCIONES.
