      *              ARCHIVO Y CAMPO CON SUS NUMEROS DE REGISTRO,
      *              PARA ARREGLAR LOS DATOS ANTES DE QUE DRIVER.BAT
      *              TROPIECE A LAS DOS DE LA MADRUGADA. TERMINA CON
      *              CODIGO 4 SI ENCONTRO ALGO. CLIENTES, CUENTAS,
      *              SERVICIO Y PAGOS SON INDEXADOS Y SE LEEN CON SU
      *              PROPIO SELECT, COMO EN EXTRACTOADHOC; LOS DEMAS
      *              SON SECUENCIALES DE LINEA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ENTRYID-S
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-ENTRADA.

           SELECT REPORTE            ASSIGN TO DISK '..\DATQUAL.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
       FD ENTRADA.
       01 REG-ENTRADA                 PIC X(330).

       FD CLIENTES.
           COPY CLIMAEST.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO-C                    PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID-C                  PIC 9(08).

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO                   PIC X(06).
         05 MONTO-S                   PIC S9(05)V99.
         05 ENTRYID-S                 PIC 9(08).

       FD PAGOS.
           COPY PAGOS.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).


       01 WS-NOMBRE-ENTRADA            PIC X(30).

      * Registro leido, sea del secuencial o de un indexado.
       01 WS-REGISTRO                  PIC X(330).

       01 TABLA-DICCIONARIO.
         05 WS-CANT-FICHAS             PIC 9(04) VALUE 0.
         05 TD-ENTRY OCCURS 1000 TIMES.
           END-PERFORM
           MOVE 0 TO WSV-REGISTRO
           MOVE 'N' TO WSV-CON-TRAILER
           PERFORM 211000-ABRIR-ENTRADA
           IF WSS-FS-ENTRADA-NOEXISTE
             DISPLAY 'EL ARCHIVO ' WSV-ARCHIVO ' NO EXISTE, '
                     'SE OMITE'
             ELSE
               PERFORM 212000-LEER-ENTRADA
               PERFORM UNTIL WSS-FS-ENTRADA-EOF
                 MOVE WS-REGISTRO(1:31) TO WS-TRAILER
                 IF WS-ES-TRAILER
                   MOVE 'S' TO WSV-CON-TRAILER
                   PERFORM 240000-VERIFICAR-TRAILER
                 PERFORM 212000-LEER-ENTRADA
               END-PERFORM
             END-IF
             PERFORM 213000-CERRAR-ENTRADA
           END-IF.


       211000-ABRIR-ENTRADA.
           EVALUATE WSV-ARCHIVO
             WHEN 'CLIENTES.DAT'
               OPEN INPUT CLIENTES
             WHEN 'CUENTAS.DAT'
               OPEN INPUT CUENTAS
             WHEN 'SERVICIO.DAT'
               OPEN INPUT SERVICIO
             WHEN 'PAGOS.DAT'
               OPEN INPUT PAGOS
             WHEN OTHER
               OPEN INPUT ENTRADA
           END-EVALUATE.


      * Deja el registro en WS-REGISTRO.
       212000-LEER-ENTRADA.
           MOVE SPACES TO WS-REGISTRO
           EVALUATE WSV-ARCHIVO
             WHEN 'CLIENTES.DAT'
               READ CLIENTES
               MOVE REG-CLIENTES TO WS-REGISTRO
             WHEN 'CUENTAS.DAT'
               READ CUENTAS
               MOVE REG-CUENTAS TO WS-REGISTRO
             WHEN 'SERVICIO.DAT'
               READ SERVICIO
               MOVE REG-SERVICIO TO WS-REGISTRO
             WHEN 'PAGOS.DAT'
               READ PAGOS
               MOVE REG-PAGOS TO WS-REGISTRO
             WHEN OTHER
               READ ENTRADA
               MOVE REG-ENTRADA TO WS-REGISTRO
           END-EVALUATE
           IF NOT WSS-FS-ENTRADA-OK AND NOT WSS-FS-ENTRADA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ENTRADA
             MOVE '10' TO WSS-FS-ENTRADA
           END-IF.


       213000-CERRAR-ENTRADA.
           EVALUATE WSV-ARCHIVO
             WHEN 'CLIENTES.DAT'
               CLOSE CLIENTES
             WHEN 'CUENTAS.DAT'
               CLOSE CUENTAS
             WHEN 'SERVICIO.DAT'
               CLOSE SERVICIO
             WHEN 'PAGOS.DAT'
               CLOSE PAGOS
             WHEN OTHER
               CLOSE ENTRADA
           END-EVALUATE.


       220000-VALIDAR-REGISTRO.
           PERFORM VARYING WS-IND-FICHA FROM 1 BY 1
                     UNTIL WS-IND-FICHA > WS-CANT-FICHAS
             MOVE 30 TO WSV-LARGO
           END-IF
           MOVE SPACES TO WSV-CAMPO-LEIDO
           MOVE WS-REGISTRO
                (TD-POSICION(WS-IND-FICHA):WSV-LARGO)
             TO WSV-CAMPO-LEIDO
           MOVE 'N' TO WSV-CAMPO-INVALIDO
