      *              EL MISMO MES DEL AÑO ANTERIOR, Y EL RANKING DE
      *              SERVICIOS QUE MAS CRECEN Y MAS CAEN COMPARANDO
      *              LOS ULTIMOS DOCE MESES CONTRA LOS DOCE PREVIOS.
      *              LOS ABONOS PREPAGOS CUENTAN EN EL PERIODO EN QUE
      *              SE DEVENGA CADA CUOTA (DEVENGA.DAT) Y NO EN EL DE
      *              SU FACTURA, QUE SE SALTEA JUNTO CON LAS NOTAS DE
      *              CREDITO DE SUS BAJAS (MOTIVO PRE).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT DEVENGA            ASSIGN TO DISK '..\DEVENGA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEVENGA.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
       FD SERVCAT.
           COPY CATSERV.

       FD DEVENGA.
           COPY DEVENREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==DEVENGA==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
           10 WSV-AAAA                 PIC 9(04).
           10 WSV-MM                   PIC 9(02).

       01 WS-ASIENTO-PREPAGO           PIC X VALUE 'N'.
           88 WS-ES-PREPAGO                             VALUE 'S'.

       01 WS-ARMADO.
         05 WS-ARM-AAAA                PIC 9(04).
         05 WS-ARM-MM                  PIC S9(04).
           END-IF.


       160000-VERIFICAR-PREPAGO.
      * Factura de abono prepago o nota de credito por su baja: la
      * facturacion de esos abonos se toma de las cuotas devengadas.
           IF DESCRIP(12:6) = 'PREPAG'
                   OR (DESCRIP(1:7) = 'NC REF '
                       AND DESCRIP(21:3) = 'PRE')
             MOVE 'S' TO WS-ASIENTO-PREPAGO
           ELSE
             MOVE 'N' TO WS-ASIENTO-PREPAGO
           END-IF.


       200000-ACUMULAR.
           OPEN INPUT SERVHIST
           IF WSS-FS-SERVHIST-NOEXISTE
               PERFORM 210000-LEER-HISTORICO
               PERFORM UNTIL WSS-FS-SERVHIST-EOF
                 MOVE REG-SERVHIST TO REG-SERVICIO
                 PERFORM 160000-VERIFICAR-PREPAGO
                 IF NOT WS-ES-PREPAGO
                   PERFORM 150000-ACUMULAR-ASIENTO
                 END-IF
                 PERFORM 210000-LEER-HISTORICO
               END-PERFORM
             END-IF
           ELSE
             PERFORM 220000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               PERFORM 160000-VERIFICAR-PREPAGO
               IF NOT WS-ES-PREPAGO
                 PERFORM 150000-ACUMULAR-ASIENTO
               END-IF
               PERFORM 220000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF
           PERFORM 230000-ACUMULAR-DEVENGADO.


       210000-LEER-HISTORICO.
           END-IF.


       230000-ACUMULAR-DEVENGADO.
      * Cada cuota devengada cuenta en el periodo al que corresponde,
      * como un asiento mas de su codigo de servicio.
           OPEN INPUT DEVENGA
           IF WSS-FS-DEVENGA-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-DEVENGA-OK
               DISPLAY 'ERROR DE ARCHIVO DE DEVENGAMIENTOS'
               DISPLAY 'FILE STATUS ' WSS-FS-DEVENGA
             ELSE
               PERFORM 235000-LEER-DEVENGA
               PERFORM UNTIL WSS-FS-DEVENGA-EOF
                 MOVE SPACES TO REG-SERVICIO
                 MOVE DVG-CODSERVICIO TO CODSERVICIO
                 MOVE DVG-NUMCUENTA TO NUMCUENTA
                 MOVE DVG-PERIODO TO PERIODO
                 MOVE DVG-IMPORTE TO MONTO
                 MOVE DVG-ENTRYID TO ENTRYID
                 PERFORM 150000-ACUMULAR-ASIENTO
                 PERFORM 235000-LEER-DEVENGA
               END-PERFORM
             END-IF
             CLOSE DEVENGA
           END-IF.


       235000-LEER-DEVENGA.
           READ DEVENGA
           IF NOT WSS-FS-DEVENGA-OK AND NOT WSS-FS-DEVENGA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DEVENGA
             MOVE '10' TO WSS-FS-DEVENGA
           END-IF
           IF WSS-FS-DEVENGA-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       250000-MOSTRAR-MATRIZ.
           DISPLAY 'MATRIZ MOVIL DE DOCE MESES POR SERVICIO:'
           PERFORM VARYING WS-IND-COD FROM 1 BY 1
