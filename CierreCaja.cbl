      *              ABIERTA POR MEDIO DE PAGO (ARQUEO.REP). UNA
      *              DIFERENCIA EXIGE LA CLAVE DE SUPERVISOR PARA
      *              CERRAR Y QUEDA ASENTADA EN LA BITACORA; SIN
      *              DIFERENCIA LA SESION CIERRA SOLA. AL CERRAR, LOS
      *              BILLETES DECLARADOS QUEDAN EN ARQDENOM.DAT PARA
      *              QUE BOLETASDEPOSITO ARME LA BOLETA DEL BANCO, Y EL
      *              ARQUEO (DECLARADO, REGISTRADO Y DIFERENCIA) EN
      *              ARQUEOS.DAT PARA EL SEGUIMIENTO DE CAJEROS DE
      *              DESEMPENOCAJEROS. LOS RECIBOS DE LA SESION SE LEEN
      *              POR LA CLAVE ALTERNATIVA PAG-SESION DE PAGOS.DAT
      *              INDEXADO, SIN RECORRER EL ARCHIVO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-SESIONES.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT ARQDENOM           ASSIGN TO DISK '..\ARQDENOM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ARQDENOM.

           SELECT ARQUEOS            ASSIGN TO DISK '..\ARQUEOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ARQUEOS.

           SELECT REPORTE            ASSIGN TO DISK '..\ARQUEO.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
       FD PAGOS.
           COPY PAGOS.

       FD ARQDENOM.
           COPY DENOMREC.

       FD ARQUEOS.
           COPY ARQUEOREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==SESIONES==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==ARQDENOM==.
           COPY WSFS REPLACING ==:TAG:== BY ==ARQUEOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-IND-SES-HALLADA           PIC 9(04).

       01 WSV-NRO-SESION               PIC 9(08).

       01 WS-DECLARADO.
         05 WS-DEC-DENOMINACION        PIC 9(06).
         05 WS-DEC-EFECTIVO            PIC S9(13)V99.
         05 WS-DEC-CHEQUES             PIC S9(13)V99.

      * Billetes declarados, acumulados por denominacion.
       01 TABLA-DENOMINACIONES.
         05 WS-CANT-DENOM              PIC 9(02) VALUE 0.
         05 TDN-ENTRY OCCURS 30 TIMES.
           10 TDN-DENOMINACION         PIC 9(06).
           10 TDN-CANTIDAD             PIC 9(05).

       01 WS-IND-DENOM                 PIC 9(02).
       01 WS-IND-DENOM-HALLADA         PIC 9(02).

      * Por alguna razon no se guardan los decimales cuando es negativo
      * y tiene los 15 numeros enteros (se guarda el signo, los 15
      * enteros pero no los decimales) por eso tomo el valor en una
      * La declaracion es ciega: primero se cuenta el cajon, recien
      * despues el programa muestra lo registrado.
           MOVE 0 TO WS-DEC-EFECTIVO
           MOVE 0 TO WS-CANT-DENOM
           DISPLAY 'ARQUEO DE EFECTIVO POR DENOMINACION'
           DISPLAY 'INGRESE LA DENOMINACION (0 PARA TERMINAR): '
           ACCEPT WS-DEC-DENOMINACION
           PERFORM UNTIL WS-DEC-DENOMINACION = 0
             DISPLAY 'INGRESE LA CANTIDAD DE BILLETES: '
             ACCEPT WS-DEC-CANTIDAD
             PERFORM 215000-ACUMULAR-DENOMINACION
             DISPLAY 'INGRESE LA DENOMINACION (0 PARA TERMINAR): '
             ACCEPT WS-DEC-DENOMINACION
           END-PERFORM
           MOVE WS-AUX-MONTO TO WS-DEC-CHEQUES.


       215000-ACUMULAR-DENOMINACION.
           MOVE 0 TO WS-IND-DENOM-HALLADA
           PERFORM VARYING WS-IND-DENOM FROM 1 BY 1
                     UNTIL WS-IND-DENOM > WS-CANT-DENOM
             IF TDN-DENOMINACION(WS-IND-DENOM) = WS-DEC-DENOMINACION
               MOVE WS-IND-DENOM TO WS-IND-DENOM-HALLADA
               MOVE WS-CANT-DENOM TO WS-IND-DENOM
             END-IF
           END-PERFORM
           IF WS-IND-DENOM-HALLADA = 0 AND WS-CANT-DENOM >= 30
             DISPLAY 'DEMASIADAS DENOMINACIONES, RENGLON NO TOMADO'
           ELSE
             IF WS-IND-DENOM-HALLADA = 0
               ADD 1 TO WS-CANT-DENOM
               MOVE WS-CANT-DENOM TO WS-IND-DENOM-HALLADA
               MOVE WS-DEC-DENOMINACION
                 TO TDN-DENOMINACION(WS-IND-DENOM-HALLADA)
               MOVE 0 TO TDN-CANTIDAD(WS-IND-DENOM-HALLADA)
             END-IF
             ADD WS-DEC-CANTIDAD TO TDN-CANTIDAD(WS-IND-DENOM-HALLADA)
             COMPUTE WS-DEC-EFECTIVO = WS-DEC-EFECTIVO
                     + WS-DEC-DENOMINACION * WS-DEC-CANTIDAD
           END-IF.


       220000-SUMAR-RECIBOS.
           INITIALIZE WS-REGISTRADO
           OPEN INPUT PAGOS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
      * Solo los recibos de la sesion, por la clave alternativa.
           MOVE WSV-NRO-SESION TO PAG-SESION
           START PAGOS KEY IS EQUAL TO PAG-SESION
             INVALID KEY
               MOVE '10' TO WSS-FS-PAGOS
           END-START
           IF WSS-FS-PAGOS-OK
             PERFORM 221000-LEER-PAGO
           END-IF
           PERFORM UNTIL WSS-FS-PAGOS-EOF
      * Los recibos anulados no forman parte del dinero esperado
      * en el cajon: van aparte en el arqueo.
             IF PAG-ANULADO
               ADD 1 TO WS-REG-CANT-ANULADOS
               ADD PAG-IMPORTE TO WS-REG-ANULADOS
             ELSE
               ADD 1 TO WS-REG-CANT-RECIBOS
               EVALUATE PAG-MEDIO
                 WHEN 'EFE'
                   ADD PAG-IMPORTE TO WS-REG-EFECTIVO
                 WHEN 'CHQ'
                   ADD PAG-IMPORTE TO WS-REG-CHEQUES
                 WHEN 'TRF'
                   ADD PAG-IMPORTE TO WS-REG-TRANSFER
                 WHEN 'TAR'
                   ADD PAG-IMPORTE TO WS-REG-TARJETAS
               END-EVALUATE
             END-IF
             PERFORM 221000-LEER-PAGO
           END-PERFORM
           CLOSE PAGOS.


      * Lee el siguiente recibo por sesion; pasada la sesion pedida
      * se da por terminado el archivo.
       221000-LEER-PAGO.
           READ PAGOS NEXT RECORD
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE '10' TO WSS-FS-PAGOS
           END-IF
           IF WSS-FS-PAGOS-OK
             IF PAG-SESION NOT = WSV-NRO-SESION
               MOVE '10' TO WSS-FS-PAGOS
             END-IF
           END-IF.


             END-PERFORM
             CLOSE SESIONES
             DISPLAY 'SESION ' WSV-NRO-SESION ' CERRADA'
             PERFORM 245000-GRABAR-DENOMINACIONES
             PERFORM 247000-GRABAR-ARQUEO
           END-IF.


       245000-GRABAR-DENOMINACIONES.
           OPEN EXTEND ARQDENOM
           IF WSS-FS-ARQDENOM-NOEXISTE
             OPEN OUTPUT ARQDENOM
           END-IF
           IF NOT WSS-FS-ARQDENOM-OK
             DISPLAY 'ERROR DE ARCHIVO DE ARQUEO POR DENOMINACION'
             DISPLAY 'FILE STATUS ' WSS-FS-ARQDENOM
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM VARYING WS-IND-DENOM FROM 1 BY 1
                       UNTIL WS-IND-DENOM > WS-CANT-DENOM
               MOVE WSV-NRO-SESION TO ADN-SESION
               MOVE TDN-DENOMINACION(WS-IND-DENOM) TO ADN-DENOMINACION
               MOVE TDN-CANTIDAD(WS-IND-DENOM) TO ADN-CANTIDAD
               WRITE REG-ARQDENOM
             END-PERFORM
             CLOSE ARQDENOM
           END-IF.


       247000-GRABAR-ARQUEO.
           OPEN EXTEND ARQUEOS
           IF WSS-FS-ARQUEOS-NOEXISTE
             OPEN OUTPUT ARQUEOS
           END-IF
           IF NOT WSS-FS-ARQUEOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE ARQUEOS'
             DISPLAY 'FILE STATUS ' WSS-FS-ARQUEOS
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             MOVE WSV-NRO-SESION TO ARQ-SESION
             MOVE TS-OPERADOR(WS-IND-SES-HALLADA) TO ARQ-OPERADOR
             MOVE TS-FECHA-CIERRE(WS-IND-SES-HALLADA) TO ARQ-FECHA
             MOVE WS-REG-CANT-RECIBOS TO ARQ-CANT-RECIBOS
             MOVE WS-DEC-EFECTIVO TO ARQ-DEC-EFECTIVO
             MOVE WS-REG-EFECTIVO TO ARQ-REG-EFECTIVO
             MOVE WS-DEC-CHEQUES TO ARQ-DEC-CHEQUES
             MOVE WS-REG-CHEQUES TO ARQ-REG-CHEQUES
             MOVE WS-DIF-TOTAL TO ARQ-DIFERENCIA
             IF WS-DIF-TOTAL = 0
               MOVE 'N' TO ARQ-CONFORMADA
             ELSE
               MOVE 'S' TO ARQ-CONFORMADA
             END-IF
             WRITE REG-ARQUEOS
             CLOSE ARQUEOS
           END-IF.


