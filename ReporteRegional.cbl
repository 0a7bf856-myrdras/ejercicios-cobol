      *              (PAGOS.DAT) Y LA CARTERA VENCIDA POR LOS BALDES
      *              DE ANTIGUEDAD DE PROG09, TODO ATRIBUIDO VIA
      *              CUENTA-CLIENTE-OFICINA-REGION. CIERRA CON EL
      *              TOTAL COMPAÑIA (ABIERTO POR EMPRESA DEL GRUPO
      *              CUANDO HAY MAS DE UNA) Y EL RANKING DE REGIONES POR
      *              EFECTIVIDAD DE COBRANZA (COBRADO SOBRE
      *              FACTURADO).
      * Tectonics:   cobc
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT OFICINAS           ASSIGN TO DISK '..\OFICINAS.DAT'
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 TABLA-OFICINAS.
         05 TCL-ENTRY OCCURS 5000 TIMES.
           10 TCL-NRO-CLIENTE          PIC 9(7).
           10 TCL-OFIAPE               PIC X(03).
           10 TCL-EMPRESA              PIC X(02).

       01 TABLA-REGIONES.
         05 WS-CANT-REGIONES           PIC 9(02) VALUE 0.
           10 TRG-EFECTIVIDAD          PIC S9(05)V99.
           10 TRG-RANKEADA             PIC X(01).

      * Apertura del total compañia por empresa del grupo.
       01 TABLA-EMPRESAS.
         05 WS-CANT-EMPRESAS           PIC 9(02) VALUE 0.
         05 TEP-ENTRY OCCURS 10 TIMES.
           10 TEP-EMPRESA              PIC X(02).
           10 TEP-FACTURADO            PIC S9(13)V99.
           10 TEP-COBRADO              PIC S9(13)V99.
           10 TEP-VENCIDO              PIC S9(13)V99.

       01 INDICES.
         05 WS-IND-OFICINA             PIC 9(03).
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-HALLADO             PIC 9(02).
         05 WS-IND-MEJOR               PIC 9(02).
         05 WS-IND-PUESTO              PIC 9(02).
         05 WS-IND-EMPRESA             PIC 9(02).
         05 WS-IND-EMP-HALLADA         PIC 9(02).

       01 VARIABLES.
         05 WSV-PERIODO                PIC X(06).

       01 WS-REGION-ACTUAL             PIC X(15).
       01 WS-EMPRESA-ACTUAL            PIC X(02).

       01 WS-FECHAS.
         05 WS-FECHA-HOY                PIC 9(08).
                 MOVE NRO-CLIENTE-C
                   TO TCL-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE OFIAPE-C TO TCL-OFIAPE(WS-CANT-CLIENTES)
                 MOVE EMPRESA-C TO TCL-EMPRESA(WS-CANT-CLIENTES)
                 IF EMPRESA-C = SPACES
                   MOVE '01' TO TCL-EMPRESA(WS-CANT-CLIENTES)
                 END-IF
               END-IF
               PERFORM 107000-LEER-CLIENTE
             END-PERFORM
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.



       150000-REGION-DE-LA-CUENTA.
      * Cuenta -> cliente -> oficina -> region; si algo falta, la
      * region queda en '(SIN REGION)' para no perder el importe,
      * y la empresa en la '01'.
           MOVE '(SIN REGION)' TO WS-REGION-ACTUAL
           MOVE '01' TO WS-EMPRESA-ACTUAL
           READ CUENTAS
             INVALID KEY
               CONTINUE
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TCL-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
               MOVE TCL-EMPRESA(WS-IND-CLIENTE) TO WS-EMPRESA-ACTUAL
               PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                         UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
                 IF TOF-CODIGO(WS-IND-OFICINA)
           END-IF.


       165000-BUSCAR-EMPRESA.
           MOVE 0 TO WS-IND-EMP-HALLADA
           PERFORM VARYING WS-IND-EMPRESA FROM 1 BY 1
                     UNTIL WS-IND-EMPRESA > WS-CANT-EMPRESAS
             IF TEP-EMPRESA(WS-IND-EMPRESA) = WS-EMPRESA-ACTUAL
               MOVE WS-IND-EMPRESA TO WS-IND-EMP-HALLADA
               MOVE WS-CANT-EMPRESAS TO WS-IND-EMPRESA
             END-IF
           END-PERFORM
           IF WS-IND-EMP-HALLADA = 0
             IF WS-CANT-EMPRESAS < 10
               ADD 1 TO WS-CANT-EMPRESAS
               MOVE WS-CANT-EMPRESAS TO WS-IND-EMP-HALLADA
               MOVE WS-EMPRESA-ACTUAL
                 TO TEP-EMPRESA(WS-IND-EMP-HALLADA)
               MOVE 0 TO TEP-FACTURADO(WS-IND-EMP-HALLADA)
               MOVE 0 TO TEP-COBRADO(WS-IND-EMP-HALLADA)
               MOVE 0 TO TEP-VENCIDO(WS-IND-EMP-HALLADA)
             END-IF
           END-IF.


       200000-SUMAR-FACTURACION.
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
                       TO TRG-FACTURADO(WS-IND-HALLADO)
                     ADD MONTO-S TO WST-FACTURADO
                   END-IF
                   PERFORM 165000-BUSCAR-EMPRESA
                   IF WS-IND-EMP-HALLADA NOT = 0
                     ADD MONTO-S
                       TO TEP-FACTURADO(WS-IND-EMP-HALLADA)
                   END-IF
                 END-IF
                 PERFORM 205000-LEER-SERVICIO
               END-PERFORM
                       TO TRG-COBRADO(WS-IND-HALLADO)
                     ADD PAG-IMPORTE TO WST-COBRADO
                   END-IF
                   PERFORM 165000-BUSCAR-EMPRESA
                   IF WS-IND-EMP-HALLADA NOT = 0
                     ADD PAG-IMPORTE
                       TO TEP-COBRADO(WS-IND-EMP-HALLADA)
                   END-IF
                 END-IF
                 PERFORM 215000-LEER-PAGO
               END-PERFORM
               MOVE WS-DH-RESULTADO TO WS-DIAS-DE-MORA
               IF WS-DIAS-DE-MORA > 0
                 MOVE '(SIN REGION)' TO WS-REGION-ACTUAL
                 MOVE '01' TO WS-EMPRESA-ACTUAL
                 PERFORM 155000-REGION-DEL-CLIENTE
                 PERFORM 160000-BUSCAR-REGION
                 IF WS-IND-HALLADO NOT = 0
                   END-EVALUATE
                   ADD MONTO TO WST-VENCIDO
                 END-IF
                 PERFORM 165000-BUSCAR-EMPRESA
                 IF WS-IND-EMP-HALLADA NOT = 0
                   ADD MONTO TO TEP-VENCIDO(WS-IND-EMP-HALLADA)
                 END-IF
               END-IF
             END-IF
             PERFORM 225000-LEER-CUENTA-SEC
                  ' VENCIDO ' WST-VENCIDO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           IF WS-CANT-EMPRESAS > 1
             PERFORM VARYING WS-IND-EMPRESA FROM 1 BY 1
                       UNTIL WS-IND-EMPRESA > WS-CANT-EMPRESAS
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  EMPRESA ' TEP-EMPRESA(WS-IND-EMPRESA)
                      ': FACT ' TEP-FACTURADO(WS-IND-EMPRESA)
                      ' COB ' TEP-COBRADO(WS-IND-EMPRESA)
                      ' VENC ' TEP-VENCIDO(WS-IND-EMPRESA)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-PERFORM
           END-IF
           PERFORM 245000-RANKING
           CLOSE REPORTE.

