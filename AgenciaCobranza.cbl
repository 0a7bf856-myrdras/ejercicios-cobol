      *              SALDO SOBRE EL MINIMO PARAMETRIZADO, CON LOS
      *              DATOS DE CONTACTO DEL CLIENTE, Y LAS DEJA
      *              MARCADAS COMO ASIGNADAS EN AGENCIA.DAT PARA QUE
      *              CARTASMORA Y RECORDATORIOS NO LAS TOQUEN. UNA
      *              CUENTA CON CONVENIO DE PAGO VIGENTE EN
      *              CONVENIO.DAT NO SE EXPORTA MIENTRAS EL PLAN SE
      *              ESTE PAGANDO, NI UNA CON JUICIO DE COBRO ABIERTO
      *              EN JUICIOS.DAT, QUE YA ESTA EN MANOS DEL ABOGADO.
      *              IMPORTA LA RENDICION MENSUAL DE LA AGENCIA
      *              (AGRESULT.DAT): LOS COBROS ENTRAN A PAGOS.DAT
      *              COMO RECIBOS PENDIENTES CON MEDIO 'AGE' PARA QUE
      *              APLICAPAGOS LOS APLIQUE COMO CUALQUIER OTRO, Y
      *              LAS CUENTAS DEVUELTAS VUELVEN A GESTION PROPIA.
      *              EL REPORTE DE COMISION RESPALDA LA FACTURA DE LA
      *              AGENCIA. LA DERIVACION, LOS COBROS Y LAS
      *              DEVOLUCIONES DE LA AGENCIA QUEDAN EN LA HISTORIA
      *              DE CONTACTOS DEL CLIENTE (CONTACTOS.DAT).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT AGEXPORT           ASSIGN TO DISK '..\AGEXPORT.DAT'
                                       FILE STATUS IS WSS-FS-AGRESULT.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CONVENIO           ASSIGN TO DISK '..\CONVENIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONVENIO.

           SELECT JUICIOS            ASSIGN TO DISK '..\JUICIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-JUICIOS.

           SELECT REPORTE            ASSIGN TO DISK '..\COMAGE.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.
       FD PAGOS.
           COPY PAGOS.

       FD CONVENIO.
       01 REG-CONVENIO.
         05 CNV-NUMERO                PIC 9(08).
         05 CNV-NROCUENTA             PIC 9(08).
         05 CNV-FECHA-ALTA            PIC 9(08).
         05 CNV-FECHAVTO-ORIGINAL     PIC 9(08).
         05 CNV-DEUDA                 PIC S9(15)V99.
         05 CNV-ANTICIPO              PIC S9(15)V99.
         05 CNV-CANT-CUOTAS           PIC 9(02).
         05 CNV-IMPORTE-CUOTA         PIC S9(15)V99.
         05 CNV-SALDO                 PIC S9(15)V99.
         05 CNV-ESTADO                PIC X(01).
             88 CNV-VIGENTE                            VALUE 'V'.
         05 CNV-FECHA-BAJA            PIC 9(08).
         05 CNV-OPERADOR              PIC X(20).
         05 CNV-ASENTADO              PIC X(01).

       FD JUICIOS.
           COPY JUICIOREC.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD CONTACTOS.
           COPY CONTACREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).

           COPY WSFS REPLACING ==:TAG:== BY ==AGEXPORT==.
           COPY WSFS REPLACING ==:TAG:== BY ==AGRESULT==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONVENIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==JUICIOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-RETURN-CODE                PIC 9(04) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.
       COPY WSCONTAC-WS.

       COPY WSPARAM-WS.

           10 TC-TELEFONO              PIC X(15).
           10 TC-DOMICILIO             PIC X(50).

      * Cuentas con convenio de pago vigente: se gestionan por el
      * convenio y no van a la agencia.
       01 TABLA-CONVENIADAS.
         05 WS-CANT-CONVENIADAS        PIC 9(04) VALUE 0.
         05 TCV-NROCUENTA OCCURS 2000 TIMES
                                       PIC 9(08).

      * Cuentas con juicio de cobro abierto: las maneja el abogado y
      * no van a la agencia.
       01 TABLA-EN-JUICIO.
         05 WS-CANT-EN-JUICIO          PIC 9(04) VALUE 0.
         05 TJU-NROCUENTA OCCURS 2000 TIMES
                                       PIC 9(08).

      * Novedades de la rendicion para la historia de contactos:
      * el cliente de cada cuenta sale de una pasada por CUENTAS.DAT
      * al terminar la importacion.
       01 TABLA-NOVEDADES.
         05 WS-CANT-NOVEDADES          PIC 9(04) VALUE 0.
         05 TNV-ENTRY OCCURS 2000 TIMES.
           10 TNV-NROCUENTA            PIC 9(08).
           10 TNV-FECHA                PIC 9(08).
           10 TNV-RESULTADO            PIC X(40).

       01 WS-IND-NOVEDAD               PIC 9(04).

       01 WS-CON-CONVENIO              PIC X VALUE 'N'.
           88 WS-EN-CONVENIO                            VALUE 'S'.

       01 WS-CON-JUICIO                PIC X VALUE 'N'.
           88 WS-EN-JUICIO                              VALUE 'S'.

       01 INDICES.
         05 WS-IND-AGENCIA             PIC 9(05).
         05 WS-IND-AGENCIA-HALLADA     PIC 9(05).
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-CLIENTE-HALLADO     PIC 9(05).
         05 WS-IND-CONVENIADA          PIC 9(04).
         05 WS-IND-EN-JUICIO           PIC 9(04).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 ACUMULADORES.
         05 WSA-CANT-EXPORTADAS        PIC 9(05) VALUE 0.
         05 WSA-CANT-EN-CONVENIO       PIC 9(05) VALUE 0.
         05 WSA-CANT-EN-JUICIO         PIC 9(05) VALUE 0.
         05 WSA-CANT-COBROS            PIC 9(05) VALUE 0.
         05 WSA-CANT-DEVUELTAS         PIC 9(05) VALUE 0.
         05 WSA-TOTAL-COBRADO          PIC S9(13)V99 VALUE 0.
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       107000-CARGAR-CONVENIOS.
           MOVE 0 TO WS-CANT-CONVENIADAS
           OPEN INPUT CONVENIO
           IF WSS-FS-CONVENIO-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CONVENIO-OK
               PERFORM 107500-LEER-CONVENIO
               PERFORM UNTIL WSS-FS-CONVENIO-EOF
                 IF CNV-VIGENTE
                         AND WS-CANT-CONVENIADAS < 2000
                   ADD 1 TO WS-CANT-CONVENIADAS
                   MOVE CNV-NROCUENTA
                     TO TCV-NROCUENTA(WS-CANT-CONVENIADAS)
                 END-IF
                 PERFORM 107500-LEER-CONVENIO
               END-PERFORM
             END-IF
             CLOSE CONVENIO
           END-IF.


       107500-LEER-CONVENIO.
           READ CONVENIO
           IF NOT WSS-FS-CONVENIO-OK AND NOT WSS-FS-CONVENIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONVENIO
             MOVE '10' TO WSS-FS-CONVENIO
           END-IF.


       107700-CARGAR-JUICIOS.
           MOVE 0 TO WS-CANT-EN-JUICIO
           OPEN INPUT JUICIOS
           IF WSS-FS-JUICIOS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-JUICIOS-OK
               PERFORM 107800-LEER-JUICIO
               PERFORM UNTIL WSS-FS-JUICIOS-EOF
                 IF JUI-ABIERTO
                         AND WS-CANT-EN-JUICIO < 2000
                   ADD 1 TO WS-CANT-EN-JUICIO
                   MOVE JUI-NROCUENTA
                     TO TJU-NROCUENTA(WS-CANT-EN-JUICIO)
                 END-IF
                 PERFORM 107800-LEER-JUICIO
               END-PERFORM
             END-IF
             CLOSE JUICIOS
           END-IF.


       107800-LEER-JUICIO.
           READ JUICIOS
           IF NOT WSS-FS-JUICIOS-OK AND NOT WSS-FS-JUICIOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-JUICIOS
             MOVE '10' TO WSS-FS-JUICIOS
           END-IF.



       210000-EXPORTAR.
           PERFORM 108000-CARGAR-CLIENTES
           PERFORM 107000-CARGAR-CONVENIOS
           PERFORM 107700-CARGAR-JUICIOS
           MOVE 0 TO WSA-CANT-EXPORTADAS
           MOVE 0 TO WSA-CANT-EN-CONVENIO
           MOVE 0 TO WSA-CANT-EN-JUICIO
           OPEN OUTPUT AGEXPORT
           IF NOT WSS-FS-AGEXPORT-OK
             DISPLAY 'ERROR DE ARCHIVO DE EXPORTACION'
               PERFORM 214000-CALCULAR-MORA
               IF WS-DIAS-DE-MORA > 90
                 PERFORM 215000-BUSCAR-ASIGNACION
                 PERFORM 215500-VERIFICAR-CONVENIO
                 PERFORM 215700-VERIFICAR-JUICIO
                 IF WS-IND-AGENCIA-HALLADA = 0
                   IF WS-EN-JUICIO
                     ADD 1 TO WSA-CANT-EN-JUICIO
                   ELSE
                   IF WS-EN-CONVENIO
                     ADD 1 TO WSA-CANT-EN-CONVENIO
                   ELSE
                     PERFORM 216000-EXPORTAR-CUENTA
                   END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           CLOSE AGEXPORT
           PERFORM 228000-REGRABAR-AGENCIA
           DISPLAY 'CUENTAS EXPORTADAS A LA AGENCIA: '
                   WSA-CANT-EXPORTADAS
           DISPLAY 'RETENIDAS POR CONVENIO VIGENTE:  '
                   WSA-CANT-EN-CONVENIO
           DISPLAY 'RETENIDAS POR JUICIO ABIERTO:    '
                   WSA-CANT-EN-JUICIO.


       212000-LEER-CUENTA.
           END-PERFORM.


       215500-VERIFICAR-CONVENIO.
           MOVE 'N' TO WS-CON-CONVENIO
           PERFORM VARYING WS-IND-CONVENIADA FROM 1 BY 1
                     UNTIL WS-IND-CONVENIADA > WS-CANT-CONVENIADAS
             IF TCV-NROCUENTA(WS-IND-CONVENIADA) = NROCUENTA
               MOVE 'S' TO WS-CON-CONVENIO
               MOVE WS-CANT-CONVENIADAS TO WS-IND-CONVENIADA
             END-IF
           END-PERFORM.


       215700-VERIFICAR-JUICIO.
           MOVE 'N' TO WS-CON-JUICIO
           PERFORM VARYING WS-IND-EN-JUICIO FROM 1 BY 1
                     UNTIL WS-IND-EN-JUICIO > WS-CANT-EN-JUICIO
             IF TJU-NROCUENTA(WS-IND-EN-JUICIO) = NROCUENTA
               MOVE 'S' TO WS-CON-JUICIO
               MOVE WS-CANT-EN-JUICIO TO WS-IND-EN-JUICIO
             END-IF
           END-PERFORM.


       216000-EXPORTAR-CUENTA.
           MOVE 0 TO WS-IND-CLIENTE-HALLADO
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
           WRITE REG-AGEXPORT
           ADD 1 TO WS-CANT-ESCRITOS
           ADD 1 TO WSA-CANT-EXPORTADAS
           MOVE CODCLIENTE   TO WS-CONTAC-CODCLIENTE
           MOVE NROCUENTA    TO WS-CONTAC-NROCUENTA
           MOVE WS-FECHA-HOY TO WS-CONTAC-FECHA
           MOVE 'CUENTA DERIVADA A LA AGENCIA EXTERNA'
             TO WS-CONTAC-RESULTADO
           PERFORM 240000-REGISTRAR-CONTACTO
           IF WS-CANT-AGENCIA < 5000
             ADD 1 TO WS-CANT-AGENCIA
             MOVE NROCUENTA TO TAG-NROCUENTA(WS-CANT-AGENCIA)
       230000-IMPORTAR.
           MOVE 0 TO WSA-CANT-COBROS
           MOVE 0 TO WSA-CANT-DEVUELTAS
           MOVE 0 TO WS-CANT-NOVEDADES
           OPEN INPUT AGRESULT
           IF NOT WSS-FS-AGRESULT-OK
             DISPLAY 'NO HAY RENDICION DE LA AGENCIA '
                     '(AGRESULT.DAT)'
             DISPLAY 'FILE STATUS ' WSS-FS-AGRESULT
           ELSE
             OPEN I-O PAGOS
             IF NOT WSS-FS-PAGOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             CLOSE PAGOS
             CLOSE AGRESULT
             PERFORM 228000-REGRABAR-AGENCIA
             PERFORM 238000-CONTACTOS-RENDICION
             DISPLAY 'COBROS INGRESADOS:  ' WSA-CANT-COBROS
             DISPLAY 'CUENTAS DEVUELTAS:  ' WSA-CANT-DEVUELTAS
           END-IF.
             EVALUATE AGR-TIPO
               WHEN 'C'
                 PERFORM 236000-INGRESAR-COBRO
                 MOVE 'COBRO INFORMADO POR LA AGENCIA'
                   TO WS-CONTAC-RESULTADO
                 PERFORM 237000-GUARDAR-NOVEDAD
               WHEN 'D'
                 MOVE 'D' TO TAG-ESTADO(WS-IND-AGENCIA-HALLADA)
                 MOVE AGR-FECHA
                   TO TAG-FECHA-DEVUELTA(WS-IND-AGENCIA-HALLADA)
                 ADD 1 TO WSA-CANT-DEVUELTAS
                 MOVE 'CUENTA DEVUELTA POR LA AGENCIA'
                   TO WS-CONTAC-RESULTADO
                 PERFORM 237000-GUARDAR-NOVEDAD
               WHEN OTHER
                 DISPLAY 'ADVERTENCIA: TIPO DE RESULTADO '
                         AGR-TIPO ' DESCONOCIDO, SE IGNORA'
             TO TAG-COBRADO(WS-IND-AGENCIA-HALLADA).


       237000-GUARDAR-NOVEDAD.
           IF WS-CANT-NOVEDADES < 2000
             ADD 1 TO WS-CANT-NOVEDADES
             MOVE AGR-NROCUENTA TO TNV-NROCUENTA(WS-CANT-NOVEDADES)
             MOVE AGR-FECHA TO TNV-FECHA(WS-CANT-NOVEDADES)
             MOVE WS-CONTAC-RESULTADO
               TO TNV-RESULTADO(WS-CANT-NOVEDADES)
           ELSE
             DISPLAY 'ADVERTENCIA: LA CUENTA ' AGR-NROCUENTA
                     ' QUEDA FUERA DE LA HISTORIA DE CONTACTOS'
           END-IF.


       238000-CONTACTOS-RENDICION.
           IF WS-CANT-NOVEDADES > 0
             OPEN INPUT CUENTAS
             IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             ELSE
               PERFORM 212000-LEER-CUENTA
               PERFORM UNTIL WSS-FS-CUENTAS-EOF
                 PERFORM VARYING WS-IND-NOVEDAD FROM 1 BY 1
                           UNTIL WS-IND-NOVEDAD > WS-CANT-NOVEDADES
                   IF TNV-NROCUENTA(WS-IND-NOVEDAD) = NROCUENTA
                     MOVE CODCLIENTE TO WS-CONTAC-CODCLIENTE
                     MOVE NROCUENTA TO WS-CONTAC-NROCUENTA
                     MOVE TNV-FECHA(WS-IND-NOVEDAD)
                       TO WS-CONTAC-FECHA
                     MOVE TNV-RESULTADO(WS-IND-NOVEDAD)
                       TO WS-CONTAC-RESULTADO
                     PERFORM 240000-REGISTRAR-CONTACTO
                   END-IF
                 END-PERFORM
                 PERFORM 212000-LEER-CUENTA
               END-PERFORM
               CLOSE CUENTAS
             END-IF
           END-IF.


       240000-REGISTRAR-CONTACTO.
           MOVE 'AGE'             TO WS-CONTAC-CANAL
           MOVE 'AGENCIACOBRANZA' TO WS-CONTAC-PROGRAMA
           COPY WSCONTAC-PROC.


       250000-REPORTE-COMISION.
           MOVE 0 TO WSA-TOTAL-COBRADO
           MOVE 0 TO WSA-TOTAL-COMISION
