      *              LEGAL CORRELATIVO CON LA
      *              RUTINA PROXNUM (SERIE FAC DEL NUMERADOR CENTRAL
      *              NUMERADOR.DAT) E IMPRIME LAS FACTURAS CON
      *              FORMATO FISCAL EN FACTURAS.REP. CADA FACTURA
      *              QUEDA EN FACTREG.DAT PENDIENTE DE CAE: LA
      *              AUTORIZACION DEL ORGANISMO FISCAL LA PIDE Y LA
      *              ESTAMPA AUTORIZACAE, Y LA REIMPRESION DE
      *              LIBROIVA MUESTRA EL CAE Y SU VENCIMIENTO. LA
      *              FACTURA IMPRIME Y GRABA LA CUIT DEL CLIENTE, Y
      *              UNA EXENCION VENCIDA SEGUN EL PADRON SE FACTURA
      *              COMO REGISTRADO. CON LA VARIABLE DE ENTORNO
      *              CICLO_PROCESO SE FACTURAN SOLO LAS CUENTAS DE ESE
      *              CICLO DE FACTURACION; EL VENCIMIENTO DE LA FACTURA
      *              ES EL CIERRE DEL CICLO DE LA CUENTA EN EL PERIODO
      *              MAS LOS DIAS AL VENCIMIENTO DEL CICLO (RUTINA
      *              CICLOCUENTA). SIN CICLOS DEFINIDOS SE USA EL
      *              FECHAVTO DE LA CUENTA. SE FACTURAN SOLO LAS
      *              CUENTAS DE CLIENTES DE LA EMPRESA DE LA CORRIDA
      *              (EMPRESA-C DEL MAESTRO, VARIABLE EMPRESA), CON SU
      *              PROPIA SERIE FAC, Y LA FACTURA LLEVA LA RAZON
      *              SOCIAL Y LA CUIT DE LA EMPRESA EMISORA. CADA
      *              FACTURA SALE POR EL CANAL QUE ELIGIO EL CLIENTE
      *              (RUTINA ENVIODOCUMENTO, PREFERENCIA EN
      *              ENVIOCLI.DAT): EN PAPEL SE IMPRIME EN FACTURAS.REP,
      *              POR EMAIL VA CON EL MISMO FORMATO A LA COLA
      *              COLAMAIL.DAT Y CON AMBOS SALE POR LOS DOS; CADA
      *              ENVIO QUEDA EN ENVIOS.DAT.
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

           SELECT FACTREG            ASSIGN TO DISK '..\FACTREG.DAT'
         05 FAC-ESTADO                PIC X(01).
             88 FAC-EMITIDA                            VALUE 'E'.
             88 FAC-ANULADA                            VALUE 'A'.
         05 FAC-ESTADO-CAE            PIC X(01).
             88 FAC-CAE-PENDIENTE                      VALUE 'P' ' '.
             88 FAC-CAE-SOLICITADO                     VALUE 'S'.
             88 FAC-CAE-AUTORIZADO                     VALUE 'A'.
             88 FAC-CAE-RECHAZADO                      VALUE 'R'.
         05 FAC-CAE                   PIC X(14).
         05 FAC-VTO-CAE               PIC 9(08).
         05 FAC-CUIT                  PIC 9(11).
         05 FAC-EMPRESA               PIC X(02).

       FD REGIMENES.
       01 REG-REGIMENES.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.
           10 TC-NYA                   PIC X(60).
           10 TC-DOMICILIO             PIC X(50).
           10 TC-CATIVA                PIC X(01).
           10 TC-CUIT                  PIC 9(11).
           10 TC-VTO-EXENCION          PIC 9(08).
           10 TC-EMPRESA               PIC X(02).

      * Regimenes impositivos por categoria de cliente.
       01 TABLA-REGIMENES.
           10 WSV-MM                   PIC 9(02).

       01 WS-PERIODO-BUSCADO           PIC X(06).
       01 WS-EMPRESA-CUENTA            PIC X(02).

       01 WS-SERIE-FACTURAS            PIC X(03) VALUE 'FAC'.


       01 ACUMULADORES.
         05 WSA-CANT-FACTURAS          PIC 9(05).
         05 WSA-CANT-OTRO-CICLO        PIC 9(05).
         05 WSA-CANT-OTRA-EMPRESA      PIC 9(05).
         05 WSA-CANT-PAPEL             PIC 9(05).
         05 WSA-CANT-EMAIL             PIC 9(05).
         05 WSA-CANT-AMBOS             PIC 9(05).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       01 WS-ENVDOC.
           COPY WSENVDOC.

      * Mientras se arma una factura sus renglones van al canal del
      * cliente; fuera de una factura, solo al reporte.
       01 WS-ESTADO-FACTURA            PIC X(01) VALUE 'N'.
           88 WS-EN-FACTURA                             VALUE 'S'.

       COPY WSCICLO-WS.

      * Cierre del ciclo de la cuenta dentro del periodo facturado.
       01 WS-CIERRE-CICLO.
         05 WS-CC-AAAA                 PIC 9(04).
         05 WS-CC-MM                   PIC 9(02).
         05 WS-CC-DD                   PIC 9(02).
       01 WS-CIERRE-CICLO-FECHA REDEFINES WS-CIERRE-CICLO
                                       PIC 9(08).

       COPY WSHDR-WS.


           DISPLAY 'INGRESE EL MES DEL PERIODO A FACTURAR: '
           ACCEPT WSV-MM
           MOVE WSV-PERIODO TO WS-PERIODO-BUSCADO
           PERFORM 103500-LEER-CICLO
           IF WS-CICLO-INEXISTENTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 104000-CARGAR-REGIMENES
           PERFORM 105000-CARGAR-CLIENTES
           PERFORM 107000-CARGAR-DETALLE
           COPY WSPARAM-PROC.


       103500-LEER-CICLO.
           COPY WSCICLO-PROC.


       104000-CARGAR-REGIMENES.
           MOVE 0 TO WS-CANT-REGIMENES
           OPEN INPUT REGIMENES
               MOVE NYA-C         TO TC-NYA(WS-CANT-CLIENTES)
               MOVE DOMICILIO-C   TO TC-DOMICILIO(WS-CANT-CLIENTES)
               MOVE CATIVA-C      TO TC-CATIVA(WS-CANT-CLIENTES)
               MOVE 0 TO TC-CUIT(WS-CANT-CLIENTES)
               MOVE 0 TO TC-VTO-EXENCION(WS-CANT-CLIENTES)
               IF CUIT-C IS NUMERIC
                 MOVE CUIT-C TO TC-CUIT(WS-CANT-CLIENTES)
               END-IF
               IF VTO-EXENCION-C IS NUMERIC
                 MOVE VTO-EXENCION-C
                   TO TC-VTO-EXENCION(WS-CANT-CLIENTES)
               END-IF
               IF EMPRESA-C = SPACES
                 MOVE '01' TO TC-EMPRESA(WS-CANT-CLIENTES)
               ELSE
                 MOVE EMPRESA-C TO TC-EMPRESA(WS-CANT-CLIENTES)
               END-IF
             END-IF
             PERFORM 106000-LEER-CLIENTE
           END-PERFORM
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


           PERFORM 108000-LEER-SERVICIO
           PERFORM UNTIL WSS-FS-SERVICIO-EOF
             IF PERIODO = WS-PERIODO-BUSCADO
               MOVE NUMCUENTA TO WS-CICLO-NROCUENTA
               PERFORM 107500-VERIFICAR-CICLO
               IF NOT WS-CUENTA-EN-CICLO
                 ADD 1 TO WSA-CANT-OTRO-CICLO
               END-IF
             END-IF
             IF PERIODO = WS-PERIODO-BUSCADO AND WS-CUENTA-EN-CICLO
               IF WS-CANT-DETALLE < 5000
                 ADD 1 TO WS-CANT-DETALLE
                 MOVE NUMCUENTA   TO TD-NUMCUENTA(WS-CANT-DETALLE)
           CLOSE SERVICIO.


       107500-VERIFICAR-CICLO.
           COPY WSCICLO-CTA.


       108000-LEER-SERVICIO.
           READ SERVICIO
              EVALUATE TRUE
                     UNTIL WS-IND-DET > WS-CANT-DETALLE
             IF TD-FACTURADO(WS-IND-DET) = 'N'
               MOVE TD-NUMCUENTA(WS-IND-DET) TO WS-CUENTA-ACTUAL
               PERFORM 205000-EMPRESA-DE-CUENTA
               IF WS-EMPRESA-CUENTA = WSP-EMPRESA
                 PERFORM 210000-FACTURAR-CUENTA
               ELSE
                 PERFORM 206000-OMITIR-CUENTA
               END-IF
             END-IF
           END-PERFORM.


      * La cuenta es de la empresa de su cliente; sin cliente en el
      * maestro queda en la empresa original.
       205000-EMPRESA-DE-CUENTA.
           MOVE '01' TO WS-EMPRESA-CUENTA
           PERFORM 217000-BUSCAR-CLIENTE-CUENTA
           IF WS-IND-CLI-HALLADO NOT = 0
             MOVE TC-EMPRESA(WS-IND-CLI-HALLADO) TO WS-EMPRESA-CUENTA
           END-IF.


       206000-OMITIR-CUENTA.
           ADD 1 TO WSA-CANT-OTRA-EMPRESA
           PERFORM VARYING WS-IND-DET2 FROM 1 BY 1
                     UNTIL WS-IND-DET2 > WS-CANT-DETALLE
             IF TD-NUMCUENTA(WS-IND-DET2) = WS-CUENTA-ACTUAL
               MOVE 'O' TO TD-FACTURADO(WS-IND-DET2)
             END-IF
           END-PERFORM.

           END-CALL
           ADD 1 TO WSA-CANT-FACTURAS
           MOVE 0 TO WS-NETO
           PERFORM 212000-RESOLVER-CANAL
           MOVE 'S' TO WS-ESTADO-FACTURA
           PERFORM 215000-ENCABEZADO-FACTURA
           PERFORM VARYING WS-IND-DET2 FROM 1 BY 1
                     UNTIL WS-IND-DET2 > WS-CANT-DETALLE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           PERFORM 220000-PIE-FACTURA
           MOVE 'N' TO WS-ESTADO-FACTURA
           PERFORM 213000-REGISTRAR-ENVIO.


       212000-RESOLVER-CANAL.
      * Sin cliente en el maestro la factura sale en papel. Si la cola
      * de correo no acepta el encabezado tambien.
           MOVE 'P' TO EDC-CANAL
           MOVE 0 TO EDC-NRO-CLIENTE
           PERFORM 217000-BUSCAR-CLIENTE-CUENTA
           IF WS-IND-CLI-HALLADO NOT = 0
             MOVE 'C' TO EDC-FUNCION
             MOVE TC-NRO-CLIENTE(WS-IND-CLI-HALLADO)
               TO EDC-NRO-CLIENTE
             CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
             END-CALL
           END-IF
           MOVE 'FAC' TO EDC-TIPO-DOC
           MOVE SPACES TO EDC-NRO-DOC
           STRING 'FB' WSP-EMPRESA WS-NRO-FACTURA
                  DELIMITED BY SIZE INTO EDC-NRO-DOC
           MOVE WSP-EMPRESA TO EDC-EMPRESA
           MOVE 'S' TO EDC-RESULTADO
           IF EDC-VA-POR-EMAIL
             MOVE 'E' TO EDC-FUNCION
             MOVE SPACES TO EDC-ASUNTO
             STRING 'FACTURA B NRO ' WS-NRO-FACTURA
                    ' PERIODO ' WSV-MM '/' WSV-AAAA
                    DELIMITED BY SIZE INTO EDC-ASUNTO
             CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
             END-CALL
             IF NOT EDC-OK
               DISPLAY 'ADVERTENCIA: LA FACTURA ' WS-NRO-FACTURA
                       ' NO PUDO IR POR EMAIL, SALE EN PAPEL'
               MOVE 'P' TO EDC-CANAL
             END-IF
           END-IF.


       213000-REGISTRAR-ENVIO.
           EVALUATE TRUE
             WHEN EDC-SOLO-EMAIL
               ADD 1 TO WSA-CANT-EMAIL
             WHEN EDC-AMBOS
               ADD 1 TO WSA-CANT-AMBOS
             WHEN OTHER
               ADD 1 TO WSA-CANT-PAPEL
           END-EVALUATE
           MOVE 'R' TO EDC-FUNCION
           CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
           END-CALL.


       215000-ENCABEZADO-FACTURA.
                  '   PERIODO ' WSV-MM '/' WSV-AAAA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING WSP-RAZON-SOCIAL ' CUIT ' WSP-CUIT-EMPRESA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM 217000-BUSCAR-CLIENTE-CUENTA
           IF WS-IND-CLI-HALLADO NOT = 0
             MOVE SPACES TO WS-LINEA-REPORTE
                 FUNCTION TRIM(TC-DOMICILIO(WS-IND-CLI-HALLADO))
                 DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             IF TC-CUIT(WS-IND-CLI-HALLADO) NOT = 0
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING 'CUIT: ' TC-CUIT(WS-IND-CLI-HALLADO)
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
           ELSE
             MOVE 'CLIENTE: (SIN DATOS EN EL MAESTRO)'
               TO WS-LINEA-REPORTE
               CONTINUE
             NOT INVALID KEY
               MOVE FECHAVTO TO WS-VTO-FACTURA
               PERFORM 218000-VTO-DEL-CICLO
               PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                         UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
                 IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
           END-READ.


       218000-VTO-DEL-CICLO.
      * La cuenta vence a los dias del ciclo contados desde el cierre
      * del ciclo en el mes facturado.
           MOVE WS-CUENTA-ACTUAL TO WS-CICLO-NROCUENTA
           PERFORM 107500-VERIFICAR-CICLO
           IF NOT WS-CICLO-CTA-SIN-CICLOS
             MOVE WSV-AAAA TO WS-CC-AAAA
             MOVE WSV-MM TO WS-CC-MM
             MOVE WS-CICLO-CTA-DIA-CIERRE TO WS-CC-DD
             COMPUTE WS-VTO-FACTURA = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-CIERRE-CICLO-FECHA)
                     + WS-CICLO-CTA-DIAS-VTO)
           END-IF.


       220000-PIE-FACTURA.
           PERFORM 222000-RESOLVER-REGIMEN
           COMPUTE WS-IVA ROUNDED =
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM 225000-LINEA-CODIGO-PAGO
      * La factura nace sin CAE: AUTORIZACAE lo pide al organismo
      * fiscal y LIBROIVA lo muestra en la reimpresion.
           MOVE '  CAE: PENDIENTE DE AUTORIZACION' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM 226000-GRABAR-EN-REGISTRO
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.
           ELSE
             MOVE 0 TO FAC-NRO-CLIENTE
           END-IF
           IF WS-IND-CLI-HALLADO NOT = 0
             MOVE TC-CUIT(WS-IND-CLI-HALLADO) TO FAC-CUIT
           ELSE
             MOVE 0 TO FAC-CUIT
           END-IF
           MOVE WS-CATIVA-FACTURA TO FAC-CATIVA
           MOVE WS-NETO TO FAC-NETO
           MOVE WS-IVA TO FAC-IVA
           MOVE WS-PERCEPCION TO FAC-PERCEP
           MOVE WS-TOTAL TO FAC-TOTAL
           MOVE 'E' TO FAC-ESTADO
           MOVE 'P' TO FAC-ESTADO-CAE
           MOVE SPACES TO FAC-CAE
           MOVE 0 TO FAC-VTO-CAE
           MOVE WSP-EMPRESA TO FAC-EMPRESA
           WRITE REG-FACTREG
           IF NOT WSS-FS-FACTREG-OK
             DISPLAY 'ERROR DE ARCHIVO DE REGISTRO DE FACTURAS'
             MOVE TC-CATIVA(WS-IND-CLI-HALLADO)
               TO WS-CATIVA-FACTURA
           END-IF
      * Una exencion con vencimiento ya cumplido no se respeta: la
      * factura sale como registrado hasta que el padron la renueve.
           IF WS-CATIVA-FACTURA = 'E'
                   AND TC-VTO-EXENCION(WS-IND-CLI-HALLADO) NOT = 0
                   AND TC-VTO-EXENCION(WS-IND-CLI-HALLADO)
                       < WSP-FECHA-PROCESO
             MOVE 'R' TO WS-CATIVA-FACTURA
           END-IF
           MOVE WSP-TASA-IVA TO WS-TASA-IVA-FACTURA
           MOVE 0 TO WS-TASA-PERCEP-FACTURA
           MOVE 0 TO WS-UMBRAL-FACTURA


       250000-ESCRIBIR-LINEA.
           IF NOT WS-EN-FACTURA OR EDC-VA-EN-PAPEL
             MOVE WS-LINEA-REPORTE TO REG-REPORTE
             WRITE REG-REPORTE
             ADD 1 TO WS-CANT-ESCRITOS
           END-IF
           IF WS-EN-FACTURA AND EDC-VA-POR-EMAIL
             PERFORM 255000-RENGLON-EMAIL
           END-IF.


       255000-RENGLON-EMAIL.
      * Una falla a mitad de factura la deja incompleta en la cola: se
      * avisa para reimprimirla con LIBROIVA.
           IF EDC-OK
             MOVE 'L' TO EDC-FUNCION
             MOVE WS-LINEA-REPORTE TO EDC-RENGLON
             CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
             END-CALL
             IF NOT EDC-OK
               DISPLAY 'ADVERTENCIA: LA FACTURA ' WS-NRO-FACTURA
                       ' QUEDO INCOMPLETA EN LA COLA DE CORREO, '
                       'REIMPRIMIR CON LIBROIVA'
               MOVE 4 TO WS-RETURN-CODE
             END-IF
           END-IF.


       300000-FINAL.

       320000-TOTALES-DE-CONTROL.
           DISPLAY 'FACTURAS EMITIDAS: ' WSA-CANT-FACTURAS
           DISPLAY 'ULTIMO NUMERO:     ' WS-NRO-FACTURA
           DISPLAY 'EMPRESA:           ' WSP-EMPRESA
           DISPLAY 'CUENTAS DE OTRAS EMPRESAS (OMITIDAS): '
                   WSA-CANT-OTRA-EMPRESA
           DISPLAY 'EN PAPEL: ' WSA-CANT-PAPEL
                   '  POR EMAIL: ' WSA-CANT-EMAIL
                   '  POR AMBOS: ' WSA-CANT-AMBOS
           IF WS-CICLO-SEL NOT = 0
             DISPLAY 'CICLO FACTURADO:   ' WS-CICLO-SEL
             DISPLAY 'ASIENTOS DE OTROS CICLOS (OMITIDOS): '
                     WSA-CANT-OTRO-CICLO
           END-IF.


       330000-CERRAR-ARCHIVOS.
            DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           END-IF
           CLOSE FACTREG
           CLOSE REPORTE
           MOVE 'F' TO EDC-FUNCION
           CALL 'ENVIODOCUMENTO' USING WS-ENVDOC
           END-CALL.


       395000-REGISTRAR-REPORTE.
