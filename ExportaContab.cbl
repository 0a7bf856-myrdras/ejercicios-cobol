      *              (COMISTARJ.DAT), LOS CASTIGOS Y RECUPEROS DE
      *              INCOBRABLES (CASTIGOS.DAT), LOS REEMBOLSOS
      *              PAGADOS (REEMBOLSOS.DAT), LAS LIQUIDACIONES DE
      *              COMISION POR OFICINA (LIQCOM.DAT), LAS
      *              DIFERENCIAS DE CAMBIO DE LA REVALUACION
      *              (DIFCAM.DAT) Y LA CONSTITUCION O RECUPERO
      *              MENSUAL DE LA PREVISION PARA INCOBRABLES POR
      *              OFICINA (PREVIS.DAT). DESDE LA PRIMERA CORRIDA DE
      *              PREVISIONINCOB LOS CASTIGOS SE IMPUTAN CONTRA LA
      *              PREVISION Y NO DIRECTO A QUEBRANTO. LOS DEPOSITOS
      *              EN GARANTIA (DEPOSITOS.DAT) NO SON INGRESO: LOS
      *              COBRADOS EN EL DIA SE ASIENTAN CONTRA EL PASIVO
      *              DEP-GARANT Y
      *              LOS LIQUIDADOS AL CIERRE DE UNA CUENTA LO BAJAN
      *              CONTRA LA COBRANZA (LO APLICADO AL SALDO FINAL) Y
      *              CONTRA DEV-CLI (EL REMANENTE A REEMBOLSAR). LAS
      *              FACTURAS DE ABONOS PREPAGOS, Y LAS NOTAS DE
      *              CREDITO DE SUS BAJAS (MOTIVO PRE), NO SON VENTA
      *              DEL PERIODO: SE ASIENTAN CONTRA EL INGRESO
      *              DIFERIDO ING-DIFER, Y LAS CUOTAS QUE
      *              DEVENGAPREPAGOS LIBERO EN LA FECHA DE PROCESO
      *              (DEVENGA.DAT) PASAN DE ING-DIFER A LA VENTA DE
      *              SU CODIGO. LOS CODIGOS DEL CATALOGO COBRADOS POR
      *              CUENTA DE UN TERCERO (CAT-TERCERO EN SERVCAT.DAT)
      *              TAMPOCO SON VENTA: SU HABER VA AL PASIVO CON EL
      *              TERCERO DE TERCEROS.DAT, Y LAS RENDICIONES QUE
      *              REMESATERCEROS EMITIO EN LA FECHA DE PROCESO
      *              (REMTER.DAT) BAJAN ESE PASIVO CONTRA LA CUENTA DE
      *              PAGO DEL TERCERO. LOS RECUENTOS FISICOS QUE
      *              RECUENTOSTOCK AJUSTO EN LA FECHA DE PROCESO
      *              (INVENTARIO.DAT) LLEVAN SU DIFERENCIA VALUADA A
      *              DIF-INVENT CONTRA MERCADERIA. LAS CUENTAS
      *              CONTABLES SALEN DEL MAPEO VIGENTE DE
      *              CTACONT.DAT: UN CODIGO O MEDIO
      *              SIN MAPEAR ABORTA EL PASO LISTANDO LOS
      *              FALTANTES. EMITE EL DIARIO CONTAB.DAT CON PARES
      *              DEBE/HABER, FECHA DE CORRIDA Y NUMERO DE LOTE,
      *              MAS UN LISTADO DE CONTROL CUYO GRAN TOTAL DEBE
      *              IGUALAR AL DE PROG03 DE LA SERIE 6. SI EL DEBE
      *              NO IGUALA AL HABER EL PASO TERMINA CON
      *              RETURN-CODE 8. CADA EMPRESA DEL GRUPO EXPORTA SU
      *              PROPIO DIARIO CON SU PLAN DE CUENTAS (LAS FILAS DE
      *              CTACONT.DAT DE LA EMPRESA DE LA CORRIDA, VARIABLE
      *              EMPRESA): LAS VENTAS Y LOS PAGOS SON LOS DE LAS
      *              CUENTAS DE SUS CLIENTES (EMPRESA-C) Y CADA PAR
      *              LLEVA LA EMPRESA. LOS DEMAS AUXILIARES (TARJETAS,
      *              CASTIGOS, REEMBOLSOS, COMISIONES, CAMBIO,
      *              PREVISION, DEPOSITOS, DEVENGADO, TERCEROS E
      *              INVENTARIO) SON DE LA OPERACION COMUN Y SE
      *              ASIENTAN SOLO EN LA CORRIDA DE LA EMPRESA '01'.
      *              LOS ASIENTOS 'CNV' DE CONVENIOS (LO REFINANCIADO
      *              AL FIRMAR, LAS CUOTAS IMPUTADAS Y LA CADUCIDAD)
      *              ENTRAN COMO UN CODIGO MAS PERO NO SON VENTA: SIN
      *              MAPEO EN CTACONT.DAT SU HABER VA A DEU-CONVEN, EL
      *              DEUDOR POR CONVENIO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
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

           SELECT COMISTARJ          ASSIGN TO DISK '..\COMISTARJ.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DIFCAM.

           SELECT PREVIS             ASSIGN TO DISK '..\PREVIS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PREVIS.

           SELECT DEVENGA            ASSIGN TO DISK '..\DEVENGA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEVENGA.

           SELECT DEPOSITOS          ASSIGN TO DISK '..\DEPOSITOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEPOSITOS.

           SELECT CTACONT            ASSIGN TO DISK '..\CTACONT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTACONT.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT TERCEROS           ASSIGN TO DISK '..\TERCEROS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TERCEROS.

           SELECT REMTER             ASSIGN TO DISK '..\REMTER.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REMTER.

           SELECT INVENTARIO         ASSIGN TO DISK
                                       '..\INVENTARIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           WSS-FS-INVENTARIO.

           SELECT CONTAB             ASSIGN TO DISK '..\CONTAB.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTAB.
         05 REE-SUPERVISOR            PIC X(20).
         05 REE-FECHA-PAGO            PIC 9(08).
         05 REE-MEDIO-PAGO            PIC X(03).
         05 REE-PAGADOR               PIC X(20).

       FD LIQCOM.
       01 REG-LIQCOM.
         05 DIF-FECHA                 PIC 9(08).
         05 DIF-IMPORTE               PIC S9(13)V99.

       FD PREVIS.
           COPY PREVREC.

       FD DEVENGA.
           COPY DEVENREC.

       FD DEPOSITOS.
       01 REG-DEPOSITOS.
         05 DEP-RECIBO                PIC 9(08).
         05 DEP-NROCUENTA             PIC 9(08).
         05 DEP-IMPORTE               PIC S9(15)V99.
         05 DEP-FECHA-COBRO           PIC 9(08).
         05 DEP-OPERADOR              PIC X(20).
         05 DEP-ESTADO                PIC X(01).
             88 DEP-RETENIDO                           VALUE 'R'.
             88 DEP-LIQUIDADO                          VALUE 'L'.
         05 DEP-FECHA-BAJA            PIC 9(08).
         05 DEP-APLICADO              PIC S9(15)V99.
         05 DEP-REEMBOLSADO           PIC S9(15)V99.
         05 DEP-NRO-REEMBOLSO         PIC 9(08).

       FD CTACONT.
       01 REG-CTACONT.
         05 MAP-TIPO                  PIC X(01).
         05 MAP-CTA-HABER             PIC X(10).
         05 MAP-VIG-DESDE             PIC X(06).
         05 MAP-VIG-HASTA             PIC X(06).
         05 MAP-EMPRESA               PIC X(02).

       FD SERVCAT.
           COPY CATSERV.

       FD TERCEROS.
           COPY TERCEROREC.

       FD REMTER.
           COPY REMTEREC.

       FD INVENTARIO.
           COPY INVREC.

       FD CONTAB.
       01 REG-CONTAB.
         05 CON-IMPORTE               PIC S9(11)V99.
         05 CON-CODSERVICIO           PIC X(03).
         05 CON-OFICINA               PIC X(03).
         05 CON-EMPRESA               PIC X(02).

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).
           COPY WSFS REPLACING ==:TAG:== BY ==REEMBOLSOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==LIQCOM==.
           COPY WSFS REPLACING ==:TAG:== BY ==DIFCAM==.
           COPY WSFS REPLACING ==:TAG:== BY ==PREVIS==.
           COPY WSFS REPLACING ==:TAG:== BY ==DEVENGA==.
           COPY WSFS REPLACING ==:TAG:== BY ==DEPOSITOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CTACONT==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==TERCEROS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REMTER==.
           COPY WSFS REPLACING ==:TAG:== BY ==INVENTARIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONTAB==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

       01 TABLA-CLIENTES.
         05 TC-ENTRY OCCURS 5000 TIMES.
           10 TC-NRO-CLIENTE           PIC 9(7).
           10 TC-OFIAPE                PIC X(03).
           10 TC-EMPRESA               PIC X(02).

      * Mapeo externo del plan de cuentas: con CTACONT.DAT cargado,
      * cada codigo de servicio y medio de pago usa su par

       01 WS-IND-MEDIO                 PIC 9(02).

      * Constitucion (o recupero, negativo) de la prevision para
      * incobrables que PREVISIONINCOB dejo en la fecha de proceso,
      * una entrada por oficina.
       01 TABLA-PREVISION.
         05 WS-CANT-PREVISION          PIC 9(03) VALUE 0.
         05 TPV-ENTRY OCCURS 200 TIMES.
           10 TPV-OFICINA              PIC X(03).
           10 TPV-IMPORTE              PIC S9(13)V99.

       01 WS-IND-PREVISION             PIC 9(03).

      * Fecha de la primera corrida de la prevision: los castigos
      * posteriores se imputan contra ella.
       01 WS-FECHA-PRIMERA-PREV        PIC 9(08) VALUE 0.

      * Terceros por cuya cuenta se cobra, con sus cuentas de pasivo
      * y de pago ya resueltas (en blanco rigen TER-codigo y CAJA), y
      * los codigos del catalogo que se cobran por cuenta de cada uno.
       01 TABLA-TERCEROS.
         05 WS-CANT-TERCEROS           PIC 9(03) VALUE 0.
         05 TTE-ENTRY OCCURS 500 TIMES.
           10 TTE-CODIGO               PIC 9(04).
           10 TTE-CTA-PASIVO           PIC X(10).
           10 TTE-CTA-PAGO             PIC X(10).

       01 TABLA-COD-TERCERO.
         05 WS-CANT-COD-TERCERO        PIC 9(03) VALUE 0.
         05 TCT-ENTRY OCCURS 500 TIMES.
           10 TCT-CODSERVICIO          PIC X(03).
           10 TCT-IND-TERCERO          PIC 9(03).

       01 WS-IND-TERCERO               PIC 9(03).
       01 WS-IND-TER-HALLADO           PIC 9(03).
       01 WS-IND-COD-TERCERO           PIC 9(03).
       01 WS-TERCERO-BUSCADO           PIC 9(04).

      * Rendiciones a terceros emitidas en la fecha de proceso, una
      * entrada por tercero.
       01 TABLA-REMESAS.
         05 WS-CANT-REMESAS            PIC 9(03) VALUE 0.
         05 TRE-ENTRY OCCURS 500 TIMES.
           10 TRE-IND-TERCERO          PIC 9(03).
           10 TRE-IMPORTE              PIC S9(13)V99.

       01 WS-IND-REMESA                PIC 9(03).
       01 WS-IND-REM-HALLADO           PIC 9(03).

      * TR-TIPO separa la venta del periodo ('V') de lo facturado
      * por adelantado en abonos prepagos ('D'), que va al ingreso
      * diferido y no a la venta, y de lo cobrado por cuenta de un
      * tercero ('T'), que va al pasivo con el tercero.
       01 TABLA-RESUMEN.
         05 WS-CANT-RESUMEN            PIC 9(03) VALUE 0.
         05 TR-ENTRY OCCURS 500 TIMES.
           10 TR-CODSERVICIO           PIC X(03).
           10 TR-OFICINA               PIC X(03).
           10 TR-TIPO                  PIC X(01).
               88 TR-ES-DIFERIDO                         VALUE 'D'.
               88 TR-ES-TERCERO                          VALUE 'T'.
           10 TR-CTA-TERCERO           PIC X(10).
           10 TR-IMPORTE               PIC S9(11)V99.

      * Cuotas de abonos prepagos devengadas en la fecha de proceso,
      * una entrada por codigo de servicio.
       01 TABLA-DEVENGADO.
         05 WS-CANT-DEVENGADO          PIC 9(03) VALUE 0.
         05 TDV-ENTRY OCCURS 200 TIMES.
           10 TDV-CODSERVICIO          PIC X(03).
           10 TDV-IMPORTE              PIC S9(13)V99.

       01 WS-IND-DEVENGADO             PIC 9(03).
       01 WS-IND-DEV-HALLADO           PIC 9(03).

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-RESUMEN             PIC 9(03).
       01 WS-PERIODO-BUSCADO           PIC X(06).

       01 WS-OFICINA-ACTUAL            PIC X(03).
       01 WS-EMPRESA-ACTUAL            PIC X(02).
       01 WS-COD-ACTUAL                PIC X(03).
       01 WS-TIPO-ACTUAL               PIC X(01).
       01 WS-CTA-TERCERO-ACTUAL        PIC X(10).

       01 WS-LOTE                      PIC 9(06).

         05 WSA-TOTAL-PAGOS            PIC S9(11)V99.
         05 WSA-TOTAL-COMISION         PIC S9(11)V99.
         05 WSA-TOTAL-CASTIGOS         PIC S9(13)V99.
         05 WSA-TOTAL-CASTIGOS-PREV    PIC S9(13)V99.
         05 WSA-TOTAL-PREVISION        PIC S9(13)V99.
         05 WSA-TOTAL-RECUPEROS        PIC S9(13)V99.
         05 WSA-TOTAL-REEMBOLSOS       PIC S9(13)V99.
         05 WSA-TOTAL-COM-OFI          PIC S9(13)V99.
         05 WSA-TOTAL-DIF-CAMBIO       PIC S9(13)V99.
         05 WSA-TOTAL-DEP-COBRADOS     PIC S9(13)V99.
         05 WSA-TOTAL-DEP-APLICADOS    PIC S9(13)V99.
         05 WSA-TOTAL-DEP-DEVUELTOS    PIC S9(13)V99.
         05 WSA-TOTAL-DEP-LIQUIDADOS   PIC S9(13)V99.
         05 WSA-TOTAL-DEVENGADO        PIC S9(13)V99.
         05 WSA-TOTAL-TERCEROS         PIC S9(13)V99.
         05 WSA-TOTAL-REMESAS          PIC S9(13)V99.
         05 WSA-TOTAL-AJUSTE-INV       PIC S9(13)V99.

       01 WS-LINEA-REPORTE             PIC X(80).

                 PERFORM 100000-INICIO
                 PERFORM 200000-RESUMIR-SERVICIOS
                 PERFORM 220000-RESUMIR-PAGOS
                 IF WSP-EMPRESA = '01'
                   PERFORM 235000-RESUMIR-COMISIONES
                   PERFORM 236500-RESUMIR-PREVISION
                   PERFORM 237000-RESUMIR-CASTIGOS
                   PERFORM 239000-RESUMIR-REEMBOLSOS
                   PERFORM 239700-RESUMIR-COMISION-OFI
                   PERFORM 239900-RESUMIR-DIF-CAMBIO
                   PERFORM 239960-RESUMIR-DEPOSITOS
                   PERFORM 239980-RESUMIR-DEVENGADO
                   PERFORM 239992-RESUMIR-REMESAS
                   PERFORM 239997-RESUMIR-AJUSTES-INV
                 END-IF
                 PERFORM 240000-EMITIR-DIARIO
                 PERFORM 300000-FINAL.

           MOVE WSV-PERIODO TO WS-PERIODO-BUSCADO
           PERFORM 104000-CARGAR-CLIENTES
           PERFORM 108000-CARGAR-MAPEOS
           PERFORM 108500-CARGAR-TERCEROS
           PERFORM 108700-CARGAR-COD-TERCERO
           PERFORM 106000-PROXIMO-LOTE
           PERFORM 110000-ABRIR-CUENTAS.

                 MOVE NRO-CLIENTE-C
                   TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE OFIAPE-C TO TC-OFIAPE(WS-CANT-CLIENTES)
                 IF EMPRESA-C = SPACES
                   MOVE '01' TO TC-EMPRESA(WS-CANT-CLIENTES)
                 ELSE
                   MOVE EMPRESA-C TO TC-EMPRESA(WS-CANT-CLIENTES)
                 END-IF
               END-IF
               PERFORM 105000-LEER-CLIENTE
             END-PERFORM
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


                     '(CTACONT.DAT), RIGE LA DERIVACION FIJA'
           ELSE
             IF WSS-FS-CTACONT-OK
      * Las filas 'K' (cuentas de control de CONCILIAMAYOR) no son
      * pares de asiento: solo una fila S o P activa el mapeo.
               PERFORM 109000-LEER-MAPEO
               PERFORM UNTIL WSS-FS-CTACONT-EOF
                 IF MAP-EMPRESA = SPACES
                   MOVE '01' TO MAP-EMPRESA
                 END-IF
                 IF MAP-TIPO NOT = 'K' AND MAP-EMPRESA = WSP-EMPRESA
                   MOVE 'S' TO WS-HAY-MAPEOS
                 END-IF
                 IF MAP-TIPO NOT = 'K' AND MAP-EMPRESA = WSP-EMPRESA
                         AND MAP-VIG-DESDE <= WS-PERIODO-BUSCADO
                         AND MAP-VIG-HASTA >= WS-PERIODO-BUSCADO
                         AND WS-CANT-MAPEOS < 200
                   ADD 1 TO WS-CANT-MAPEOS
           END-PERFORM.


       108500-CARGAR-TERCEROS.
           MOVE 0 TO WS-CANT-TERCEROS
           OPEN INPUT TERCEROS
           IF WSS-FS-TERCEROS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-TERCEROS-OK
               DISPLAY 'ERROR DE ARCHIVO DE TERCEROS'
               DISPLAY 'FILE STATUS ' WSS-FS-TERCEROS
             ELSE
               PERFORM 108600-LEER-TERCERO
               PERFORM UNTIL WSS-FS-TERCEROS-EOF
                 IF WS-CANT-TERCEROS < 500
                   ADD 1 TO WS-CANT-TERCEROS
                   MOVE TER-CODIGO TO TTE-CODIGO(WS-CANT-TERCEROS)
                   IF TER-CTA-PASIVO = SPACES
                     MOVE SPACES TO TTE-CTA-PASIVO(WS-CANT-TERCEROS)
                     STRING 'TER-' TER-CODIGO DELIMITED BY SIZE
                       INTO TTE-CTA-PASIVO(WS-CANT-TERCEROS)
                   ELSE
                     MOVE TER-CTA-PASIVO
                       TO TTE-CTA-PASIVO(WS-CANT-TERCEROS)
                   END-IF
                   IF TER-CTA-PAGO = SPACES
                     MOVE 'CAJA' TO TTE-CTA-PAGO(WS-CANT-TERCEROS)
                   ELSE
                     MOVE TER-CTA-PAGO
                       TO TTE-CTA-PAGO(WS-CANT-TERCEROS)
                   END-IF
                 END-IF
                 PERFORM 108600-LEER-TERCERO
               END-PERFORM
             END-IF
             CLOSE TERCEROS
           END-IF.


       108600-LEER-TERCERO.
           READ TERCEROS
           IF NOT WSS-FS-TERCEROS-OK AND NOT WSS-FS-TERCEROS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TERCEROS
             MOVE '10' TO WSS-FS-TERCEROS
           END-IF.


       108700-CARGAR-COD-TERCERO.
      * Un codigo marcado con un tercero que no esta en TERCEROS.DAT
      * no puede quedar como venta propia sin aviso: la corrida
      * termina con RC 8 antes de escribir el diario.
           MOVE 0 TO WS-CANT-COD-TERCERO
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 108800-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-TERCERO IS NUMERIC AND CAT-TERCERO NOT = 0
                 MOVE CAT-TERCERO TO WS-TERCERO-BUSCADO
                 PERFORM 166000-BUSCAR-TERCERO
                 IF WS-IND-TER-HALLADO = 0
                   DISPLAY 'ERROR: CODSERVICIO ' CAT-CODIGO
                           ' CON TERCERO ' CAT-TERCERO
                           ' INEXISTENTE EN TERCEROS.DAT'
                   MOVE 8 TO WS-RETURN-CODE
                   CLOSE SERVCAT
                   PERFORM 300000-FINAL
                 END-IF
                 IF WS-CANT-COD-TERCERO < 500
                   ADD 1 TO WS-CANT-COD-TERCERO
                   MOVE CAT-CODIGO
                     TO TCT-CODSERVICIO(WS-CANT-COD-TERCERO)
                   MOVE WS-IND-TER-HALLADO
                     TO TCT-IND-TERCERO(WS-CANT-COD-TERCERO)
                 END-IF
               END-IF
               PERFORM 108800-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       108800-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       106000-PROXIMO-LOTE.
           MOVE 0 TO WS-LOTE
           OPEN INPUT CONTAB

       150000-BUSCAR-OFICINA.
      * Cuenta -> cliente -> oficina del maestro; si algo falta la
      * oficina queda en '???' para que el asiento no se pierda, y
      * la cuenta sin cliente queda en la empresa '01'.
           MOVE '???' TO WS-OFICINA-ACTUAL
           MOVE '01' TO WS-EMPRESA-ACTUAL
           READ CUENTAS
             INVALID KEY
               CONTINUE
                 IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
                   MOVE TC-OFIAPE(WS-IND-CLIENTE)
                     TO WS-OFICINA-ACTUAL
                   MOVE TC-EMPRESA(WS-IND-CLIENTE)
                     TO WS-EMPRESA-ACTUAL
                   MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
                 END-IF
               END-PERFORM
             IF TR-CODSERVICIO(WS-IND-RESUMEN) = WS-COD-ACTUAL
                     AND TR-OFICINA(WS-IND-RESUMEN)
                     = WS-OFICINA-ACTUAL
                     AND TR-TIPO(WS-IND-RESUMEN) = WS-TIPO-ACTUAL
               MOVE WS-IND-RESUMEN TO WS-IND-HALLADO
               MOVE WS-CANT-RESUMEN TO WS-IND-RESUMEN
             END-IF
               MOVE WS-COD-ACTUAL
                 TO TR-CODSERVICIO(WS-IND-HALLADO)
               MOVE WS-OFICINA-ACTUAL TO TR-OFICINA(WS-IND-HALLADO)
               MOVE WS-TIPO-ACTUAL TO TR-TIPO(WS-IND-HALLADO)
               MOVE WS-CTA-TERCERO-ACTUAL
                 TO TR-CTA-TERCERO(WS-IND-HALLADO)
               MOVE 0 TO TR-IMPORTE(WS-IND-HALLADO)
             END-IF
           END-IF.


       165000-BUSCAR-COD-TERCERO.
           MOVE SPACES TO WS-CTA-TERCERO-ACTUAL
           MOVE 0 TO WS-IND-TER-HALLADO
           PERFORM VARYING WS-IND-COD-TERCERO FROM 1 BY 1
                     UNTIL WS-IND-COD-TERCERO > WS-CANT-COD-TERCERO
             IF TCT-CODSERVICIO(WS-IND-COD-TERCERO) = WS-COD-ACTUAL
               MOVE TCT-IND-TERCERO(WS-IND-COD-TERCERO)
                 TO WS-IND-TER-HALLADO
               MOVE TTE-CTA-PASIVO(WS-IND-TER-HALLADO)
                 TO WS-CTA-TERCERO-ACTUAL
               MOVE WS-CANT-COD-TERCERO TO WS-IND-COD-TERCERO
             END-IF
           END-PERFORM.


       166000-BUSCAR-TERCERO.
           MOVE 0 TO WS-IND-TER-HALLADO
           PERFORM VARYING WS-IND-TERCERO FROM 1 BY 1
                     UNTIL WS-IND-TERCERO > WS-CANT-TERCEROS
             IF TTE-CODIGO(WS-IND-TERCERO) = WS-TERCERO-BUSCADO
               MOVE WS-IND-TERCERO TO WS-IND-TER-HALLADO
               MOVE WS-CANT-TERCEROS TO WS-IND-TERCERO
             END-IF
           END-PERFORM.


       200000-RESUMIR-SERVICIOS.
           OPEN INPUT SERVICIO
           IF NOT WSS-FS-SERVICIO-OK
             IF PERIODO = WS-PERIODO-BUSCADO
               MOVE NUMCUENTA TO NROCUENTA
               PERFORM 150000-BUSCAR-OFICINA
               IF WS-EMPRESA-ACTUAL = WSP-EMPRESA
                 PERFORM 205000-ACUMULAR-SERVICIO
               END-IF
             END-IF
             PERFORM 210000-LEER-SERVICIO
           END-PERFORM
           CLOSE SERVICIO.


       205000-ACUMULAR-SERVICIO.
           MOVE CODSERVICIO TO WS-COD-ACTUAL
      * Factura de abono prepago, o nota de credito por su baja.
           IF DESCRIP(12:6) = 'PREPAG'
                   OR (DESCRIP(1:7) = 'NC REF '
                       AND DESCRIP(21:3) = 'PRE')
             MOVE 'D' TO WS-TIPO-ACTUAL
           ELSE
             MOVE 'V' TO WS-TIPO-ACTUAL
           END-IF
      * Lo cobrado por cuenta de un tercero nunca es ingreso propio,
      * aunque se facture por adelantado.
           PERFORM 165000-BUSCAR-COD-TERCERO
           IF WS-IND-TER-HALLADO NOT = 0
             MOVE 'T' TO WS-TIPO-ACTUAL
             ADD MONTO TO WSA-TOTAL-TERCEROS
           END-IF
           PERFORM 160000-ACUMULAR-RESUMEN
           IF WS-IND-HALLADO NOT = 0
             ADD MONTO TO TR-IMPORTE(WS-IND-HALLADO)
           END-IF
           ADD MONTO TO WSA-GRAN-TOTAL.


       210000-LEER-SERVICIO.
           READ SERVICIO
              EVALUATE TRUE
               PERFORM UNTIL WSS-FS-PAGOS-EOF
                 IF PAG-APLICADO
                         AND PAG-FECHA = WSP-FECHA-PROCESO
                   MOVE PAG-NROCUENTA TO NROCUENTA
                   PERFORM 150000-BUSCAR-OFICINA
                   IF WS-EMPRESA-ACTUAL = WSP-EMPRESA
                     ADD PAG-IMPORTE TO WSA-TOTAL-PAGOS
                     PERFORM 235500-ACUMULAR-POR-MEDIO
                   END-IF
                 END-IF
                 PERFORM 230000-LEER-PAGO
               END-PERFORM
           END-IF.


       236500-RESUMIR-PREVISION.
      * Prevision para incobrables calculada por PREVISIONINCOB en
      * la fecha de proceso, por oficina.
           MOVE 0 TO WS-CANT-PREVISION
           MOVE 0 TO WS-FECHA-PRIMERA-PREV
           OPEN INPUT PREVIS
           IF WSS-FS-PREVIS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-PREVIS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PREVISION'
               DISPLAY 'FILE STATUS ' WSS-FS-PREVIS
             ELSE
               PERFORM 236800-LEER-PREVISION
               PERFORM UNTIL WSS-FS-PREVIS-EOF
                 IF WS-FECHA-PRIMERA-PREV = 0
                   MOVE PRV-FECHA TO WS-FECHA-PRIMERA-PREV
                 END-IF
                 IF PRV-FECHA = WSP-FECHA-PROCESO
                         AND PRV-CONSTITUCION NOT = 0
                         AND WS-CANT-PREVISION < 200
                   ADD 1 TO WS-CANT-PREVISION
                   MOVE PRV-OFICINA
                     TO TPV-OFICINA(WS-CANT-PREVISION)
                   MOVE PRV-CONSTITUCION
                     TO TPV-IMPORTE(WS-CANT-PREVISION)
                   ADD PRV-CONSTITUCION TO WSA-TOTAL-PREVISION
                 END-IF
                 PERFORM 236800-LEER-PREVISION
               END-PERFORM
             END-IF
             CLOSE PREVIS
           END-IF.


       236800-LEER-PREVISION.
           READ PREVIS
           IF NOT WSS-FS-PREVIS-OK AND NOT WSS-FS-PREVIS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PREVIS
             MOVE '10' TO WSS-FS-PREVIS
           END-IF.


       237000-RESUMIR-CASTIGOS.
      * Quebrantos confirmados y recuperos registrados en la fecha
      * de proceso por CASTIGOSALDOS. Un castigo posterior a la
      * primera corrida de la prevision se imputa contra ella.
           OPEN INPUT CASTIGOS
           IF WSS-FS-CASTIGOS-NOEXISTE
             CONTINUE
               PERFORM 238000-LEER-CASTIGO
               PERFORM UNTIL WSS-FS-CASTIGOS-EOF
                 IF CAS-FECHA-CASTIGO = WSP-FECHA-PROCESO
                   IF WS-FECHA-PRIMERA-PREV NOT = 0
                           AND CAS-FECHA-CASTIGO > WS-FECHA-PRIMERA-PREV
                     ADD CAS-IMPORTE TO WSA-TOTAL-CASTIGOS-PREV
                   ELSE
                     ADD CAS-IMPORTE TO WSA-TOTAL-CASTIGOS
                   END-IF
                 END-IF
                 IF CAS-FECHA-RECUPERO = WSP-FECHA-PROCESO
                   ADD CAS-RECUPERADO TO WSA-TOTAL-RECUPEROS
           END-IF.


       239960-RESUMIR-DEPOSITOS.
      * Depositos en garantia cobrados y liquidados en la fecha de
      * proceso.
           OPEN INPUT DEPOSITOS
           IF WSS-FS-DEPOSITOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-DEPOSITOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE DEPOSITOS'
               DISPLAY 'FILE STATUS ' WSS-FS-DEPOSITOS
             ELSE
               PERFORM 239970-LEER-DEPOSITO
               PERFORM UNTIL WSS-FS-DEPOSITOS-EOF
                 IF DEP-FECHA-COBRO = WSP-FECHA-PROCESO
                   ADD DEP-IMPORTE TO WSA-TOTAL-DEP-COBRADOS
                 END-IF
                 IF DEP-LIQUIDADO
                         AND DEP-FECHA-BAJA = WSP-FECHA-PROCESO
                   ADD DEP-APLICADO TO WSA-TOTAL-DEP-APLICADOS
                   ADD DEP-REEMBOLSADO TO WSA-TOTAL-DEP-DEVUELTOS
                 END-IF
                 PERFORM 239970-LEER-DEPOSITO
               END-PERFORM
               COMPUTE WSA-TOTAL-DEP-LIQUIDADOS =
                       WSA-TOTAL-DEP-APLICADOS
                       + WSA-TOTAL-DEP-DEVUELTOS
             END-IF
             CLOSE DEPOSITOS
           END-IF.


       239970-LEER-DEPOSITO.
           READ DEPOSITOS
           IF NOT WSS-FS-DEPOSITOS-OK AND NOT WSS-FS-DEPOSITOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DEPOSITOS
             MOVE '10' TO WSS-FS-DEPOSITOS
           END-IF.


       239980-RESUMIR-DEVENGADO.
      * Cuotas de abonos prepagos liberadas por DEVENGAPREPAGOS en la
      * fecha de proceso, acumuladas por codigo de servicio.
           MOVE 0 TO WS-CANT-DEVENGADO
           OPEN INPUT DEVENGA
           IF WSS-FS-DEVENGA-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-DEVENGA-OK
               DISPLAY 'ERROR DE ARCHIVO DE DEVENGAMIENTOS'
               DISPLAY 'FILE STATUS ' WSS-FS-DEVENGA
             ELSE
               PERFORM 239990-LEER-DEVENGA
               PERFORM UNTIL WSS-FS-DEVENGA-EOF
                 IF DVG-FECHA = WSP-FECHA-PROCESO
                   PERFORM 239985-ACUMULAR-DEVENGADO
                 END-IF
                 PERFORM 239990-LEER-DEVENGA
               END-PERFORM
             END-IF
             CLOSE DEVENGA
           END-IF.


       239985-ACUMULAR-DEVENGADO.
           MOVE 0 TO WS-IND-DEV-HALLADO
           PERFORM VARYING WS-IND-DEVENGADO FROM 1 BY 1
                     UNTIL WS-IND-DEVENGADO > WS-CANT-DEVENGADO
             IF TDV-CODSERVICIO(WS-IND-DEVENGADO) = DVG-CODSERVICIO
               MOVE WS-IND-DEVENGADO TO WS-IND-DEV-HALLADO
               MOVE WS-CANT-DEVENGADO TO WS-IND-DEVENGADO
             END-IF
           END-PERFORM
           IF WS-IND-DEV-HALLADO = 0 AND WS-CANT-DEVENGADO < 200
             ADD 1 TO WS-CANT-DEVENGADO
             MOVE WS-CANT-DEVENGADO TO WS-IND-DEV-HALLADO
             MOVE DVG-CODSERVICIO
               TO TDV-CODSERVICIO(WS-IND-DEV-HALLADO)
             MOVE 0 TO TDV-IMPORTE(WS-IND-DEV-HALLADO)
           END-IF
           IF WS-IND-DEV-HALLADO NOT = 0
             ADD DVG-IMPORTE TO TDV-IMPORTE(WS-IND-DEV-HALLADO)
             ADD DVG-IMPORTE TO WSA-TOTAL-DEVENGADO
           END-IF.


       239990-LEER-DEVENGA.
           READ DEVENGA
           IF NOT WSS-FS-DEVENGA-OK AND NOT WSS-FS-DEVENGA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DEVENGA
             MOVE '10' TO WSS-FS-DEVENGA
           END-IF.


       239992-RESUMIR-REMESAS.
      * Rendiciones a terceros emitidas por REMESATERCEROS en la fecha
      * de proceso, acumuladas por tercero.
           MOVE 0 TO WS-CANT-REMESAS
           OPEN INPUT REMTER
           IF WSS-FS-REMTER-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-REMTER-OK
               DISPLAY 'ERROR DE ARCHIVO DE RENDICIONES A TERCEROS'
               DISPLAY 'FILE STATUS ' WSS-FS-REMTER
             ELSE
               PERFORM 239996-LEER-REMTER
               PERFORM UNTIL WSS-FS-REMTER-EOF
                 IF REM-FECHA = WSP-FECHA-PROCESO
                   PERFORM 239994-ACUMULAR-REMESA
                 END-IF
                 PERFORM 239996-LEER-REMTER
               END-PERFORM
             END-IF
             CLOSE REMTER
           END-IF.


       239994-ACUMULAR-REMESA.
           MOVE REM-TERCERO TO WS-TERCERO-BUSCADO
           PERFORM 166000-BUSCAR-TERCERO
           IF WS-IND-TER-HALLADO = 0
             DISPLAY 'ERROR: RENDICION ' REM-NUMERO ' DEL TERCERO '
                     REM-TERCERO ' INEXISTENTE EN TERCEROS.DAT'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 0 TO WS-IND-REM-HALLADO
           PERFORM VARYING WS-IND-REMESA FROM 1 BY 1
                     UNTIL WS-IND-REMESA > WS-CANT-REMESAS
             IF TRE-IND-TERCERO(WS-IND-REMESA) = WS-IND-TER-HALLADO
               MOVE WS-IND-REMESA TO WS-IND-REM-HALLADO
               MOVE WS-CANT-REMESAS TO WS-IND-REMESA
             END-IF
           END-PERFORM
           IF WS-IND-REM-HALLADO = 0 AND WS-CANT-REMESAS < 500
             ADD 1 TO WS-CANT-REMESAS
             MOVE WS-CANT-REMESAS TO WS-IND-REM-HALLADO
             MOVE WS-IND-TER-HALLADO
               TO TRE-IND-TERCERO(WS-IND-REM-HALLADO)
             MOVE 0 TO TRE-IMPORTE(WS-IND-REM-HALLADO)
           END-IF
           IF WS-IND-REM-HALLADO NOT = 0
             ADD REM-COBRADO TO TRE-IMPORTE(WS-IND-REM-HALLADO)
             ADD REM-COBRADO TO WSA-TOTAL-REMESAS
           END-IF.


       239996-LEER-REMTER.
           READ REMTER
           IF NOT WSS-FS-REMTER-OK AND NOT WSS-FS-REMTER-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-REMTER
             MOVE '10' TO WSS-FS-REMTER
           END-IF.


       239997-RESUMIR-AJUSTES-INV.
      * Recuentos fisicos aprobados en la fecha: la diferencia
      * valuada es negativa cuando falto mercaderia.
           OPEN INPUT INVENTARIO
           IF WSS-FS-INVENTARIO-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-INVENTARIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE INVENTARIO'
               DISPLAY 'FILE STATUS ' WSS-FS-INVENTARIO
             ELSE
               PERFORM 239998-LEER-INVENTARIO
               PERFORM UNTIL WSS-FS-INVENTARIO-EOF
                 IF INV-AJUSTADO
                         AND INV-FECHA-AJUSTE = WSP-FECHA-PROCESO
                   ADD INV-DIF-VALOR TO WSA-TOTAL-AJUSTE-INV
                 END-IF
                 PERFORM 239998-LEER-INVENTARIO
               END-PERFORM
             END-IF
             CLOSE INVENTARIO
           END-IF.


       239998-LEER-INVENTARIO.
           READ INVENTARIO
           IF NOT WSS-FS-INVENTARIO-OK AND NOT WSS-FS-INVENTARIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-INVENTARIO
             MOVE '10' TO WSS-FS-INVENTARIO
           END-IF.


       240000-EMITIR-DIARIO.
           PERFORM 243000-VERIFICAR-MAPEOS
           OPEN EXTEND CONTAB
           IF WSA-TOTAL-CASTIGOS NOT = 0
             PERFORM 266000-GRABAR-PAR-CASTIGOS
           END-IF
           IF WSA-TOTAL-CASTIGOS-PREV NOT = 0
             PERFORM 266500-GRABAR-PAR-CASTIGOS-PREV
           END-IF
           IF WSA-TOTAL-RECUPEROS NOT = 0
             PERFORM 267000-GRABAR-PAR-RECUPEROS
           END-IF
           IF WSA-TOTAL-DIF-CAMBIO NOT = 0
             PERFORM 269500-GRABAR-PAR-DIF-CAMBIO
           END-IF
           PERFORM VARYING WS-IND-PREVISION FROM 1 BY 1
                     UNTIL WS-IND-PREVISION > WS-CANT-PREVISION
             PERFORM 269550-GRABAR-PAR-PREVISION
           END-PERFORM
           PERFORM VARYING WS-IND-DEVENGADO FROM 1 BY 1
                     UNTIL WS-IND-DEVENGADO > WS-CANT-DEVENGADO
             PERFORM 269800-GRABAR-PAR-DEVENGADO
           END-PERFORM
           IF WSA-TOTAL-DEP-COBRADOS NOT = 0
             PERFORM 269600-GRABAR-PAR-DEP-COBRADOS
           END-IF
           IF WSA-TOTAL-DEP-LIQUIDADOS NOT = 0
             PERFORM 269700-GRABAR-PAR-DEP-LIQUIDADOS
           END-IF
           PERFORM VARYING WS-IND-REMESA FROM 1 BY 1
                     UNTIL WS-IND-REMESA > WS-CANT-REMESAS
             PERFORM 269900-GRABAR-PAR-REMESA
           END-PERFORM
           IF WSA-TOTAL-AJUSTE-INV NOT = 0
             PERFORM 269950-GRABAR-PAR-AJUSTE-INV
           END-IF
           CLOSE CONTAB
           PERFORM 280000-CONTROL-FINAL
           CLOSE REPORTE.
                 PERFORM 300000-FINAL
               END-IF
             END-PERFORM
             PERFORM VARYING WS-IND-DEVENGADO FROM 1 BY 1
                       UNTIL WS-IND-DEVENGADO > WS-CANT-DEVENGADO
               MOVE TDV-CODSERVICIO(WS-IND-DEVENGADO)
                 TO WS-MAP-CODIGO
               PERFORM 109500-BUSCAR-MAPEO
               IF WS-IND-MAP-HALLADO = 0
                 MOVE SPACES TO WS-LINEA-REPORTE
                 STRING 'ERROR: CODSERVICIO ' WS-MAP-CODIGO
                        ' DEVENGADO SIN MAPEO EN CTACONT.DAT'
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                 DISPLAY WS-LINEA-REPORTE
                 OPEN OUTPUT REPORTE
                 PERFORM 270000-ESCRIBIR-LINEA
                 CLOSE REPORTE
                 MOVE 8 TO WS-RETURN-CODE
                 PERFORM 300000-FINAL
               END-IF
             END-PERFORM
             MOVE 'P' TO WS-MAP-TIPO
             PERFORM VARYING WS-IND-MEDIO FROM 1 BY 1
                       UNTIL WS-IND-MEDIO > WS-CANT-MEDIOS

       250000-GRABAR-PAR-VENTA.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           IF WS-CON-MAPEOS
             MOVE 'S' TO WS-MAP-TIPO
           ADD 1 TO WS-CANT-ESCRITOS
           ADD TR-IMPORTE(WS-IND-RESUMEN) TO WSA-TOTAL-DEBE

      * Lo facturado por adelantado queda en el ingreso diferido
      * hasta que DEVENGAPREPAGOS libere cada cuota; una nota de
      * credito por baja (importe negativo) lo revierte.
           EVALUATE TRUE
             WHEN TR-ES-TERCERO(WS-IND-RESUMEN)
               MOVE TR-CTA-TERCERO(WS-IND-RESUMEN)
                 TO CON-CUENTA-CONTABLE
             WHEN TR-ES-DIFERIDO(WS-IND-RESUMEN)
               MOVE 'ING-DIFER' TO CON-CUENTA-CONTABLE
             WHEN WS-CON-MAPEOS
               MOVE TMP-HABER(WS-IND-MAP-HALLADO)
                 TO CON-CUENTA-CONTABLE
      * Lo refinanciado pasa del deudor comun al deudor por convenio
      * y vuelve cuota a cuota: no es ingreso del periodo.
             WHEN TR-CODSERVICIO(WS-IND-RESUMEN) = 'CNV'
               MOVE 'DEU-CONVEN' TO CON-CUENTA-CONTABLE
             WHEN OTHER
               MOVE SPACES TO CON-CUENTA-CONTABLE
               STRING 'VTA-' TR-CODSERVICIO(WS-IND-RESUMEN)
                   DELIMITED BY SIZE INTO CON-CUENTA-CONTABLE
           END-EVALUATE
           MOVE 'H' TO CON-DEBE-HABER
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
                  ' OFICINA ' TR-OFICINA(WS-IND-RESUMEN)
                  ' IMPORTE ' TR-IMPORTE(WS-IND-RESUMEN)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           IF TR-ES-DIFERIDO(WS-IND-RESUMEN)
             MOVE 'DIFERIDO' TO WS-LINEA-REPORTE(50:8)
           END-IF
           IF TR-ES-TERCERO(WS-IND-RESUMEN)
             MOVE 'TERCERO ' TO WS-LINEA-REPORTE(50:8)
             MOVE TR-CTA-TERCERO(WS-IND-RESUMEN)
               TO WS-LINEA-REPORTE(59:10)
           END-IF
           PERFORM 270000-ESCRIBIR-LINEA.



       261000-GRABAR-PAR-PAGOS-FIJO.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'CAJA' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           MOVE TPM-MEDIO(WS-IND-MEDIO) TO WS-MAP-CODIGO
           PERFORM 109500-BUSCAR-MAPEO
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE TMP-DEBE(WS-IND-MAP-HALLADO)
             TO CON-CUENTA-CONTABLE

       265000-GRABAR-PAR-COMISION.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'COM-TARJ' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER

       266000-GRABAR-PAR-CASTIGOS.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'INCOBRABLE' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           PERFORM 270000-ESCRIBIR-LINEA.


       266500-GRABAR-PAR-CASTIGOS-PREV.
      * Con prevision constituida el castigo la consume: el quebranto
      * ya se reconocio al previsionar.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'PREV-INCOB' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           MOVE WSA-TOTAL-CASTIGOS-PREV TO CON-IMPORTE
           MOVE 'CAS' TO CON-CODSERVICIO
           MOVE SPACES TO CON-OFICINA
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD WSA-TOTAL-CASTIGOS-PREV TO WSA-TOTAL-DEBE

           MOVE 'COB-TOT' TO CON-CUENTA-CONTABLE
           MOVE 'H' TO CON-DEBE-HABER
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD WSA-TOTAL-CASTIGOS-PREV TO WSA-TOTAL-HABER

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CASTIGOS CONTRA PREVISION DEL DIA '
                  WSA-TOTAL-CASTIGOS-PREV
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       267000-GRABAR-PAR-RECUPEROS.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'CAJA' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER

       268000-GRABAR-PAR-REEMBOLSOS.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'DEV-CLI' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER

       269000-GRABAR-PAR-COMISION-OFI.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'COM-OFI' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
      * diferencia negativa invierte el sentido del asiento sin
      * romper el balanceo del lote.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'COB-TOT' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           PERFORM 270000-ESCRIBIR-LINEA.


       269550-GRABAR-PAR-PREVISION.
      * Como la diferencia de cambio, el importe va con signo en el
      * debe y el haber: un recupero de prevision invierte el
      * asiento sin romper el balanceo del lote.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'CARGO-PREV' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           MOVE TPV-IMPORTE(WS-IND-PREVISION) TO CON-IMPORTE
           MOVE 'PRV' TO CON-CODSERVICIO
           MOVE TPV-OFICINA(WS-IND-PREVISION) TO CON-OFICINA
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD TPV-IMPORTE(WS-IND-PREVISION) TO WSA-TOTAL-DEBE

           MOVE 'PREV-INCOB' TO CON-CUENTA-CONTABLE
           MOVE 'H' TO CON-DEBE-HABER
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD TPV-IMPORTE(WS-IND-PREVISION) TO WSA-TOTAL-HABER

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PREVISION INCOBRABLES OFICINA '
                  TPV-OFICINA(WS-IND-PREVISION) ' '
                  TPV-IMPORTE(WS-IND-PREVISION)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       269800-GRABAR-PAR-DEVENGADO.
      * La cuota devengada sale del ingreso diferido y pasa a la
      * venta del codigo, con el mismo haber que la venta del periodo.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'ING-DIFER' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           MOVE TDV-IMPORTE(WS-IND-DEVENGADO) TO CON-IMPORTE
           MOVE TDV-CODSERVICIO(WS-IND-DEVENGADO) TO CON-CODSERVICIO
           MOVE SPACES TO CON-OFICINA
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD TDV-IMPORTE(WS-IND-DEVENGADO) TO WSA-TOTAL-DEBE

           IF WS-CON-MAPEOS
             MOVE 'S' TO WS-MAP-TIPO
             MOVE TDV-CODSERVICIO(WS-IND-DEVENGADO) TO WS-MAP-CODIGO
             PERFORM 109500-BUSCAR-MAPEO
             MOVE TMP-HABER(WS-IND-MAP-HALLADO)
               TO CON-CUENTA-CONTABLE
           ELSE
             MOVE SPACES TO CON-CUENTA-CONTABLE
             STRING 'VTA-' TDV-CODSERVICIO(WS-IND-DEVENGADO)
                 DELIMITED BY SIZE INTO CON-CUENTA-CONTABLE
           END-IF
           MOVE 'H' TO CON-DEBE-HABER
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD TDV-IMPORTE(WS-IND-DEVENGADO) TO WSA-TOTAL-HABER

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DEVENGADO PREPAGOS COD '
                  TDV-CODSERVICIO(WS-IND-DEVENGADO) ' '
                  TDV-IMPORTE(WS-IND-DEVENGADO)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       269600-GRABAR-PAR-DEP-COBRADOS.
      * El deposito cobrado es un pasivo con el cliente, no un
      * ingreso: entra a caja contra DEP-GARANT.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'CAJA' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           MOVE WSA-TOTAL-DEP-COBRADOS TO CON-IMPORTE
           MOVE 'DEP' TO CON-CODSERVICIO
           MOVE SPACES TO CON-OFICINA
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD WSA-TOTAL-DEP-COBRADOS TO WSA-TOTAL-DEBE

           MOVE 'DEP-GARANT' TO CON-CUENTA-CONTABLE
           MOVE 'H' TO CON-DEBE-HABER
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD WSA-TOTAL-DEP-COBRADOS TO WSA-TOTAL-HABER

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DEPOSITOS EN GARANTIA COBRADOS DEL DIA '
                  WSA-TOTAL-DEP-COBRADOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       269700-GRABAR-PAR-DEP-LIQUIDADOS.
      * Al cierre de la cuenta el pasivo se baja por todo lo
      * liquidado: lo aplicado cancela el saldo final y el remanente
      * queda a pagar por la orden de reembolso.
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'DEP-GARANT' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           MOVE WSA-TOTAL-DEP-LIQUIDADOS TO CON-IMPORTE
           MOVE 'DEL' TO CON-CODSERVICIO
           MOVE SPACES TO CON-OFICINA
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD WSA-TOTAL-DEP-LIQUIDADOS TO WSA-TOTAL-DEBE

           IF WSA-TOTAL-DEP-APLICADOS NOT = 0
             MOVE 'COB-TOT' TO CON-CUENTA-CONTABLE
             MOVE 'H' TO CON-DEBE-HABER
             MOVE WSA-TOTAL-DEP-APLICADOS TO CON-IMPORTE
             WRITE REG-CONTAB
             ADD 1 TO WS-CANT-ESCRITOS
             ADD WSA-TOTAL-DEP-APLICADOS TO WSA-TOTAL-HABER
           END-IF
           IF WSA-TOTAL-DEP-DEVUELTOS NOT = 0
             MOVE 'DEV-CLI' TO CON-CUENTA-CONTABLE
             MOVE 'H' TO CON-DEBE-HABER
             MOVE WSA-TOTAL-DEP-DEVUELTOS TO CON-IMPORTE
             WRITE REG-CONTAB
             ADD 1 TO WS-CANT-ESCRITOS
             ADD WSA-TOTAL-DEP-DEVUELTOS TO WSA-TOTAL-HABER
           END-IF

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'DEPOSITOS EN GARANTIA LIQUIDADOS DEL DIA '
                  WSA-TOTAL-DEP-LIQUIDADOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       269900-GRABAR-PAR-REMESA.
      * La rendicion al tercero baja el pasivo que dejaron sus cargos
      * contra la cuenta de la que sale el pago.
           MOVE WS-IND-REMESA TO WS-IND-REM-HALLADO
           MOVE TRE-IND-TERCERO(WS-IND-REM-HALLADO)
             TO WS-IND-TER-HALLADO
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE TTE-CTA-PASIVO(WS-IND-TER-HALLADO)
             TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           MOVE TRE-IMPORTE(WS-IND-REM-HALLADO) TO CON-IMPORTE
           MOVE 'REM' TO CON-CODSERVICIO
           MOVE SPACES TO CON-OFICINA
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD TRE-IMPORTE(WS-IND-REM-HALLADO) TO WSA-TOTAL-DEBE

           MOVE TTE-CTA-PAGO(WS-IND-TER-HALLADO)
             TO CON-CUENTA-CONTABLE
           MOVE 'H' TO CON-DEBE-HABER
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD TRE-IMPORTE(WS-IND-REM-HALLADO) TO WSA-TOTAL-HABER

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RENDICION AL TERCERO '
                  TTE-CODIGO(WS-IND-TER-HALLADO) ' '
                  TRE-IMPORTE(WS-IND-REM-HALLADO)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       269950-GRABAR-PAR-AJUSTE-INV.
      * El faltante es perdida: DIF-INVENT al debe contra la
      * mercaderia al haber. Como la diferencia de cambio, el importe
      * va con signo y un sobrante neto invierte el asiento.
           COMPUTE WSA-TOTAL-AJUSTE-INV = 0 - WSA-TOTAL-AJUSTE-INV
           MOVE WS-LOTE TO CON-LOTE
           MOVE WSP-EMPRESA TO CON-EMPRESA
           MOVE WSP-FECHA-PROCESO TO CON-FECHA
           MOVE 'DIF-INVENT' TO CON-CUENTA-CONTABLE
           MOVE 'D' TO CON-DEBE-HABER
           MOVE WSA-TOTAL-AJUSTE-INV TO CON-IMPORTE
           MOVE 'INV' TO CON-CODSERVICIO
           MOVE SPACES TO CON-OFICINA
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD WSA-TOTAL-AJUSTE-INV TO WSA-TOTAL-DEBE

           MOVE 'MERCADERIA' TO CON-CUENTA-CONTABLE
           MOVE 'H' TO CON-DEBE-HABER
           WRITE REG-CONTAB
           ADD 1 TO WS-CANT-ESCRITOS
           ADD WSA-TOTAL-AJUSTE-INV TO WSA-TOTAL-HABER

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'FALTANTE DE RECUENTO FISICO DEL DIA '
                  WSA-TOTAL-AJUSTE-INV
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.
                  'PROG03): ' WSA-GRAN-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF WSA-TOTAL-TERCEROS NOT = 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'INCLUYE COBRADO POR CUENTA DE TERCEROS: '
                    WSA-TOTAL-TERCEROS
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF
           DISPLAY 'DEBE:  ' WSA-TOTAL-DEBE
           DISPLAY 'HABER: ' WSA-TOTAL-HABER
           DISPLAY 'GRAN TOTAL DEL PERIODO: ' WSA-GRAN-TOTAL
