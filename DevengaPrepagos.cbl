      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     DEVENGAMIENTO MENSUAL DE ABONOS PREPAGOS: RECORRE
      *              DIFERIDO.DAT, DONDE SUSCRIPCIONES DEJA CADA ABONO
      *              PREPAGO FACTURADO POR TODO SU PLAZO, Y LIBERA A
      *              INGRESO LA CUOTA DE CADA PERIODO VENCIDO HASTA EL
      *              DE LA FECHA DE PROCESO (SI UN MES NO SE CORRIO,
      *              LA CORRIDA SIGUIENTE SE PONE AL DIA). LA ULTIMA
      *              CUOTA ABSORBE EL REDONDEO. UNA BAJA ANTICIPADA
      *              CORTA EL DEVENGAMIENTO EN EL PERIODO DE BAJA: LO
      *              NO DEVENGADO LO ACREDITA NOTASCREDITO. CADA CUOTA
      *              QUEDA EN DEVENGA.DAT CON LA FECHA DE PROCESO, QUE
      *              EXPORTACONTAB ASIENTA DEBITANDO ING-DIFER CONTRA
      *              LA VENTA DEL CODIGO, Y TENDENCIASERVICIOS CUENTA
      *              COMO FACTURACION DEL PERIODO DEVENGADO. IMPRIME
      *              EN DIFERIDO.REP EL SALDO DE INGRESO DIFERIDO POR
      *              CODIGO DE SERVICIO. CORRERLO DOS VECES EN EL MES
      *              NO DEVENGA DOS VECES. LAS BAJAS PENDIENTES DE
      *              NOTA DE CREDITO DEJAN RETURN-CODE 4.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  DEVENGAPREPAGOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIFERIDO           ASSIGN TO DISK '..\DIFERIDO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DIFERIDO.

           SELECT DEVENGA            ASSIGN TO DISK '..\DEVENGA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEVENGA.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT REPORTE            ASSIGN TO DISK '..\DIFERIDO.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT REPINDEX           ASSIGN TO DISK '..\REPINDEX.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD DIFERIDO.
           COPY DIFEREC.

       FD DEVENGA.
           COPY DEVENREC.

       FD SERVCAT.
           COPY CATSERV.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(80).

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==DIFERIDO==.
           COPY WSFS REPLACING ==:TAG:== BY ==DEVENGA==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

      * DIFERIDO.DAT es secuencial: se carga entero, se devenga sobre
      * la tabla y se regraba al final de la corrida.
       01 TABLA-DIFERIDOS.
         05 WS-CANT-DIFERIDOS          PIC 9(05) VALUE 0.
         05 TDR-REGISTRO OCCURS 5000 TIMES
                                       PIC X(113).

      * Saldo de ingreso diferido por codigo de servicio, en el
      * orden del catalogo; los codigos que ya no figuran en el
      * catalogo se agregan al final.
       01 TABLA-CODIGOS.
         05 WS-CANT-CODIGOS            PIC 9(03) VALUE 0.
         05 TCD-ENTRY OCCURS 200 TIMES.
           10 TCD-CODIGO               PIC X(03).
           10 TCD-DESCRIP              PIC X(30).
           10 TCD-CONTRATOS            PIC 9(05).
           10 TCD-FACTURADO            PIC S9(13)V99.
           10 TCD-DEVENGADO-ANT        PIC S9(13)V99.
           10 TCD-DEVENGADO-MES        PIC S9(13)V99.
           10 TCD-ACREDITADO           PIC S9(13)V99.
           10 TCD-PENDIENTE-NC         PIC S9(13)V99.
           10 TCD-SALDO                PIC S9(13)V99.

       01 INDICES.
         05 WS-IND-DIFERIDO            PIC 9(05).
         05 WS-IND-CODIGO              PIC 9(03).
         05 WS-IND-HALLADO             PIC 9(03).

       01 VARIABLES.
         05 WSV-PERIODO                PIC X(06).
         05 WSV-PERIODO-NUM REDEFINES WSV-PERIODO.
           10 WSV-AAAA                 PIC 9(04).
           10 WSV-MM                   PIC 9(02).

      * Los periodos AAAAMM se cuentan como meses corridos
      * (AAAA * 12 + MM - 1) para avanzar de a uno sin cortes de año.
       01 WS-CALCULO.
         05 WS-MES-PROCESO             PIC 9(06).
         05 WS-MES-DESDE               PIC 9(06).
         05 WS-MES-CUOTA               PIC 9(06).
         05 WS-PERIODOS-A-DEVENGAR     PIC S9(05).
         05 WS-IMPORTE-CUOTA           PIC S9(09)V99.
         05 WS-SALDO-CONTRATO          PIC S9(09)V99.
         05 WS-PERIODO-CUOTA.
           10 WS-PCU-AAAA              PIC 9(04).
           10 WS-PCU-MM                PIC 9(02).
         05 WS-RESTO-MES               PIC 9(02).

       01 WS-DESDE-NUM.
         05 WS-DDN-AAAA                PIC 9(04).
         05 WS-DDN-MM                  PIC 9(02).

       01 WS-PERIODO-ABIERTO           PIC X(01).

       01 WS-DEVENGADO-CONTRATO        PIC S9(09)V99.

       01 ACUMULADORES.
         05 WSA-CANT-CONTRATOS         PIC 9(05).
         05 WSA-CANT-CUOTAS            PIC 9(05).
         05 WSA-CANT-PENDIENTES        PIC 9(05).
         05 WSA-TOTAL-FACTURADO        PIC S9(13)V99.
         05 WSA-TOTAL-DEVENGADO-ANT    PIC S9(13)V99.
         05 WSA-TOTAL-DEVENGADO-MES    PIC S9(13)V99.
         05 WSA-TOTAL-ACREDITADO       PIC S9(13)V99.
         05 WSA-TOTAL-PENDIENTE-NC     PIC S9(13)V99.
         05 WSA-TOTAL-SALDO            PIC S9(13)V99.
         05 WSA-TOTAL-CONTROL          PIC S9(13)V99.

       01 WS-IMPORTE-EDIT              PIC -(14)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-DEVENGAR
                 PERFORM 240000-REGRABAR-DIFERIDOS
                 PERFORM 250000-REPORTE
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO(1:6) TO WSV-PERIODO
           COMPUTE WS-MES-PROCESO = WSV-AAAA * 12 + WSV-MM - 1
           CALL 'PERIODOABIERTO' USING WSV-PERIODO
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WSV-PERIODO ' ESTA CERRADO, '
                     'NO SE DEVENGA'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 110000-CARGAR-CATALOGO
           PERFORM 120000-CARGAR-DIFERIDOS.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       110000-CARGAR-CATALOGO.
           MOVE 0 TO WS-CANT-CODIGOS
           OPEN INPUT SERVCAT
           IF WSS-FS-SERVCAT-OK
             PERFORM 115000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-ES-SERVICIO AND WS-CANT-CODIGOS < 200
                 ADD 1 TO WS-CANT-CODIGOS
                 INITIALIZE TCD-ENTRY(WS-CANT-CODIGOS)
                 MOVE CAT-CODIGO TO TCD-CODIGO(WS-CANT-CODIGOS)
                 MOVE CAT-DESCRIP TO TCD-DESCRIP(WS-CANT-CODIGOS)
               END-IF
               PERFORM 115000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       115000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       120000-CARGAR-DIFERIDOS.
           MOVE 0 TO WS-CANT-DIFERIDOS
           OPEN INPUT DIFERIDO
           IF WSS-FS-DIFERIDO-NOEXISTE
             DISPLAY 'NO HAY ABONOS PREPAGOS FACTURADOS'
           ELSE
             IF NOT WSS-FS-DIFERIDO-OK
               DISPLAY 'ERROR DE ARCHIVO DE DIFERIDOS'
               DISPLAY 'FILE STATUS ' WSS-FS-DIFERIDO
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 125000-LEER-DIFERIDO
             PERFORM UNTIL WSS-FS-DIFERIDO-EOF
      * Sin la tabla completa la regrabacion perderia contratos.
               IF WS-CANT-DIFERIDOS >= 5000
                 DISPLAY 'ERROR: DIFERIDO.DAT SUPERA LOS 5000 '
                         'PREPAGOS, NO SE DEVENGA'
                 CLOSE DIFERIDO
                 MOVE 8 TO WS-RETURN-CODE
                 PERFORM 300000-FINAL
               END-IF
               ADD 1 TO WS-CANT-DIFERIDOS
               MOVE REG-DIFERIDO TO TDR-REGISTRO(WS-CANT-DIFERIDOS)
               PERFORM 125000-LEER-DIFERIDO
             END-PERFORM
             CLOSE DIFERIDO
           END-IF.


       125000-LEER-DIFERIDO.
           READ DIFERIDO
           IF NOT WSS-FS-DIFERIDO-OK AND NOT WSS-FS-DIFERIDO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DIFERIDO
             MOVE '10' TO WSS-FS-DIFERIDO
           END-IF
           IF WSS-FS-DIFERIDO-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       150000-UBICAR-CODIGO.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-CODIGO FROM 1 BY 1
                     UNTIL WS-IND-CODIGO > WS-CANT-CODIGOS
             IF TCD-CODIGO(WS-IND-CODIGO) = DFR-CODSERVICIO
               MOVE WS-IND-CODIGO TO WS-IND-HALLADO
               MOVE WS-CANT-CODIGOS TO WS-IND-CODIGO
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0 AND WS-CANT-CODIGOS < 200
             ADD 1 TO WS-CANT-CODIGOS
             MOVE WS-CANT-CODIGOS TO WS-IND-HALLADO
             INITIALIZE TCD-ENTRY(WS-IND-HALLADO)
             MOVE DFR-CODSERVICIO TO TCD-CODIGO(WS-IND-HALLADO)
             MOVE '(SIN CATALOGO)' TO TCD-DESCRIP(WS-IND-HALLADO)
           END-IF.


       200000-DEVENGAR.
           OPEN EXTEND DEVENGA
           IF WSS-FS-DEVENGA-NOEXISTE
             OPEN OUTPUT DEVENGA
           END-IF
           IF NOT WSS-FS-DEVENGA-OK
             DISPLAY 'ERROR DE ARCHIVO DE DEVENGAMIENTOS'
             DISPLAY 'FILE STATUS ' WSS-FS-DEVENGA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM VARYING WS-IND-DIFERIDO FROM 1 BY 1
                     UNTIL WS-IND-DIFERIDO > WS-CANT-DIFERIDOS
             MOVE TDR-REGISTRO(WS-IND-DIFERIDO) TO REG-DIFERIDO
             PERFORM 210000-DEVENGAR-CONTRATO
             PERFORM 230000-ACUMULAR-CODIGO
             MOVE REG-DIFERIDO TO TDR-REGISTRO(WS-IND-DIFERIDO)
           END-PERFORM
           CLOSE DEVENGA.


       210000-DEVENGAR-CONTRATO.
      * Periodos a devengar: del desde del prepago al de la fecha de
      * proceso, sin pasar de los efectivos (el plazo completo, o
      * hasta el periodo de baja si la hubo).
           MOVE 0 TO WS-DEVENGADO-CONTRATO
           MOVE DFR-PERIODO-DESDE TO WS-DESDE-NUM
           IF DFR-TERMINADO OR WS-DESDE-NUM IS NOT NUMERIC
             MOVE 0 TO WS-PERIODOS-A-DEVENGAR
           ELSE
             COMPUTE WS-MES-DESDE = WS-DDN-AAAA * 12 + WS-DDN-MM - 1
             COMPUTE WS-PERIODOS-A-DEVENGAR =
                     WS-MES-PROCESO - WS-MES-DESDE + 1
             IF WS-PERIODOS-A-DEVENGAR > DFR-PERIODOS-EFECTIVOS
               MOVE DFR-PERIODOS-EFECTIVOS TO WS-PERIODOS-A-DEVENGAR
             END-IF
           END-IF
           PERFORM 220000-GRABAR-CUOTA
                     UNTIL DFR-PERIODOS-DEVENGADOS
                           >= WS-PERIODOS-A-DEVENGAR
           IF DFR-VIGENTE
                   AND DFR-PERIODOS-DEVENGADOS = DFR-CANT-PERIODOS
             MOVE 'T' TO DFR-ESTADO
           END-IF.


       220000-GRABAR-CUOTA.
      * La ultima cuota del plazo lleva lo que falta para el total,
      * con lo que el redondeo de la cuota nunca deja saldo.
           COMPUTE WS-MES-CUOTA = WS-MES-DESDE
                                + DFR-PERIODOS-DEVENGADOS
           DIVIDE WS-MES-CUOTA BY 12 GIVING WS-PCU-AAAA
                  REMAINDER WS-RESTO-MES
           COMPUTE WS-PCU-MM = WS-RESTO-MES + 1
           IF DFR-PERIODOS-DEVENGADOS + 1 = DFR-CANT-PERIODOS
             COMPUTE WS-IMPORTE-CUOTA =
                     DFR-IMPORTE-TOTAL - DFR-IMPORTE-DEVENGADO
           ELSE
             MOVE DFR-CUOTA TO WS-IMPORTE-CUOTA
           END-IF
           MOVE WSP-FECHA-PROCESO TO DVG-FECHA
           MOVE WS-PERIODO-CUOTA  TO DVG-PERIODO
           MOVE DFR-ENTRYID       TO DVG-ENTRYID
           MOVE DFR-NUMCUENTA     TO DVG-NUMCUENTA
           MOVE DFR-CODSERVICIO   TO DVG-CODSERVICIO
           MOVE WS-IMPORTE-CUOTA  TO DVG-IMPORTE
           WRITE REG-DEVENGA
           IF NOT WSS-FS-DEVENGA-OK
             DISPLAY 'ERROR DE ARCHIVO DE DEVENGAMIENTOS'
             DISPLAY 'FILE STATUS ' WSS-FS-DEVENGA
             CLOSE DEVENGA
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           ADD 1 TO WS-CANT-ESCRITOS
           ADD 1 TO WSA-CANT-CUOTAS
           ADD WS-IMPORTE-CUOTA TO WS-DEVENGADO-CONTRATO
           ADD 1 TO DFR-PERIODOS-DEVENGADOS
           ADD WS-IMPORTE-CUOTA TO DFR-IMPORTE-DEVENGADO
           ADD WS-IMPORTE-CUOTA TO WSA-TOTAL-DEVENGADO-MES
           MOVE WS-PERIODO-CUOTA TO DFR-ULTIMO-DEVENGADO.


       230000-ACUMULAR-CODIGO.
      * Lo acreditado ya salio de ING-DIFER con la nota de credito;
      * lo pendiente de nota sigue en el saldo hasta que se emita.
           PERFORM 150000-UBICAR-CODIGO
           COMPUTE WS-SALDO-CONTRATO =
                   DFR-IMPORTE-TOTAL - DFR-IMPORTE-DEVENGADO
           IF DFR-ACREDITADO
             SUBTRACT DFR-NO-DEVENGADO FROM WS-SALDO-CONTRATO
           END-IF
           ADD WS-SALDO-CONTRATO TO WSA-TOTAL-CONTROL
           IF WS-IND-HALLADO NOT = 0
             IF DFR-VIGENTE OR DFR-CANCELADO
               ADD 1 TO TCD-CONTRATOS(WS-IND-HALLADO)
             END-IF
             ADD DFR-IMPORTE-TOTAL TO TCD-FACTURADO(WS-IND-HALLADO)
      * Lo devengado en esta corrida se separa de lo que ya venia
      * devengado de corridas anteriores.
             ADD WS-DEVENGADO-CONTRATO
               TO TCD-DEVENGADO-MES(WS-IND-HALLADO)
             COMPUTE TCD-DEVENGADO-ANT(WS-IND-HALLADO) =
                     TCD-DEVENGADO-ANT(WS-IND-HALLADO)
                     + DFR-IMPORTE-DEVENGADO - WS-DEVENGADO-CONTRATO
             IF DFR-ACREDITADO
               ADD DFR-NO-DEVENGADO TO TCD-ACREDITADO(WS-IND-HALLADO)
             END-IF
             IF DFR-CANCELADO
               ADD DFR-NO-DEVENGADO
                 TO TCD-PENDIENTE-NC(WS-IND-HALLADO)
             END-IF
             ADD WS-SALDO-CONTRATO TO TCD-SALDO(WS-IND-HALLADO)
           END-IF
           ADD DFR-IMPORTE-TOTAL TO WSA-TOTAL-FACTURADO
           COMPUTE WSA-TOTAL-DEVENGADO-ANT = WSA-TOTAL-DEVENGADO-ANT
                   + DFR-IMPORTE-DEVENGADO - WS-DEVENGADO-CONTRATO
           IF DFR-ACREDITADO
             ADD DFR-NO-DEVENGADO TO WSA-TOTAL-ACREDITADO
           END-IF
           IF DFR-CANCELADO
             ADD DFR-NO-DEVENGADO TO WSA-TOTAL-PENDIENTE-NC
           END-IF
           IF DFR-VIGENTE OR DFR-CANCELADO
             ADD 1 TO WSA-CANT-CONTRATOS
           END-IF
           IF DFR-CANCELADO
             ADD 1 TO WSA-CANT-PENDIENTES
           END-IF.


       240000-REGRABAR-DIFERIDOS.
           IF WSA-CANT-CUOTAS > 0
             OPEN OUTPUT DIFERIDO
             IF NOT WSS-FS-DIFERIDO-OK
               DISPLAY 'ERROR DE ARCHIVO DE DIFERIDOS'
               DISPLAY 'FILE STATUS ' WSS-FS-DIFERIDO
               MOVE 8 TO WS-RETURN-CODE
             ELSE
               PERFORM VARYING WS-IND-DIFERIDO FROM 1 BY 1
                         UNTIL WS-IND-DIFERIDO > WS-CANT-DIFERIDOS
                 MOVE TDR-REGISTRO(WS-IND-DIFERIDO) TO REG-DIFERIDO
                 WRITE REG-DIFERIDO
               END-PERFORM
               CLOSE DIFERIDO
             END-IF
           END-IF.


       250000-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'INGRESO DIFERIDO DE ABONOS PREPAGOS - PERIODO '
                    WSV-PERIODO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'FECHA DE PROCESO ' WSP-FECHA-PROCESO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-CODIGO FROM 1 BY 1
                       UNTIL WS-IND-CODIGO > WS-CANT-CODIGOS
               IF TCD-FACTURADO(WS-IND-CODIGO) NOT = 0
                 PERFORM 255000-REPORTE-CODIGO
               END-IF
             END-PERFORM
             PERFORM 260000-REPORTE-TOTALES
             IF WSA-CANT-PENDIENTES > 0
               PERFORM 265000-REPORTE-PENDIENTES
             END-IF
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'SALDO DE INGRESO DIFERIDO EMITIDO EN '
                     'DIFERIDO.REP'
           END-IF.


       255000-REPORTE-CODIGO.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'SERVICIO ' TCD-CODIGO(WS-IND-CODIGO) ' '
                  TCD-DESCRIP(WS-IND-CODIGO)
                  '  CONTRATOS VIGENTES ' TCD-CONTRATOS(WS-IND-CODIGO)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TCD-FACTURADO(WS-IND-CODIGO) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  FACTURADO POR ADELANTADO               '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TCD-DEVENGADO-ANT(WS-IND-CODIGO) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  - DEVENGADO EN CORRIDAS ANTERIORES     '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TCD-DEVENGADO-MES(WS-IND-CODIGO) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  - DEVENGADO EN ESTA CORRIDA            '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TCD-ACREDITADO(WS-IND-CODIGO) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  - ACREDITADO POR BAJAS ANTICIPADAS     '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TCD-SALDO(WS-IND-CODIGO) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  = SALDO DE INGRESO DIFERIDO            '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF TCD-PENDIENTE-NC(WS-IND-CODIGO) NOT = 0
             MOVE TCD-PENDIENTE-NC(WS-IND-CODIGO) TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '    (INCLUYE BAJAS PENDIENTES DE NC      '
                    WS-IMPORTE-EDIT ')'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF.


       260000-REPORTE-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'TOTAL GENERAL' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-FACTURADO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  FACTURADO POR ADELANTADO               '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-DEVENGADO-ANT TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  - DEVENGADO EN CORRIDAS ANTERIORES     '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-DEVENGADO-MES TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  - DEVENGADO EN ESTA CORRIDA            '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-ACREDITADO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  - ACREDITADO POR BAJAS ANTICIPADAS     '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           COMPUTE WSA-TOTAL-SALDO = WSA-TOTAL-FACTURADO
                   - WSA-TOTAL-DEVENGADO-ANT - WSA-TOTAL-DEVENGADO-MES
                   - WSA-TOTAL-ACREDITADO
           MOVE WSA-TOTAL-SALDO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  = SALDO DE INGRESO DIFERIDO            '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CONTRATOS VIGENTES ' WSA-CANT-CONTRATOS
                  '  CUOTAS DEVENGADAS ' WSA-CANT-CUOTAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF WSA-TOTAL-CONTROL = WSA-TOTAL-SALDO
             MOVE 'CONTROL OK: FACTURADO - DEVENGADO - ACREDITADO = '
               TO WS-LINEA-REPORTE
             MOVE 'SALDO' TO WS-LINEA-REPORTE(50:5)
           ELSE
             MOVE 'ERROR DE CONTROL: EL SALDO DIFERIDO NO CIERRA'
               TO WS-LINEA-REPORTE
             MOVE 8 TO WS-RETURN-CODE
           END-IF
           PERFORM 270000-ESCRIBIR-LINEA
           DISPLAY 'FACTURADO PREPAGO:   ' WSA-TOTAL-FACTURADO
           DISPLAY 'DEVENGADO EN CORRIDA:' WSA-TOTAL-DEVENGADO-MES
           DISPLAY 'SALDO DIFERIDO:      ' WSA-TOTAL-SALDO.


       265000-REPORTE-PENDIENTES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'BAJAS ANTICIPADAS PENDIENTES DE NOTA DE CREDITO'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE '  FACTURA  CUENTA   SERV BAJA  ' TO WS-LINEA-REPORTE
           MOVE 'NO DEVENGADO' TO WS-LINEA-REPORTE(46:12)
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-DIFERIDO FROM 1 BY 1
                     UNTIL WS-IND-DIFERIDO > WS-CANT-DIFERIDOS
             MOVE TDR-REGISTRO(WS-IND-DIFERIDO) TO REG-DIFERIDO
             IF DFR-CANCELADO
               MOVE DFR-NO-DEVENGADO TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  ' DFR-ENTRYID ' ' DFR-NUMCUENTA ' '
                      DFR-CODSERVICIO '  ' DFR-PERIODO-BAJA
                      WS-IMPORTE-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 270000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           MOVE 'EMITIR LAS NOTAS DESDE NOTASCREDITO, OPCION 3'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           DISPLAY 'BAJAS PENDIENTES DE NOTA DE CREDITO: '
                   WSA-CANT-PENDIENTES
           IF WS-RETURN-CODE < 4
             MOVE 4 TO WS-RETURN-CODE
           END-IF.


       270000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   DEVENGAMIENTO DE PREPAGOS'
           DISPLAY 'Programme: DEVENGAPREPAGOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'DEVENGAPREPAGOS' TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-DEVENGA    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'INGRESO DIFERIDO' TO WS-REPIDX-NOMBRE
           MOVE 'DEVENGAPREPAGOS' TO WS-REPIDX-PROGRAMA
           MOVE '..\DIFERIDO.REP' TO WS-REPIDX-ARCHIVO
           MOVE 0 TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
