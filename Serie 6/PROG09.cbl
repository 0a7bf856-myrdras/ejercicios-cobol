      *              CUENTAS.DAT: RECORRE EL ARCHIVO Y, COMPARANDO
      *              FECHAVTO CONTRA LA FECHA DEL SISTEMA, CLASIFICA
      *              CADA CUENTA EN AL DIA, 1-30, 31-60, 61-90 O MAS DE
      *              90 DIAS DE MORA. LOS TOTALES SE ABREN ADEMAS POR
      *              CICLO DE FACTURACION (CICLOS.DAT, RUTINA
      *              CICLOCUENTA) CUANDO HAY CICLOS DEFINIDOS, Y CON LA
      *              VARIABLE DE ENTORNO CICLO_PROCESO EL REPORTE SE
      *              LIMITA A LAS CUENTAS DE ESE CICLO. EL DETALLE
      *              SE EMITE ADEMAS COMO SPOOL ANTIG.REP DE TODA LA
      *              EMPRESA Y UN SPOOL ANTIGOOO.REP POR OFICINA DEL
      *              CLIENTE (OFIAPE-C DE CLIENTES.DAT), VIA LA RUTINA
      *              REPARTOOFICINAS; LOS TOTALES DE CONTROL QUEDAN
      *              SOLO EN EL CONSOLIDADO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTAMON.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.
         05 CTM-MONEDA                 PIC X(03).
         05 CTM-COTIZACION-ULTIMA      PIC 9(07)V9999.

       FD CLIENTES.
           COPY CLIMAEST.

       FD PARAM.
           COPY PARAMREC.

           COPY WSFS REPLACING ==:TAG:== BY ==ENTRADA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CTAHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==CTAMON==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.

       01 WS-ORIGEN                    PIC X(01) VALUE 'V'.
           88 WS-ORIGEN-VIVO                            VALUE 'V'.

       01 WS-IND-CTAMON                PIC 9(04).

      * Apertura de los baldes por ciclo de facturacion, indexada por
      * el codigo del ciclo.
       01 TABLA-POR-CICLO.
         05 TCY-ENTRY OCCURS 99 TIMES.
           10 TCY-CANT-AL-DIA          PIC 9(05).
           10 TCY-CANT-1-30            PIC 9(05).
           10 TCY-CANT-31-60           PIC 9(05).
           10 TCY-CANT-61-90           PIC 9(05).
           10 TCY-CANT-MAS-90          PIC 9(05).
           10 TCY-TOTAL-MAS-90         PIC S9(15)V99.

       01 WS-IND-CICLO                 PIC 9(03).
       01 WS-HAY-CICLOS                PIC X(01) VALUE 'N'.
           88 WS-CON-CICLOS                             VALUE 'S'.
       01 WS-TOTAL-CICLO-EDIT          PIC -(13)9,99.

       COPY WSCICLO-WS.

       COPY WSPARAM-WS.

       COPY WSHDR-WS.

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TCL-ENTRY OCCURS 5000 TIMES.
           10 TCL-NRO-CLIENTE          PIC 9(07).
           10 TCL-OFIAPE               PIC X(03).

       01 WS-IND-CLIENTE               PIC 9(05).
       01 WS-OFICINA-LINEA             PIC X(03) VALUE SPACES.

       01 WS-REPARTO-ACTIVO            PIC X VALUE 'N'.
           88 WS-HAY-REPARTO                            VALUE 'S'.
       01 WS-REPARTO.
           COPY WSREPARTO.

       01 WS-LINEA-TOTAL.
         05 WS-LT-TEXTO                PIC X(25).
         05 WS-LT-CANTIDAD             PIC ZZZZ9.
       01 WS-TOTAL-MAS-90-EDIT         PIC -(13)9,99.


       PROCEDURE DIVISION.

       100000-INICIO.
           INITIALIZE SWITCHES
                      WS-CONTROL-TOTALES
                      TABLA-POR-CICLO

           PERFORM 105000-LEER-PARAMETROS
           PERFORM 106000-LEER-CICLO
           IF WS-CICLO-INEXISTENTE
             MOVE 'H' TO WS-ORIGEN
             PERFORM 300000-FINAL
           END-IF
           MOVE WSP-FECHA-PROCESO TO WS-FECHA-HOY
           COMPUTE WS-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM 107000-CARGAR-CTAMON
           PERFORM 115000-PREPARAR-REPARTO
           DISPLAY 'ANTIGUEDAD SOBRE CUENTAS VIVAS (V), '
                   'HISTORICAS (H) O AMBAS (A)?'
           ACCEPT WS-ORIGEN
           COPY WSPARAM-PROC.


       106000-LEER-CICLO.
           COPY WSCICLO-PROC.


       107000-CARGAR-CTAMON.
           MOVE 0 TO WS-CANT-CTAMON
           OPEN INPUT CTAMON
           END-IF.


      *****************************************************************
      * Oficina de cada linea: la del cliente titular en el maestro de
      * clientes. Sin CLIENTES.DAT el reporte sale solo consolidado.
      *****************************************************************
       115000-PREPARAR-REPARTO.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'SIN CLIENTES.DAT: EL REPORTE NO SE REPARTE '
                     'POR OFICINA'
           ELSE
             PERFORM 116000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C TO TCL-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE OFIAPE-C      TO TCL-OFIAPE(WS-CANT-CLIENTES)
               END-IF
               PERFORM 116000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           END-IF
           MOVE 'A' TO RPT-FUNCION
           MOVE '..\ANTIG.TMP' TO RPT-TRABAJO
           CALL 'REPARTOOFICINAS' USING WS-REPARTO
           IF RPT-OK
             MOVE 'S' TO WS-REPARTO-ACTIVO
             MOVE '***' TO WS-OFICINA-LINEA
             MOVE 'REPORTE DE ANTIGUEDAD DE SALDOS' TO RPT-LINEA
             PERFORM 218000-GRABAR-REPARTO
           END-IF.


       116000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       110000-ABRIR-ENTRADA.
           OPEN INPUT ENTRADA
           IF NOT WSS-FS-ENTRADA-OK


       210000-MOSTRAR.
           PERFORM 214000-MOSTRAR-CUENTA
           PERFORM 131000-LEER-ENTRADA.


       214000-MOSTRAR-CUENTA.
           MOVE WSV-NROCUENTA TO WS-CICLO-NROCUENTA
           PERFORM 214500-VERIFICAR-CICLO
           IF WS-CUENTA-EN-CICLO
             PERFORM 215000-CALCULAR-MORA
             PERFORM 216000-CLASIFICAR
             PERFORM 217000-ACUMULAR-CICLO
             PERFORM 210100-CARGAR-SALIDA
             PERFORM 212000-MOSTRAR-CUERPO
             PERFORM 212500-REPARTIR-CUERPO
           END-IF.


       214500-VERIFICAR-CICLO.
           COPY WSCICLO-CTA.


       215000-CALCULAR-MORA.
      * La mora se mide en dias habiles (rutina DIAHABIL mas el
      * calendario FERIADOS.DAT): los dias en que el cliente no podia
           END-EVALUATE.


       217000-ACUMULAR-CICLO.
           IF WS-CICLO-CUENTA NOT = 0
             MOVE 'S' TO WS-HAY-CICLOS
             MOVE WS-CICLO-CUENTA TO WS-IND-CICLO
             EVALUATE TRUE
               WHEN WS-DIAS-DE-MORA <= 0
                 ADD 1 TO TCY-CANT-AL-DIA(WS-IND-CICLO)
               WHEN WS-DIAS-DE-MORA <= 30
                 ADD 1 TO TCY-CANT-1-30(WS-IND-CICLO)
               WHEN WS-DIAS-DE-MORA <= 60
                 ADD 1 TO TCY-CANT-31-60(WS-IND-CICLO)
               WHEN WS-DIAS-DE-MORA <= 90
                 ADD 1 TO TCY-CANT-61-90(WS-IND-CICLO)
               WHEN OTHER
                 ADD 1 TO TCY-CANT-MAS-90(WS-IND-CICLO)
                 ADD WSV-MONTO TO TCY-TOTAL-MAS-90(WS-IND-CICLO)
             END-EVALUATE
           END-IF.


       210100-CARGAR-SALIDA.
           MOVE WSV-NROCUENTA TO WS-NROCUENTA
           MOVE WSV-CODCLIENTE TO WS-CODCLIENTE
           DISPLAY '|  CUENTA |  CLIENTE |     SALDO      | MORA |'
                                                     ' ESTADO    |'
           DISPLAY '*---------*----------*----------------*------*'
                                                     '-----------*'
           PERFORM 211500-REPARTIR-SEPARADOR
           MOVE SPACES TO RPT-LINEA
           STRING '|  CUENTA |  CLIENTE |     SALDO      | MORA |'
                  ' ESTADO    |'
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 218000-GRABAR-REPARTO
           PERFORM 211500-REPARTIR-SEPARADOR.


       211500-REPARTIR-SEPARADOR.
           MOVE '***' TO WS-OFICINA-LINEA
           MOVE SPACES TO RPT-LINEA
           STRING '*---------*----------*----------------*------*'
                  '-----------*'
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 218000-GRABAR-REPARTO.


       212000-MOSTRAR-CUERPO.

       213000-MOSTRAR-PIE.
           DISPLAY '*---------*----------*----------------*------*'
                                                     '-----------*'
           PERFORM 211500-REPARTIR-SEPARADOR.


       212500-REPARTIR-CUERPO.
           MOVE SPACES TO WS-OFICINA-LINEA
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TCL-NRO-CLIENTE(WS-IND-CLIENTE) = WSV-CODCLIENTE
               MOVE TCL-OFIAPE(WS-IND-CLIENTE) TO WS-OFICINA-LINEA
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINEA
           STRING '| ' WS-NROCUENTA ' | ' WS-CODCLIENTE ' |'
                  WS-MONTO ' |' WS-DIASMORA ' | ' WS-BUCKET '| '
                  WS-MONEDA-CTA
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 218000-GRABAR-REPARTO.


       218000-GRABAR-REPARTO.
           IF WS-HAY-REPARTO
             MOVE 'G' TO RPT-FUNCION
             MOVE 'ANTIG' TO RPT-REPORTE
             MOVE WS-OFICINA-LINEA TO RPT-OFICINA
             CALL 'REPARTOOFICINAS' USING WS-REPARTO
           END-IF.


       250000-PROCESO-HISTORICO.
             ELSE
               PERFORM 251000-LEER-HISTORICO
               PERFORM UNTIL WSS-FS-CTAHIST-EOF
                 PERFORM 214000-MOSTRAR-CUENTA
                 PERFORM 251000-LEER-HISTORICO
               END-PERFORM
             END-IF
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ENTRADA
           IF WS-HAY-REPARTO
             PERFORM 396000-REPARTIR-OFICINAS
           END-IF
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.

           DISPLAY 'CUENTAS DE 31 A 60 DIAS: ' WS-CANT-31-60
           DISPLAY 'CUENTAS DE 61 A 90 DIAS: ' WS-CANT-61-90
           DISPLAY 'CUENTAS DE MAS DE 90:    ' WS-CANT-MAS-90
           DISPLAY 'SALDO EN MORA +90 DIAS:  ' WS-TOTAL-MAS-90
           IF WS-CICLO-SEL NOT = 0
             DISPLAY 'CICLO DE FACTURACION:    ' WS-CICLO-SEL
           END-IF
           PERFORM 322000-REPARTIR-TOTALES
           IF WS-CON-CICLOS
             PERFORM 325000-TOTALES-POR-CICLO
           END-IF.


       322000-REPARTIR-TOTALES.
           MOVE SPACES TO WS-OFICINA-LINEA
           MOVE 'CUENTAS AL DIA:          ' TO WS-LT-TEXTO
           MOVE WS-CANT-AL-DIA TO WS-LT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO RPT-LINEA
           PERFORM 218000-GRABAR-REPARTO
           MOVE 'CUENTAS DE 1 A 30 DIAS:  ' TO WS-LT-TEXTO
           MOVE WS-CANT-1-30 TO WS-LT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO RPT-LINEA
           PERFORM 218000-GRABAR-REPARTO
           MOVE 'CUENTAS DE 31 A 60 DIAS: ' TO WS-LT-TEXTO
           MOVE WS-CANT-31-60 TO WS-LT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO RPT-LINEA
           PERFORM 218000-GRABAR-REPARTO
           MOVE 'CUENTAS DE 61 A 90 DIAS: ' TO WS-LT-TEXTO
           MOVE WS-CANT-61-90 TO WS-LT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO RPT-LINEA
           PERFORM 218000-GRABAR-REPARTO
           MOVE 'CUENTAS DE MAS DE 90:    ' TO WS-LT-TEXTO
           MOVE WS-CANT-MAS-90 TO WS-LT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO RPT-LINEA
           PERFORM 218000-GRABAR-REPARTO
           MOVE WS-TOTAL-MAS-90 TO WS-TOTAL-MAS-90-EDIT
           MOVE SPACES TO RPT-LINEA
           STRING 'SALDO EN MORA +90 DIAS:  ' WS-TOTAL-MAS-90-EDIT
               DELIMITED BY SIZE INTO RPT-LINEA
           PERFORM 218000-GRABAR-REPARTO.


       396000-REPARTIR-OFICINAS.
           MOVE 'R'                  TO RPT-FUNCION
           MOVE 'ANTIG'              TO RPT-REPORTE
           MOVE 'ANTIGUEDAD SALDOS'  TO RPT-NOMBRE
           MOVE 'PROG09-08-ME'       TO RPT-PROGRAMA
           MOVE 'S'                  TO RPT-CONSOLIDADO
           CALL 'REPARTOOFICINAS' USING WS-REPARTO
           DISPLAY 'SPOOLS POR OFICINA: ' RPT-CANT-ARCHIVOS.


       325000-TOTALES-POR-CICLO.
           DISPLAY 'APERTURA POR CICLO DE FACTURACION'
           DISPLAY 'CI ALDIA  1-30 31-60 61-90   +90'
                   '    SALDO +90 DIAS'
           PERFORM VARYING WS-IND-CICLO FROM 1 BY 1
                     UNTIL WS-IND-CICLO > 99
             IF TCY-CANT-AL-DIA(WS-IND-CICLO)
                  + TCY-CANT-1-30(WS-IND-CICLO)
                  + TCY-CANT-31-60(WS-IND-CICLO)
                  + TCY-CANT-61-90(WS-IND-CICLO)
                  + TCY-CANT-MAS-90(WS-IND-CICLO) > 0
               MOVE TCY-TOTAL-MAS-90(WS-IND-CICLO)
                 TO WS-TOTAL-CICLO-EDIT
               DISPLAY WS-IND-CICLO(2:2) ' '
                       TCY-CANT-AL-DIA(WS-IND-CICLO) ' '
                       TCY-CANT-1-30(WS-IND-CICLO) ' '
                       TCY-CANT-31-60(WS-IND-CICLO) ' '
                       TCY-CANT-61-90(WS-IND-CICLO) ' '
                       TCY-CANT-MAS-90(WS-IND-CICLO) ' '
                       WS-TOTAL-CICLO-EDIT
             END-IF
           END-PERFORM.


       330000-CERRAR-ENTRADA.
