      *              CARTASMORA ELIGE LA REDACCION POR ESTRATEGIA EN
      *              LUGAR DE LOS DIAS CRUDOS, Y EL REPORTE
      *              COBWORK.REP ENTREGA A LOS GESTORES SU COLA DEL
      *              DIA ORDENADA DE PEOR A MEJOR PUNTAJE. LA COLA
      *              SE REPARTE ADEMAS EN UN SPOOL COBWKOOO.REP POR
      *              OFICINA DEL CLIENTE (OFIAPE-C DE CLIENTES.DAT),
      *              VIA LA RUTINA REPARTOOFICINAS, PARA QUE CADA
      *              OFICINA VEA SOLO SU PROPIA COLA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PROMESAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT ESTRATEG           ASSIGN TO DISK '..\ESTRATEG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ESTRATEG.
         05 PRM-ESTADO                PIC X(01).
             88 PRM-ROTA                               VALUE 'R'.

       FD CLIENTES.
           COPY CLIMAEST.

       FD ESTRATEG.
       01 REG-ESTRATEG.
         05 EST-NROCUENTA             PIC 9(08).
           COPY WSFS REPLACING ==:TAG:== BY ==PROMESAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==ESTRATEG==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
           10 TSC-ESTRATEGIA           PIC X(01).
           10 TSC-MONTO                PIC S9(15)V99.
           10 TSC-DIAS                 PIC S9(07).
           10 TSC-OFICINA              PIC X(03).

      * Oficina de apertura de cada cliente, para repartir la cola.
       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TCL-ENTRY OCCURS 5000 TIMES.
           10 TCL-NRO-CLIENTE          PIC 9(07).
           10 TCL-OFIAPE               PIC X(03).

       01 WS-IND-CLIENTE               PIC 9(05).

       01 WS-REPARTO-ACTIVO            PIC X VALUE 'N'.
           88 WS-HAY-REPARTO                            VALUE 'S'.
       01 WS-REPARTO.
           COPY WSREPARTO.

       01 INDICES.
         05 WS-IND-ROTA                PIC 9(04).
           COMPUTE WS-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM 105000-CARGAR-PROMESAS-ROTAS
           PERFORM 108000-CARGAR-CLIENTES
           PERFORM 110000-ABRIR-CUENTAS
           PERFORM 130000-PRIMER-LECTURA.

           END-IF.


       108000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'SIN CLIENTES.DAT: LA COLA NO SE REPARTE '
                     'POR OFICINA'
           ELSE
             PERFORM 109000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C TO TCL-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE OFIAPE-C      TO TCL-OFIAPE(WS-CANT-CLIENTES)
               END-IF
               PERFORM 109000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           END-IF.


       109000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       110000-ABRIR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
           MOVE WS-PUNTAJE TO TSC-PUNTAJE(WS-IND-INSERCION)
           MOVE WS-ESTRATEGIA TO TSC-ESTRATEGIA(WS-IND-INSERCION)
           MOVE MONTO TO TSC-MONTO(WS-IND-INSERCION)
           MOVE WS-DIAS-DE-MORA TO TSC-DIAS(WS-IND-INSERCION)
           MOVE SPACES TO TSC-OFICINA(WS-IND-INSERCION)
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TCL-NRO-CLIENTE(WS-IND-CLIENTE) = CODCLIENTE
               MOVE TCL-OFIAPE(WS-IND-CLIENTE)
                 TO TSC-OFICINA(WS-IND-INSERCION)
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM.


       230000-GRABAR-ESTRATEGIAS.
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE 'A' TO RPT-FUNCION
           MOVE '..\COBWK.TMP' TO RPT-TRABAJO
           CALL 'REPARTOOFICINAS' USING WS-REPARTO
           IF RPT-OK
             MOVE 'S' TO WS-REPARTO-ACTIVO
           END-IF
           MOVE 'COLA DE TRABAJO DE COBRANZAS (PEOR PRIMERO)'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE '***' TO RPT-OFICINA
           PERFORM 260000-GRABAR-REPARTO
           PERFORM VARYING WS-IND-SCORE FROM 1 BY 1
                     UNTIL WS-IND-SCORE > WS-CANT-SCORES
             MOVE SPACES TO WS-LINEA-REPORTE
                    ' SALDO ' TSC-MONTO(WS-IND-SCORE)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE TSC-OFICINA(WS-IND-SCORE) TO RPT-OFICINA
             PERFORM 260000-GRABAR-REPARTO
           END-PERFORM
           CLOSE REPORTE
           IF WS-HAY-REPARTO
             PERFORM 270000-REPARTIR-OFICINAS
           END-IF.


       250000-ESCRIBIR-LINEA.
           ADD 1 TO WS-CANT-ESCRITOS.


       260000-GRABAR-REPARTO.
           IF WS-HAY-REPARTO
             MOVE 'G' TO RPT-FUNCION
             MOVE 'COBWK' TO RPT-REPORTE
             MOVE WS-LINEA-REPORTE TO RPT-LINEA
             CALL 'REPARTOOFICINAS' USING WS-REPARTO
           END-IF.


      * El consolidado sigue siendo COBWORK.REP; la rutina solo arma
      * los spools por oficina.
       270000-REPARTIR-OFICINAS.
           MOVE 'R'                 TO RPT-FUNCION
           MOVE 'COBWK'             TO RPT-REPORTE
           MOVE 'COLA DE COBRANZAS' TO RPT-NOMBRE
           MOVE 'SCORINGMORA'       TO RPT-PROGRAMA
           MOVE 'N'                 TO RPT-CONSOLIDADO
           CALL 'REPARTOOFICINAS' USING WS-REPARTO
           DISPLAY 'COLAS POR OFICINA: ' RPT-CANT-ARCHIVOS.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
