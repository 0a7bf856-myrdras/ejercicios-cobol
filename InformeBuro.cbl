      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     INFORME MENSUAL DE DEUDORES AL BURO DE CREDITO:
      *              JUNTA POR CLIENTE LOS SALDOS DEUDORES DE
      *              CUENTAS.DAT Y LE ASIGNA UNA SITUACION SEGUN SU
      *              PEOR TRAMO DE MORA DE PROG09 (DIAS HABILES DESDE
      *              FECHAVTO CON LA RUTINA DIAHABIL): 1 AL DIA Y 1-30,
      *              2 31-60, 3 61-90 Y 4 MAS DE 90 DIAS. LOS CLIENTES
      *              CON CASTIGOS VIGENTES EN CASTIGOS.DAT VAN CON
      *              SITUACION 5 Y EL SALDO CASTIGADO NO RECUPERADO.
      *              GRABA BURO.DAT EN EL DISENO DEL BURO (BUROREC) Y
      *              LO AGREGA A LA HISTORIA BUROHIST.DAT; LOS CLIENTES
      *              INFORMADOS EL PERIODO ANTERIOR QUE YA NO DEBEN
      *              SALEN CON UN REGISTRO DE RECTIFICACION, COMO
      *              OBLIGA LA LEY. LOS DEUDORES SIN CUIT EN EL
      *              MAESTRO NO SE PUEDEN INFORMAR Y QUEDAN LISTADOS
      *              EN BURO.REP (RETURN-CODE 4). UN PERIODO YA
      *              INFORMADO NO SE VUELVE A CORRER (RETURN-CODE 8).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  INFORMEBURO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CLIENTES           ASSIGN TO DISK '..\CLIENTES.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NRO-CLIENTE-C
                                       ALTERNATE RECORD KEY IS
                                           APELLIDO-C WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CLIENTES.

           SELECT CASTIGOS           ASSIGN TO DISK '..\CASTIGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CASTIGOS.

           SELECT BURO               ASSIGN TO DISK '..\BURO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BURO.

           SELECT BUROHIST           ASSIGN TO DISK '..\BUROHIST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BUROHIST.

           SELECT REPORTE            ASSIGN TO DISK '..\BURO.REP'
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
       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD CLIENTES.
           COPY CLIMAEST.

       FD CASTIGOS.
       01 REG-CASTIGOS.
         05 CAS-NROCUENTA             PIC 9(08).
         05 CAS-CODCLIENTE            PIC 9(08).
         05 CAS-IMPORTE               PIC S9(15)V99.
         05 CAS-MOTIVO                PIC X(03).
         05 CAS-FECHA-SOLICITUD       PIC 9(08).
         05 CAS-SOLICITANTE           PIC X(20).
         05 CAS-FECHA-CASTIGO         PIC 9(08).
         05 CAS-ESTADO                PIC X(01).
             88 CAS-CASTIGADO                          VALUE 'A'.
             88 CAS-RECUPERADO-TOTAL                   VALUE 'R'.
         05 CAS-RECUPERADO            PIC S9(15)V99.
         05 CAS-FECHA-RECUPERO        PIC 9(08).
         05 CAS-MEDIO-RECUPERO        PIC X(03).

      * BURO.DAT lleva la misma imagen que se arma en BUROHIST.
       FD BURO.
       01 REG-BURO-SALIDA             PIC X(119).

       FD BUROHIST.
           COPY BUROREC.

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
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CLIENTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==CASTIGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==BURO==.
           COPY WSFS REPLACING ==:TAG:== BY ==BUROHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

      * Un renglon por cliente del maestro: deuda y peor situacion
      * del periodo.
       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TCL-ENTRY OCCURS 5000 TIMES.
           10 TCL-NRO-CLIENTE          PIC 9(07).
           10 TCL-CUIT                 PIC 9(11).
           10 TCL-NYA                  PIC X(60).
           10 TCL-DEUDA                PIC S9(15)V99.
           10 TCL-SITUACION            PIC 9(01).
           10 TCL-DIAS-ATRASO          PIC S9(07).

      * Clientes informados con deuda en el ultimo periodo de
      * BUROHIST.DAT: los que ya no deben se rectifican.
       01 TABLA-ANTERIORES.
         05 WS-CANT-ANTERIORES         PIC 9(05) VALUE 0.
         05 TAN-ENTRY OCCURS 5000 TIMES.
           10 TAN-NRO-CLIENTE          PIC 9(07).
           10 TAN-CUIT                 PIC 9(11).
           10 TAN-DENOMINACION         PIC X(60).

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-HALLADO             PIC 9(05).
         05 WS-IND-ANTERIOR            PIC 9(05).
         05 WS-IND-SITUACION           PIC 9(01).

       01 VARIABLES.
         05 WSV-PERIODO                PIC 9(06).
         05 WSV-PERIODO-ANTERIOR       PIC 9(06).
         05 WSV-CODCLIENTE             PIC 9(08).
         05 WSV-SITUACION              PIC 9(01).
         05 WSV-DEUDA-CASTIGO          PIC S9(15)V99.

       01 WS-FECHA-HOY                 PIC 9(08).
       01 WS-DIAS-DE-MORA              PIC S9(07).

       01 WS-DIAHABIL.
         05 WS-DH-FUNCION              PIC X(01).
         05 WS-DH-RESULTADO            PIC 9(08).

       01 WS-SIN-DEUDA-HOY             PIC X VALUE 'N'.
           88 WS-CANCELO-DEUDA                          VALUE 'S'.

       01 WS-PERIODO-YA-CORRIDO        PIC X VALUE 'N'.
           88 WS-PERIODO-CORRIDO                        VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-INFORMADOS        PIC 9(05).
         05 WSA-CANT-RECTIFICADOS      PIC 9(05).
         05 WSA-CANT-SIN-CUIT          PIC 9(05).
         05 WSA-CANT-SIN-MAESTRO       PIC 9(05).
         05 WSA-CANT-SITUACION OCCURS 5 TIMES
                                       PIC 9(05).
         05 WSA-DEUDA-SITUACION OCCURS 5 TIMES
                                       PIC S9(15)V99.
         05 WSA-DEUDA-INFORMADA        PIC S9(15)V99.

       01 WS-IMPORTE-EDIT              PIC -(14)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-ACUMULAR-CUENTAS
                 PERFORM 220000-SUMAR-CASTIGOS
                 PERFORM 240000-GRABAR-INFORME
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO TO WS-FECHA-HOY
           MOVE WSP-FECHA-PROCESO(1:6) TO WSV-PERIODO
           PERFORM 110000-CARGAR-HISTORIA
           IF WS-PERIODO-CORRIDO
             DISPLAY 'EL PERIODO ' WSV-PERIODO
                     ' YA FUE INFORMADO AL BURO'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 120000-CARGAR-CLIENTES.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       110000-CARGAR-HISTORIA.
      * BUROHIST.DAT se graba en orden cronologico: al aparecer un
      * periodo nuevo se descarta lo juntado del anterior y queda
      * solo el ultimo informado.
           MOVE 0 TO WSV-PERIODO-ANTERIOR
           MOVE 0 TO WS-CANT-ANTERIORES
           OPEN INPUT BUROHIST
           IF WSS-FS-BUROHIST-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-BUROHIST-OK
               DISPLAY 'ERROR DE ARCHIVO DE HISTORIA DEL BURO'
               DISPLAY 'FILE STATUS ' WSS-FS-BUROHIST
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 115000-LEER-HISTORIA
               PERFORM UNTIL WSS-FS-BUROHIST-EOF
                 IF BUR-PERIODO NOT < WSV-PERIODO
                   MOVE 'S' TO WS-PERIODO-YA-CORRIDO
                 END-IF
                 IF BUR-PERIODO > WSV-PERIODO-ANTERIOR
                   MOVE BUR-PERIODO TO WSV-PERIODO-ANTERIOR
                   MOVE 0 TO WS-CANT-ANTERIORES
                 END-IF
                 IF BUR-INFORMA-DEUDA
                   IF WS-CANT-ANTERIORES < 5000
                     ADD 1 TO WS-CANT-ANTERIORES
                     MOVE BUR-NRO-CLIENTE
                       TO TAN-NRO-CLIENTE(WS-CANT-ANTERIORES)
                     MOVE BUR-CUIT TO TAN-CUIT(WS-CANT-ANTERIORES)
                     MOVE BUR-DENOMINACION
                       TO TAN-DENOMINACION(WS-CANT-ANTERIORES)
                   ELSE
      * Sin la lista completa se dejarian de rectificar clientes
      * que ya pagaron: se detiene.
                     DISPLAY 'ERROR: MAS DE 5000 INFORMADOS EN EL '
                             'PERIODO ANTERIOR'
                     CLOSE BUROHIST
                     MOVE 8 TO WS-RETURN-CODE
                     PERFORM 300000-FINAL
                   END-IF
                 END-IF
                 PERFORM 115000-LEER-HISTORIA
               END-PERFORM
             END-IF
             CLOSE BUROHIST
           END-IF.


       115000-LEER-HISTORIA.
           READ BUROHIST
           IF NOT WSS-FS-BUROHIST-OK AND NOT WSS-FS-BUROHIST-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-BUROHIST
             MOVE '10' TO WSS-FS-BUROHIST
           END-IF.


       120000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 125000-LEER-CLIENTE
           PERFORM UNTIL WSS-FS-CLIENTES-EOF
             IF WS-CANT-CLIENTES >= 5000
               DISPLAY 'ERROR: MAS DE 5000 CLIENTES EN EL MAESTRO'
               CLOSE CLIENTES
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             ADD 1 TO WS-CANT-CLIENTES
             INITIALIZE TCL-ENTRY(WS-CANT-CLIENTES)
             MOVE NRO-CLIENTE-C TO TCL-NRO-CLIENTE(WS-CANT-CLIENTES)
             MOVE NYA-C TO TCL-NYA(WS-CANT-CLIENTES)
      * Los clientes grabados antes de la clave tributaria vienen
      * cortos: CUIT-C en blanco vale como sin clave.
             IF CUIT-C IS NUMERIC
               MOVE CUIT-C TO TCL-CUIT(WS-CANT-CLIENTES)
             END-IF
             PERFORM 125000-LEER-CLIENTE
           END-PERFORM
           CLOSE CLIENTES.


       125000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       150000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TCL-NRO-CLIENTE(WS-IND-CLIENTE) = WSV-CODCLIENTE
               MOVE WS-IND-CLIENTE TO WS-IND-HALLADO
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM.


       200000-ACUMULAR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 205000-LEER-CUENTA
           PERFORM UNTIL WSS-FS-CUENTAS-EOF
             IF MONTO > 0
               MOVE CODCLIENTE TO WSV-CODCLIENTE
               PERFORM 150000-BUSCAR-CLIENTE
               IF WS-IND-HALLADO = 0
                 ADD 1 TO WSA-CANT-SIN-MAESTRO
               ELSE
                 PERFORM 210000-CALCULAR-MORA
                 ADD MONTO TO TCL-DEUDA(WS-IND-HALLADO)
                 IF WSV-SITUACION > TCL-SITUACION(WS-IND-HALLADO)
                   MOVE WSV-SITUACION
                     TO TCL-SITUACION(WS-IND-HALLADO)
                 END-IF
                 IF WS-DIAS-DE-MORA > TCL-DIAS-ATRASO(WS-IND-HALLADO)
                   MOVE WS-DIAS-DE-MORA
                     TO TCL-DIAS-ATRASO(WS-IND-HALLADO)
                 END-IF
               END-IF
             END-IF
             PERFORM 205000-LEER-CUENTA
           END-PERFORM
           CLOSE CUENTAS.


       205000-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           IF NOT WSS-FS-CUENTAS-OK AND NOT WSS-FS-CUENTAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE '10' TO WSS-FS-CUENTAS
           END-IF
           IF WSS-FS-CUENTAS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-CALCULAR-MORA.
      * Dias habiles con DIAHABIL y los mismos cortes de
      * 215000-CALCULAR-MORA de PROG09.
           IF FECHAVTO = 0 OR FECHAVTO >= WS-FECHA-HOY
             MOVE 0 TO WS-DIAS-DE-MORA
           ELSE
             MOVE 'C' TO WS-DH-FUNCION
             CALL 'DIAHABIL' USING WS-DH-FUNCION FECHAVTO
                                   WS-FECHA-HOY WS-DH-RESULTADO
             END-CALL
             MOVE WS-DH-RESULTADO TO WS-DIAS-DE-MORA
           END-IF
           EVALUATE TRUE
             WHEN WS-DIAS-DE-MORA <= 30
               MOVE 1 TO WSV-SITUACION
             WHEN WS-DIAS-DE-MORA <= 60
               MOVE 2 TO WSV-SITUACION
             WHEN WS-DIAS-DE-MORA <= 90
               MOVE 3 TO WSV-SITUACION
             WHEN OTHER
               MOVE 4 TO WSV-SITUACION
           END-EVALUATE.


       220000-SUMAR-CASTIGOS.
      * Solo los castigos vigentes: uno recuperado del todo ya no
      * es deuda y, si se habia informado, se rectifica.
           OPEN INPUT CASTIGOS
           IF WSS-FS-CASTIGOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CASTIGOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CASTIGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CASTIGOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 225000-LEER-CASTIGO
               PERFORM UNTIL WSS-FS-CASTIGOS-EOF
                 IF CAS-CASTIGADO
                   COMPUTE WSV-DEUDA-CASTIGO =
                           CAS-IMPORTE - CAS-RECUPERADO
                   IF WSV-DEUDA-CASTIGO > 0
                     MOVE CAS-CODCLIENTE TO WSV-CODCLIENTE
                     PERFORM 150000-BUSCAR-CLIENTE
                     IF WS-IND-HALLADO = 0
                       ADD 1 TO WSA-CANT-SIN-MAESTRO
                     ELSE
                       ADD WSV-DEUDA-CASTIGO
                         TO TCL-DEUDA(WS-IND-HALLADO)
                       MOVE 5 TO TCL-SITUACION(WS-IND-HALLADO)
                     END-IF
                   END-IF
                 END-IF
                 PERFORM 225000-LEER-CASTIGO
               END-PERFORM
             END-IF
             CLOSE CASTIGOS
           END-IF.


       225000-LEER-CASTIGO.
           READ CASTIGOS
           IF NOT WSS-FS-CASTIGOS-OK AND NOT WSS-FS-CASTIGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CASTIGOS
             MOVE '10' TO WSS-FS-CASTIGOS
           END-IF.


       240000-GRABAR-INFORME.
           OPEN OUTPUT BURO
           IF NOT WSS-FS-BURO-OK
             DISPLAY 'ERROR DE ARCHIVO DE INFORME AL BURO'
             DISPLAY 'FILE STATUS ' WSS-FS-BURO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN EXTEND BUROHIST
           IF WSS-FS-BUROHIST-NOEXISTE
             OPEN OUTPUT BUROHIST
           END-IF
           IF NOT WSS-FS-BUROHIST-OK
             DISPLAY 'ERROR DE ARCHIVO DE HISTORIA DEL BURO'
             DISPLAY 'FILE STATUS ' WSS-FS-BUROHIST
             CLOSE BURO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             CLOSE BURO
             CLOSE BUROHIST
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 241000-TITULOS-REPORTE
           MOVE 'DEUDORES INFORMADOS' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM 242000-INFORMAR-DEUDOR
                     VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'RECTIFICACIONES (CANCELARON SU DEUDA)'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM 244000-RECTIFICAR
                     VARYING WS-IND-ANTERIOR FROM 1 BY 1
                     UNTIL WS-IND-ANTERIOR > WS-CANT-ANTERIORES
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'DEUDORES SIN CUIT (NO INFORMADOS)' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM 246000-LISTAR-SIN-CUIT
                     VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
           PERFORM 260000-TOTALES
           CLOSE BURO
           CLOSE BUROHIST
           CLOSE REPORTE
           PERFORM 395000-REGISTRAR-REPORTE.


       241000-TITULOS-REPORTE.
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'INFORME DE DEUDORES AL BURO DE CREDITO - PERIODO '
                  WSV-PERIODO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ENTIDAD ' WSP-BURO-ENTIDAD
                  '  FECHA DE PROCESO ' WSP-FECHA-PROCESO
                  '  PERIODO ANTERIOR ' WSV-PERIODO-ANTERIOR
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'CLIENTE CUIT        SIT        DEUDA INFORMADA  DIAS'
             TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       242000-INFORMAR-DEUDOR.
           IF TCL-DEUDA(WS-IND-CLIENTE) > 0
                   AND TCL-CUIT(WS-IND-CLIENTE) > 0
             INITIALIZE REG-BURO
             MOVE 'D' TO BUR-TIPO-REG
             MOVE TCL-SITUACION(WS-IND-CLIENTE) TO BUR-SITUACION
             MOVE TCL-DEUDA(WS-IND-CLIENTE) TO BUR-DEUDA
             IF TCL-DIAS-ATRASO(WS-IND-CLIENTE) > 0
               MOVE TCL-DIAS-ATRASO(WS-IND-CLIENTE)
                 TO BUR-DIAS-ATRASO
             END-IF
             MOVE TCL-NRO-CLIENTE(WS-IND-CLIENTE) TO BUR-NRO-CLIENTE
             MOVE TCL-CUIT(WS-IND-CLIENTE) TO BUR-CUIT
             MOVE TCL-NYA(WS-IND-CLIENTE) TO BUR-DENOMINACION
             PERFORM 248000-GRABAR-REGISTRO
             ADD 1 TO WSA-CANT-INFORMADOS
             MOVE BUR-SITUACION TO WS-IND-SITUACION
             ADD 1 TO WSA-CANT-SITUACION(WS-IND-SITUACION)
             ADD TCL-DEUDA(WS-IND-CLIENTE)
               TO WSA-DEUDA-SITUACION(WS-IND-SITUACION)
             ADD TCL-DEUDA(WS-IND-CLIENTE) TO WSA-DEUDA-INFORMADA
           END-IF.


       244000-RECTIFICAR.
      * Informado el periodo anterior y hoy sin deuda (o fuera del
      * maestro): se informa situacion 1 con deuda cero.
           MOVE TAN-NRO-CLIENTE(WS-IND-ANTERIOR) TO WSV-CODCLIENTE
           PERFORM 150000-BUSCAR-CLIENTE
           MOVE 'S' TO WS-SIN-DEUDA-HOY
           IF WS-IND-HALLADO > 0
             IF TCL-DEUDA(WS-IND-HALLADO) > 0
                     AND TCL-CUIT(WS-IND-HALLADO) > 0
               MOVE 'N' TO WS-SIN-DEUDA-HOY
             END-IF
           END-IF
           IF WS-CANCELO-DEUDA
             INITIALIZE REG-BURO
             MOVE 'R' TO BUR-TIPO-REG
             MOVE 1 TO BUR-SITUACION
             MOVE 0 TO BUR-DEUDA
             MOVE 0 TO BUR-DIAS-ATRASO
             MOVE TAN-NRO-CLIENTE(WS-IND-ANTERIOR) TO BUR-NRO-CLIENTE
             MOVE TAN-CUIT(WS-IND-ANTERIOR) TO BUR-CUIT
             MOVE TAN-DENOMINACION(WS-IND-ANTERIOR)
               TO BUR-DENOMINACION
             PERFORM 248000-GRABAR-REGISTRO
             ADD 1 TO WSA-CANT-RECTIFICADOS
           END-IF.


       246000-LISTAR-SIN-CUIT.
           IF TCL-DEUDA(WS-IND-CLIENTE) > 0
                   AND TCL-CUIT(WS-IND-CLIENTE) = 0
             ADD 1 TO WSA-CANT-SIN-CUIT
             MOVE TCL-DEUDA(WS-IND-CLIENTE) TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING TCL-NRO-CLIENTE(WS-IND-CLIENTE) ' '
                    TCL-NYA(WS-IND-CLIENTE)(1:30) ' SIT '
                    TCL-SITUACION(WS-IND-CLIENTE) ' '
                    WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-IF.


       248000-GRABAR-REGISTRO.
           MOVE WSP-BURO-ENTIDAD TO BUR-ENTIDAD
           MOVE WSV-PERIODO TO BUR-PERIODO
           MOVE WSP-FECHA-PROCESO TO BUR-FECHA-INFORME
           MOVE BUR-DEUDA TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING BUR-NRO-CLIENTE ' ' BUR-CUIT ' ' BUR-TIPO-REG
                  BUR-SITUACION ' ' WS-IMPORTE-EDIT ' '
                  BUR-DIAS-ATRASO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           MOVE REG-BURO TO REG-BURO-SALIDA
           WRITE REG-BURO-SALIDA
           WRITE REG-BURO
           ADD 1 TO WS-CANT-ESCRITOS
           PERFORM 270000-ESCRIBIR-LINEA.


       260000-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-SITUACION FROM 1 BY 1
                     UNTIL WS-IND-SITUACION > 5
             MOVE WSA-DEUDA-SITUACION(WS-IND-SITUACION)
               TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'SITUACION ' WS-IND-SITUACION ': '
                    WSA-CANT-SITUACION(WS-IND-SITUACION)
                    ' CLIENTES ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE WSA-DEUDA-INFORMADA TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL INFORMADO: ' WSA-CANT-INFORMADOS
                  ' CLIENTES ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RECTIFICACIONES: ' WSA-CANT-RECTIFICADOS
                  '  SIN CUIT: ' WSA-CANT-SIN-CUIT
                  '  SALDOS SIN CLIENTE: ' WSA-CANT-SIN-MAESTRO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF WSA-CANT-SIN-CUIT > 0 OR WSA-CANT-SIN-MAESTRO > 0
             IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
             END-IF
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
           DISPLAY 'Purpose:   INFORME DE DEUDORES AL BURO'
           DISPLAY 'Programme: INFORMEBURO'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'
           DISPLAY 'DEUDORES INFORMADOS: ' WSA-CANT-INFORMADOS
           DISPLAY 'RECTIFICACIONES:     ' WSA-CANT-RECTIFICADOS
           DISPLAY 'DEUDORES SIN CUIT:   ' WSA-CANT-SIN-CUIT.


       395000-REGISTRAR-REPORTE.
           MOVE 'INFORME BURO' TO WS-REPIDX-NOMBRE
           MOVE 'INFORMEBURO' TO WS-REPIDX-PROGRAMA
           MOVE '..\BURO.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'INFORMEBURO'     TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CUENTAS    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
