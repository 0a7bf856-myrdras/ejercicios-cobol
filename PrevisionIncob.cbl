      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     PREVISION MENSUAL PARA DEUDORES INCOBRABLES:
      *              CLASIFICA LOS SALDOS DEUDORES DE CUENTAS.DAT EN
      *              LOS MISMOS TRAMOS DE MORA DE PROG09 (AL DIA,
      *              1-30, 31-60, 61-90 Y MAS DE 90 DIAS DESDE
      *              FECHAVTO), ABIERTOS POR OFICINA (VIA EL OFIAPE
      *              DEL MAESTRO DE CLIENTES), Y APLICA A CADA TRAMO
      *              EL PORCENTAJE VIGENTE DE PARAM.DAT (MANTENIDO
      *              CON MANTPARAMETROS). EL SALDO INICIAL DE CADA
      *              OFICINA ES EL FINAL DE LA CORRIDA ANTERIOR EN
      *              PREVIS.DAT; LOS CASTIGOS CONFIRMADOS EN
      *              CASTIGOS.DAT DESDE ESA CORRIDA SE IMPUTAN CONTRA
      *              LA PREVISION, Y LA CONSTITUCION DEL MES (O SU
      *              RECUPERO, SI ES NEGATIVA) ES LO QUE FALTA PARA
      *              LLEGAR AL SALDO FINAL CALCULADO. GRABA UN
      *              REGISTRO POR OFICINA EN PREVIS.DAT, QUE
      *              EXPORTACONTAB ASIENTA EN LA FECHA DE LA
      *              CORRIDA, E IMPRIME EN PREVIS.REP LA CONCILIACION
      *              SALDO INICIAL + CONSTITUCION - CASTIGOS = SALDO
      *              FINAL. UN PERIODO YA PREVISIONADO NO SE VUELVE
      *              A CORRER (RETURN-CODE 8).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  PREVISIONINCOB.

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

           SELECT PREVIS             ASSIGN TO DISK '..\PREVIS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PREVIS.

           SELECT REPORTE            ASSIGN TO DISK '..\PREVIS.REP'
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

       FD PREVIS.
           COPY PREVREC.

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
           COPY WSFS REPLACING ==:TAG:== BY ==PREVIS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 TABLA-CLIENTES.
         05 WS-CANT-CLIENTES           PIC 9(05) VALUE 0.
         05 TC-ENTRY OCCURS 5000 TIMES.
           10 TC-NRO-CLIENTE           PIC 9(7).
           10 TC-OFIAPE                PIC X(03).

      * Porcentaje vigente de cada tramo de mora, tomado de los
      * parametros de corrida.
       01 TABLA-PORCENTAJES.
         05 TPO-PORC OCCURS 5 TIMES    PIC 9(03)V99.

       01 TABLA-NOMBRES-TRAMO.
         05 FILLER                     PIC X(14) VALUE 'AL DIA'.
         05 FILLER                     PIC X(14) VALUE '1 A 30 DIAS'.
         05 FILLER                     PIC X(14) VALUE '31 A 60 DIAS'.
         05 FILLER                     PIC X(14) VALUE '61 A 90 DIAS'.
         05 FILLER                     PIC X(14) VALUE 'MAS DE 90 DIAS'.
       01 FILLER REDEFINES TABLA-NOMBRES-TRAMO.
         05 TNT-NOMBRE OCCURS 5 TIMES  PIC X(14).

      * Una entrada por oficina: saldos por tramo del mes y la
      * conciliacion de la prevision.
       01 TABLA-OFICINAS.
         05 WS-CANT-OFICINAS           PIC 9(03) VALUE 0.
         05 TOF-ENTRY OCCURS 200 TIMES.
           10 TOF-OFICINA              PIC X(03).
           10 TOF-TRAMO OCCURS 5 TIMES.
             15 TOF-BASE               PIC S9(15)V99.
             15 TOF-PREVISION          PIC S9(15)V99.
           10 TOF-SALDO-INICIAL        PIC S9(15)V99.
           10 TOF-CASTIGOS             PIC S9(15)V99.
           10 TOF-CONSTITUCION         PIC S9(15)V99.
           10 TOF-SALDO-FINAL          PIC S9(15)V99.

       01 INDICES.
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-OFICINA             PIC 9(03).
         05 WS-IND-HALLADO             PIC 9(03).
         05 WS-IND-TRAMO               PIC 9(01).

       01 VARIABLES.
         05 WSV-PERIODO                PIC 9(06).
         05 WSV-FECHA-ANTERIOR         PIC 9(08).
         05 WSV-OFICINA                PIC X(03).
         05 WSV-CODCLIENTE             PIC 9(08).

       01 WS-JULIANO-HOY               PIC 9(07).
       01 WS-JULIANO-VTO               PIC 9(07).
       01 WS-DIAS-DE-MORA              PIC S9(07).

       01 WS-PERIODO-YA-CORRIDO        PIC X VALUE 'N'.
           88 WS-PERIODO-CORRIDO                        VALUE 'S'.

      * Sin corrida anterior no hay prevision contra la cual imputar:
      * los castigos previos ya fueron a resultado.
       01 WS-HAY-HISTORIA              PIC X VALUE 'N'.
           88 WS-CON-HISTORIA                           VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-CUENTAS           PIC 9(07).
         05 WSA-CANT-CASTIGOS          PIC 9(05).
         05 WSA-SIN-OFICINA            PIC 9(05).
         05 WSA-TOTAL-BASE OCCURS 5 TIMES
                                       PIC S9(15)V99.
         05 WSA-TOTAL-PREV OCCURS 5 TIMES
                                       PIC S9(15)V99.
         05 WSA-TOTAL-INICIAL          PIC S9(15)V99.
         05 WSA-TOTAL-CASTIGOS         PIC S9(15)V99.
         05 WSA-TOTAL-CONSTITUCION     PIC S9(15)V99.
         05 WSA-TOTAL-FINAL            PIC S9(15)V99.
         05 WSA-TOTAL-CONTROL          PIC S9(15)V99.

       01 WS-IMPORTE-EDIT              PIC -(14)9,99.
       01 WS-IMPORTE-EDIT-2            PIC -(14)9,99.
       01 WS-PORC-EDIT                 PIC ZZ9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-CLASIFICAR-SALDOS
                 PERFORM 220000-SUMAR-CASTIGOS
                 PERFORM 230000-CALCULAR-PREVISION
                 PERFORM 240000-GRABAR-HISTORIA
                 PERFORM 250000-REPORTE
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO(1:6) TO WSV-PERIODO
           COMPUTE WS-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WSP-FECHA-PROCESO)
           MOVE WSP-PREV-AL-DIA      TO TPO-PORC(1)
           MOVE WSP-PREV-MORA-1-30   TO TPO-PORC(2)
           MOVE WSP-PREV-MORA-31-60  TO TPO-PORC(3)
           MOVE WSP-PREV-MORA-61-90  TO TPO-PORC(4)
           MOVE WSP-PREV-MORA-MAS-90 TO TPO-PORC(5)

           PERFORM 110000-CARGAR-HISTORIA
           IF WS-PERIODO-CORRIDO
             DISPLAY 'EL PERIODO ' WSV-PERIODO
                     ' YA TIENE PREVISION CALCULADA'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 120000-CARGAR-CLIENTES.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       110000-CARGAR-HISTORIA.
      * El saldo final de la ultima corrida de cada oficina es el
      * inicial de esta; PREVIS.DAT se graba en orden cronologico.
           MOVE 0 TO WSV-FECHA-ANTERIOR
           OPEN INPUT PREVIS
           IF WSS-FS-PREVIS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-PREVIS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PREVISION'
               DISPLAY 'FILE STATUS ' WSS-FS-PREVIS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 115000-LEER-PREVIS
               PERFORM UNTIL WSS-FS-PREVIS-EOF
                 IF PRV-PERIODO NOT < WSV-PERIODO
                   MOVE 'S' TO WS-PERIODO-YA-CORRIDO
                 END-IF
                 MOVE 'S' TO WS-HAY-HISTORIA
                 MOVE PRV-FECHA TO WSV-FECHA-ANTERIOR
                 MOVE PRV-OFICINA TO WSV-OFICINA
                 PERFORM 160000-UBICAR-OFICINA
                 MOVE PRV-SALDO-FINAL
                   TO TOF-SALDO-INICIAL(WS-IND-OFICINA)
                 PERFORM 115000-LEER-PREVIS
               END-PERFORM
             END-IF
             CLOSE PREVIS
           END-IF.


       115000-LEER-PREVIS.
           READ PREVIS
           IF NOT WSS-FS-PREVIS-OK AND NOT WSS-FS-PREVIS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PREVIS
             MOVE '10' TO WSS-FS-PREVIS
           END-IF.


       120000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
           ELSE
             PERFORM 125000-LEER-CLIENTE
             PERFORM UNTIL WSS-FS-CLIENTES-EOF
               IF WS-CANT-CLIENTES < 5000
                 ADD 1 TO WS-CANT-CLIENTES
                 MOVE NRO-CLIENTE-C
                   TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
                 MOVE OFIAPE-C TO TC-OFIAPE(WS-CANT-CLIENTES)
               END-IF
               PERFORM 125000-LEER-CLIENTE
             END-PERFORM
             CLOSE CLIENTES
           END-IF.


       125000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       150000-BUSCAR-OFICINA.
      * Cliente -> oficina del maestro; si falta, la oficina queda en
      * '???' para que el saldo no se pierda de la prevision.
           MOVE '???' TO WSV-OFICINA
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TC-NRO-CLIENTE(WS-IND-CLIENTE) = WSV-CODCLIENTE
               MOVE TC-OFIAPE(WS-IND-CLIENTE) TO WSV-OFICINA
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM
           IF WSV-OFICINA = '???'
             ADD 1 TO WSA-SIN-OFICINA
           END-IF
           PERFORM 160000-UBICAR-OFICINA.


       160000-UBICAR-OFICINA.
      * Deja en WS-IND-OFICINA la entrada de WSV-OFICINA, dandola de
      * alta en cero si es la primera vez que aparece.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                     UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
             IF TOF-OFICINA(WS-IND-OFICINA) = WSV-OFICINA
               MOVE WS-IND-OFICINA TO WS-IND-HALLADO
               MOVE WS-CANT-OFICINAS TO WS-IND-OFICINA
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO > 0
             MOVE WS-IND-HALLADO TO WS-IND-OFICINA
           ELSE
             IF WS-CANT-OFICINAS < 200
               ADD 1 TO WS-CANT-OFICINAS
               MOVE WS-CANT-OFICINAS TO WS-IND-OFICINA
               INITIALIZE TOF-ENTRY(WS-IND-OFICINA)
               MOVE WSV-OFICINA TO TOF-OFICINA(WS-IND-OFICINA)
             ELSE
               DISPLAY 'TABLA DE OFICINAS COMPLETA'
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
           END-IF.


       200000-CLASIFICAR-SALDOS.
      * Solo los saldos deudores se previsionan; el tramo sale de
      * los dias desde FECHAVTO, con el mismo corte que PROG09.
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
               ADD 1 TO WSA-CANT-CUENTAS
               MOVE CODCLIENTE TO WSV-CODCLIENTE
               PERFORM 150000-BUSCAR-OFICINA
               PERFORM 210000-CLASIFICAR-MORA
               ADD MONTO
                 TO TOF-BASE(WS-IND-OFICINA, WS-IND-TRAMO)
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


       210000-CLASIFICAR-MORA.
           IF FECHAVTO = 0
             MOVE 0 TO WS-DIAS-DE-MORA
           ELSE
             COMPUTE WS-JULIANO-VTO =
                     FUNCTION INTEGER-OF-DATE(FECHAVTO)
             COMPUTE WS-DIAS-DE-MORA = WS-JULIANO-HOY - WS-JULIANO-VTO
           END-IF
           EVALUATE TRUE
             WHEN WS-DIAS-DE-MORA <= 0
               MOVE 1 TO WS-IND-TRAMO
             WHEN WS-DIAS-DE-MORA <= 30
               MOVE 2 TO WS-IND-TRAMO
             WHEN WS-DIAS-DE-MORA <= 60
               MOVE 3 TO WS-IND-TRAMO
             WHEN WS-DIAS-DE-MORA <= 90
               MOVE 4 TO WS-IND-TRAMO
             WHEN OTHER
               MOVE 5 TO WS-IND-TRAMO
           END-EVALUATE.


       220000-SUMAR-CASTIGOS.
      * Castigos confirmados (vigentes o ya recuperados) despues de
      * la corrida anterior y hasta la fecha de proceso: son los que
      * EXPORTACONTAB imputo contra la prevision.
           IF NOT WS-CON-HISTORIA
             CONTINUE
           ELSE
             OPEN INPUT CASTIGOS
             IF WSS-FS-CASTIGOS-NOEXISTE
               CONTINUE
             ELSE
               IF NOT WSS-FS-CASTIGOS-OK
                 DISPLAY 'ERROR DE ARCHIVO DE CASTIGOS'
                 DISPLAY 'FILE STATUS ' WSS-FS-CASTIGOS
                 MOVE 8 TO WS-RETURN-CODE
               ELSE
                 PERFORM 225000-LEER-CASTIGO
                 PERFORM UNTIL WSS-FS-CASTIGOS-EOF
                   IF (CAS-CASTIGADO OR CAS-RECUPERADO-TOTAL)
                         AND CAS-FECHA-CASTIGO > WSV-FECHA-ANTERIOR
                         AND CAS-FECHA-CASTIGO NOT > WSP-FECHA-PROCESO
                     ADD 1 TO WSA-CANT-CASTIGOS
                     MOVE CAS-CODCLIENTE TO WSV-CODCLIENTE
                     PERFORM 150000-BUSCAR-OFICINA
                     ADD CAS-IMPORTE
                       TO TOF-CASTIGOS(WS-IND-OFICINA)
                   END-IF
                   PERFORM 225000-LEER-CASTIGO
                 END-PERFORM
               END-IF
               CLOSE CASTIGOS
             END-IF
           END-IF.


       225000-LEER-CASTIGO.
           READ CASTIGOS
           IF NOT WSS-FS-CASTIGOS-OK AND NOT WSS-FS-CASTIGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CASTIGOS
             MOVE '10' TO WSS-FS-CASTIGOS
           END-IF.


       230000-CALCULAR-PREVISION.
           PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                     UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
             MOVE 0 TO TOF-SALDO-FINAL(WS-IND-OFICINA)
             PERFORM VARYING WS-IND-TRAMO FROM 1 BY 1
                       UNTIL WS-IND-TRAMO > 5
               COMPUTE TOF-PREVISION(WS-IND-OFICINA, WS-IND-TRAMO)
                       ROUNDED =
                       TOF-BASE(WS-IND-OFICINA, WS-IND-TRAMO)
                       * TPO-PORC(WS-IND-TRAMO) / 100
               ADD TOF-PREVISION(WS-IND-OFICINA, WS-IND-TRAMO)
                 TO TOF-SALDO-FINAL(WS-IND-OFICINA)
               ADD TOF-BASE(WS-IND-OFICINA, WS-IND-TRAMO)
                 TO WSA-TOTAL-BASE(WS-IND-TRAMO)
               ADD TOF-PREVISION(WS-IND-OFICINA, WS-IND-TRAMO)
                 TO WSA-TOTAL-PREV(WS-IND-TRAMO)
             END-PERFORM
             COMPUTE TOF-CONSTITUCION(WS-IND-OFICINA) =
                     TOF-SALDO-FINAL(WS-IND-OFICINA)
                     - TOF-SALDO-INICIAL(WS-IND-OFICINA)
                     + TOF-CASTIGOS(WS-IND-OFICINA)
             ADD TOF-SALDO-INICIAL(WS-IND-OFICINA)
               TO WSA-TOTAL-INICIAL
             ADD TOF-CASTIGOS(WS-IND-OFICINA) TO WSA-TOTAL-CASTIGOS
             ADD TOF-CONSTITUCION(WS-IND-OFICINA)
               TO WSA-TOTAL-CONSTITUCION
             ADD TOF-SALDO-FINAL(WS-IND-OFICINA) TO WSA-TOTAL-FINAL
           END-PERFORM.


       240000-GRABAR-HISTORIA.
           OPEN EXTEND PREVIS
           IF WSS-FS-PREVIS-NOEXISTE
             OPEN OUTPUT PREVIS
           END-IF
           IF NOT WSS-FS-PREVIS-OK
             DISPLAY 'ERROR DE ARCHIVO DE PREVISION'
             DISPLAY 'FILE STATUS ' WSS-FS-PREVIS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                     UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
             MOVE WSV-PERIODO TO PRV-PERIODO
             MOVE TOF-OFICINA(WS-IND-OFICINA) TO PRV-OFICINA
             MOVE WSP-FECHA-PROCESO TO PRV-FECHA
             PERFORM VARYING WS-IND-TRAMO FROM 1 BY 1
                       UNTIL WS-IND-TRAMO > 5
               MOVE TOF-BASE(WS-IND-OFICINA, WS-IND-TRAMO)
                 TO PRV-BASE(WS-IND-TRAMO)
               MOVE TPO-PORC(WS-IND-TRAMO) TO PRV-PORC(WS-IND-TRAMO)
               MOVE TOF-PREVISION(WS-IND-OFICINA, WS-IND-TRAMO)
                 TO PRV-PREVISION(WS-IND-TRAMO)
             END-PERFORM
             MOVE TOF-SALDO-INICIAL(WS-IND-OFICINA)
               TO PRV-SALDO-INICIAL
             MOVE TOF-CASTIGOS(WS-IND-OFICINA) TO PRV-CASTIGOS
             MOVE TOF-CONSTITUCION(WS-IND-OFICINA)
               TO PRV-CONSTITUCION
             MOVE TOF-SALDO-FINAL(WS-IND-OFICINA) TO PRV-SALDO-FINAL
             WRITE REG-PREVIS
             ADD 1 TO WS-CANT-ESCRITOS
           END-PERFORM
           CLOSE PREVIS.


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
             STRING 'PREVISION PARA DEUDORES INCOBRABLES - PERIODO '
                    WSV-PERIODO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'FECHA DE PROCESO ' WSP-FECHA-PROCESO
                    '  CORRIDA ANTERIOR ' WSV-FECHA-ANTERIOR
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             IF NOT WS-CON-HISTORIA
               MOVE 'PRIMERA CORRIDA: SIN SALDO INICIAL; LOS CASTIGOS'
                 TO WS-LINEA-REPORTE
               PERFORM 270000-ESCRIBIR-LINEA
               MOVE 'ANTERIORES YA SE ASENTARON COMO QUEBRANTO.'
                 TO WS-LINEA-REPORTE
               PERFORM 270000-ESCRIBIR-LINEA
             END-IF
             PERFORM VARYING WS-IND-OFICINA FROM 1 BY 1
                       UNTIL WS-IND-OFICINA > WS-CANT-OFICINAS
               PERFORM 255000-REPORTE-OFICINA
             END-PERFORM
             PERFORM 260000-REPORTE-TOTALES
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'PREVISION DEL PERIODO EMITIDA EN PREVIS.REP'
           END-IF.


       255000-REPORTE-OFICINA.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'OFICINA ' TOF-OFICINA(WS-IND-OFICINA)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE '  TRAMO                  SALDO DEUDOR   PORC'
             TO WS-LINEA-REPORTE
           MOVE 'PREVISION' TO WS-LINEA-REPORTE(57:9)
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-TRAMO FROM 1 BY 1
                     UNTIL WS-IND-TRAMO > 5
             MOVE TOF-BASE(WS-IND-OFICINA, WS-IND-TRAMO)
               TO WS-IMPORTE-EDIT
             MOVE TPO-PORC(WS-IND-TRAMO) TO WS-PORC-EDIT
             MOVE TOF-PREVISION(WS-IND-OFICINA, WS-IND-TRAMO)
               TO WS-IMPORTE-EDIT-2
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  ' TNT-NOMBRE(WS-IND-TRAMO) ' '
                    WS-IMPORTE-EDIT ' ' WS-PORC-EDIT ' '
                    WS-IMPORTE-EDIT-2
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE TOF-SALDO-INICIAL(WS-IND-OFICINA) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  SALDO INICIAL                          '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TOF-CONSTITUCION(WS-IND-OFICINA) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  + CONSTITUCION (- RECUPERO) DEL MES    '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TOF-CASTIGOS(WS-IND-OFICINA) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  - CASTIGOS CONFIRMADOS                 '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE TOF-SALDO-FINAL(WS-IND-OFICINA) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  = SALDO FINAL                          '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA.


       260000-REPORTE-TOTALES.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE 'TOTAL GENERAL' TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-TRAMO FROM 1 BY 1
                     UNTIL WS-IND-TRAMO > 5
             MOVE WSA-TOTAL-BASE(WS-IND-TRAMO) TO WS-IMPORTE-EDIT
             MOVE TPO-PORC(WS-IND-TRAMO) TO WS-PORC-EDIT
             MOVE WSA-TOTAL-PREV(WS-IND-TRAMO) TO WS-IMPORTE-EDIT-2
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  ' TNT-NOMBRE(WS-IND-TRAMO) ' '
                    WS-IMPORTE-EDIT ' ' WS-PORC-EDIT ' '
                    WS-IMPORTE-EDIT-2
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE WSA-TOTAL-INICIAL TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  SALDO INICIAL                          '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-CONSTITUCION TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  + CONSTITUCION (- RECUPERO) DEL MES    '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-CASTIGOS TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  - CASTIGOS CONFIRMADOS                 '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-FINAL TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  = SALDO FINAL                          '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CUENTAS DEUDORAS ' WSA-CANT-CUENTAS
                  '  CASTIGOS IMPUTADOS ' WSA-CANT-CASTIGOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 270000-ESCRIBIR-LINEA
           IF WSA-SIN-OFICINA > 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ATENCION: ' WSA-SIN-OFICINA
                    ' SALDOS SIN OFICINA EN EL MAESTRO (OFICINA ???)'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
             END-IF
           END-IF
           COMPUTE WSA-TOTAL-CONTROL =
                   WSA-TOTAL-INICIAL + WSA-TOTAL-CONSTITUCION
                   - WSA-TOTAL-CASTIGOS
           IF WSA-TOTAL-CONTROL = WSA-TOTAL-FINAL
             MOVE 'CONTROL OK: INICIAL + CONSTITUCION - CASTIGOS = '
               TO WS-LINEA-REPORTE
             MOVE 'FINAL' TO WS-LINEA-REPORTE(49:5)
           ELSE
             MOVE 'ERROR DE CONTROL: LA CONCILIACION NO CIERRA'
               TO WS-LINEA-REPORTE
             MOVE 8 TO WS-RETURN-CODE
           END-IF
           PERFORM 270000-ESCRIBIR-LINEA
           DISPLAY 'SALDO INICIAL:  ' WSA-TOTAL-INICIAL
           DISPLAY 'CONSTITUCION:   ' WSA-TOTAL-CONSTITUCION
           DISPLAY 'CASTIGOS:       ' WSA-TOTAL-CASTIGOS
           DISPLAY 'SALDO FINAL:    ' WSA-TOTAL-FINAL.


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
           DISPLAY 'Purpose:   PREVISION DE INCOBRABLES'
           DISPLAY 'Programme: PREVISIONINCOB'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'PREVISIONINCOB'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-PREVIS     TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'PREVISION INCOB' TO WS-REPIDX-NOMBRE
           MOVE 'PREVISIONINCOB' TO WS-REPIDX-PROGRAMA
           MOVE '..\PREVIS.REP' TO WS-REPIDX-ARCHIVO
           MOVE 0 TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
