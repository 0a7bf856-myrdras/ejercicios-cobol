      *              REGISTRO NOTASCRED.DAT Y LISTA EL REGISTRO DIARIO
      *              DE AJUSTES. EL CREDITO FLUYE A RESULT.DAT Y A LOS
      *              ESTADOS DE CUENTA LIGADO AL CARGO QUE CORRIGE.
      *              LAS FACTURAS DE ABONOS PREPAGOS NO SE ACREDITAN A
      *              MANO: LA BAJA ANTICIPADA DE SUSCRIPCIONES DEJA EN
      *              DIFERIDO.DAT EL IMPORTE NO DEVENGADO, Y LA OPCION
      *              DE BAJAS DE PREPAGOS EMITE POR CADA UNA LA NOTA
      *              CON MOTIVO PRE (RESERVADO) EN EL PERIODO DE LA
      *              FECHA DE PROCESO. EL CANJE DE PUNTOS DE
      *              FIDELIDAD (PUNTOS.DAT) SE EMITE IGUAL, CON MOTIVO
      *              PTS (RESERVADO) CONTRA UN CARGO DE UNA CUENTA DEL
      *              CLIENTE, A PAR-VALOR-PUNTO CADA PUNTO Y SIN
      *              TOMAR LOS PUNTOS YA VENCIDOS; EL CANJE QUEDA
      *              ASENTADO EN EL MISMO LIBRO DE PUNTOS. EL SALDO A
      *              FAVOR QUE QUEDE SIGUE EL CIRCUITO DE REEMBOLSOS.
      *              CADA NOTA QUEDA A NOMBRE DE LA EMPRESA DE LA
      *              CORRIDA (VARIABLE EMPRESA), QUE ES LA QUE LA
      *              LLEVA A SU LIBRO DE IVA, Y EL REGISTRO DIARIO
      *              LISTA SOLO LAS DE ESA EMPRESA. EL MOTIVO REF
      *              QUEDA RESERVADO A LAS NOTAS QUE EMITE
      *              REFACTURACION.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS NROCUENTA
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NOTASCRED.

           SELECT DIFERIDO           ASSIGN TO DISK '..\DIFERIDO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DIFERIDO.

           SELECT PUNTOS             ASSIGN TO DISK '..\PUNTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PUNTOS.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.
       DATA DIVISION.

       FILE SECTION.
       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                 PIC 9(08).
         05 CODCLIENTE                PIC 9(08).
         05 MONTO-CTA                 PIC S9(15)V99.
         05 FECHAVTO                  PIC 9(08).
         05 FECHAULTPAGO              PIC 9(08).
         05 ENTRYID-CTA               PIC 9(08).

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NC-IMPORTE                PIC S9(05)V99.
         05 NC-FECHA                  PIC 9(08).
         05 NC-OPERADOR               PIC X(20).
         05 NC-EMPRESA                PIC X(02).

       FD DIFERIDO.
           COPY DIFEREC.

       FD PUNTOS.
           COPY PUNTOSREC.

       FD PARAM.
           COPY PARAMREC.
       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==NOTASCRED==.
           COPY WSFS REPLACING ==:TAG:== BY ==DIFERIDO==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==PUNTOS==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
         05 WS-ORIG-NUMCUENTA          PIC 9(08).
         05 WS-ORIG-PERIODO            PIC X(06).
         05 WS-ORIG-MONTO              PIC S9(05)V99.
         05 WS-ORIG-DESCRIP            PIC X(30).

       01 WS-ENCONTRADO                PIC X VALUE 'N'.
           88 WS-FUE-ENCONTRADO                         VALUE 'S'.

       01 WS-ENTRYID-EDIT              PIC 9(08).

       01 WS-NOTA-GRABADA              PIC X VALUE 'N'.
           88 WS-NC-GRABADA                             VALUE 'S'.

      * Bajas anticipadas de abonos prepagos: DIFERIDO.DAT es
      * secuencial, se carga entero y se regraba con las bajas ya
      * acreditadas.
       01 TABLA-DIFERIDOS.
         05 WS-CANT-DIFERIDOS          PIC 9(05) VALUE 0.
         05 TDR-REGISTRO OCCURS 5000 TIMES
                                       PIC X(113).

       01 WS-IND-DIFERIDO              PIC 9(05).
       01 WS-PERIODO-NC                PIC X(06).
       01 WS-CANT-ACREDITADAS          PIC 9(05).
       01 WS-CANT-RECHAZADAS           PIC 9(05).

       01 WS-PERIODO-ABIERTO           PIC X(01).

      * Canje de puntos: los emitidos cuyo periodo de vencimiento ya
      * paso se consumen primero con lo canjeado y lo vencido; lo que
      * no alcanzan a cubrir esta caduco aunque PUNTOSMENSUAL aun no
      * haya asentado el vencimiento, y no se puede canjear.
       01 WS-CANJE-PUNTOS.
         05 WS-PTS-CLIENTE             PIC 9(08).
         05 WS-PTS-SALDO               PIC S9(09).
         05 WS-PTS-CADUCOS             PIC S9(09).
         05 WS-PTS-CONSUMIDOS          PIC S9(09).
         05 WS-PTS-POR-VENCER          PIC S9(09).
         05 WS-PTS-DISPONIBLES         PIC S9(09).
         05 WS-PTS-A-CANJEAR           PIC 9(07).
         05 WS-PTS-IMPORTE             PIC S9(09)V99.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'NOTASCREDITO'.
         05 WS-ACC-OPERADOR            PIC X(20).

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 5
                 PERFORM 300000-FINAL.


                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 5 TO WS-OPCION
           ELSE
             PERFORM 130000-MOSTRAR-MENU
           END-IF.
           DISPLAY 'NOTAS DE CREDITO Y AJUSTES'
           DISPLAY '1 - EMITIR NOTA DE CREDITO'
           DISPLAY '2 - REGISTRO DIARIO DE AJUSTES'
           DISPLAY '3 - ACREDITAR BAJAS DE PREPAGOS'
           DISPLAY '4 - CANJEAR PUNTOS DE FIDELIDAD'
           DISPLAY '5 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.

             WHEN 2
               PERFORM 260000-REGISTRO-DIARIO
             WHEN 3
               PERFORM 280000-ACREDITAR-BAJAS
             WHEN 4
               PERFORM 290000-CANJEAR-PUNTOS
             WHEN 5
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 5
             PERFORM 130000-MOSTRAR-MENU
           END-IF.

           DISPLAY 'INGRESE EL ENTRYID DEL CARGO ORIGINAL: '
           ACCEPT WSV-ENTRYID-ORIG
           PERFORM 215000-BUSCAR-ORIGINAL
           EVALUATE TRUE
             WHEN NOT WS-FUE-ENCONTRADO
               DISPLAY 'NO EXISTE UN CARGO CON ESE ENTRYID'
             WHEN WS-ORIG-DESCRIP(12:6) = 'PREPAG'
               DISPLAY 'EL CARGO ES UN ABONO PREPAGO: LO NO DEVENGADO '
                       'SE ACREDITA DANDO LA BAJA EN SUSCRIPCIONES Y '
                       'POR LA OPCION 3'
             WHEN OTHER
               CALL 'PERIODOABIERTO' USING WS-ORIG-PERIODO
                                           WS-PERIODO-ABIERTO
               END-CALL
               IF WS-PERIODO-ABIERTO NOT = 'S'
                 DISPLAY 'EL PERIODO ' WS-ORIG-PERIODO ' ESTA '
                         'CERRADO, EMITIR LA NOTA EN UN PERIODO '
                         'ABIERTO POR MANTPERIODOS'
               ELSE
                 PERFORM 221500-EMITIR-SOBRE-ABIERTO
               END-IF
           END-EVALUATE.


       221500-EMITIR-SOBRE-ABIERTO.
               MOVE WS-AUX-MONTO TO WS-IMPORTE-CREDITO
               DISPLAY 'INGRESE EL CODIGO DE MOTIVO (3 CARACTERES): '
               ACCEPT WSV-MOTIVO
               EVALUATE TRUE
                 WHEN WSV-MOTIVO = 'PRE'
                   DISPLAY 'EL MOTIVO PRE ES EXCLUSIVO DE LAS BAJAS '
                           'DE PREPAGOS, NO SE EMITE'
                 WHEN WSV-MOTIVO = 'PTS'
                   DISPLAY 'EL MOTIVO PTS ES EXCLUSIVO DEL CANJE DE '
                           'PUNTOS, NO SE EMITE'
                 WHEN WSV-MOTIVO = 'REF'
                   DISPLAY 'EL MOTIVO REF ES EXCLUSIVO DE LA '
                           'REFACTURACION MASIVA, NO SE EMITE'
                 WHEN WS-IMPORTE-CREDITO <= 0
                   DISPLAY 'EL IMPORTE DEBE SER POSITIVO, NO SE EMITE'
                 WHEN OTHER
                 IF WS-IMPORTE-CREDITO > WS-SALDO-ACREDITABLE
                   DISPLAY 'EL CREDITO SUPERA EL SALDO ACREDITABLE '
                           'DEL CARGO, NO SE EMITE'
                 ELSE
                   PERFORM 230000-GRABAR-CREDITO
                 END-IF
               END-EVALUATE
             END-IF.


                 MOVE NUMCUENTA TO WS-ORIG-NUMCUENTA
                 MOVE PERIODO TO WS-ORIG-PERIODO
                 MOVE MONTO TO WS-ORIG-MONTO
                 MOVE DESCRIP TO WS-ORIG-DESCRIP
                 ADD 1 TO WS-CANT-LEIDOS
             END-READ
             CLOSE SERVICIO


       230000-GRABAR-CREDITO.
           MOVE 'N' TO WS-NOTA-GRABADA
           OPEN I-O SERVICIO
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             WRITE REG-SERVICIO
             IF WSS-FS-SERVICIO-OK
               ADD 1 TO WS-CANT-ESCRITOS
               MOVE 'S' TO WS-NOTA-GRABADA
               CLOSE SERVICIO
               PERFORM 240000-GRABAR-REGISTRO
               DISPLAY 'NOTA DE CREDITO ' WS-ULTIMO-ID ' EMITIDA'
             MOVE WS-IMPORTE-CREDITO TO NC-IMPORTE
             MOVE WSP-FECHA-PROCESO TO NC-FECHA
             ACCEPT NC-OPERADOR FROM ENVIRONMENT 'USER'
             MOVE WSP-EMPRESA TO NC-EMPRESA
             WRITE REG-NOTASCRED
             CLOSE NOTASCRED
           END-IF.
               DISPLAY 'REGISTRO DE AJUSTES DEL ' WSV-FECHA-LISTADO
               PERFORM 221000-LEER-NOTA
               PERFORM UNTIL WSS-FS-NOTASCRED-EOF
                 IF NC-EMPRESA = SPACES
                   MOVE '01' TO NC-EMPRESA
                 END-IF
                 IF NC-FECHA = WSV-FECHA-LISTADO
                         AND NC-EMPRESA = WSP-EMPRESA
                   DISPLAY '  NC ' NC-ENTRYID
                           ' REF ' NC-ENTRYID-ORIG
                           ' MOT ' NC-MOTIVO
           END-IF.


       280000-ACREDITAR-BAJAS.
      * Cada baja anticipada pendiente (estado C) se acredita por lo
      * no devengado que calculo SUSCRIPCIONES, con motivo PRE y en el
      * periodo de la fecha de proceso; la factura original puede ser
      * de un periodo ya cerrado.
           MOVE WSP-FECHA-PROCESO(1:6) TO WS-PERIODO-NC
           CALL 'PERIODOABIERTO' USING WS-PERIODO-NC
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WS-PERIODO-NC ' ESTA CERRADO, '
                     'NO SE ACREDITAN BAJAS'
           ELSE
             PERFORM 282000-CARGAR-DIFERIDOS
             MOVE 0 TO WS-CANT-ACREDITADAS
             MOVE 0 TO WS-CANT-RECHAZADAS
             PERFORM VARYING WS-IND-DIFERIDO FROM 1 BY 1
                       UNTIL WS-IND-DIFERIDO > WS-CANT-DIFERIDOS
               MOVE TDR-REGISTRO(WS-IND-DIFERIDO) TO REG-DIFERIDO
               IF DFR-CANCELADO
                 PERFORM 285000-ACREDITAR-BAJA
                 MOVE REG-DIFERIDO TO TDR-REGISTRO(WS-IND-DIFERIDO)
               END-IF
             END-PERFORM
             IF WS-CANT-ACREDITADAS > 0
               PERFORM 288000-REGRABAR-DIFERIDOS
             END-IF
             DISPLAY 'BAJAS ACREDITADAS: ' WS-CANT-ACREDITADAS
                     '  RECHAZADAS: ' WS-CANT-RECHAZADAS
           END-IF.


       282000-CARGAR-DIFERIDOS.
           MOVE 0 TO WS-CANT-DIFERIDOS
           OPEN INPUT DIFERIDO
           IF WSS-FS-DIFERIDO-NOEXISTE
             DISPLAY 'NO HAY ABONOS PREPAGOS REGISTRADOS'
           ELSE
             IF NOT WSS-FS-DIFERIDO-OK
               DISPLAY 'ERROR DE ARCHIVO DE DIFERIDOS'
               DISPLAY 'FILE STATUS ' WSS-FS-DIFERIDO
             ELSE
               PERFORM 283000-LEER-DIFERIDO
               PERFORM UNTIL WSS-FS-DIFERIDO-EOF
                       OR WS-CANT-DIFERIDOS >= 5000
                 ADD 1 TO WS-CANT-DIFERIDOS
                 MOVE REG-DIFERIDO TO TDR-REGISTRO(WS-CANT-DIFERIDOS)
                 PERFORM 283000-LEER-DIFERIDO
               END-PERFORM
      * Sin la tabla completa la regrabacion perderia contratos.
               IF NOT WSS-FS-DIFERIDO-EOF
                 DISPLAY 'DIFERIDO.DAT SUPERA LOS 5000 PREPAGOS, '
                         'NO SE ACREDITAN BAJAS'
                 MOVE 0 TO WS-CANT-DIFERIDOS
               END-IF
             END-IF
             CLOSE DIFERIDO
           END-IF.


       283000-LEER-DIFERIDO.
           READ DIFERIDO
           IF NOT WSS-FS-DIFERIDO-OK AND NOT WSS-FS-DIFERIDO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DIFERIDO
             MOVE '10' TO WSS-FS-DIFERIDO
           END-IF
           IF WSS-FS-DIFERIDO-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       285000-ACREDITAR-BAJA.
           MOVE DFR-ENTRYID TO WSV-ENTRYID-ORIG
           PERFORM 215000-BUSCAR-ORIGINAL
           IF NOT WS-FUE-ENCONTRADO
             DISPLAY 'BAJA DE LA FACTURA ' DFR-ENTRYID
                     ': NO EXISTE EN SERVICIO.DAT'
             ADD 1 TO WS-CANT-RECHAZADAS
           ELSE
             PERFORM 220000-SUMAR-CREDITOS-PREVIOS
             COMPUTE WS-SALDO-ACREDITABLE =
                     WS-ORIG-MONTO - WS-CREDITOS-PREVIOS
             IF DFR-NO-DEVENGADO <= 0
                     OR DFR-NO-DEVENGADO > WS-SALDO-ACREDITABLE
               DISPLAY 'BAJA DE LA FACTURA ' DFR-ENTRYID
                       ': NO DEVENGADO ' DFR-NO-DEVENGADO
                       ' FUERA DEL SALDO ACREDITABLE '
                       WS-SALDO-ACREDITABLE
               ADD 1 TO WS-CANT-RECHAZADAS
             ELSE
               MOVE DFR-NO-DEVENGADO TO WS-IMPORTE-CREDITO
               MOVE 'PRE' TO WSV-MOTIVO
               MOVE WS-PERIODO-NC TO WS-ORIG-PERIODO
               PERFORM 230000-GRABAR-CREDITO
               IF WS-NC-GRABADA
                 MOVE 'A' TO DFR-ESTADO
                 MOVE WS-ULTIMO-ID TO DFR-ENTRYID-NC
                 ADD 1 TO WS-CANT-ACREDITADAS
               ELSE
                 ADD 1 TO WS-CANT-RECHAZADAS
               END-IF
             END-IF
           END-IF.


       288000-REGRABAR-DIFERIDOS.
           OPEN OUTPUT DIFERIDO
           IF NOT WSS-FS-DIFERIDO-OK
             DISPLAY 'ERROR DE ARCHIVO DE DIFERIDOS'
             DISPLAY 'FILE STATUS ' WSS-FS-DIFERIDO
           ELSE
             PERFORM VARYING WS-IND-DIFERIDO FROM 1 BY 1
                       UNTIL WS-IND-DIFERIDO > WS-CANT-DIFERIDOS
               MOVE TDR-REGISTRO(WS-IND-DIFERIDO) TO REG-DIFERIDO
               WRITE REG-DIFERIDO
             END-PERFORM
             CLOSE DIFERIDO
           END-IF.


       290000-CANJEAR-PUNTOS.
      * El canje se emite en el periodo de la fecha de proceso, como
      * las bajas de prepagos, contra un cargo de cualquier cuenta del
      * cliente que tenga saldo acreditable.
           MOVE WSP-FECHA-PROCESO(1:6) TO WS-PERIODO-NC
           CALL 'PERIODOABIERTO' USING WS-PERIODO-NC
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WS-PERIODO-NC ' ESTA CERRADO, '
                     'NO SE CANJEAN PUNTOS'
           ELSE
             DISPLAY 'INGRESE EL ENTRYID DEL CARGO A ACREDITAR: '
             ACCEPT WSV-ENTRYID-ORIG
             PERFORM 215000-BUSCAR-ORIGINAL
             EVALUATE TRUE
               WHEN NOT WS-FUE-ENCONTRADO
                 DISPLAY 'NO EXISTE UN CARGO CON ESE ENTRYID'
               WHEN WS-ORIG-DESCRIP(12:6) = 'PREPAG'
                 DISPLAY 'EL CARGO ES UN ABONO PREPAGO, ELEGIR OTRO '
                         'CARGO DE LA CUENTA'
               WHEN WS-ORIG-MONTO <= 0
                 DISPLAY 'EL ENTRYID NO ES UN CARGO'
               WHEN OTHER
                 PERFORM 291000-BUSCAR-CLIENTE
                 IF WS-PTS-CLIENTE = 0
                   DISPLAY 'LA CUENTA ' WS-ORIG-NUMCUENTA
                           ' NO EXISTE EN CUENTAS.DAT'
                 ELSE
                   PERFORM 292000-SALDO-PUNTOS
                   PERFORM 294000-PEDIR-CANJE
                 END-IF
             END-EVALUATE
           END-IF.


       291000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-PTS-CLIENTE
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           ELSE
             MOVE WS-ORIG-NUMCUENTA TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE CODCLIENTE TO WS-PTS-CLIENTE
             END-READ
             CLOSE CUENTAS
           END-IF.


       292000-SALDO-PUNTOS.
           MOVE 0 TO WS-PTS-SALDO
           MOVE 0 TO WS-PTS-CADUCOS
           MOVE 0 TO WS-PTS-CONSUMIDOS
           OPEN INPUT PUNTOS
           IF WSS-FS-PUNTOS-OK
             PERFORM 293000-LEER-PUNTOS
             PERFORM UNTIL WSS-FS-PUNTOS-EOF
               IF PTS-CODCLIENTE = WS-PTS-CLIENTE
                 ADD PTS-PUNTOS TO WS-PTS-SALDO
                 IF PTS-EMITIDO
                   IF PTS-PERIODO-VTO < WSP-FECHA-PROCESO(1:6)
                     ADD PTS-PUNTOS TO WS-PTS-CADUCOS
                   END-IF
                 ELSE
                   SUBTRACT PTS-PUNTOS FROM WS-PTS-CONSUMIDOS
                 END-IF
               END-IF
               PERFORM 293000-LEER-PUNTOS
             END-PERFORM
             CLOSE PUNTOS
           END-IF
           COMPUTE WS-PTS-POR-VENCER =
                   WS-PTS-CADUCOS - WS-PTS-CONSUMIDOS
           IF WS-PTS-POR-VENCER < 0
             MOVE 0 TO WS-PTS-POR-VENCER
           END-IF
           COMPUTE WS-PTS-DISPONIBLES =
                   WS-PTS-SALDO - WS-PTS-POR-VENCER.


       293000-LEER-PUNTOS.
           READ PUNTOS
           IF NOT WSS-FS-PUNTOS-OK AND NOT WSS-FS-PUNTOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PUNTOS
             MOVE '10' TO WSS-FS-PUNTOS
           END-IF
           IF WSS-FS-PUNTOS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       294000-PEDIR-CANJE.
           PERFORM 220000-SUMAR-CREDITOS-PREVIOS
           COMPUTE WS-SALDO-ACREDITABLE =
                   WS-ORIG-MONTO - WS-CREDITOS-PREVIOS
           DISPLAY 'CLIENTE ' WS-PTS-CLIENTE
                   ' PUNTOS DISPONIBLES ' WS-PTS-DISPONIBLES
                   ' VALOR DEL PUNTO ' WSP-VALOR-PUNTO
           DISPLAY 'SALDO ACREDITABLE DEL CARGO: ' WS-SALDO-ACREDITABLE
           IF WS-PTS-DISPONIBLES <= 0 OR WS-SALDO-ACREDITABLE <= 0
             DISPLAY 'NO HAY PUNTOS O SALDO PARA CANJEAR'
           ELSE
             DISPLAY 'INGRESE LOS PUNTOS A CANJEAR: '
             ACCEPT WS-PTS-A-CANJEAR
             COMPUTE WS-PTS-IMPORTE =
                     WS-PTS-A-CANJEAR * WSP-VALOR-PUNTO
             EVALUATE TRUE
               WHEN WS-PTS-A-CANJEAR = 0
                 DISPLAY 'NO SE CANJEAN PUNTOS'
               WHEN WS-PTS-A-CANJEAR > WS-PTS-DISPONIBLES
                 DISPLAY 'LOS PUNTOS SUPERAN LOS DISPONIBLES, NO SE '
                         'EMITE'
               WHEN WS-PTS-IMPORTE > WS-SALDO-ACREDITABLE
                 DISPLAY 'EL CANJE (' WS-PTS-IMPORTE ') SUPERA EL '
                         'SALDO ACREDITABLE DEL CARGO, NO SE EMITE'
               WHEN OTHER
                 MOVE WS-PTS-IMPORTE TO WS-IMPORTE-CREDITO
                 MOVE 'PTS' TO WSV-MOTIVO
                 MOVE WS-PERIODO-NC TO WS-ORIG-PERIODO
                 PERFORM 230000-GRABAR-CREDITO
                 IF WS-NC-GRABADA
                   PERFORM 295000-GRABAR-CANJE
                 END-IF
             END-EVALUATE
           END-IF.


       295000-GRABAR-CANJE.
           OPEN EXTEND PUNTOS
           IF WSS-FS-PUNTOS-NOEXISTE
             OPEN OUTPUT PUNTOS
           END-IF
           IF NOT WSS-FS-PUNTOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE PUNTOS'
             DISPLAY 'FILE STATUS ' WSS-FS-PUNTOS
           ELSE
             MOVE WS-PTS-CLIENTE TO PTS-CODCLIENTE
             MOVE WS-ORIG-NUMCUENTA TO PTS-NROCUENTA
             MOVE WSP-FECHA-PROCESO TO PTS-FECHA
             MOVE 'C' TO PTS-TIPO
             COMPUTE PTS-PUNTOS = 0 - WS-PTS-A-CANJEAR
             MOVE 0 TO PTS-PERIODO-VTO
             MOVE WS-ULTIMO-ID TO PTS-REFERENCIA
             MOVE WS-IMPORTE-CREDITO TO PTS-IMPORTE
             WRITE REG-PUNTOS
             CLOSE PUNTOS
             DISPLAY 'PUNTOS CANJEADOS: ' WS-PTS-A-CANJEAR
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
