      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     REGISTRO DE JUICIOS DE COBRO (JUICIOS.DAT) PARA
      *              LAS CUENTAS QUE SCORINGMORA PASO A ESTRATEGIA
      *              D PREJUDICIAL Y QUE EL ABOGADO YA DEMANDO: CADA
      *              JUICIO LLEVA NUMERO DE LA SERIE JUI DEL
      *              NUMERADOR, CUENTA Y CLIENTE, ABOGADO, JUZGADO,
      *              EXPEDIENTE, FECHA DE DEMANDA Y MONTO RECLAMADO,
      *              Y CADA CAMBIO DE ETAPA PROCESAL QUEDA EN LA
      *              HISTORIA JUIHIST.DAT. LAS COSTAS Y GASTOS
      *              RECUPERABLES DEL DEUDOR SE CARGAN A LA CUENTA EN
      *              SERVICIO.DAT CON EL CODIGO JUD DEL CATALOGO. EL
      *              JUICIO NO MUEVE PLATA: EL ACUERDO SE COBRA POR EL
      *              RECIBO NORMAL (CAPTURAPAGOS/APLICAPAGOS) O EL
      *              SALDO SE CASTIGA POR CASTIGOSALDOS, Y RECIEN
      *              ENTONCES SE CIERRA EL JUICIO. MIENTRAS ESTA
      *              ABIERTO, CARTASMORA, RECORDATORIOS Y LA
      *              EXPORTACION DE AGENCIACOBRANZA DEJAN LA CUENTA
      *              AFUERA. EL REPORTE MENSUAL JUICIOS.REP LISTA LOS
      *              JUICIOS ABIERTOS POR ABOGADO CON SU ANTIGUEDAD.
      *              EL ALTA, LOS CAMBIOS DE ETAPA Y EL CIERRE QUEDAN
      *              EN LA HISTORIA DE CONTACTOS DEL CLIENTE.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  JUICIOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUICIOS            ASSIGN TO DISK '..\JUICIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-JUICIOS.

           SELECT JUIHIST            ASSIGN TO DISK '..\JUIHIST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-JUIHIST.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT ESTRATEG           ASSIGN TO DISK '..\ESTRATEG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ESTRATEG.

           SELECT CASTIGOS           ASSIGN TO DISK '..\CASTIGOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CASTIGOS.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS ENTRYID-S
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT SERVCAT            ASSIGN TO DISK '..\SERVCAT.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVCAT.

           SELECT REPORTE            ASSIGN TO DISK '..\JUICIOS.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPORTE.

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

           SELECT REPINDEX           ASSIGN TO DISK '..\REPINDEX.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REPINDEX.

           SELECT CONTACTOS          ASSIGN TO DISK '..\CONTACTOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONTACTOS.

           SELECT RUNLOG             ASSIGN TO DISK '..\RUNLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD JUICIOS.
           COPY JUICIOREC.

       FD JUIHIST.
       01 REG-JUIHIST.
         05 JHI-NUMERO                PIC 9(08).
         05 JHI-FECHA                 PIC 9(08).
         05 JHI-ETAPA                 PIC X(02).
         05 JHI-DETALLE               PIC X(40).
         05 JHI-OPERADOR              PIC X(20).

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD ESTRATEG.
       01 REG-ESTRATEG.
         05 EST-NROCUENTA             PIC 9(08).
         05 EST-PUNTAJE               PIC 9(03).
         05 EST-ESTRATEGIA            PIC X(01).
         05 EST-FECHA                 PIC 9(08).

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
             88 CAS-SOLICITADO                         VALUE 'S'.
             88 CAS-CASTIGADO                          VALUE 'A'.
             88 CAS-RECUPERADO-TOTAL                   VALUE 'R'.
         05 CAS-RECUPERADO            PIC S9(15)V99.
         05 CAS-FECHA-RECUPERO        PIC 9(08).
         05 CAS-MEDIO-RECUPERO        PIC X(03).

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO                   PIC X(06).
         05 MONTO-S                   PIC S9(05)V99.
         05 ENTRYID-S                 PIC 9(08).

       FD SERVCAT.
           COPY CATSERV.

       FD REPORTE.
       01 REG-REPORTE                 PIC X(100).

       FD PARAM.
           COPY PARAMREC.

       FD REPINDEX.
       01 REG-REPINDEX                PIC X(150).

       FD CONTACTOS.
           COPY CONTACREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==JUICIOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==JUIHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==ESTRATEG==.
           COPY WSFS REPLACING ==:TAG:== BY ==CASTIGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.
       COPY WSCONTAC-WS.

       COPY WSPARAM-WS.

      * JUICIOS.DAT es secuencial: se carga entero y se regraba con
      * cada novedad, igual que RECLAMOS.DAT.
       01 TABLA-JUICIOS.
         05 WS-CANT-JUICIOS            PIC 9(04) VALUE 0.
         05 TJU-REGISTRO OCCURS 2000 TIMES
                                       PIC X(187).

       01 WS-IND-JUICIO                PIC 9(04).
       01 WS-IND-JUI-HALLADO           PIC 9(04).

      * Orden de los juicios abiertos por abogado para el reporte.
       01 TABLA-ORDEN.
         05 WS-CANT-ORDEN              PIC 9(04) VALUE 0.
         05 TOR-ENTRY OCCURS 2000 TIMES.
           10 TOR-ABOGADO              PIC X(30).
           10 TOR-IND-JUICIO           PIC 9(04).

       01 WS-ORDEN-AUX.
         05 WS-AUX-ABOGADO             PIC X(30).
         05 WS-AUX-IND-JUICIO          PIC 9(04).

       01 INDICES.
         05 WS-IND-I                   PIC 9(04).
         05 WS-IND-J                   PIC 9(04).
         05 WS-IND-SIG                 PIC 9(04).
         05 WS-IND-ULTIMO              PIC 9(04).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 VARIABLES.
         05 WSV-NUMERO                 PIC 9(08).
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-CODCLIENTE             PIC 9(08).
         05 WSV-SALDO-CUENTA           PIC S9(15)V99.
         05 WSV-ABOGADO                PIC X(30).
         05 WSV-JUZGADO                PIC X(40).
         05 WSV-EXPEDIENTE             PIC X(20).
         05 WSV-FECHA-DEMANDA          PIC 9(08).
         05 WSV-MONTO-RECLAMADO        PIC 9(13)V99.
         05 WSV-ETAPA                  PIC X(02).
             88 WSV-ETAPA-VALIDA       VALUE 'DE' 'NO' 'EM' 'SE'
                                             'EJ' 'AC'.
         05 WSV-DETALLE                PIC X(40).
         05 WSV-IMPORTE-GASTO          PIC 9(05)V99.
         05 WSV-CONCEPTO               PIC X(17).
         05 WSV-PERIODO                PIC X(06).
         05 WSV-TIPO-CIERRE            PIC 9(01).
         05 WSV-ESTRATEGIA             PIC X(01).

       01 WS-ENCONTRADO                PIC X VALUE 'N'.
           88 WS-FUE-ENCONTRADO                         VALUE 'S'.

       01 WS-COD-JUD-EXISTE            PIC X VALUE 'N'.
           88 WS-JUD-EN-CATALOGO                        VALUE 'S'.

       01 WS-RESPUESTA                 PIC A.
           88 WS-SI                                     VALUE 'S'.
           88 WS-NO                                     VALUE 'N'.

       01 WS-SERIE-JUICIOS             PIC X(03) VALUE 'JUI'.
       01 WS-NUMERO-JUICIO             PIC 9(08) VALUE 0.

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-PERIODO-ABIERTO           PIC X(01).

       01 WS-ETAPA-DESC                PIC X(25).

       01 WS-FECHAS.
         05 WS-JULIANO-HOY             PIC 9(07).
         05 WS-JULIANO-DEMANDA         PIC 9(07).
         05 WS-DIAS-ABIERTO            PIC S9(07).

       01 ACUMULADORES.
         05 WSA-CANT-ABOGADO           PIC 9(04).
         05 WSA-RECLAMADO-ABOGADO      PIC S9(15)V99.
         05 WSA-HASTA-6M-ABOGADO       PIC 9(04).
         05 WSA-HASTA-1A-ABOGADO       PIC 9(04).
         05 WSA-HASTA-2A-ABOGADO       PIC 9(04).
         05 WSA-MAS-2A-ABOGADO         PIC 9(04).
         05 WSA-CANT-TOTAL             PIC 9(04).
         05 WSA-RECLAMADO-TOTAL        PIC S9(15)V99.

       01 WS-ABOGADO-ANTERIOR          PIC X(30).

       01 WS-IMPORTE-EDIT              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-GASTO-EDIT                PIC ZZ.ZZ9,99.
       01 WS-DIAS-EDIT                 PIC ZZZZ9.

       01 WS-LINEA-REPORTE             PIC X(100).
       01 WS-CANT-LINEAS-REPORTE       PIC 9(05) VALUE 0.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'JUICIOS'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 7
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           COMPUTE WS-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WSP-FECHA-PROCESO)
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 7 TO WS-OPCION
           ELSE
             PERFORM 105000-CARGAR-JUICIOS
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-JUICIOS.
           MOVE 0 TO WS-CANT-JUICIOS
           OPEN INPUT JUICIOS
           IF WSS-FS-JUICIOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-JUICIOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE JUICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-JUICIOS
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-JUICIO
               PERFORM UNTIL WSS-FS-JUICIOS-EOF
                 IF WS-CANT-JUICIOS < 2000
                   ADD 1 TO WS-CANT-JUICIOS
                   MOVE REG-JUICIOS TO TJU-REGISTRO(WS-CANT-JUICIOS)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia juicios: se
      * detiene antes de tocar el archivo.
                   DISPLAY 'ERROR: MAS DE 2000 JUICIOS, ARCHIVAR '
                           'LOS CERRADOS ANTES DE CONTINUAR'
                   CLOSE JUICIOS
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 106000-LEER-JUICIO
               END-PERFORM
             END-IF
             CLOSE JUICIOS
           END-IF.


       106000-LEER-JUICIO.
           READ JUICIOS
           IF NOT WSS-FS-JUICIOS-OK AND NOT WSS-FS-JUICIOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-JUICIOS
             MOVE '10' TO WSS-FS-JUICIOS
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'JUICIOS DE COBRO (JUICIOS.DAT)'
           DISPLAY '1 - ALTA DE JUICIO'
           DISPLAY '2 - CAMBIO DE ETAPA PROCESAL'
           DISPLAY '3 - CARGAR COSTAS Y GASTOS A LA CUENTA'
           DISPLAY '4 - CERRAR JUICIO (ACUERDO COBRADO O CASTIGO)'
           DISPLAY '5 - CONSULTAR JUICIO E HISTORIA'
           DISPLAY '6 - REPORTE DE JUICIOS ABIERTOS POR ABOGADO'
           DISPLAY '7 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-ALTA
             WHEN 2
               PERFORM 220000-CAMBIAR-ETAPA
             WHEN 3
               PERFORM 230000-CARGAR-GASTOS
             WHEN 4
               PERFORM 240000-CERRAR
             WHEN 5
               PERFORM 250000-CONSULTAR
             WHEN 6
               PERFORM 260000-REPORTE
             WHEN 7
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 7
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-ALTA.
           DISPLAY 'INGRESE EL NUMERO DE CUENTA: '
           ACCEPT WSV-NROCUENTA
           PERFORM 211000-LEER-CUENTA
           IF NOT WS-FUE-ENCONTRADO
             DISPLAY 'NO EXISTE UNA CUENTA CON ESE NUMERO'
           ELSE
             PERFORM 219500-BUSCAR-ABIERTO-CUENTA
             IF WS-IND-JUI-HALLADO NOT = 0
               DISPLAY 'LA CUENTA YA TIENE EL JUICIO ABIERTO '
                       JUI-NUMERO
             ELSE
               MOVE 'S' TO WS-RESPUESTA
               PERFORM 212000-VERIFICAR-ESTRATEGIA
               IF WSV-ESTRATEGIA NOT = 'D'
                 DISPLAY 'ATENCION: LA CUENTA NO ESTA EN ESTRATEGIA '
                         'D PREJUDICIAL (ESTRATEGIA '
                         WSV-ESTRATEGIA ')'
                 DISPLAY 'CONFIRMA EL ALTA DEL JUICIO (S/N)? '
                 ACCEPT WS-RESPUESTA
               END-IF
               IF WS-SI
                 PERFORM 215000-INGRESAR-DATOS
                 PERFORM 217000-GRABAR-ALTA
               ELSE
                 DISPLAY 'ALTA CANCELADA'
               END-IF
             END-IF
           END-IF.


       211000-LEER-CUENTA.
           MOVE 'N' TO WS-ENCONTRADO
           MOVE 0 TO WSV-CODCLIENTE
           MOVE 0 TO WSV-SALDO-CUENTA
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           ELSE
             MOVE WSV-NROCUENTA TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'S' TO WS-ENCONTRADO
                 MOVE CODCLIENTE TO WSV-CODCLIENTE
                 MOVE MONTO TO WSV-SALDO-CUENTA
             END-READ
             CLOSE CUENTAS
           END-IF.


       212000-VERIFICAR-ESTRATEGIA.
           MOVE SPACE TO WSV-ESTRATEGIA
           OPEN INPUT ESTRATEG
           IF WSS-FS-ESTRATEG-OK
             PERFORM 213000-LEER-ESTRATEGIA
             PERFORM UNTIL WSS-FS-ESTRATEG-EOF
               IF EST-NROCUENTA = WSV-NROCUENTA
                 MOVE EST-ESTRATEGIA TO WSV-ESTRATEGIA
               END-IF
               PERFORM 213000-LEER-ESTRATEGIA
             END-PERFORM
             CLOSE ESTRATEG
           END-IF.


       213000-LEER-ESTRATEGIA.
           READ ESTRATEG
           IF NOT WSS-FS-ESTRATEG-OK AND NOT WSS-FS-ESTRATEG-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ESTRATEG
             MOVE '10' TO WSS-FS-ESTRATEG
           END-IF.


       215000-INGRESAR-DATOS.
           DISPLAY 'INGRESE EL ABOGADO: '
           ACCEPT WSV-ABOGADO
           DISPLAY 'INGRESE EL JUZGADO: '
           ACCEPT WSV-JUZGADO
           DISPLAY 'INGRESE EL NUMERO DE EXPEDIENTE: '
           ACCEPT WSV-EXPEDIENTE
           DISPLAY 'INGRESE LA FECHA DE DEMANDA AAAAMMDD '
                   '(0 = FECHA DE PROCESO): '
           ACCEPT WSV-FECHA-DEMANDA
           IF WSV-FECHA-DEMANDA = 0
             MOVE WSP-FECHA-PROCESO TO WSV-FECHA-DEMANDA
           END-IF
           DISPLAY 'INGRESE EL MONTO RECLAMADO (0 = SALDO DE LA '
                   'CUENTA): '
           ACCEPT WSV-MONTO-RECLAMADO
           IF WSV-MONTO-RECLAMADO = 0 AND WSV-SALDO-CUENTA > 0
             MOVE WSV-SALDO-CUENTA TO WSV-MONTO-RECLAMADO
           END-IF.


       217000-GRABAR-ALTA.
           IF WS-CANT-JUICIOS >= 2000
             DISPLAY 'TABLA DE JUICIOS COMPLETA, NO SE GRABA'
           ELSE
             CALL 'PROXNUM' USING WS-SERIE-JUICIOS
                                  WS-NUMERO-JUICIO
             END-CALL
             INITIALIZE REG-JUICIOS
             MOVE WS-NUMERO-JUICIO    TO JUI-NUMERO
             MOVE WSV-NROCUENTA       TO JUI-NROCUENTA
             MOVE WSV-CODCLIENTE      TO JUI-CODCLIENTE
             MOVE WSV-ABOGADO         TO JUI-ABOGADO
             MOVE WSV-JUZGADO         TO JUI-JUZGADO
             MOVE WSV-EXPEDIENTE      TO JUI-EXPEDIENTE
             MOVE WSV-FECHA-DEMANDA   TO JUI-FECHA-DEMANDA
             MOVE WSV-MONTO-RECLAMADO TO JUI-MONTO-RECLAMADO
             MOVE 'DE'                TO JUI-ETAPA
             MOVE WSV-FECHA-DEMANDA   TO JUI-FECHA-ETAPA
             MOVE 0                   TO JUI-GASTOS-CARGADOS
             MOVE 'A'                 TO JUI-ESTADO
             MOVE 0                   TO JUI-FECHA-CIERRE
             MOVE WS-ACC-OPERADOR     TO JUI-OPERADOR
             ADD 1 TO WS-CANT-JUICIOS
             MOVE REG-JUICIOS TO TJU-REGISTRO(WS-CANT-JUICIOS)
             PERFORM 305000-GRABAR-JUICIOS
             MOVE SPACES TO WSV-DETALLE
             STRING 'EXPTE ' WSV-EXPEDIENTE
                    DELIMITED BY SIZE INTO WSV-DETALLE
             PERFORM 270000-GRABAR-HISTORIA
             DISPLAY 'JUICIO ' WS-NUMERO-JUICIO ' REGISTRADO: LA '
                     'CUENTA QUEDA SIN CARTAS, RECORDATORIOS NI '
                     'AGENCIA'
             MOVE SPACES TO WS-CONTAC-RESULTADO
             STRING 'JUICIO ' WS-NUMERO-JUICIO ' INICIADO'
                    DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
             PERFORM 280000-REGISTRAR-CONTACTO
           END-IF.


       219000-BUSCAR-JUICIO.
      * Deja el juicio hallado en REG-JUICIOS para trabajar sobre sus
      * campos; la tabla se actualiza al final de cada opcion.
           MOVE 0 TO WS-IND-JUI-HALLADO
           PERFORM VARYING WS-IND-JUICIO FROM 1 BY 1
                     UNTIL WS-IND-JUICIO > WS-CANT-JUICIOS
             MOVE TJU-REGISTRO(WS-IND-JUICIO) TO REG-JUICIOS
             IF JUI-NUMERO = WSV-NUMERO
               MOVE WS-IND-JUICIO TO WS-IND-JUI-HALLADO
               MOVE WS-CANT-JUICIOS TO WS-IND-JUICIO
             END-IF
           END-PERFORM
           IF WS-IND-JUI-HALLADO NOT = 0
             MOVE TJU-REGISTRO(WS-IND-JUI-HALLADO) TO REG-JUICIOS
           END-IF.


       219500-BUSCAR-ABIERTO-CUENTA.
           MOVE 0 TO WS-IND-JUI-HALLADO
           PERFORM VARYING WS-IND-JUICIO FROM 1 BY 1
                     UNTIL WS-IND-JUICIO > WS-CANT-JUICIOS
             MOVE TJU-REGISTRO(WS-IND-JUICIO) TO REG-JUICIOS
             IF JUI-NROCUENTA = WSV-NROCUENTA AND JUI-ABIERTO
               MOVE WS-IND-JUICIO TO WS-IND-JUI-HALLADO
               MOVE WS-CANT-JUICIOS TO WS-IND-JUICIO
             END-IF
           END-PERFORM
           IF WS-IND-JUI-HALLADO NOT = 0
             MOVE TJU-REGISTRO(WS-IND-JUI-HALLADO) TO REG-JUICIOS
           END-IF.


       220000-CAMBIAR-ETAPA.
           DISPLAY 'INGRESE EL NUMERO DE JUICIO: '
           ACCEPT WSV-NUMERO
           PERFORM 219000-BUSCAR-JUICIO
           IF WS-IND-JUI-HALLADO = 0
             DISPLAY 'NO EXISTE UN JUICIO CON ESE NUMERO'
           ELSE
             IF NOT JUI-ABIERTO
               DISPLAY 'EL JUICIO ESTA CERRADO'
             ELSE
               MOVE JUI-ETAPA TO WSV-ETAPA
               PERFORM 275000-DESCRIBIR-ETAPA
               DISPLAY 'ETAPA ACTUAL: ' JUI-ETAPA ' ' WS-ETAPA-DESC
                       ' DESDE ' JUI-FECHA-ETAPA
               DISPLAY 'ETAPAS: DE DEMANDA  NO NOTIFICADO  '
                       'EM EMBARGO  SE SENTENCIA  EJ EJECUCION  '
                       'AC ACUERDO'
               DISPLAY 'INGRESE LA NUEVA ETAPA: '
               ACCEPT WSV-ETAPA
               IF NOT WSV-ETAPA-VALIDA
                 DISPLAY 'ETAPA INVALIDA, NO SE GRABA'
               ELSE
                 DISPLAY 'INGRESE EL DETALLE DEL CAMBIO: '
                 ACCEPT WSV-DETALLE
                 MOVE WSV-ETAPA TO JUI-ETAPA
                 MOVE WSP-FECHA-PROCESO TO JUI-FECHA-ETAPA
                 MOVE REG-JUICIOS TO TJU-REGISTRO(WS-IND-JUI-HALLADO)
                 PERFORM 305000-GRABAR-JUICIOS
                 PERFORM 270000-GRABAR-HISTORIA
                 PERFORM 275000-DESCRIBIR-ETAPA
                 DISPLAY 'JUICIO ' JUI-NUMERO ' PASA A '
                         WS-ETAPA-DESC
                 MOVE JUI-NROCUENTA TO WSV-NROCUENTA
                 MOVE JUI-CODCLIENTE TO WSV-CODCLIENTE
                 MOVE SPACES TO WS-CONTAC-RESULTADO
                 STRING 'JUICIO ' JUI-NUMERO ' ' WS-ETAPA-DESC
                        DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
                 PERFORM 280000-REGISTRAR-CONTACTO
               END-IF
             END-IF
           END-IF.


       230000-CARGAR-GASTOS.
           DISPLAY 'INGRESE EL NUMERO DE JUICIO: '
           ACCEPT WSV-NUMERO
           PERFORM 219000-BUSCAR-JUICIO
           IF WS-IND-JUI-HALLADO = 0
             DISPLAY 'NO EXISTE UN JUICIO CON ESE NUMERO'
           ELSE
             IF NOT JUI-ABIERTO
               DISPLAY 'EL JUICIO ESTA CERRADO'
             ELSE
               PERFORM 232000-VERIFICAR-CATALOGO
               MOVE WSP-FECHA-PROCESO(1:6) TO WSV-PERIODO
               CALL 'PERIODOABIERTO' USING WSV-PERIODO
                                           WS-PERIODO-ABIERTO
               END-CALL
               EVALUATE TRUE
                 WHEN NOT WS-JUD-EN-CATALOGO
                   DISPLAY 'ERROR: EL CODIGO JUD NO ESTA ACTIVO EN EL '
                           'CATALOGO, DARLO DE ALTA CON '
                           'CATALOGOSERVICIOS'
                 WHEN WS-PERIODO-ABIERTO NOT = 'S'
                   DISPLAY 'EL PERIODO ' WSV-PERIODO ' ESTA CERRADO, '
                           'NO SE CARGAN GASTOS'
                 WHEN OTHER
                   DISPLAY 'SOLO COSTAS Y GASTOS RECUPERABLES DEL '
                           'DEUDOR'
                   DISPLAY 'INGRESE EL IMPORTE: '
                   ACCEPT WSV-IMPORTE-GASTO
                   DISPLAY 'INGRESE EL CONCEPTO (TASA, SELLADO, '
                           'COSTAS...): '
                   ACCEPT WSV-CONCEPTO
                   IF WSV-IMPORTE-GASTO = 0
                     DISPLAY 'IMPORTE EN CERO, NO SE GRABA'
                   ELSE
                     PERFORM 236000-GRABAR-GASTO
                   END-IF
               END-EVALUATE
             END-IF
           END-IF.


       232000-VERIFICAR-CATALOGO.
           MOVE 'N' TO WS-COD-JUD-EXISTE
           OPEN INPUT SERVCAT
           IF NOT WSS-FS-SERVCAT-OK
             DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
           ELSE
             PERFORM 233000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-CODIGO = 'JUD' AND CAT-ACTIVO
                 MOVE 'S' TO WS-COD-JUD-EXISTE
               END-IF
               PERFORM 233000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF.


       233000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       234000-CARGAR-ULTIMO-ID.
           MOVE 0 TO WS-ULTIMO-ID
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-OK
             PERFORM 235000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               IF ENTRYID-S > WS-ULTIMO-ID
                 MOVE ENTRYID-S TO WS-ULTIMO-ID
               END-IF
               PERFORM 235000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF.


       235000-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF.


       236000-GRABAR-GASTO.
           PERFORM 234000-CARGAR-ULTIMO-ID
           OPEN I-O SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             OPEN OUTPUT SERVICIO
           END-IF
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
           ELSE
             MOVE 'JUD' TO CODSERVICIO
             MOVE JUI-NROCUENTA TO NUMCUENTA
             MOVE WSV-PERIODO TO PERIODO
             MOVE WSV-IMPORTE-GASTO TO MONTO-S
             ADD 1 TO WS-ULTIMO-ID
             MOVE WS-ULTIMO-ID TO ENTRYID-S
             MOVE SPACES TO DESCRIP
             STRING 'JUI ' JUI-NUMERO ' ' WSV-CONCEPTO
                    DELIMITED BY SIZE INTO DESCRIP
             WRITE REG-SERVICIO
             IF WSS-FS-SERVICIO-OK
               ADD 1 TO WS-CANT-ESCRITOS
               CLOSE SERVICIO
               ADD WSV-IMPORTE-GASTO TO JUI-GASTOS-CARGADOS
               MOVE REG-JUICIOS TO TJU-REGISTRO(WS-IND-JUI-HALLADO)
               PERFORM 305000-GRABAR-JUICIOS
               MOVE WSV-IMPORTE-GASTO TO WS-GASTO-EDIT
               MOVE JUI-ETAPA TO WSV-ETAPA
               MOVE SPACES TO WSV-DETALLE
               STRING 'GASTO ' WS-GASTO-EDIT ' ENTRYID '
                      WS-ULTIMO-ID
                      DELIMITED BY SIZE INTO WSV-DETALLE
               PERFORM 270000-GRABAR-HISTORIA
               DISPLAY 'GASTO CARGADO A LA CUENTA ' JUI-NROCUENTA
                       ' CON ENTRYID ' WS-ULTIMO-ID
             ELSE
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
               CLOSE SERVICIO
             END-IF
           END-IF.


       240000-CERRAR.
           DISPLAY 'INGRESE EL NUMERO DE JUICIO: '
           ACCEPT WSV-NUMERO
           PERFORM 219000-BUSCAR-JUICIO
           IF WS-IND-JUI-HALLADO = 0
             DISPLAY 'NO EXISTE UN JUICIO CON ESE NUMERO'
           ELSE
             IF NOT JUI-ABIERTO
               DISPLAY 'EL JUICIO YA ESTA CERRADO'
             ELSE
               DISPLAY '1 - ACUERDO COBRADO POR RECIBO'
               DISPLAY '2 - SALDO CASTIGADO'
               DISPLAY 'TIPO DE CIERRE: '
               ACCEPT WSV-TIPO-CIERRE
               MOVE JUI-NROCUENTA TO WSV-NROCUENTA
               EVALUATE WSV-TIPO-CIERRE
                 WHEN 1
                   PERFORM 242000-VERIFICAR-PAGO
                 WHEN 2
                   PERFORM 244000-VERIFICAR-CASTIGO
                 WHEN OTHER
                   DISPLAY 'TIPO DE CIERRE INVALIDO'
                   MOVE 'N' TO WS-ENCONTRADO
               END-EVALUATE
               IF WS-FUE-ENCONTRADO
                 PERFORM 246000-GRABAR-CIERRE
               END-IF
             END-IF
           END-IF.


       242000-VERIFICAR-PAGO.
      * El acuerdo se cobra por el circuito normal de recibos: el
      * juicio cierra cuando APLICAPAGOS ya dejo la cuenta sin saldo.
           PERFORM 211000-LEER-CUENTA
           MOVE TJU-REGISTRO(WS-IND-JUI-HALLADO) TO REG-JUICIOS
           IF WS-FUE-ENCONTRADO AND WSV-SALDO-CUENTA > 0
             MOVE 'N' TO WS-ENCONTRADO
             MOVE WSV-SALDO-CUENTA TO WS-IMPORTE-EDIT
             DISPLAY 'LA CUENTA TIENE SALDO ' WS-IMPORTE-EDIT
             DISPLAY 'APLICAR ANTES EL RECIBO DEL ACUERDO '
                     '(CAPTURAPAGOS / APLICAPAGOS)'
           END-IF
           IF NOT WS-FUE-ENCONTRADO AND WSV-SALDO-CUENTA = 0
             DISPLAY 'NO EXISTE LA CUENTA ' WSV-NROCUENTA
           END-IF.


       244000-VERIFICAR-CASTIGO.
      * El saldo incobrable pasa por CASTIGOSALDOS y su aprobacion:
      * el juicio cierra cuando el castigo ya esta confirmado.
           MOVE 'N' TO WS-ENCONTRADO
           OPEN INPUT CASTIGOS
           IF WSS-FS-CASTIGOS-OK
             PERFORM 245000-LEER-CASTIGO
             PERFORM UNTIL WSS-FS-CASTIGOS-EOF
               IF CAS-NROCUENTA = WSV-NROCUENTA
                       AND (CAS-CASTIGADO OR CAS-RECUPERADO-TOTAL)
                 MOVE 'S' TO WS-ENCONTRADO
               END-IF
               PERFORM 245000-LEER-CASTIGO
             END-PERFORM
             CLOSE CASTIGOS
           END-IF
           IF NOT WS-FUE-ENCONTRADO
             DISPLAY 'LA CUENTA NO TIENE UN CASTIGO CONFIRMADO: '
                     'SOLICITARLO CON CASTIGOSALDOS Y APROBARLO '
                     'ANTES DE CERRAR'
           END-IF.


       245000-LEER-CASTIGO.
           READ CASTIGOS
           IF NOT WSS-FS-CASTIGOS-OK AND NOT WSS-FS-CASTIGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CASTIGOS
             MOVE '10' TO WSS-FS-CASTIGOS
           END-IF.


       246000-GRABAR-CIERRE.
           IF WSV-TIPO-CIERRE = 1
             MOVE 'P' TO JUI-ESTADO
             MOVE 'CIERRE POR ACUERDO COBRADO' TO WSV-DETALLE
           ELSE
             MOVE 'C' TO JUI-ESTADO
             MOVE 'CIERRE POR CASTIGO DEL SALDO' TO WSV-DETALLE
           END-IF
           MOVE 'CE' TO JUI-ETAPA
           MOVE WSP-FECHA-PROCESO TO JUI-FECHA-ETAPA
           MOVE WSP-FECHA-PROCESO TO JUI-FECHA-CIERRE
           MOVE REG-JUICIOS TO TJU-REGISTRO(WS-IND-JUI-HALLADO)
           PERFORM 305000-GRABAR-JUICIOS
           MOVE 'CE' TO WSV-ETAPA
           PERFORM 270000-GRABAR-HISTORIA
           DISPLAY 'JUICIO ' JUI-NUMERO ' CERRADO: LA CUENTA VUELVE '
                   'AL CIRCUITO NORMAL'
           MOVE JUI-NROCUENTA TO WSV-NROCUENTA
           MOVE JUI-CODCLIENTE TO WSV-CODCLIENTE
           MOVE SPACES TO WS-CONTAC-RESULTADO
           STRING 'JUICIO ' JUI-NUMERO ' ' WSV-DETALLE
                  DELIMITED BY SIZE INTO WS-CONTAC-RESULTADO
           PERFORM 280000-REGISTRAR-CONTACTO.


       250000-CONSULTAR.
           DISPLAY 'INGRESE EL NUMERO DE JUICIO: '
           ACCEPT WSV-NUMERO
           PERFORM 219000-BUSCAR-JUICIO
           IF WS-IND-JUI-HALLADO = 0
             DISPLAY 'NO EXISTE UN JUICIO CON ESE NUMERO'
           ELSE
             MOVE JUI-ETAPA TO WSV-ETAPA
             PERFORM 275000-DESCRIBIR-ETAPA
             DISPLAY 'JUICIO:     ' JUI-NUMERO
             DISPLAY 'CUENTA:     ' JUI-NROCUENTA
                     '  CLIENTE: ' JUI-CODCLIENTE
             DISPLAY 'ABOGADO:    ' JUI-ABOGADO
             DISPLAY 'JUZGADO:    ' JUI-JUZGADO
             DISPLAY 'EXPEDIENTE: ' JUI-EXPEDIENTE
             DISPLAY 'DEMANDA:    ' JUI-FECHA-DEMANDA
             MOVE JUI-MONTO-RECLAMADO TO WS-IMPORTE-EDIT
             DISPLAY 'RECLAMADO:  ' WS-IMPORTE-EDIT
             MOVE JUI-GASTOS-CARGADOS TO WS-IMPORTE-EDIT
             DISPLAY 'GASTOS:     ' WS-IMPORTE-EDIT
             DISPLAY 'ETAPA:      ' JUI-ETAPA ' ' WS-ETAPA-DESC
                     ' DESDE ' JUI-FECHA-ETAPA
             DISPLAY 'ESTADO:     ' JUI-ESTADO
             DISPLAY 'HISTORIA:'
             OPEN INPUT JUIHIST
             IF WSS-FS-JUIHIST-OK
               PERFORM 255000-LEER-HISTORIA
               PERFORM UNTIL WSS-FS-JUIHIST-EOF
                 IF JHI-NUMERO = JUI-NUMERO
                   DISPLAY '  ' JHI-FECHA ' ' JHI-ETAPA ' '
                           JHI-DETALLE ' ' JHI-OPERADOR
                 END-IF
                 PERFORM 255000-LEER-HISTORIA
               END-PERFORM
               CLOSE JUIHIST
             END-IF
           END-IF.


       255000-LEER-HISTORIA.
           READ JUIHIST
           IF NOT WSS-FS-JUIHIST-OK AND NOT WSS-FS-JUIHIST-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-JUIHIST
             MOVE '10' TO WSS-FS-JUIHIST
           END-IF.


       260000-REPORTE.
           PERFORM 262000-ORDENAR-POR-ABOGADO
           MOVE 0 TO WS-CANT-LINEAS-REPORTE
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           ELSE
             INITIALIZE ACUMULADORES
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 268000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'JUICIOS ABIERTOS POR ABOGADO AL '
                    WSP-FECHA-PROCESO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 268000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 268000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-ABOGADO-ANTERIOR
             PERFORM VARYING WS-IND-I FROM 1 BY 1
                       UNTIL WS-IND-I > WS-CANT-ORDEN
               MOVE TJU-REGISTRO(TOR-IND-JUICIO(WS-IND-I))
                 TO REG-JUICIOS
               IF WS-IND-I = 1 OR JUI-ABOGADO NOT = WS-ABOGADO-ANTERIOR
                 IF WS-IND-I > 1
                   PERFORM 266000-SUBTOTAL-ABOGADO
                 END-IF
                 PERFORM 265000-TITULO-ABOGADO
               END-IF
               PERFORM 264000-LINEA-JUICIO
             END-PERFORM
             IF WS-CANT-ORDEN > 0
               PERFORM 266000-SUBTOTAL-ABOGADO
             END-IF
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 268000-ESCRIBIR-LINEA
             MOVE WSA-RECLAMADO-TOTAL TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TOTAL JUICIOS ABIERTOS: ' WSA-CANT-TOTAL
                    '  RECLAMADO: ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 268000-ESCRIBIR-LINEA
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'REPORTE EMITIDO EN JUICIOS.REP: '
                     WSA-CANT-TOTAL ' JUICIOS ABIERTOS'
           END-IF.


       262000-ORDENAR-POR-ABOGADO.
           MOVE 0 TO WS-CANT-ORDEN
           PERFORM VARYING WS-IND-JUICIO FROM 1 BY 1
                     UNTIL WS-IND-JUICIO > WS-CANT-JUICIOS
             MOVE TJU-REGISTRO(WS-IND-JUICIO) TO REG-JUICIOS
             IF JUI-ABIERTO
               ADD 1 TO WS-CANT-ORDEN
               MOVE JUI-ABOGADO TO TOR-ABOGADO(WS-CANT-ORDEN)
               MOVE WS-IND-JUICIO TO TOR-IND-JUICIO(WS-CANT-ORDEN)
             END-IF
           END-PERFORM
      * Mismo ordenamiento por intercambio que ORDENVECTOR.
           IF WS-CANT-ORDEN > 1
             COMPUTE WS-IND-ULTIMO = WS-CANT-ORDEN - 1
             PERFORM VARYING WS-IND-I FROM 1 BY 1
                       UNTIL WS-IND-I > WS-IND-ULTIMO
               PERFORM VARYING WS-IND-J FROM 1 BY 1
                         UNTIL WS-IND-J > WS-IND-ULTIMO
                 COMPUTE WS-IND-SIG = WS-IND-J + 1
                 IF TOR-ABOGADO(WS-IND-J) > TOR-ABOGADO(WS-IND-SIG)
                   PERFORM 263000-INTERCAMBIAR
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF.


       263000-INTERCAMBIAR.
           MOVE TOR-ENTRY(WS-IND-J) TO WS-ORDEN-AUX
           MOVE TOR-ENTRY(WS-IND-SIG) TO TOR-ENTRY(WS-IND-J)
           MOVE WS-ORDEN-AUX TO TOR-ENTRY(WS-IND-SIG).


       264000-LINEA-JUICIO.
           COMPUTE WS-JULIANO-DEMANDA =
                   FUNCTION INTEGER-OF-DATE(JUI-FECHA-DEMANDA)
           COMPUTE WS-DIAS-ABIERTO =
                   WS-JULIANO-HOY - WS-JULIANO-DEMANDA
           IF WS-DIAS-ABIERTO < 0
             MOVE 0 TO WS-DIAS-ABIERTO
           END-IF
           EVALUATE TRUE
             WHEN WS-DIAS-ABIERTO <= 180
               ADD 1 TO WSA-HASTA-6M-ABOGADO
             WHEN WS-DIAS-ABIERTO <= 365
               ADD 1 TO WSA-HASTA-1A-ABOGADO
             WHEN WS-DIAS-ABIERTO <= 730
               ADD 1 TO WSA-HASTA-2A-ABOGADO
             WHEN OTHER
               ADD 1 TO WSA-MAS-2A-ABOGADO
           END-EVALUATE
           ADD 1 TO WSA-CANT-ABOGADO
           ADD 1 TO WSA-CANT-TOTAL
           ADD JUI-MONTO-RECLAMADO TO WSA-RECLAMADO-ABOGADO
           ADD JUI-MONTO-RECLAMADO TO WSA-RECLAMADO-TOTAL
           MOVE WS-DIAS-ABIERTO TO WS-DIAS-EDIT
           MOVE JUI-MONTO-RECLAMADO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  ' JUI-NUMERO ' ' JUI-NROCUENTA ' '
                  JUI-EXPEDIENTE ' ' JUI-ETAPA ' '
                  JUI-FECHA-DEMANDA ' ' WS-DIAS-EDIT ' '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 268000-ESCRIBIR-LINEA.


       265000-TITULO-ABOGADO.
           MOVE JUI-ABOGADO TO WS-ABOGADO-ANTERIOR
           MOVE 0 TO WSA-CANT-ABOGADO
           MOVE 0 TO WSA-RECLAMADO-ABOGADO
           MOVE 0 TO WSA-HASTA-6M-ABOGADO
           MOVE 0 TO WSA-HASTA-1A-ABOGADO
           MOVE 0 TO WSA-HASTA-2A-ABOGADO
           MOVE 0 TO WSA-MAS-2A-ABOGADO
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 268000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ABOGADO: ' JUI-ABOGADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 268000-ESCRIBIR-LINEA
           MOVE '  JUICIO   CUENTA   EXPEDIENTE           ET DEMANDA'
             TO WS-LINEA-REPORTE
           MOVE '  DIAS            RECLAMADO' TO WS-LINEA-REPORTE(53:)
           PERFORM 268000-ESCRIBIR-LINEA.


       266000-SUBTOTAL-ABOGADO.
           MOVE WSA-RECLAMADO-ABOGADO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  JUICIOS: ' WSA-CANT-ABOGADO
                  '  RECLAMADO: ' WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 268000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  ANTIGUEDAD HASTA 6 MESES: ' WSA-HASTA-6M-ABOGADO
                  '  6 A 12 MESES: ' WSA-HASTA-1A-ABOGADO
                  '  1 A 2 ANOS: ' WSA-HASTA-2A-ABOGADO
                  '  MAS DE 2 ANOS: ' WSA-MAS-2A-ABOGADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 268000-ESCRIBIR-LINEA.


       268000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-LINEAS-REPORTE.


       270000-GRABAR-HISTORIA.
           OPEN EXTEND JUIHIST
           IF WSS-FS-JUIHIST-NOEXISTE
             OPEN OUTPUT JUIHIST
           END-IF
           IF NOT WSS-FS-JUIHIST-OK
             DISPLAY 'ERROR DE ARCHIVO DE HISTORIA DE JUICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-JUIHIST
           ELSE
             MOVE JUI-NUMERO        TO JHI-NUMERO
             MOVE WSP-FECHA-PROCESO TO JHI-FECHA
             MOVE JUI-ETAPA         TO JHI-ETAPA
             MOVE WSV-DETALLE       TO JHI-DETALLE
             MOVE WS-ACC-OPERADOR   TO JHI-OPERADOR
             WRITE REG-JUIHIST
             ADD 1 TO WS-CANT-ESCRITOS
             CLOSE JUIHIST
           END-IF.


       275000-DESCRIBIR-ETAPA.
           EVALUATE WSV-ETAPA
             WHEN 'DE'
               MOVE 'DEMANDA PRESENTADA' TO WS-ETAPA-DESC
             WHEN 'NO'
               MOVE 'DEMANDADO NOTIFICADO' TO WS-ETAPA-DESC
             WHEN 'EM'
               MOVE 'EMBARGO TRABADO' TO WS-ETAPA-DESC
             WHEN 'SE'
               MOVE 'SENTENCIA' TO WS-ETAPA-DESC
             WHEN 'EJ'
               MOVE 'EJECUCION DE SENTENCIA' TO WS-ETAPA-DESC
             WHEN 'AC'
               MOVE 'ACUERDO EN TRAMITE' TO WS-ETAPA-DESC
             WHEN 'CE'
               MOVE 'CERRADO' TO WS-ETAPA-DESC
             WHEN OTHER
               MOVE 'ETAPA DESCONOCIDA' TO WS-ETAPA-DESC
           END-EVALUATE.


       280000-REGISTRAR-CONTACTO.
           MOVE WSV-CODCLIENTE    TO WS-CONTAC-CODCLIENTE
           MOVE WSV-NROCUENTA     TO WS-CONTAC-NROCUENTA
           MOVE WSP-FECHA-PROCESO TO WS-CONTAC-FECHA
           MOVE 'JUD'             TO WS-CONTAC-CANAL
           MOVE 'JUICIOS'         TO WS-CONTAC-PROGRAMA
           MOVE WS-ACC-OPERADOR   TO WS-CONTAC-OPERADOR
           COPY WSCONTAC-PROC.


       305000-GRABAR-JUICIOS.
           OPEN OUTPUT JUICIOS
           IF NOT WSS-FS-JUICIOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE JUICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-JUICIOS
           ELSE
             PERFORM VARYING WS-IND-JUICIO FROM 1 BY 1
                       UNTIL WS-IND-JUICIO > WS-CANT-JUICIOS
               MOVE TJU-REGISTRO(WS-IND-JUICIO) TO REG-JUICIOS
               WRITE REG-JUICIOS
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE JUICIOS
           END-IF
           IF WS-IND-JUI-HALLADO NOT = 0
             MOVE TJU-REGISTRO(WS-IND-JUI-HALLADO) TO REG-JUICIOS
           ELSE
             MOVE TJU-REGISTRO(WS-CANT-JUICIOS) TO REG-JUICIOS
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   JUICIOS DE COBRO'
           DISPLAY 'Programme: JUICIOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       395000-REGISTRAR-REPORTE.
           MOVE 'JUICIOS ABIERTOS' TO WS-REPIDX-NOMBRE
           MOVE 'JUICIOS' TO WS-REPIDX-PROGRAMA
           MOVE '..\JUICIOS.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-LINEAS-REPORTE TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'JUICIOS'         TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-JUICIOS    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
