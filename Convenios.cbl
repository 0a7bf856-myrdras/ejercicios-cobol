      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     CONVENIOS DE PAGO PARA SALDOS VENCIDOS: COBRANZAS
      *              REFINANCIA EL MONTO VENCIDO DE UNA CUENTA DE
      *              CUENTAS.DAT EN UN ANTICIPO MAS N CUOTAS MENSUALES
      *              CON VENCIMIENTO PROPIO. EL CONVENIO SE NUMERA CON
      *              LA SERIE 'CNV' DEL NUMERADOR CENTRAL Y QUEDA EN
      *              CONVENIO.DAT; SUS CUOTAS EN CONVCUO.DAT (NO
      *              CONFUNDIR CON CUOTAS.DAT, QUE SON LOS PLANES POR
      *              NOMBRE Y APELLIDO). AL FIRMAR, LA CUENTA QUEDA
      *              DEBIENDO SOLO EL ANTICIPO Y LO REFINANCIADO SALE
      *              DE LOS BALDES DE ANTIGUEDAD. EL PROCESO MENSUAL
      *              IMPUTA AL MONTO DE LA CUENTA CADA CUOTA QUE
      *              VENCE; SI UNA CUOTA IMPUTADA SIGUE IMPAGA PASADOS
      *              LOS DIAS DE GRACIA DE PARAM.DAT EL CONVENIO
      *              CADUCA Y TODO LO QUE FALTABA IMPUTAR VUELVE A LA
      *              CUENTA COMO VENCIDO CON LA FECHA DE VENCIMIENTO
      *              ORIGINAL. MIENTRAS EL CONVENIO ESTA VIGENTE
      *              CARTASMORA, ACREMORA Y AGENCIACOBRANZA NO TOCAN
      *              LA CUENTA.
      *              CADA MOVIMIENTO DEL CONVENIO SOBRE EL MONTO QUEDA
      *              ASENTADO EN SERVICIO.DAT CON EL CODIGO 'CNV' DEL
      *              CATALOGO (QUE TIENE QUE ESTAR ACTIVO), EN TRAMOS
      *              DE HASTA 99.999,99: LO REFINANCIADO EN NEGATIVO
      *              AL FIRMAR, CADA CUOTA AL IMPUTARSE Y LO QUE
      *              FALTABA IMPUTAR AL CADUCAR. ASI LA PRUEBA DIARIA,
      *              EL RESUMEN DIARIO, EL AUDITOR DE SALDOS Y LA
      *              EXPORTACION CONTABLE VEN EL MOVIMIENTO. LOS
      *              CONVENIOS FIRMADOS ANTES DE ASENTARSE (SIN LA
      *              MARCA CNV-ASENTADO) SIGUEN SIN ASIENTOS HASTA
      *              TERMINAR. FIRMAR Y EL PROCESO MENSUAL PIDEN EL
      *              PERIODO DE LA FECHA DE PROCESO ABIERTO.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  CONVENIOS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT CONVENIO           ASSIGN TO DISK '..\CONVENIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONVENIO.

           SELECT CONVCUO            ASSIGN TO DISK '..\CONVCUO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONVCUO.

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

           SELECT PARAM              ASSIGN TO DISK '..\PARAM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PARAM.

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
             88 CNV-CUMPLIDO                           VALUE 'C'.
             88 CNV-CADUCO                             VALUE 'K'.
         05 CNV-FECHA-BAJA            PIC 9(08).
         05 CNV-OPERADOR              PIC X(20).
         05 CNV-ASENTADO              PIC X(01).

       FD CONVCUO.
       01 REG-CONVCUO.
         05 CCU-NUMERO                PIC 9(08).
         05 CCU-NRO-CUOTA             PIC 9(02).
         05 CCU-FECHA-VTO             PIC 9(08).
         05 CCU-IMPORTE               PIC S9(15)V99.
         05 CCU-ESTADO                PIC X(01).
             88 CCU-PENDIENTE                          VALUE 'P'.
             88 CCU-IMPUTADA                           VALUE 'F'.
             88 CCU-CADUCA                             VALUE 'K'.
         05 CCU-FECHA-IMPUTADA        PIC 9(08).

       FD SERVICIO.
       01 REG-SERVICIO.
         05 CODSERVICIO               PIC X(03).
         05 NUMCUENTA                 PIC 9(08).
         05 DESCRIP                   PIC X(30).
         05 PERIODO.
           10 AAAA                    PIC X(04).
           10 MM                      PIC X(02).
         05 MONTO-S                   PIC S9(05)V99.
         05 ENTRYID-S                 PIC 9(08).

       FD SERVCAT.
           COPY CATSERV.

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONVENIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONVCUO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

       01 TABLA-CONVENIOS.
         05 WS-CANT-CONVENIOS          PIC 9(04) VALUE 0.
         05 TCN-ENTRY OCCURS 2000 TIMES.
           10 TCN-NUMERO               PIC 9(08).
           10 TCN-NROCUENTA            PIC 9(08).
           10 TCN-FECHA-ALTA           PIC 9(08).
           10 TCN-FECHAVTO-ORIGINAL    PIC 9(08).
           10 TCN-DEUDA                PIC S9(15)V99.
           10 TCN-ANTICIPO             PIC S9(15)V99.
           10 TCN-CANT-CUOTAS          PIC 9(02).
           10 TCN-IMPORTE-CUOTA        PIC S9(15)V99.
           10 TCN-SALDO                PIC S9(15)V99.
           10 TCN-ESTADO               PIC X(01).
           10 TCN-FECHA-BAJA           PIC 9(08).
           10 TCN-OPERADOR             PIC X(20).
           10 TCN-ASENTADO             PIC X(01).

       01 TABLA-CUOTAS.
         05 WS-CANT-CUOTAS             PIC 9(04) VALUE 0.
         05 TCU-ENTRY OCCURS 9999 TIMES.
           10 TCU-NUMERO               PIC 9(08).
           10 TCU-NRO-CUOTA            PIC 9(02).
           10 TCU-FECHA-VTO            PIC 9(08).
           10 TCU-IMPORTE              PIC S9(15)V99.
           10 TCU-ESTADO               PIC X(01).
           10 TCU-FECHA-IMPUTADA       PIC 9(08).

       01 INDICES.
         05 WS-IND-CONVENIO            PIC 9(04).
         05 WS-IND-CNV-HALLADO         PIC 9(04).
         05 WS-IND-CUOTA               PIC 9(04).
         05 WS-NRO-CUOTA               PIC 9(02).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'CONVENIOS'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       01 VARIABLES.
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-NUMERO                 PIC 9(08).
         05 WSV-CANT-CUOTAS            PIC 9(02).
         05 WSV-CONFIRMA               PIC X(01).

      * Por alguna razon no se guardan los decimales cuando es negativo
      * y tiene los 15 numeros enteros (se guarda el signo, los 15
      * enteros pero no los decimales) por eso tomo el valor en una
      * variable auxiliar para poder guardar el numero completo.
       01 WS-AUX-MONTO                 PIC S9(16)V99.
       01 WS-ANTICIPO                  PIC S9(15)V99.
       01 WS-REFINANCIADO              PIC S9(15)V99.
       01 WS-IMPORTE-CUOTA             PIC S9(15)V99.
       01 WS-ULTIMA-CUOTA              PIC S9(15)V99.

       01 WS-SERIE-CONVENIOS           PIC X(03) VALUE 'CNV'.
       01 WS-NRO-CONVENIO              PIC 9(08).

      * Vencimiento de cada cuota: mismo dia del mes de la firma (a lo
      * sumo el 28, para que exista en todos los meses) en los meses
      * siguientes.
       01 WS-FECHA-CUOTA               PIC 9(08).
       01 WS-FECHA-CUOTA-R REDEFINES WS-FECHA-CUOTA.
         05 WS-FCU-AAAA                PIC 9(04).
         05 WS-FCU-MM                  PIC 9(02).
         05 WS-FCU-DD                  PIC 9(02).

       01 WS-FECHA-ALTA                PIC 9(08).
       01 WS-FECHA-ALTA-R REDEFINES WS-FECHA-ALTA.
         05 WS-FAL-AAAA                PIC 9(04).
         05 WS-FAL-MM                  PIC 9(02).
         05 WS-FAL-DD                  PIC 9(02).

       01 WS-MESES                     PIC 9(04).
       01 WS-ANIOS                     PIC 9(04).
       01 WS-RESTO-MESES               PIC 9(02).

       01 WS-FECHAS.
         05 WS-JULIANO-HOY              PIC 9(07).
         05 WS-JULIANO-LIMITE           PIC 9(07).

       01 WS-COD-CNV-EXISTE            PIC X VALUE 'N'.
           88 WS-CNV-EN-CATALOGO                        VALUE 'S'.

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-ID-INICIAL-SESION         PIC 9(08) VALUE 0.

       01 WS-PERIODO-PROCESO           PIC X(06).
       01 WS-PERIODO-ABIERTO           PIC X(01).

      * Asiento CNV en tramos que entren en MONTO-S de SERVICIO.DAT;
      * el signo da el sentido (sale de la cuenta o vuelve a ella).
       01 WS-ASIENTO-CNV.
         05 WS-CNV-PENDIENTE           PIC S9(15)V99.
         05 WS-CNV-TRAMO               PIC S9(05)V99.
         05 WS-CNV-SIGNO               PIC S9(01).
         05 WS-CNV-DESCRIP             PIC X(30).

       01 WS-CONVENIO-EN-FALTA         PIC X VALUE 'N'.
           88 WS-EN-FALTA                               VALUE 'S'.
       01 WS-CUOTAS-PENDIENTES         PIC 9(02).

       01 ACUMULADORES.
         05 WSA-CUOTAS-IMPUTADAS       PIC 9(05).
         05 WSA-TOTAL-IMPUTADO         PIC S9(15)V99.
         05 WSA-CANT-CADUCOS           PIC 9(05).
         05 WSA-TOTAL-REPUESTO         PIC S9(15)V99.
         05 WSA-CANT-CUMPLIDOS         PIC 9(05).

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 5
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO
           COMPUTE WS-JULIANO-HOY =
                   FUNCTION INTEGER-OF-DATE(WSP-FECHA-PROCESO)
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 5 TO WS-OPCION
           ELSE
             PERFORM 105000-CARGAR-CONVENIOS
             PERFORM 107000-CARGAR-CUOTAS
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-CONVENIOS.
           MOVE 0 TO WS-CANT-CONVENIOS
           OPEN INPUT CONVENIO
           IF WSS-FS-CONVENIO-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONVENIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE CONVENIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CONVENIO
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-CONVENIO
               PERFORM UNTIL WSS-FS-CONVENIO-EOF
                 IF WS-CANT-CONVENIOS < 2000
                   ADD 1 TO WS-CANT-CONVENIOS
                   MOVE CNV-NUMERO
                     TO TCN-NUMERO(WS-CANT-CONVENIOS)
                   MOVE CNV-NROCUENTA
                     TO TCN-NROCUENTA(WS-CANT-CONVENIOS)
                   MOVE CNV-FECHA-ALTA
                     TO TCN-FECHA-ALTA(WS-CANT-CONVENIOS)
                   MOVE CNV-FECHAVTO-ORIGINAL
                     TO TCN-FECHAVTO-ORIGINAL(WS-CANT-CONVENIOS)
                   MOVE CNV-DEUDA
                     TO TCN-DEUDA(WS-CANT-CONVENIOS)
                   MOVE CNV-ANTICIPO
                     TO TCN-ANTICIPO(WS-CANT-CONVENIOS)
                   MOVE CNV-CANT-CUOTAS
                     TO TCN-CANT-CUOTAS(WS-CANT-CONVENIOS)
                   MOVE CNV-IMPORTE-CUOTA
                     TO TCN-IMPORTE-CUOTA(WS-CANT-CONVENIOS)
                   MOVE CNV-SALDO
                     TO TCN-SALDO(WS-CANT-CONVENIOS)
                   MOVE CNV-ESTADO
                     TO TCN-ESTADO(WS-CANT-CONVENIOS)
                   MOVE CNV-FECHA-BAJA
                     TO TCN-FECHA-BAJA(WS-CANT-CONVENIOS)
                   MOVE CNV-OPERADOR
                     TO TCN-OPERADOR(WS-CANT-CONVENIOS)
                   MOVE CNV-ASENTADO
                     TO TCN-ASENTADO(WS-CANT-CONVENIOS)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia convenios: se
      * detiene antes de tocar el archivo.
                   DISPLAY 'ERROR: MAS DE 2000 CONVENIOS, ARCHIVAR '
                           'LOS CERRADOS ANTES DE CONTINUAR'
                   CLOSE CONVENIO
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 106000-LEER-CONVENIO
               END-PERFORM
             END-IF
             CLOSE CONVENIO
           END-IF.


       106000-LEER-CONVENIO.
           READ CONVENIO
           IF NOT WSS-FS-CONVENIO-OK AND NOT WSS-FS-CONVENIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONVENIO
             MOVE '10' TO WSS-FS-CONVENIO
           END-IF.


       107000-CARGAR-CUOTAS.
           MOVE 0 TO WS-CANT-CUOTAS
           OPEN INPUT CONVCUO
           IF WSS-FS-CONVCUO-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONVCUO-OK
               DISPLAY 'ERROR DE ARCHIVO DE CUOTAS DE CONVENIO'
               DISPLAY 'FILE STATUS ' WSS-FS-CONVCUO
               PERFORM 300000-FINAL
             ELSE
               PERFORM 108000-LEER-CUOTA
               PERFORM UNTIL WSS-FS-CONVCUO-EOF
                 IF WS-CANT-CUOTAS < 9999
                   ADD 1 TO WS-CANT-CUOTAS
                   MOVE CCU-NUMERO
                     TO TCU-NUMERO(WS-CANT-CUOTAS)
                   MOVE CCU-NRO-CUOTA
                     TO TCU-NRO-CUOTA(WS-CANT-CUOTAS)
                   MOVE CCU-FECHA-VTO
                     TO TCU-FECHA-VTO(WS-CANT-CUOTAS)
                   MOVE CCU-IMPORTE
                     TO TCU-IMPORTE(WS-CANT-CUOTAS)
                   MOVE CCU-ESTADO
                     TO TCU-ESTADO(WS-CANT-CUOTAS)
                   MOVE CCU-FECHA-IMPUTADA
                     TO TCU-FECHA-IMPUTADA(WS-CANT-CUOTAS)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
                   DISPLAY 'ERROR: MAS DE 9999 CUOTAS DE CONVENIO, '
                           'ARCHIVAR LAS CERRADAS ANTES DE CONTINUAR'
                   CLOSE CONVCUO
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 108000-LEER-CUOTA
               END-PERFORM
             END-IF
             CLOSE CONVCUO
           END-IF.


       108000-LEER-CUOTA.
           READ CONVCUO
           IF NOT WSS-FS-CONVCUO-OK AND NOT WSS-FS-CONVCUO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONVCUO
             MOVE '10' TO WSS-FS-CONVCUO
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'CONVENIOS DE PAGO (CONVENIO.DAT)'
           DISPLAY '1 - FIRMAR UN CONVENIO'
           DISPLAY '2 - PROCESO MENSUAL DE CUOTAS'
           DISPLAY '3 - LISTAR CONVENIOS'
           DISPLAY '4 - CONSULTAR CUOTAS DE UN CONVENIO'
           DISPLAY '5 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-FIRMAR
             WHEN 2
               PERFORM 220000-PROCESO-MENSUAL
             WHEN 3
               PERFORM 240000-LISTAR
             WHEN 4
               PERFORM 245000-CONSULTAR-CUOTAS
             WHEN 5
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 5
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-FIRMAR.
      * Solo se refinancia deuda vencida, y una cuenta tiene a lo sumo
      * un convenio vigente a la vez.
           DISPLAY 'INGRESE EL NUMERO DE CUENTA: '
           ACCEPT WSV-NROCUENTA
           MOVE 0 TO WS-IND-CNV-HALLADO
           PERFORM VARYING WS-IND-CONVENIO FROM 1 BY 1
                     UNTIL WS-IND-CONVENIO > WS-CANT-CONVENIOS
             IF TCN-NROCUENTA(WS-IND-CONVENIO) = WSV-NROCUENTA
                     AND TCN-ESTADO(WS-IND-CONVENIO) = 'V'
               MOVE WS-IND-CONVENIO TO WS-IND-CNV-HALLADO
               MOVE WS-CANT-CONVENIOS TO WS-IND-CONVENIO
             END-IF
           END-PERFORM
           IF WS-IND-CNV-HALLADO = 0
             PERFORM 230000-VERIFICAR-ASIENTOS
           END-IF
           EVALUATE TRUE
             WHEN WS-IND-CNV-HALLADO NOT = 0
               DISPLAY 'LA CUENTA YA TIENE EL CONVENIO VIGENTE '
                       TCN-NUMERO(WS-IND-CNV-HALLADO)
             WHEN WS-PERIODO-ABIERTO NOT = 'S'
                     OR NOT WS-CNV-EN-CATALOGO
               CONTINUE
             WHEN OTHER
               PERFORM 211000-BUSCAR-CUENTA
           END-EVALUATE.


       211000-BUSCAR-CUENTA.
           PERFORM 234000-ABRIR-SERVICIO
           IF WSS-FS-SERVICIO-OK
             OPEN I-O CUENTAS
             IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             ELSE
               MOVE WSV-NROCUENTA TO NROCUENTA
               READ CUENTAS
                 INVALID KEY
                   DISPLAY 'NO EXISTE UNA CUENTA CON ESE NUMERO'
                 NOT INVALID KEY
                   IF MONTO <= 0 OR FECHAVTO = 0
                           OR FECHAVTO >= WSP-FECHA-PROCESO
                     DISPLAY 'LA CUENTA NO TIENE SALDO VENCIDO, '
                             'NADA QUE REFINANCIAR'
                   ELSE
                     PERFORM 212000-PEDIR-CONDICIONES
                   END-IF
               END-READ
               CLOSE CUENTAS
             END-IF
             CLOSE SERVICIO
           END-IF.


       212000-PEDIR-CONDICIONES.
           DISPLAY 'SALDO VENCIDO A REFINANCIAR: ' MONTO
                   ' VENCIDO EL ' FECHAVTO
           DISPLAY 'INGRESE EL ANTICIPO (0 SI NO HAY): '
           ACCEPT WS-AUX-MONTO
           MOVE WS-AUX-MONTO TO WS-ANTICIPO
           DISPLAY 'INGRESE LA CANTIDAD DE CUOTAS MENSUALES: '
           ACCEPT WSV-CANT-CUOTAS
           EVALUATE TRUE
             WHEN WS-ANTICIPO < 0 OR WS-ANTICIPO >= MONTO
               DISPLAY 'EL ANTICIPO DEBE SER MENOR AL SALDO, '
                       'NO SE GRABA'
             WHEN WSV-CANT-CUOTAS = 0
               DISPLAY 'LA CANTIDAD DE CUOTAS DEBE SER POSITIVA, '
                       'NO SE GRABA'
             WHEN WS-CANT-CONVENIOS >= 2000
               DISPLAY 'TABLA DE CONVENIOS COMPLETA, NO SE GRABA'
             WHEN WS-CANT-CUOTAS + WSV-CANT-CUOTAS > 9999
               DISPLAY 'TABLA DE CUOTAS COMPLETA, NO SE GRABA'
             WHEN OTHER
      * La cuota se trunca al centavo y la ultima absorbe la
      * diferencia: la suma de las cuotas es exactamente lo
      * refinanciado.
               COMPUTE WS-REFINANCIADO = MONTO - WS-ANTICIPO
               COMPUTE WS-IMPORTE-CUOTA =
                       WS-REFINANCIADO / WSV-CANT-CUOTAS
               COMPUTE WS-ULTIMA-CUOTA = WS-REFINANCIADO
                       - WS-IMPORTE-CUOTA * (WSV-CANT-CUOTAS - 1)
               DISPLAY 'REFINANCIADO: ' WS-REFINANCIADO
               DISPLAY WSV-CANT-CUOTAS ' CUOTAS DE ' WS-IMPORTE-CUOTA
                       ' (ULTIMA ' WS-ULTIMA-CUOTA ')'
               DISPLAY 'CONFIRMA EL CONVENIO (S/N): '
               ACCEPT WSV-CONFIRMA
               IF WSV-CONFIRMA = 'S' OR WSV-CONFIRMA = 's'
                 PERFORM 215000-GRABAR-CONVENIO
               ELSE
                 DISPLAY 'CONVENIO NO GRABADO'
               END-IF
           END-EVALUATE.


       215000-GRABAR-CONVENIO.
           CALL 'PROXNUM' USING WS-SERIE-CONVENIOS WS-NRO-CONVENIO
           END-CALL
           ADD 1 TO WS-CANT-CONVENIOS
           MOVE WS-NRO-CONVENIO TO TCN-NUMERO(WS-CANT-CONVENIOS)
           MOVE NROCUENTA TO TCN-NROCUENTA(WS-CANT-CONVENIOS)
           MOVE WSP-FECHA-PROCESO TO TCN-FECHA-ALTA(WS-CANT-CONVENIOS)
           MOVE FECHAVTO TO TCN-FECHAVTO-ORIGINAL(WS-CANT-CONVENIOS)
           MOVE MONTO TO TCN-DEUDA(WS-CANT-CONVENIOS)
           MOVE WS-ANTICIPO TO TCN-ANTICIPO(WS-CANT-CONVENIOS)
           MOVE WSV-CANT-CUOTAS TO TCN-CANT-CUOTAS(WS-CANT-CONVENIOS)
           MOVE WS-IMPORTE-CUOTA
             TO TCN-IMPORTE-CUOTA(WS-CANT-CONVENIOS)
           MOVE WS-REFINANCIADO TO TCN-SALDO(WS-CANT-CONVENIOS)
           MOVE 'V' TO TCN-ESTADO(WS-CANT-CONVENIOS)
           MOVE 0 TO TCN-FECHA-BAJA(WS-CANT-CONVENIOS)
           MOVE WS-ACC-OPERADOR TO TCN-OPERADOR(WS-CANT-CONVENIOS)
           MOVE 'S' TO TCN-ASENTADO(WS-CANT-CONVENIOS)
           MOVE WSP-FECHA-PROCESO TO WS-FECHA-ALTA
           IF WS-FAL-DD > 28
             MOVE 28 TO WS-FAL-DD
           END-IF
           PERFORM VARYING WS-NRO-CUOTA FROM 1 BY 1
                     UNTIL WS-NRO-CUOTA > WSV-CANT-CUOTAS
             COMPUTE WS-MESES = WS-FAL-MM - 1 + WS-NRO-CUOTA
             DIVIDE WS-MESES BY 12 GIVING WS-ANIOS
                                   REMAINDER WS-RESTO-MESES
             COMPUTE WS-FCU-AAAA = WS-FAL-AAAA + WS-ANIOS
             COMPUTE WS-FCU-MM = WS-RESTO-MESES + 1
             MOVE WS-FAL-DD TO WS-FCU-DD
             ADD 1 TO WS-CANT-CUOTAS
             MOVE WS-NRO-CONVENIO TO TCU-NUMERO(WS-CANT-CUOTAS)
             MOVE WS-NRO-CUOTA TO TCU-NRO-CUOTA(WS-CANT-CUOTAS)
             MOVE WS-FECHA-CUOTA TO TCU-FECHA-VTO(WS-CANT-CUOTAS)
             IF WS-NRO-CUOTA = WSV-CANT-CUOTAS
               MOVE WS-ULTIMA-CUOTA TO TCU-IMPORTE(WS-CANT-CUOTAS)
             ELSE
               MOVE WS-IMPORTE-CUOTA TO TCU-IMPORTE(WS-CANT-CUOTAS)
             END-IF
             MOVE 'P' TO TCU-ESTADO(WS-CANT-CUOTAS)
             MOVE 0 TO TCU-FECHA-IMPUTADA(WS-CANT-CUOTAS)
           END-PERFORM
      * La cuenta queda debiendo solo el anticipo, vencido hoy: lo
      * refinanciado sale de la antiguedad y vuelve cuota a cuota.
      * La salida queda asentada como CNV negativo.
           SUBTRACT WS-REFINANCIADO FROM MONTO
           MOVE WSP-FECHA-PROCESO TO FECHAVTO
           REWRITE REG-CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             SUBTRACT 1 FROM WS-CANT-CONVENIOS
             SUBTRACT WSV-CANT-CUOTAS FROM WS-CANT-CUOTAS
           ELSE
             MOVE WS-REFINANCIADO TO WS-CNV-PENDIENTE
             MOVE -1 TO WS-CNV-SIGNO
             MOVE SPACES TO WS-CNV-DESCRIP
             STRING 'REFINANCIADO CONVENIO ' WS-NRO-CONVENIO
                    DELIMITED BY SIZE INTO WS-CNV-DESCRIP
             PERFORM 237000-GRABAR-ASIENTO-CNV
             PERFORM 305000-GRABAR-CONVENIOS
             DISPLAY 'CONVENIO ' WS-NRO-CONVENIO ' REGISTRADO'
           END-IF.


       220000-PROCESO-MENSUAL.
      * Por cada convenio vigente: primero se mira si una cuota ya
      * imputada quedo impaga pasada la gracia (caduca), y recien
      * despues se imputan las cuotas que vencen a la fecha de
      * proceso, para no caducar un convenio por una cuota que se
      * imputa en esta misma corrida.
           INITIALIZE ACUMULADORES
           PERFORM 230000-VERIFICAR-ASIENTOS
           IF WS-PERIODO-ABIERTO = 'S' AND WS-CNV-EN-CATALOGO
             PERFORM 234000-ABRIR-SERVICIO
           END-IF
           IF WS-PERIODO-ABIERTO = 'S' AND WS-CNV-EN-CATALOGO
                   AND WSS-FS-SERVICIO-OK
             OPEN I-O CUENTAS
             IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             ELSE
               PERFORM 222000-PROCESAR-CONVENIO
                         VARYING WS-IND-CONVENIO FROM 1 BY 1
                         UNTIL WS-IND-CONVENIO > WS-CANT-CONVENIOS
               CLOSE CUENTAS
               PERFORM 305000-GRABAR-CONVENIOS
               DISPLAY 'CUOTAS IMPUTADAS:    ' WSA-CUOTAS-IMPUTADAS
                       ' POR ' WSA-TOTAL-IMPUTADO
               DISPLAY 'CONVENIOS CADUCOS:   ' WSA-CANT-CADUCOS
                       ' REPUESTO ' WSA-TOTAL-REPUESTO
               DISPLAY 'CONVENIOS CUMPLIDOS: ' WSA-CANT-CUMPLIDOS
             END-IF
             CLOSE SERVICIO
           END-IF.


       222000-PROCESAR-CONVENIO.
           IF TCN-ESTADO(WS-IND-CONVENIO) = 'V'
             MOVE TCN-NROCUENTA(WS-IND-CONVENIO) TO NROCUENTA
             READ CUENTAS
               INVALID KEY
                 DISPLAY 'ADVERTENCIA: LA CUENTA '
                         TCN-NROCUENTA(WS-IND-CONVENIO)
                         ' DEL CONVENIO '
                         TCN-NUMERO(WS-IND-CONVENIO)
                         ' NO EXISTE EN CUENTAS.DAT'
               NOT INVALID KEY
                 PERFORM 224000-VERIFICAR-FALTA
                 IF WS-EN-FALTA
                   PERFORM 228000-CADUCAR
                 ELSE
                   PERFORM 226000-IMPUTAR-CUOTAS
                 END-IF
                 REWRITE REG-CUENTAS
                 IF NOT WSS-FS-CUENTAS-OK
                   DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
                   DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
                 END-IF
             END-READ
           END-IF.


       224000-VERIFICAR-FALTA.
      * La cuenta arrastra deuda vencida desde FECHAVTO: si ese
      * vencimiento mas los dias de gracia ya paso, el cliente dejo
      * de pagar una cuota (o el anticipo) y el convenio cae.
           MOVE 'N' TO WS-CONVENIO-EN-FALTA
           IF MONTO > 0 AND FECHAVTO NOT = 0
             COMPUTE WS-JULIANO-LIMITE =
                     FUNCTION INTEGER-OF-DATE(FECHAVTO)
                     + WSP-DIAS-GRACIA-CONVENIO
             IF WS-JULIANO-HOY > WS-JULIANO-LIMITE
               MOVE 'S' TO WS-CONVENIO-EN-FALTA
             END-IF
           END-IF.


       226000-IMPUTAR-CUOTAS.
           MOVE 0 TO WS-CUOTAS-PENDIENTES
           PERFORM VARYING WS-IND-CUOTA FROM 1 BY 1
                     UNTIL WS-IND-CUOTA > WS-CANT-CUOTAS
             IF TCU-NUMERO(WS-IND-CUOTA) = TCN-NUMERO(WS-IND-CONVENIO)
                     AND TCU-ESTADO(WS-IND-CUOTA) = 'P'
               IF TCU-FECHA-VTO(WS-IND-CUOTA) <= WSP-FECHA-PROCESO
      * Sin deuda anterior la antiguedad arranca en el vencimiento
      * de la cuota; con deuda anterior se conserva la mas vieja.
                 IF MONTO <= 0
                   MOVE TCU-FECHA-VTO(WS-IND-CUOTA) TO FECHAVTO
                 END-IF
                 ADD TCU-IMPORTE(WS-IND-CUOTA) TO MONTO
                 IF TCN-ASENTADO(WS-IND-CONVENIO) = 'S'
                   MOVE TCU-IMPORTE(WS-IND-CUOTA) TO WS-CNV-PENDIENTE
                   MOVE 1 TO WS-CNV-SIGNO
                   MOVE SPACES TO WS-CNV-DESCRIP
                   STRING 'CUOTA ' TCU-NRO-CUOTA(WS-IND-CUOTA)
                          ' CONVENIO ' TCN-NUMERO(WS-IND-CONVENIO)
                          DELIMITED BY SIZE INTO WS-CNV-DESCRIP
                   PERFORM 237000-GRABAR-ASIENTO-CNV
                 END-IF
                 SUBTRACT TCU-IMPORTE(WS-IND-CUOTA)
                   FROM TCN-SALDO(WS-IND-CONVENIO)
                 MOVE 'F' TO TCU-ESTADO(WS-IND-CUOTA)
                 MOVE WSP-FECHA-PROCESO
                   TO TCU-FECHA-IMPUTADA(WS-IND-CUOTA)
                 ADD 1 TO WSA-CUOTAS-IMPUTADAS
                 ADD TCU-IMPORTE(WS-IND-CUOTA) TO WSA-TOTAL-IMPUTADO
               ELSE
                 ADD 1 TO WS-CUOTAS-PENDIENTES
               END-IF
             END-IF
           END-PERFORM
      * Todas las cuotas imputadas y la cuenta al dia: el convenio
      * queda cumplido.
           IF WS-CUOTAS-PENDIENTES = 0 AND MONTO <= 0
             MOVE 'C' TO TCN-ESTADO(WS-IND-CONVENIO)
             MOVE WSP-FECHA-PROCESO TO TCN-FECHA-BAJA(WS-IND-CONVENIO)
             ADD 1 TO WSA-CANT-CUMPLIDOS
           END-IF.


       228000-CADUCAR.
      * Lo que faltaba imputar vuelve a la cuenta como vencido con la
      * fecha de vencimiento original de la deuda refinanciada.
           ADD TCN-SALDO(WS-IND-CONVENIO) TO MONTO
           ADD TCN-SALDO(WS-IND-CONVENIO) TO WSA-TOTAL-REPUESTO
           IF TCN-ASENTADO(WS-IND-CONVENIO) = 'S'
             MOVE TCN-SALDO(WS-IND-CONVENIO) TO WS-CNV-PENDIENTE
             MOVE 1 TO WS-CNV-SIGNO
             MOVE SPACES TO WS-CNV-DESCRIP
             STRING 'CADUCIDAD CONVENIO ' TCN-NUMERO(WS-IND-CONVENIO)
                    DELIMITED BY SIZE INTO WS-CNV-DESCRIP
             PERFORM 237000-GRABAR-ASIENTO-CNV
           END-IF
           MOVE TCN-FECHAVTO-ORIGINAL(WS-IND-CONVENIO) TO FECHAVTO
           MOVE 0 TO TCN-SALDO(WS-IND-CONVENIO)
           MOVE 'K' TO TCN-ESTADO(WS-IND-CONVENIO)
           MOVE WSP-FECHA-PROCESO TO TCN-FECHA-BAJA(WS-IND-CONVENIO)
           ADD 1 TO WSA-CANT-CADUCOS
           PERFORM VARYING WS-IND-CUOTA FROM 1 BY 1
                     UNTIL WS-IND-CUOTA > WS-CANT-CUOTAS
             IF TCU-NUMERO(WS-IND-CUOTA) = TCN-NUMERO(WS-IND-CONVENIO)
                     AND TCU-ESTADO(WS-IND-CUOTA) = 'P'
               MOVE 'K' TO TCU-ESTADO(WS-IND-CUOTA)
             END-IF
           END-PERFORM
           DISPLAY 'CONVENIO ' TCN-NUMERO(WS-IND-CONVENIO)
                   ' DE LA CUENTA ' TCN-NROCUENTA(WS-IND-CONVENIO)
                   ' CADUCO, SALDO ' MONTO.


       230000-VERIFICAR-ASIENTOS.
      * Todo movimiento del convenio sobre el MONTO se asienta como
      * CNV en el periodo de la fecha de proceso: sin periodo abierto
      * o sin el codigo activo en el catalogo no se mueve nada.
           CALL 'PERIODOABIERTO' USING WS-PERIODO-PROCESO
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WS-PERIODO-PROCESO ' ESTA '
                     'CERRADO, NO SE MUEVEN CONVENIOS'
           END-IF
           MOVE 'N' TO WS-COD-CNV-EXISTE
           OPEN INPUT SERVCAT
           IF NOT WSS-FS-SERVCAT-OK
             DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
           ELSE
             PERFORM 233000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-CODIGO = 'CNV' AND CAT-ACTIVO
                 MOVE 'S' TO WS-COD-CNV-EXISTE
               END-IF
               PERFORM 233000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF
           IF NOT WS-CNV-EN-CATALOGO
             DISPLAY 'ERROR: EL CODIGO CNV NO ESTA ACTIVO EN EL '
                     'CATALOGO, DARLO DE ALTA CON CATALOGOSERVICIOS'
           END-IF.


       233000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       234000-ABRIR-SERVICIO.
           PERFORM 238000-CARGAR-ULTIMO-ID
           OPEN I-O SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             OPEN OUTPUT SERVICIO
           END-IF
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
           END-IF.


       237000-GRABAR-ASIENTO-CNV.
      * NROCUENTA, el importe, el signo y la descripcion vienen
      * cargados.
           PERFORM UNTIL WS-CNV-PENDIENTE = 0
             IF WS-CNV-PENDIENTE > 99999,99
               MOVE 99999,99 TO WS-CNV-TRAMO
             ELSE
               MOVE WS-CNV-PENDIENTE TO WS-CNV-TRAMO
             END-IF
             SUBTRACT WS-CNV-TRAMO FROM WS-CNV-PENDIENTE
             MOVE 'CNV' TO CODSERVICIO
             MOVE NROCUENTA TO NUMCUENTA
             MOVE WS-CNV-DESCRIP TO DESCRIP
             MOVE WS-PERIODO-PROCESO(1:4) TO AAAA
             MOVE WS-PERIODO-PROCESO(5:2) TO MM
             COMPUTE MONTO-S = WS-CNV-TRAMO * WS-CNV-SIGNO
             ADD 1 TO WS-ULTIMO-ID
             MOVE WS-ULTIMO-ID TO ENTRYID-S
             WRITE REG-SERVICIO
             IF WSS-FS-SERVICIO-OK
               ADD 1 TO WS-CANT-ESCRITOS
             ELSE
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             END-IF
           END-PERFORM.


       238000-CARGAR-ULTIMO-ID.
           MOVE 0 TO WS-ULTIMO-ID
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-SERVICIO-OK
               PERFORM 239000-LEER-SERVICIO
               PERFORM UNTIL WSS-FS-SERVICIO-EOF
                 IF ENTRYID-S > WS-ULTIMO-ID
                   MOVE ENTRYID-S TO WS-ULTIMO-ID
                 END-IF
                 PERFORM 239000-LEER-SERVICIO
               END-PERFORM
             END-IF
             CLOSE SERVICIO
           END-IF
           IF WS-ID-INICIAL-SESION = 0
             MOVE WS-ULTIMO-ID TO WS-ID-INICIAL-SESION
           END-IF.


       239000-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF.


       240000-LISTAR.
           PERFORM VARYING WS-IND-CONVENIO FROM 1 BY 1
                     UNTIL WS-IND-CONVENIO > WS-CANT-CONVENIOS
             DISPLAY 'CONVENIO ' TCN-NUMERO(WS-IND-CONVENIO)
                     ' CUENTA ' TCN-NROCUENTA(WS-IND-CONVENIO)
                     ' DEUDA ' TCN-DEUDA(WS-IND-CONVENIO)
                     ' CUOTAS ' TCN-CANT-CUOTAS(WS-IND-CONVENIO)
                     ' A IMPUTAR ' TCN-SALDO(WS-IND-CONVENIO)
                     ' ESTADO ' TCN-ESTADO(WS-IND-CONVENIO)
           END-PERFORM.


       245000-CONSULTAR-CUOTAS.
           DISPLAY 'INGRESE EL NUMERO DE CONVENIO: '
           ACCEPT WSV-NUMERO
           PERFORM VARYING WS-IND-CUOTA FROM 1 BY 1
                     UNTIL WS-IND-CUOTA > WS-CANT-CUOTAS
             IF TCU-NUMERO(WS-IND-CUOTA) = WSV-NUMERO
               DISPLAY 'CUOTA ' TCU-NRO-CUOTA(WS-IND-CUOTA)
                       ' VENCE ' TCU-FECHA-VTO(WS-IND-CUOTA)
                       ' IMPORTE ' TCU-IMPORTE(WS-IND-CUOTA)
                       ' ESTADO ' TCU-ESTADO(WS-IND-CUOTA)
                       ' IMPUTADA ' TCU-FECHA-IMPUTADA(WS-IND-CUOTA)
             END-IF
           END-PERFORM.


       305000-GRABAR-CONVENIOS.
           OPEN OUTPUT CONVENIO
           IF NOT WSS-FS-CONVENIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONVENIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-CONVENIO
           ELSE
             PERFORM VARYING WS-IND-CONVENIO FROM 1 BY 1
                       UNTIL WS-IND-CONVENIO > WS-CANT-CONVENIOS
               MOVE TCN-NUMERO(WS-IND-CONVENIO) TO CNV-NUMERO
               MOVE TCN-NROCUENTA(WS-IND-CONVENIO) TO CNV-NROCUENTA
               MOVE TCN-FECHA-ALTA(WS-IND-CONVENIO)
                 TO CNV-FECHA-ALTA
               MOVE TCN-FECHAVTO-ORIGINAL(WS-IND-CONVENIO)
                 TO CNV-FECHAVTO-ORIGINAL
               MOVE TCN-DEUDA(WS-IND-CONVENIO) TO CNV-DEUDA
               MOVE TCN-ANTICIPO(WS-IND-CONVENIO) TO CNV-ANTICIPO
               MOVE TCN-CANT-CUOTAS(WS-IND-CONVENIO)
                 TO CNV-CANT-CUOTAS
               MOVE TCN-IMPORTE-CUOTA(WS-IND-CONVENIO)
                 TO CNV-IMPORTE-CUOTA
               MOVE TCN-SALDO(WS-IND-CONVENIO) TO CNV-SALDO
               MOVE TCN-ESTADO(WS-IND-CONVENIO) TO CNV-ESTADO
               MOVE TCN-FECHA-BAJA(WS-IND-CONVENIO)
                 TO CNV-FECHA-BAJA
               MOVE TCN-OPERADOR(WS-IND-CONVENIO) TO CNV-OPERADOR
               MOVE TCN-ASENTADO(WS-IND-CONVENIO) TO CNV-ASENTADO
               WRITE REG-CONVENIO
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE CONVENIO
           END-IF
           OPEN OUTPUT CONVCUO
           IF NOT WSS-FS-CONVCUO-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUOTAS DE CONVENIO'
             DISPLAY 'FILE STATUS ' WSS-FS-CONVCUO
           ELSE
             PERFORM VARYING WS-IND-CUOTA FROM 1 BY 1
                       UNTIL WS-IND-CUOTA > WS-CANT-CUOTAS
               MOVE TCU-NUMERO(WS-IND-CUOTA) TO CCU-NUMERO
               MOVE TCU-NRO-CUOTA(WS-IND-CUOTA) TO CCU-NRO-CUOTA
               MOVE TCU-FECHA-VTO(WS-IND-CUOTA) TO CCU-FECHA-VTO
               MOVE TCU-IMPORTE(WS-IND-CUOTA) TO CCU-IMPORTE
               MOVE TCU-ESTADO(WS-IND-CUOTA) TO CCU-ESTADO
               MOVE TCU-FECHA-IMPUTADA(WS-IND-CUOTA)
                 TO CCU-FECHA-IMPUTADA
               WRITE REG-CONVCUO
               ADD 1 TO WS-CANT-ESCRITOS
             END-PERFORM
             CLOSE CONVCUO
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CONVENIOS DE PAGO'
           DISPLAY 'Programme: CONVENIOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'CONVENIOS'       TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CONVENIO   TO WS-RUNLOG-STATUS
           MOVE WS-ID-INICIAL-SESION TO WS-RUNLOG-IDINI
           MOVE WS-ULTIMO-ID      TO WS-RUNLOG-IDFIN
           COPY WSRUNLOG-PROC.
