      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     CIRCULARIZACION DE SALDOS PARA LOS AUDITORES
      *              EXTERNOS. SORTEA UNA MUESTRA DE CUENTAS.DAT
      *              ESTRATIFICADA POR TAMAÑO DEL SALDO: TODA CUENTA
      *              CUYO SALDO (EN VALOR ABSOLUTO) IGUALE O SUPERE EL
      *              UMBRAL INDICADO ENTRA SIEMPRE, Y DEBAJO DEL UMBRAL
      *              SE FORMAN TRES ESTRATOS DE IGUAL ANCHO (ALTO,
      *              MEDIO Y BAJO) DE LOS QUE SE ELIGEN AL AZAR N
      *              CUENTAS CADA UNO. EL AZAR SALE DE UN GENERADOR
      *              CONGRUENCIAL (X = X * 16807 MOD 2147483647) CON
      *              LA SEMILLA QUE SE INFORMA, RECORRIENDO LAS
      *              CUENTAS EN ORDEN DE NUMERO: CON LA MISMA SEMILLA
      *              Y EL MISMO ARCHIVO SALE LA MISMA MUESTRA, Y LA
      *              SEMILLA QUEDA DOCUMENTADA EN CONFMUES.REP. POR
      *              CADA CUENTA ELEGIDA EMITE EN CONFCART.REP LA
      *              CARTA DE CONFIRMACION CON LOS DATOS DE CONTACTO
      *              DE CLIENTES.DAT; A UN CLIENTE CON CARTA DEVUELTA
      *              POR EL CORREO (DOMDEVUE.DAT) NO SE LE IMPRIME LA
      *              CARTA HASTA QUE MANTCLIENTES CORRIJA SU
      *              DOMICILIO-C, Y SU CUENTA FIGURA COMO RETENIDA EN
      *              CONFMUES.REP. LA MUESTRA QUEDA EN CONFSAL.DAT,
      *              DONDE SE REGISTRA LA RESPUESTA DE CADA CLIENTE
      *              (CONFORME, DISCONFORME CON EL IMPORTE QUE EL
      *              CLIENTE DECLARA, O SIN RESPUESTA), Y EL REPORTE
      *              FINAL CONFSAL.REP LISTA PARA LOS AUDITORES LAS
      *              DIFERENCIAS Y LOS CLIENTES QUE NO RESPONDIERON.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  CONFIRMASALDOS.

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

           SELECT DOMDEVUE           ASSIGN TO DISK '..\DOMDEVUE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOMDEVUE.

           SELECT CONFSAL            ASSIGN TO DISK '..\CONFSAL.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONFSAL.

           SELECT MUESTRA            ASSIGN TO DISK '..\CONFMUES.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MUESTRA.

           SELECT CARTAS             ASSIGN TO DISK '..\CONFCART.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CARTAS.

           SELECT REPORTE            ASSIGN TO DISK '..\CONFSAL.REP'
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

       FD DOMDEVUE.
           COPY DOMDEVREC.

       FD CONFSAL.
       01 REG-CONFSAL.
         05 CFS-NROCUENTA             PIC 9(08).
         05 CFS-CODCLIENTE            PIC 9(08).
         05 CFS-ESTRATO               PIC 9(01).
         05 CFS-SALDO                 PIC S9(15)V99.
         05 CFS-FECHA-MUESTRA         PIC 9(08).
         05 CFS-SEMILLA               PIC 9(10).
         05 CFS-UMBRAL                PIC S9(15)V99.
         05 CFS-ESTADO                PIC X(01).
             88 CFS-PENDIENTE                          VALUE 'P'.
             88 CFS-CONFORME                           VALUE 'C'.
             88 CFS-DISCONFORME                        VALUE 'D'.
             88 CFS-SIN-RESPUESTA                      VALUE 'N'.
         05 CFS-IMPORTE-CLIENTE       PIC S9(15)V99.
         05 CFS-FECHA-RESPUESTA       PIC 9(08).
         05 CFS-OPERADOR              PIC X(20).

       FD MUESTRA.
       01 REG-MUESTRA                 PIC X(80).

       FD CARTAS.
       01 REG-CARTAS                  PIC X(80).

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
           COPY WSFS REPLACING ==:TAG:== BY ==DOMDEVUE==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONFSAL==.
           COPY WSFS REPLACING ==:TAG:== BY ==MUESTRA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CARTAS==.
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
           10 TC-NYA                   PIC X(60).
           10 TC-TELEFONO              PIC X(15).
           10 TC-EMAIL                 PIC X(40).
           10 TC-DOMICILIO             PIC X(50).

      * Clientes con carta devuelta por el correo: mientras el
      * domicilio del maestro siga siendo el de la devolucion la
      * carta impresa no sale.
       01 TABLA-DEVUELTOS.
         05 WS-CANT-DEVUELTOS          PIC 9(04) VALUE 0.
         05 TDV-ENTRY OCCURS 2000 TIMES.
           10 TDV-NRO-CLIENTE          PIC 9(07).
           10 TDV-DOMICILIO            PIC X(50).

       01 WS-IND-DEVUELTO              PIC 9(04).
       01 WS-CON-DEVOLUCION            PIC X VALUE 'N'.
           88 WS-DOMICILIO-DEVUELTO                     VALUE 'S'.

      * Cuentas con saldo distinto de cero, en orden de numero de
      * cuenta: el orden del recorrido es parte de la muestra.
       01 TABLA-CUENTAS.
         05 WS-CANT-CUENTAS            PIC 9(05) VALUE 0.
         05 TCT-ENTRY OCCURS 5000 TIMES.
           10 TCT-NROCUENTA            PIC 9(08).
           10 TCT-CODCLIENTE           PIC 9(08).
           10 TCT-MONTO                PIC S9(15)V99.
           10 TCT-ESTRATO              PIC 9(01).

       01 TABLA-MUESTRA.
         05 WS-CANT-MUESTRA            PIC 9(05) VALUE 0.
         05 TMU-ENTRY OCCURS 5000 TIMES.
           10 TMU-NROCUENTA            PIC 9(08).
           10 TMU-CODCLIENTE           PIC 9(08).
           10 TMU-ESTRATO              PIC 9(01).
           10 TMU-SALDO                PIC S9(15)V99.
           10 TMU-FECHA-MUESTRA        PIC 9(08).
           10 TMU-SEMILLA              PIC 9(10).
           10 TMU-UMBRAL               PIC S9(15)V99.
           10 TMU-ESTADO               PIC X(01).
           10 TMU-IMPORTE-CLIENTE      PIC S9(15)V99.
           10 TMU-FECHA-RESPUESTA      PIC 9(08).
           10 TMU-OPERADOR             PIC X(20).
      * Solo para la emision: S = carta retenida por domicilio
      * devuelto (no se guarda en CONFSAL.DAT).
           10 TMU-RETENIDA             PIC X(01).

      * Estrato 1 = saldos desde el umbral (entran todos); 2, 3 y 4
      * = tercios alto, medio y bajo por debajo del umbral.
       01 WS-NOMBRES-ESTRATO-LIT.
         05 FILLER                     PIC X(12) VALUE 'TOTAL'.
         05 FILLER                     PIC X(12) VALUE 'ALTO'.
         05 FILLER                     PIC X(12) VALUE 'MEDIO'.
         05 FILLER                     PIC X(12) VALUE 'BAJO'.
       01 WS-NOMBRES-ESTRATO REDEFINES WS-NOMBRES-ESTRATO-LIT.
         05 WS-NOMBRE-ESTRATO OCCURS 4 TIMES
                                       PIC X(12).

       01 TABLA-ESTRATOS.
         05 TES-ENTRY OCCURS 4 TIMES.
           10 TES-POBLACION            PIC 9(05).
           10 TES-IMPORTE-POBLACION    PIC S9(15)V99.
           10 TES-OBJETIVO             PIC 9(05).
           10 TES-VISTAS               PIC 9(05).
           10 TES-ELEGIDAS             PIC 9(05).
           10 TES-IMPORTE-MUESTRA      PIC S9(15)V99.
           10 TES-CONFORMES            PIC 9(05).
           10 TES-DISCONFORMES         PIC 9(05).
           10 TES-SIN-RESPUESTA        PIC 9(05).

      * Generador congruencial multiplicativo de Park y Miller: cada
      * numero es el anterior por 16807 modulo 2^31 - 1; la semilla
      * informada es el primer valor.
       01 WS-GENERADOR.
         05 WS-SEMILLA                 PIC 9(10).
         05 WS-MULTIPLICADOR           PIC 9(05) VALUE 16807.
         05 WS-MODULO                  PIC 9(10) VALUE 2147483647.
         05 WS-PRODUCTO                PIC 9(15).
         05 WS-COCIENTE                PIC 9(15).
         05 WS-LADO-AZAR               PIC 9(15).
         05 WS-LADO-CUPO               PIC 9(15).
         05 WS-FALTAN                  PIC 9(05).
         05 WS-RESTAN                  PIC 9(05).

       01 INDICES.
         05 WS-IND-CUENTA              PIC 9(05).
         05 WS-IND-MUESTRA             PIC 9(05).
         05 WS-IND-MUE-HALLADO         PIC 9(05).
         05 WS-IND-CLIENTE             PIC 9(05).
         05 WS-IND-HALLADO             PIC 9(05).
         05 WS-IND-ESTRATO             PIC 9(01).

       01 WS-OPCION                    PIC 9(01) VALUE 0.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE
                                       'CONFIRMASALDOS'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       01 VARIABLES.
         05 WSV-SEMILLA                PIC 9(10).
         05 WSV-UMBRAL                 PIC S9(15)V99.
         05 WSV-MUESTRA-ESTRATO        PIC 9(04).
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-RESPUESTA              PIC X(01).
         05 WSV-CONFIRMA               PIC X(01).

      * Por alguna razon no se guardan los decimales cuando es negativo
      * y tiene los 15 numeros enteros (se guarda el signo, los 15
      * enteros pero no los decimales) por eso tomo el valor en una
      * variable auxiliar para poder guardar el numero completo.
       01 WS-AUX-MONTO                 PIC S9(16)V99.

       01 WS-MONTO-ABS                 PIC S9(15)V99.
       01 WS-CORTE-ALTO                PIC S9(15)V99.
       01 WS-CORTE-MEDIO               PIC S9(15)V99.
       01 WS-DIFERENCIA                PIC S9(15)V99.

       01 WS-CARGA-CUENTAS             PIC X VALUE 'N'.
           88 WS-CUENTAS-CARGADAS                       VALUE 'S'.

      * Salida de 250000-ESCRIBIR-LINEA: M = CONFMUES.REP,
      * C = CONFCART.REP, R = CONFSAL.REP.
       01 WS-SALIDA                    PIC X(01).
       01 WS-LINEAS-SALIDA             PIC 9(08).

       01 ACUMULADORES.
         05 WSA-TOTAL-DIFERENCIAS      PIC S9(15)V99.
         05 WSA-SALDO-SIN-RESPUESTA    PIC S9(15)V99.
         05 WSA-CANT-DIFERENCIAS       PIC 9(05).
         05 WSA-CANT-SIN-RESPUESTA     PIC 9(05).
         05 WSA-CANT-SIN-CONTACTO      PIC 9(05).
         05 WSA-CANT-RETENIDAS         PIC 9(05).

       01 WS-MARCA-RETENIDA            PIC X(16).

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-MONTO-EDIT                PIC -(12)9,99.
       01 WS-MONTO-EDIT-2              PIC -(12)9,99.
       01 WS-MONTO-EDIT-3              PIC -(12)9,99.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WS-OPCION = 4
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES

           PERFORM 103000-LEER-PARAMETROS
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 4 TO WS-OPCION
           ELSE
             PERFORM 105000-CARGAR-MUESTRA
             PERFORM 107000-CARGAR-CLIENTES
             PERFORM 109000-CARGAR-DEVUELTOS
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-MUESTRA.
           MOVE 0 TO WS-CANT-MUESTRA
           OPEN INPUT CONFSAL
           IF WSS-FS-CONFSAL-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONFSAL-OK
               DISPLAY 'ERROR DE ARCHIVO DE CIRCULARIZACION'
               DISPLAY 'FILE STATUS ' WSS-FS-CONFSAL
               PERFORM 300000-FINAL
             ELSE
               PERFORM 106000-LEER-CONFSAL
               PERFORM UNTIL WSS-FS-CONFSAL-EOF
                 IF WS-CANT-MUESTRA < 5000
                   ADD 1 TO WS-CANT-MUESTRA
                   MOVE CFS-NROCUENTA
                     TO TMU-NROCUENTA(WS-CANT-MUESTRA)
                   MOVE CFS-CODCLIENTE
                     TO TMU-CODCLIENTE(WS-CANT-MUESTRA)
                   MOVE CFS-ESTRATO TO TMU-ESTRATO(WS-CANT-MUESTRA)
                   MOVE CFS-SALDO TO TMU-SALDO(WS-CANT-MUESTRA)
                   MOVE CFS-FECHA-MUESTRA
                     TO TMU-FECHA-MUESTRA(WS-CANT-MUESTRA)
                   MOVE CFS-SEMILLA TO TMU-SEMILLA(WS-CANT-MUESTRA)
                   MOVE CFS-UMBRAL TO TMU-UMBRAL(WS-CANT-MUESTRA)
                   MOVE CFS-ESTADO TO TMU-ESTADO(WS-CANT-MUESTRA)
                   MOVE CFS-IMPORTE-CLIENTE
                     TO TMU-IMPORTE-CLIENTE(WS-CANT-MUESTRA)
                   MOVE CFS-FECHA-RESPUESTA
                     TO TMU-FECHA-RESPUESTA(WS-CANT-MUESTRA)
                   MOVE CFS-OPERADOR TO TMU-OPERADOR(WS-CANT-MUESTRA)
                   ADD 1 TO WS-CANT-LEIDOS
                 ELSE
      * Regrabar desde una tabla incompleta perderia respuestas: se
      * detiene antes de tocar el archivo.
                   DISPLAY 'ERROR: MAS DE 5000 CUENTAS EN LA MUESTRA'
                   CLOSE CONFSAL
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 106000-LEER-CONFSAL
               END-PERFORM
             END-IF
             CLOSE CONFSAL
           END-IF.


       106000-LEER-CONFSAL.
           READ CONFSAL
           IF NOT WSS-FS-CONFSAL-OK AND NOT WSS-FS-CONFSAL-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CONFSAL
             MOVE '10' TO WSS-FS-CONFSAL
           END-IF.


       107000-CARGAR-CLIENTES.
           MOVE 0 TO WS-CANT-CLIENTES
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             PERFORM 300000-FINAL
           END-IF
           PERFORM 108000-LEER-CLIENTE
           PERFORM UNTIL WSS-FS-CLIENTES-EOF
             IF WS-CANT-CLIENTES < 5000
               ADD 1 TO WS-CANT-CLIENTES
               MOVE NRO-CLIENTE-C TO TC-NRO-CLIENTE(WS-CANT-CLIENTES)
               MOVE NYA-C         TO TC-NYA(WS-CANT-CLIENTES)
               MOVE TELEFONO-C    TO TC-TELEFONO(WS-CANT-CLIENTES)
               MOVE EMAIL-C       TO TC-EMAIL(WS-CANT-CLIENTES)
               MOVE DOMICILIO-C   TO TC-DOMICILIO(WS-CANT-CLIENTES)
             ELSE
      * Con la tabla incompleta las cartas saldrian sin datos de
      * contacto para los clientes que quedaron afuera: se detiene.
               DISPLAY 'ERROR: EL MAESTRO SUPERA LOS 5000 '
                       'CLIENTES, NO SE PUEDEN EMITIR CARTAS'
               CLOSE CLIENTES
               PERFORM 300000-FINAL
             END-IF
             PERFORM 108000-LEER-CLIENTE
           END-PERFORM
           CLOSE CLIENTES.


       108000-LEER-CLIENTE.
           READ CLIENTES
           IF NOT WSS-FS-CLIENTES-OK AND NOT WSS-FS-CLIENTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
             MOVE '10' TO WSS-FS-CLIENTES
           END-IF.


       109000-CARGAR-DEVUELTOS.
           MOVE 0 TO WS-CANT-DEVUELTOS
           OPEN INPUT DOMDEVUE
           IF WSS-FS-DOMDEVUE-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-DOMDEVUE-OK
               PERFORM 109500-LEER-DEVUELTO
               PERFORM UNTIL WSS-FS-DOMDEVUE-EOF
                 IF DDV-VIGENTE
                   IF WS-CANT-DEVUELTOS >= 2000
      * Sin la tabla completa saldrian cartas a domicilios que el
      * correo ya rechazo: se detiene.
                     DISPLAY 'ERROR: MAS DE 2000 DOMICILIOS DEVUELTOS'
                             ', NO SE PUEDEN EMITIR CARTAS'
                     CLOSE DOMDEVUE
                     PERFORM 300000-FINAL
                   END-IF
                   ADD 1 TO WS-CANT-DEVUELTOS
                   MOVE DDV-NRO-CLIENTE
                     TO TDV-NRO-CLIENTE(WS-CANT-DEVUELTOS)
                   MOVE DDV-DOMICILIO
                     TO TDV-DOMICILIO(WS-CANT-DEVUELTOS)
                 END-IF
                 PERFORM 109500-LEER-DEVUELTO
               END-PERFORM
             END-IF
             CLOSE DOMDEVUE
           END-IF.


       109500-LEER-DEVUELTO.
           READ DOMDEVUE
           IF NOT WSS-FS-DOMDEVUE-OK AND NOT WSS-FS-DOMDEVUE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DOMDEVUE
             MOVE '10' TO WSS-FS-DOMDEVUE
           END-IF.


       130000-MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY 'CIRCULARIZACION DE SALDOS (CONFSAL.DAT)'
           DISPLAY '1 - SORTEAR MUESTRA Y EMITIR CARTAS'
           DISPLAY '2 - REGISTRAR RESPUESTA DE UN CLIENTE'
           DISPLAY '3 - REPORTE FINAL PARA LOS AUDITORES'
           DISPLAY '4 - SALIR'
           DISPLAY 'OPCION: '
           ACCEPT WS-OPCION.


       200000-PROCESO.
           EVALUATE WS-OPCION
             WHEN 1
               PERFORM 210000-SORTEAR-MUESTRA
             WHEN 2
               PERFORM 220000-REGISTRAR-RESPUESTA
             WHEN 3
               PERFORM 230000-REPORTE-FINAL
             WHEN 4
               CONTINUE
             WHEN OTHER
               DISPLAY 'OPCION INVALIDA'
           END-EVALUATE
           IF WS-OPCION NOT = 4
             PERFORM 130000-MOSTRAR-MENU
           END-IF.


       210000-SORTEAR-MUESTRA.
      * Una muestra nueva reemplaza a la anterior con sus respuestas:
      * se pide confirmacion.
           MOVE 'S' TO WSV-CONFIRMA
           IF WS-CANT-MUESTRA > 0
             DISPLAY 'YA EXISTE UNA MUESTRA DEL '
                     TMU-FECHA-MUESTRA(1) ' CON ' WS-CANT-MUESTRA
                     ' CUENTAS'
             DISPLAY 'REEMPLAZARLA Y PERDER SUS RESPUESTAS (S/N): '
             ACCEPT WSV-CONFIRMA
           END-IF
           IF WSV-CONFIRMA = 'S' OR WSV-CONFIRMA = 's'
             PERFORM 211000-PEDIR-CONDICIONES
           ELSE
             DISPLAY 'MUESTRA NO REEMPLAZADA'
           END-IF.


       211000-PEDIR-CONDICIONES.
           DISPLAY 'INGRESE LA SEMILLA (1 A 2147483646): '
           ACCEPT WSV-SEMILLA
           DISPLAY 'INGRESE EL UMBRAL DE INCLUSION TOTAL: '
           ACCEPT WS-AUX-MONTO
           MOVE WS-AUX-MONTO TO WSV-UMBRAL
           DISPLAY 'INGRESE LA CANTIDAD DE CUENTAS POR ESTRATO: '
           ACCEPT WSV-MUESTRA-ESTRATO
           EVALUATE TRUE
             WHEN WSV-SEMILLA = 0 OR WSV-SEMILLA >= WS-MODULO
               DISPLAY 'SEMILLA FUERA DE RANGO, NO SE SORTEA'
             WHEN WSV-UMBRAL <= 0
               DISPLAY 'EL UMBRAL DEBE SER POSITIVO, NO SE SORTEA'
             WHEN WSV-MUESTRA-ESTRATO = 0
               DISPLAY 'LA CANTIDAD POR ESTRATO DEBE SER POSITIVA, '
                       'NO SE SORTEA'
             WHEN OTHER
               PERFORM 212000-CARGAR-CUENTAS
               IF WS-CUENTAS-CARGADAS
                 PERFORM 214000-ESTRATIFICAR
                 PERFORM 216000-SELECCIONAR
                 PERFORM 305000-GRABAR-MUESTRA
                 PERFORM 217900-MARCAR-RETENIDAS
                 PERFORM 218000-EMITIR-MUESTRA
                 PERFORM 219000-EMITIR-CARTAS
                 DISPLAY 'MUESTRA DE ' WS-CANT-MUESTRA ' CUENTAS, '
                         'CARTAS EN CONFCART.REP'
                 DISPLAY 'CARTAS RETENIDAS POR DOMICILIO DEVUELTO: '
                         WSA-CANT-RETENIDAS
               END-IF
           END-EVALUATE.


       212000-CARGAR-CUENTAS.
           MOVE 'N' TO WS-CARGA-CUENTAS
           MOVE 0 TO WS-CANT-CUENTAS
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           ELSE
             MOVE 'S' TO WS-CARGA-CUENTAS
             PERFORM 213000-LEER-CUENTA
             PERFORM UNTIL WSS-FS-CUENTAS-EOF
               IF MONTO NOT = 0
                 IF WS-CANT-CUENTAS < 5000
                   ADD 1 TO WS-CANT-CUENTAS
                   MOVE NROCUENTA TO TCT-NROCUENTA(WS-CANT-CUENTAS)
                   MOVE CODCLIENTE
                     TO TCT-CODCLIENTE(WS-CANT-CUENTAS)
                   MOVE MONTO TO TCT-MONTO(WS-CANT-CUENTAS)
                 ELSE
      * Una poblacion incompleta sesgaria la muestra: no se sortea.
                   DISPLAY 'ERROR: MAS DE 5000 CUENTAS CON SALDO, '
                           'NO SE SORTEA'
                   MOVE 'N' TO WS-CARGA-CUENTAS
                   MOVE '10' TO WSS-FS-CUENTAS
                 END-IF
               END-IF
               IF NOT WSS-FS-CUENTAS-EOF
                 PERFORM 213000-LEER-CUENTA
               END-IF
             END-PERFORM
             CLOSE CUENTAS
           END-IF.


       213000-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           IF NOT WSS-FS-CUENTAS-OK AND NOT WSS-FS-CUENTAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE '10' TO WSS-FS-CUENTAS
           END-IF
           IF WSS-FS-CUENTAS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       214000-ESTRATIFICAR.
      * Los saldos acreedores se circularizan igual que los deudores:
      * el estrato sale del valor absoluto.
           INITIALIZE TABLA-ESTRATOS
           COMPUTE WS-CORTE-ALTO = WSV-UMBRAL * 2 / 3
           COMPUTE WS-CORTE-MEDIO = WSV-UMBRAL / 3
           PERFORM VARYING WS-IND-CUENTA FROM 1 BY 1
                     UNTIL WS-IND-CUENTA > WS-CANT-CUENTAS
             MOVE TCT-MONTO(WS-IND-CUENTA) TO WS-MONTO-ABS
             IF WS-MONTO-ABS < 0
               COMPUTE WS-MONTO-ABS = 0 - WS-MONTO-ABS
             END-IF
             EVALUATE TRUE
               WHEN WS-MONTO-ABS >= WSV-UMBRAL
                 MOVE 1 TO TCT-ESTRATO(WS-IND-CUENTA)
               WHEN WS-MONTO-ABS >= WS-CORTE-ALTO
                 MOVE 2 TO TCT-ESTRATO(WS-IND-CUENTA)
               WHEN WS-MONTO-ABS >= WS-CORTE-MEDIO
                 MOVE 3 TO TCT-ESTRATO(WS-IND-CUENTA)
               WHEN OTHER
                 MOVE 4 TO TCT-ESTRATO(WS-IND-CUENTA)
             END-EVALUATE
             MOVE TCT-ESTRATO(WS-IND-CUENTA) TO WS-IND-ESTRATO
             ADD 1 TO TES-POBLACION(WS-IND-ESTRATO)
             ADD TCT-MONTO(WS-IND-CUENTA)
               TO TES-IMPORTE-POBLACION(WS-IND-ESTRATO)
           END-PERFORM
           MOVE TES-POBLACION(1) TO TES-OBJETIVO(1)
           PERFORM VARYING WS-IND-ESTRATO FROM 2 BY 1
                     UNTIL WS-IND-ESTRATO > 4
             IF TES-POBLACION(WS-IND-ESTRATO) < WSV-MUESTRA-ESTRATO
               MOVE TES-POBLACION(WS-IND-ESTRATO)
                 TO TES-OBJETIVO(WS-IND-ESTRATO)
             ELSE
               MOVE WSV-MUESTRA-ESTRATO
                 TO TES-OBJETIVO(WS-IND-ESTRATO)
             END-IF
           END-PERFORM.


       216000-SELECCIONAR.
      * Seleccion secuencial: cada cuenta de un estrato sorteado se
      * elige si el numero al azar (sobre el modulo) es menor que lo
      * que falta elegir sobre lo que falta recorrer del estrato, lo
      * que da exactamente el objetivo con igual probabilidad para
      * todas las cuentas del estrato.
           MOVE WSV-SEMILLA TO WS-SEMILLA
           MOVE 0 TO WS-CANT-MUESTRA
           PERFORM VARYING WS-IND-CUENTA FROM 1 BY 1
                     UNTIL WS-IND-CUENTA > WS-CANT-CUENTAS
             MOVE TCT-ESTRATO(WS-IND-CUENTA) TO WS-IND-ESTRATO
             IF WS-IND-ESTRATO = 1
               PERFORM 217800-AGREGAR-A-MUESTRA
             ELSE
               PERFORM 217000-SORTEAR-CUENTA
             END-IF
           END-PERFORM.


       217000-SORTEAR-CUENTA.
           COMPUTE WS-PRODUCTO = WS-SEMILLA * WS-MULTIPLICADOR
           DIVIDE WS-PRODUCTO BY WS-MODULO GIVING WS-COCIENTE
                  REMAINDER WS-SEMILLA
           COMPUTE WS-FALTAN = TES-OBJETIVO(WS-IND-ESTRATO)
                             - TES-ELEGIDAS(WS-IND-ESTRATO)
           COMPUTE WS-RESTAN = TES-POBLACION(WS-IND-ESTRATO)
                             - TES-VISTAS(WS-IND-ESTRATO)
           ADD 1 TO TES-VISTAS(WS-IND-ESTRATO)
           COMPUTE WS-LADO-AZAR = WS-SEMILLA * WS-RESTAN
           COMPUTE WS-LADO-CUPO = WS-FALTAN * WS-MODULO
           IF WS-LADO-AZAR < WS-LADO-CUPO
             PERFORM 217800-AGREGAR-A-MUESTRA
           END-IF.


       217800-AGREGAR-A-MUESTRA.
           ADD 1 TO WS-CANT-MUESTRA
           ADD 1 TO TES-ELEGIDAS(WS-IND-ESTRATO)
           ADD TCT-MONTO(WS-IND-CUENTA)
             TO TES-IMPORTE-MUESTRA(WS-IND-ESTRATO)
           MOVE TCT-NROCUENTA(WS-IND-CUENTA)
             TO TMU-NROCUENTA(WS-CANT-MUESTRA)
           MOVE TCT-CODCLIENTE(WS-IND-CUENTA)
             TO TMU-CODCLIENTE(WS-CANT-MUESTRA)
           MOVE WS-IND-ESTRATO TO TMU-ESTRATO(WS-CANT-MUESTRA)
           MOVE TCT-MONTO(WS-IND-CUENTA) TO TMU-SALDO(WS-CANT-MUESTRA)
           MOVE WSP-FECHA-PROCESO TO TMU-FECHA-MUESTRA(WS-CANT-MUESTRA)
           MOVE WSV-SEMILLA TO TMU-SEMILLA(WS-CANT-MUESTRA)
           MOVE WSV-UMBRAL TO TMU-UMBRAL(WS-CANT-MUESTRA)
           MOVE 'P' TO TMU-ESTADO(WS-CANT-MUESTRA)
           MOVE 0 TO TMU-IMPORTE-CLIENTE(WS-CANT-MUESTRA)
           MOVE 0 TO TMU-FECHA-RESPUESTA(WS-CANT-MUESTRA)
           MOVE WS-ACC-OPERADOR TO TMU-OPERADOR(WS-CANT-MUESTRA).


       217900-MARCAR-RETENIDAS.
           MOVE 0 TO WSA-CANT-RETENIDAS
           PERFORM VARYING WS-IND-MUESTRA FROM 1 BY 1
                     UNTIL WS-IND-MUESTRA > WS-CANT-MUESTRA
             MOVE 'N' TO TMU-RETENIDA(WS-IND-MUESTRA)
             PERFORM 240000-BUSCAR-CLIENTE
             PERFORM 241000-VERIFICAR-DOMICILIO
             IF WS-DOMICILIO-DEVUELTO
               MOVE 'S' TO TMU-RETENIDA(WS-IND-MUESTRA)
               ADD 1 TO WSA-CANT-RETENIDAS
             END-IF
           END-PERFORM.


       218000-EMITIR-MUESTRA.
           OPEN OUTPUT MUESTRA
           IF NOT WSS-FS-MUESTRA-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE DE MUESTRA'
             DISPLAY 'FILE STATUS ' WSS-FS-MUESTRA
           ELSE
             MOVE 'M' TO WS-SALIDA
             MOVE 0 TO WS-LINEAS-SALIDA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE 'MUESTRA PARA CIRCULARIZACION DE SALDOS'
               TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'FECHA ' WSP-FECHA-PROCESO
                    '  OPERADOR ' WS-ACC-OPERADOR
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'SEMILLA ' WSV-SEMILLA
                    '  GENERADOR X = X * 16807 MOD 2147483647'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE 'UN NUMERO POR CUENTA BAJO EL UMBRAL, EN ORDEN DE '
               TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE 'NUMERO DE CUENTA (CUENTAS CON SALDO DISTINTO DE 0)'
               TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE WSV-UMBRAL TO WS-MONTO-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'UMBRAL DE INCLUSION TOTAL ' WS-MONTO-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CUENTAS POR ESTRATO BAJO EL UMBRAL '
                    WSV-MUESTRA-ESTRATO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE 'ESTRATO      POBLACION   IMPORTE POBLACION  MUESTRA'
               TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-ESTRATO FROM 1 BY 1
                       UNTIL WS-IND-ESTRATO > 4
               MOVE TES-IMPORTE-POBLACION(WS-IND-ESTRATO)
                 TO WS-MONTO-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING WS-NOMBRE-ESTRATO(WS-IND-ESTRATO) ' '
                      TES-POBLACION(WS-IND-ESTRATO) '  '
                      WS-MONTO-EDIT '  '
                      TES-ELEGIDAS(WS-IND-ESTRATO)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-PERFORM
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE 'ESTRATO      CUENTA    CLIENTE               SALDO'
               TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             PERFORM VARYING WS-IND-MUESTRA FROM 1 BY 1
                       UNTIL WS-IND-MUESTRA > WS-CANT-MUESTRA
               MOVE TMU-SALDO(WS-IND-MUESTRA) TO WS-MONTO-EDIT
               MOVE TMU-ESTRATO(WS-IND-MUESTRA) TO WS-IND-ESTRATO
               MOVE SPACES TO WS-MARCA-RETENIDA
               IF TMU-RETENIDA(WS-IND-MUESTRA) = 'S'
                 MOVE '  CARTA RETENIDA' TO WS-MARCA-RETENIDA
               END-IF
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING WS-NOMBRE-ESTRATO(WS-IND-ESTRATO) ' '
                      TMU-NROCUENTA(WS-IND-MUESTRA) '  '
                      TMU-CODCLIENTE(WS-IND-MUESTRA) '  '
                      WS-MONTO-EDIT WS-MARCA-RETENIDA
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-PERFORM
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CARTAS RETENIDAS POR DOMICILIO DEVUELTO: '
                    WSA-CANT-RETENIDAS
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             IF WSA-CANT-RETENIDAS > 0
               MOVE '(EL CORREO DEVOLVIO LA CARTA A ESE DOMICILIO Y'
                 TO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
               MOVE ' NO SE CORRIGIO: ESAS CUENTAS NO RECIBEN CARTA)'
                 TO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
             CLOSE MUESTRA
             MOVE 'MUESTRA CIRCULARIZ.' TO WS-REPIDX-NOMBRE
             MOVE '..\CONFMUES.REP' TO WS-REPIDX-ARCHIVO
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF.


       219000-EMITIR-CARTAS.
           MOVE 0 TO WSA-CANT-SIN-CONTACTO
           OPEN OUTPUT CARTAS
           IF NOT WSS-FS-CARTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CARTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CARTAS
           ELSE
             MOVE 'C' TO WS-SALIDA
             MOVE 0 TO WS-LINEAS-SALIDA
             PERFORM VARYING WS-IND-MUESTRA FROM 1 BY 1
                       UNTIL WS-IND-MUESTRA > WS-CANT-MUESTRA
               PERFORM 240000-BUSCAR-CLIENTE
               IF TMU-RETENIDA(WS-IND-MUESTRA) = 'S'
                 DISPLAY 'CUENTA ' TMU-NROCUENTA(WS-IND-MUESTRA)
                         ': CARTA RETENIDA, DOMICILIO DEVUELTO'
               ELSE
                 IF WS-IND-HALLADO = 0
                   ADD 1 TO WSA-CANT-SIN-CONTACTO
                   DISPLAY 'CUENTA ' TMU-NROCUENTA(WS-IND-MUESTRA)
                           ': CLIENTE ' TMU-CODCLIENTE(WS-IND-MUESTRA)
                           ' SIN DATOS DE CONTACTO EN CLIENTES.DAT'
                 END-IF
                 PERFORM 219500-ARMAR-CARTA
               END-IF
             END-PERFORM
             CLOSE CARTAS
             MOVE 'CARTAS CIRCULARIZ.' TO WS-REPIDX-NOMBRE
             MOVE '..\CONFCART.REP' TO WS-REPIDX-ARCHIVO
             PERFORM 395000-REGISTRAR-REPORTE
           END-IF.


       219500-ARMAR-CARTA.
           MOVE TMU-SALDO(WS-IND-MUESTRA) TO WS-MONTO-EDIT
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WS-IND-HALLADO NOT = 0
             STRING 'SR/A: ' FUNCTION TRIM(TC-NYA(WS-IND-HALLADO))
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'DOMICILIO: '
                    FUNCTION TRIM(TC-DOMICILIO(WS-IND-HALLADO))
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'TEL: ' FUNCTION TRIM(TC-TELEFONO(WS-IND-HALLADO))
                    '  EMAIL: '
                    FUNCTION TRIM(TC-EMAIL(WS-IND-HALLADO))
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
             STRING 'CLIENTE ' TMU-CODCLIENTE(WS-IND-MUESTRA)
                    ' (SIN DATOS DE CONTACTO)'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'A PEDIDO DE NUESTROS AUDITORES EXTERNOS LE SOLICITAMOS'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CONFIRMAR EL SALDO DE SU CUENTA AL '
                  TMU-FECHA-MUESTRA(WS-IND-MUESTRA) ':'
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  CUENTA: ' TMU-NROCUENTA(WS-IND-MUESTRA)
                  '  SALDO: ' WS-MONTO-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           IF TMU-SALDO(WS-IND-MUESTRA) < 0
             MOVE '  (SALDO NEGATIVO: A SU FAVOR)' TO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-IF
           MOVE 'ESTO NO ES UN PEDIDO DE PAGO. COMPLETE EL TALON Y'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'REMITALO DIRECTAMENTE A LOS AUDITORES.'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TALON - CUENTA ' TMU-NROCUENTA(WS-IND-MUESTRA)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE '  [ ] CONFORME CON EL SALDO INDICADO'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE '  [ ] NO CONFORME. SALDO SEGUN MIS REGISTROS: ________'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE '  FIRMA: ____________________  FECHA: __________'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       220000-REGISTRAR-RESPUESTA.
           DISPLAY 'INGRESE EL NUMERO DE CUENTA: '
           ACCEPT WSV-NROCUENTA
           MOVE 0 TO WS-IND-MUE-HALLADO
           PERFORM VARYING WS-IND-MUESTRA FROM 1 BY 1
                     UNTIL WS-IND-MUESTRA > WS-CANT-MUESTRA
             IF TMU-NROCUENTA(WS-IND-MUESTRA) = WSV-NROCUENTA
               MOVE WS-IND-MUESTRA TO WS-IND-MUE-HALLADO
               MOVE WS-CANT-MUESTRA TO WS-IND-MUESTRA
             END-IF
           END-PERFORM
           IF WS-IND-MUE-HALLADO = 0
             DISPLAY 'LA CUENTA NO ESTA EN LA MUESTRA'
           ELSE
             MOVE WS-IND-MUE-HALLADO TO WS-IND-MUESTRA
             DISPLAY 'SALDO INFORMADO: ' TMU-SALDO(WS-IND-MUESTRA)
                     '  ESTADO ACTUAL: ' TMU-ESTADO(WS-IND-MUESTRA)
             DISPLAY 'RESPUESTA (C=CONFORME D=DISCONFORME '
                     'N=SIN RESPUESTA): '
             ACCEPT WSV-RESPUESTA
             EVALUATE WSV-RESPUESTA
               WHEN 'C'
               WHEN 'c'
                 MOVE 'C' TO TMU-ESTADO(WS-IND-MUESTRA)
                 MOVE TMU-SALDO(WS-IND-MUESTRA)
                   TO TMU-IMPORTE-CLIENTE(WS-IND-MUESTRA)
                 PERFORM 225000-CERRAR-RESPUESTA
               WHEN 'D'
               WHEN 'd'
                 DISPLAY 'INGRESE EL SALDO SEGUN EL CLIENTE: '
                 ACCEPT WS-AUX-MONTO
                 MOVE WS-AUX-MONTO
                   TO TMU-IMPORTE-CLIENTE(WS-IND-MUESTRA)
      * Un talon marcado no conforme con el mismo importe no es
      * una diferencia.
                 IF TMU-IMPORTE-CLIENTE(WS-IND-MUESTRA) =
                         TMU-SALDO(WS-IND-MUESTRA)
                   DISPLAY 'EL IMPORTE COINCIDE, SE REGISTRA CONFORME'
                   MOVE 'C' TO TMU-ESTADO(WS-IND-MUESTRA)
                 ELSE
                   MOVE 'D' TO TMU-ESTADO(WS-IND-MUESTRA)
                 END-IF
                 PERFORM 225000-CERRAR-RESPUESTA
               WHEN 'N'
               WHEN 'n'
                 MOVE 'N' TO TMU-ESTADO(WS-IND-MUESTRA)
                 MOVE 0 TO TMU-IMPORTE-CLIENTE(WS-IND-MUESTRA)
                 PERFORM 225000-CERRAR-RESPUESTA
               WHEN OTHER
                 DISPLAY 'RESPUESTA INVALIDA, NO SE GRABA'
             END-EVALUATE
           END-IF.


       225000-CERRAR-RESPUESTA.
           MOVE WSP-FECHA-PROCESO
             TO TMU-FECHA-RESPUESTA(WS-IND-MUESTRA)
           MOVE WS-ACC-OPERADOR TO TMU-OPERADOR(WS-IND-MUESTRA)
           PERFORM 305000-GRABAR-MUESTRA
           DISPLAY 'RESPUESTA REGISTRADA'.


       230000-REPORTE-FINAL.
           IF WS-CANT-MUESTRA = 0
             DISPLAY 'NO HAY MUESTRA SORTEADA'
           ELSE
             OPEN OUTPUT REPORTE
             IF NOT WSS-FS-REPORTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
               DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             ELSE
               PERFORM 231000-TOTALIZAR-RESPUESTAS
               PERFORM 232000-ENCABEZADO-FINAL
               PERFORM 234000-LISTAR-DIFERENCIAS
               PERFORM 236000-LISTAR-SIN-RESPUESTA
               CLOSE REPORTE
               MOVE 'CIRCULARIZ. SALDOS' TO WS-REPIDX-NOMBRE
               MOVE '..\CONFSAL.REP' TO WS-REPIDX-ARCHIVO
               PERFORM 395000-REGISTRAR-REPORTE
               DISPLAY 'DIFERENCIAS:    ' WSA-CANT-DIFERENCIAS
               DISPLAY 'SIN RESPUESTA:  ' WSA-CANT-SIN-RESPUESTA
               DISPLAY 'DETALLE EN CONFSAL.REP'
             END-IF
           END-IF.


       231000-TOTALIZAR-RESPUESTAS.
           INITIALIZE TABLA-ESTRATOS
                      ACUMULADORES
           PERFORM VARYING WS-IND-MUESTRA FROM 1 BY 1
                     UNTIL WS-IND-MUESTRA > WS-CANT-MUESTRA
             MOVE TMU-ESTRATO(WS-IND-MUESTRA) TO WS-IND-ESTRATO
             ADD 1 TO TES-ELEGIDAS(WS-IND-ESTRATO)
             ADD TMU-SALDO(WS-IND-MUESTRA)
               TO TES-IMPORTE-MUESTRA(WS-IND-ESTRATO)
             EVALUATE TMU-ESTADO(WS-IND-MUESTRA)
               WHEN 'C'
                 ADD 1 TO TES-CONFORMES(WS-IND-ESTRATO)
               WHEN 'D'
                 ADD 1 TO TES-DISCONFORMES(WS-IND-ESTRATO)
               WHEN OTHER
                 ADD 1 TO TES-SIN-RESPUESTA(WS-IND-ESTRATO)
             END-EVALUATE
           END-PERFORM.


       232000-ENCABEZADO-FINAL.
           MOVE 'R' TO WS-SALIDA
           MOVE 0 TO WS-LINEAS-SALIDA
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'CIRCULARIZACION DE SALDOS - REPORTE PARA AUDITORES'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'MUESTRA DEL ' TMU-FECHA-MUESTRA(1)
                  '  SEMILLA ' TMU-SEMILLA(1)
                  '  EMITIDO EL ' WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE TMU-UMBRAL(1) TO WS-MONTO-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'UMBRAL DE INCLUSION TOTAL ' WS-MONTO-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'ESTRATO      ENVIADAS CONFORMES DISCONFORMES SIN RESP.'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-ESTRATO FROM 1 BY 1
                     UNTIL WS-IND-ESTRATO > 4
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING WS-NOMBRE-ESTRATO(WS-IND-ESTRATO) ' '
                    TES-ELEGIDAS(WS-IND-ESTRATO) '    '
                    TES-CONFORMES(WS-IND-ESTRATO) '     '
                    TES-DISCONFORMES(WS-IND-ESTRATO) '        '
                    TES-SIN-RESPUESTA(WS-IND-ESTRATO)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-PERFORM.


       234000-LISTAR-DIFERENCIAS.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'DIFERENCIAS INFORMADAS POR LOS CLIENTES'
             TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-MUESTRA FROM 1 BY 1
                     UNTIL WS-IND-MUESTRA > WS-CANT-MUESTRA
             IF TMU-ESTADO(WS-IND-MUESTRA) = 'D'
               ADD 1 TO WSA-CANT-DIFERENCIAS
               COMPUTE WS-DIFERENCIA = TMU-SALDO(WS-IND-MUESTRA)
                       - TMU-IMPORTE-CLIENTE(WS-IND-MUESTRA)
               ADD WS-DIFERENCIA TO WSA-TOTAL-DIFERENCIAS
               PERFORM 238000-LINEA-CLIENTE
               MOVE TMU-SALDO(WS-IND-MUESTRA) TO WS-MONTO-EDIT
               MOVE TMU-IMPORTE-CLIENTE(WS-IND-MUESTRA)
                 TO WS-MONTO-EDIT-2
               MOVE WS-DIFERENCIA TO WS-MONTO-EDIT-3
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  LIBROS' WS-MONTO-EDIT
                      '  CLIENTE' WS-MONTO-EDIT-2
                      '  DIF.' WS-MONTO-EDIT-3
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           MOVE WSA-TOTAL-DIFERENCIAS TO WS-MONTO-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CUENTAS CON DIFERENCIA ' WSA-CANT-DIFERENCIAS
                  '  DIFERENCIA NETA ' WS-MONTO-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       236000-LISTAR-SIN-RESPUESTA.
      * Sin respuesta es tanto la registrada como tal como la carta
      * que sigue pendiente al emitir el reporte.
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           MOVE 'CLIENTES SIN RESPUESTA' TO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA
           PERFORM VARYING WS-IND-MUESTRA FROM 1 BY 1
                     UNTIL WS-IND-MUESTRA > WS-CANT-MUESTRA
             IF TMU-ESTADO(WS-IND-MUESTRA) NOT = 'C'
                     AND TMU-ESTADO(WS-IND-MUESTRA) NOT = 'D'
               ADD 1 TO WSA-CANT-SIN-RESPUESTA
               ADD TMU-SALDO(WS-IND-MUESTRA)
                 TO WSA-SALDO-SIN-RESPUESTA
               PERFORM 238000-LINEA-CLIENTE
               MOVE TMU-SALDO(WS-IND-MUESTRA) TO WS-MONTO-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               IF TMU-ESTADO(WS-IND-MUESTRA) = 'N'
                 STRING '  SALDO' WS-MONTO-EDIT
                        '  SIN RESPUESTA REGISTRADA EL '
                        TMU-FECHA-RESPUESTA(WS-IND-MUESTRA)
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               ELSE
                 STRING '  SALDO' WS-MONTO-EDIT
                        '  CARTA PENDIENTE DE RESPUESTA'
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               END-IF
               PERFORM 250000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           MOVE WSA-SALDO-SIN-RESPUESTA TO WS-MONTO-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CUENTAS SIN RESPUESTA ' WSA-CANT-SIN-RESPUESTA
                  '  SALDO ' WS-MONTO-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       238000-LINEA-CLIENTE.
           PERFORM 240000-BUSCAR-CLIENTE
           MOVE SPACES TO WS-LINEA-REPORTE
           IF WS-IND-HALLADO NOT = 0
             STRING 'CUENTA ' TMU-NROCUENTA(WS-IND-MUESTRA)
                    ' CLIENTE ' TMU-CODCLIENTE(WS-IND-MUESTRA)
                    ' ' TC-NYA(WS-IND-HALLADO)(1:40)
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           ELSE
             STRING 'CUENTA ' TMU-NROCUENTA(WS-IND-MUESTRA)
                    ' CLIENTE ' TMU-CODCLIENTE(WS-IND-MUESTRA)
                    ' (NO FIGURA EN CLIENTES.DAT)'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM 250000-ESCRIBIR-LINEA.


       240000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                     UNTIL WS-IND-CLIENTE > WS-CANT-CLIENTES
             IF TC-NRO-CLIENTE(WS-IND-CLIENTE) =
                     TMU-CODCLIENTE(WS-IND-MUESTRA)
               MOVE WS-IND-CLIENTE TO WS-IND-HALLADO
               MOVE WS-CANT-CLIENTES TO WS-IND-CLIENTE
             END-IF
           END-PERFORM.


       241000-VERIFICAR-DOMICILIO.
           MOVE 'N' TO WS-CON-DEVOLUCION
           IF WS-IND-HALLADO NOT = 0
             PERFORM VARYING WS-IND-DEVUELTO FROM 1 BY 1
                       UNTIL WS-IND-DEVUELTO > WS-CANT-DEVUELTOS
               IF TDV-NRO-CLIENTE(WS-IND-DEVUELTO)
                       = TC-NRO-CLIENTE(WS-IND-HALLADO)
                       AND TDV-DOMICILIO(WS-IND-DEVUELTO)
                           = TC-DOMICILIO(WS-IND-HALLADO)
                 MOVE 'S' TO WS-CON-DEVOLUCION
                 MOVE WS-CANT-DEVUELTOS TO WS-IND-DEVUELTO
               END-IF
             END-PERFORM
           END-IF.


       250000-ESCRIBIR-LINEA.
           EVALUATE WS-SALIDA
             WHEN 'M'
               MOVE WS-LINEA-REPORTE TO REG-MUESTRA
               WRITE REG-MUESTRA
             WHEN 'C'
               MOVE WS-LINEA-REPORTE TO REG-CARTAS
               WRITE REG-CARTAS
             WHEN 'R'
               MOVE WS-LINEA-REPORTE TO REG-REPORTE
               WRITE REG-REPORTE
           END-EVALUATE
           ADD 1 TO WS-LINEAS-SALIDA
           ADD 1 TO WS-CANT-ESCRITOS.


       305000-GRABAR-MUESTRA.
           OPEN OUTPUT CONFSAL
           IF NOT WSS-FS-CONFSAL-OK
             DISPLAY 'ERROR DE ARCHIVO DE CIRCULARIZACION'
             DISPLAY 'FILE STATUS ' WSS-FS-CONFSAL
           ELSE
             PERFORM VARYING WS-IND-MUESTRA FROM 1 BY 1
                       UNTIL WS-IND-MUESTRA > WS-CANT-MUESTRA
               MOVE TMU-NROCUENTA(WS-IND-MUESTRA) TO CFS-NROCUENTA
               MOVE TMU-CODCLIENTE(WS-IND-MUESTRA) TO CFS-CODCLIENTE
               MOVE TMU-ESTRATO(WS-IND-MUESTRA) TO CFS-ESTRATO
               MOVE TMU-SALDO(WS-IND-MUESTRA) TO CFS-SALDO
               MOVE TMU-FECHA-MUESTRA(WS-IND-MUESTRA)
                 TO CFS-FECHA-MUESTRA
               MOVE TMU-SEMILLA(WS-IND-MUESTRA) TO CFS-SEMILLA
               MOVE TMU-UMBRAL(WS-IND-MUESTRA) TO CFS-UMBRAL
               MOVE TMU-ESTADO(WS-IND-MUESTRA) TO CFS-ESTADO
               MOVE TMU-IMPORTE-CLIENTE(WS-IND-MUESTRA)
                 TO CFS-IMPORTE-CLIENTE
               MOVE TMU-FECHA-RESPUESTA(WS-IND-MUESTRA)
                 TO CFS-FECHA-RESPUESTA
               MOVE TMU-OPERADOR(WS-IND-MUESTRA) TO CFS-OPERADOR
               WRITE REG-CONFSAL
             END-PERFORM
             CLOSE CONFSAL
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CIRCULARIZACION DE SALDOS'
           DISPLAY 'Programme: CONFIRMASALDOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       395000-REGISTRAR-REPORTE.
           MOVE 'CONFIRMASALDOS' TO WS-REPIDX-PROGRAMA
           MOVE WS-LINEAS-SALIDA TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'CONFIRMASALDOS'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CONFSAL    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
