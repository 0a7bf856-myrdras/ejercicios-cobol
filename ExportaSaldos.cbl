      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     FOTO NOCTURNA DE SALDOS PARA EL CONTESTADOR
      *              TELEFONICO (IVR) Y LA AUTOGESTION WEB. POR CADA
      *              CUENTA DE CUENTAS.DAT DE LA EMPRESA DE LA CORRIDA
      *              GRABA EN SALDOIVRee.DAT (ee = EMPRESA) EL SALDO,
      *              FECHAVTO, EL ULTIMO PAGO APLICADO (FECHA E
      *              IMPORTE, DE PAGOS.DAT POR SU CLAVE DE CUENTA), SI
      *              TIENE CONVENIO VIGENTE (CONVENIO.DAT) O PROMESA
      *              DE PAGO EN CURSO O ROTA (PROMESAS.DAT, CON EL
      *              MISMO CRITERIO DE CARTASMORA) Y LA REFERENCIA DE
      *              PAGO DEL CUPON DE FACTURAIVA PARA LA RED DE
      *              COBRANZA: CUENTA, SALDO A PAGAR, VENCIMIENTO Y
      *              DIGITO VERIFICADOR MODULO 11. EL CLIENTE VA SOLO
      *              POR NUMERO, SIN NOMBRE NI DATOS DE CONTACTO. EL
      *              ARCHIVO CIERRA CON EL TRAILER ESTANDAR (CUENTAS Y
      *              TOTAL DE SALDOS) MAS LOS TOTALES DE DEUDORAS,
      *              CONVENIOS, PROMESAS Y ULTIMOS PAGOS; SIN TRAILER
      *              EL IVR NO DEBE CARGARLO. DRIVER.BAT LO CORRE AL
      *              FINAL DE LA CADENA SOLO SI LA PRUEBA DIARIA
      *              CUADRO Y LA CADENA NO QUEDO RETENIDA; LAS NOCHES
      *              RETENIDAS QUEDA LA FOTO ANTERIOR, CON SU FECHA EN
      *              EL TRAILER. UN ERROR DE ARCHIVO TERMINA CON
      *              RETURN-CODE 8.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  EXPORTASALDOS.

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

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CONVENIO           ASSIGN TO DISK '..\CONVENIO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CONVENIO.

           SELECT PROMESAS           ASSIGN TO DISK '..\PROMESAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PROMESAS.

           SELECT SALDOIVR           ASSIGN TO DISK WS-NOMBRE-SALDOIVR
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SALDOIVR.

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

       FD PAGOS.
           COPY PAGOS.

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
         05 CNV-FECHA-BAJA            PIC 9(08).
         05 CNV-OPERADOR              PIC X(20).
         05 CNV-ASENTADO              PIC X(01).

       FD PROMESAS.
       01 REG-PROMESAS.
         05 PRM-NROCUENTA             PIC 9(08).
         05 PRM-FECHA-PROMETIDA       PIC 9(08).
         05 PRM-IMPORTE               PIC S9(15)V99.
         05 PRM-OPERADOR              PIC X(20).
         05 PRM-FECHA-ALTA            PIC 9(08).
         05 PRM-ESTADO                PIC X(01).
             88 PRM-VIGENTE                            VALUE 'V'.
             88 PRM-CUMPLIDA                           VALUE 'C'.
             88 PRM-ROTA                               VALUE 'R'.

       FD SALDOIVR.
           COPY SALIVRREC.

       FD PARAM.
           COPY PARAMREC.

       FD RUNLOG.
       01 REG-RUNLOG                  PIC X(150).


       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CONVENIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==PROMESAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SALDOIVR==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.

       COPY WSPARAM-WS.

       COPY WSTRAILER.

       01 WS-NOMBRE-SALDOIVR           PIC X(30).

       01 WS-EMPCLI.
           COPY WSEMPCLI.

      * Cuentas con convenio de pago vigente.
       01 TABLA-CONVENIADAS.
         05 WS-CANT-CONVENIADAS        PIC 9(04) VALUE 0.
         05 TCV-NROCUENTA OCCURS 2000 TIMES
                                       PIC 9(08).

      * Promesas de pago vigentes o rotas por cuenta.
       01 TABLA-PROMESAS.
         05 WS-CANT-PROMESAS           PIC 9(04) VALUE 0.
         05 TPR-ENTRY OCCURS 2000 TIMES.
           10 TPR-NROCUENTA            PIC 9(08).
           10 TPR-FECHA-PROMETIDA      PIC 9(08).
           10 TPR-ESTADO               PIC X(01).

       01 INDICES.
         05 WS-IND-CONVENIADA          PIC 9(04).
         05 WS-IND-PROMESA             PIC 9(04).

       01 ACUMULADORES.
         05 WSA-CANT-OTRA-EMPRESA      PIC 9(07).
         05 WSA-CANT-DEUDORAS          PIC 9(08).
         05 WSA-TOTAL-DEUDA            PIC S9(15)V99.
         05 WSA-CANT-CONVENIO          PIC 9(08).
         05 WSA-CANT-PROMESA           PIC 9(08).
         05 WSA-TOTAL-ULT-PAGOS        PIC S9(15)V99.

       01 WS-PAGOS-ABIERTO             PIC X VALUE 'N'.
           88 WS-CON-PAGOS                              VALUE 'S'.

       01 VARIABLES.
         05 WSV-NROCUENTA-PAGOS        PIC 9(08).
         05 WSV-FECHA-ULT-PAGO         PIC 9(08).
         05 WSV-ENTRYID-ULT-PAGO       PIC 9(08).
         05 WSV-IMPORTE-ULT-PAGO       PIC S9(15)V99.

      * Digito verificador de la referencia de pago: mismos pesos y
      * modulo 11 que el cupon de FACTURAIVA y la validacion de
      * COBRANZARED.
       01 WS-CUENTA-SIN-DV             PIC 9(10).
       01 WS-DIGITOS-TABLA REDEFINES WS-CUENTA-SIN-DV.
         05 WS-DIG                     OCCURS 10 TIMES PIC 9.

       01 WS-PESOS-LITERAL             PIC X(10) VALUE '2345672345'.
       01 WS-PESOS REDEFINES WS-PESOS-LITERAL.
         05 WS-PESO                    OCCURS 10 TIMES PIC 9.

       01 WS-DIGITO-CALCULADO          PIC 9(01).
       01 WS-ACUM-DV                   PIC 9(04).
       01 WS-RESTO-DV                  PIC 9(02).
       01 WS-IND-DV                    PIC 9(02).

       01 WS-IMPORTE-EDIT              PIC -(14)9,99.

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES
           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-CONVENIOS
           PERFORM 107000-CARGAR-PROMESAS

           INITIALIZE WS-TRAILER
           MOVE '*TRAILER' TO WS-TRL-MARCA

           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-PAGOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             MOVE 'S' TO WS-PAGOS-ABIERTO
           END-IF

           MOVE SPACES TO WS-NOMBRE-SALDOIVR
           STRING '..\SALDOIVR' WSP-EMPRESA '.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-SALDOIVR
           OPEN OUTPUT SALDOIVR
           IF NOT WSS-FS-SALDOIVR-OK
             DISPLAY 'ERROR AL CREAR ' WS-NOMBRE-SALDOIVR
             DISPLAY 'FILE STATUS ' WSS-FS-SALDOIVR
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-CONVENIOS.
           MOVE 0 TO WS-CANT-CONVENIADAS
           OPEN INPUT CONVENIO
           IF WSS-FS-CONVENIO-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CONVENIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE CONVENIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CONVENIO
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 106000-LEER-CONVENIO
             PERFORM UNTIL WSS-FS-CONVENIO-EOF
               IF CNV-VIGENTE
                 IF WS-CANT-CONVENIADAS < 2000
                   ADD 1 TO WS-CANT-CONVENIADAS
                   MOVE CNV-NROCUENTA
                     TO TCV-NROCUENTA(WS-CANT-CONVENIADAS)
                 ELSE
                   DISPLAY 'ERROR: MAS DE 2000 CONVENIOS VIGENTES'
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
               END-IF
               PERFORM 106000-LEER-CONVENIO
             END-PERFORM
             CLOSE CONVENIO
           END-IF.


       106000-LEER-CONVENIO.
           READ CONVENIO
           IF NOT WSS-FS-CONVENIO-OK AND NOT WSS-FS-CONVENIO-EOF
             DISPLAY 'ERROR DE ARCHIVO DE CONVENIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-CONVENIO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       107000-CARGAR-PROMESAS.
           MOVE 0 TO WS-CANT-PROMESAS
           OPEN INPUT PROMESAS
           IF WSS-FS-PROMESAS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-PROMESAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PROMESAS'
               DISPLAY 'FILE STATUS ' WSS-FS-PROMESAS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 108000-LEER-PROMESA
             PERFORM UNTIL WSS-FS-PROMESAS-EOF
               IF PRM-VIGENTE OR PRM-ROTA
                 IF WS-CANT-PROMESAS < 2000
                   ADD 1 TO WS-CANT-PROMESAS
                   MOVE PRM-NROCUENTA
                     TO TPR-NROCUENTA(WS-CANT-PROMESAS)
                   MOVE PRM-FECHA-PROMETIDA
                     TO TPR-FECHA-PROMETIDA(WS-CANT-PROMESAS)
                   MOVE PRM-ESTADO
                     TO TPR-ESTADO(WS-CANT-PROMESAS)
                 ELSE
                   DISPLAY 'ERROR: MAS DE 2000 PROMESAS ABIERTAS'
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
               END-IF
               PERFORM 108000-LEER-PROMESA
             END-PERFORM
             CLOSE PROMESAS
           END-IF.


       108000-LEER-PROMESA.
           READ PROMESAS
           IF NOT WSS-FS-PROMESAS-OK AND NOT WSS-FS-PROMESAS-EOF
             DISPLAY 'ERROR DE ARCHIVO DE PROMESAS'
             DISPLAY 'FILE STATUS ' WSS-FS-PROMESAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       200000-PROCESO.
           PERFORM 205000-LEER-CUENTA
           PERFORM UNTIL WSS-FS-CUENTAS-EOF
             MOVE 'C' TO ECL-FUNCION
             MOVE CODCLIENTE TO ECL-NRO-CLIENTE
             CALL 'EMPRESACLIENTE' USING WS-EMPCLI
             END-CALL
             IF ECL-EMPRESA = WSP-EMPRESA
               PERFORM 210000-GRABAR-SALDO
             ELSE
               ADD 1 TO WSA-CANT-OTRA-EMPRESA
             END-IF
             PERFORM 205000-LEER-CUENTA
           END-PERFORM
           PERFORM 250000-GRABAR-TRAILER.


       205000-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           IF NOT WSS-FS-CUENTAS-OK AND NOT WSS-FS-CUENTAS-EOF
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-CUENTAS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       210000-GRABAR-SALDO.
           MOVE SPACES TO REG-SALDOIVR
           MOVE WSP-EMPRESA TO SIV-EMPRESA
           MOVE NROCUENTA TO SIV-NROCUENTA
           MOVE CODCLIENTE TO SIV-CODCLIENTE
           MOVE MONTO TO SIV-SALDO
           MOVE FECHAVTO TO SIV-FECHAVTO
           MOVE WSP-FECHA-PROCESO TO SIV-FECHA-FOTO

           PERFORM 220000-BUSCAR-ULTIMO-PAGO
           MOVE WSV-FECHA-ULT-PAGO TO SIV-FECHA-ULT-PAGO
           MOVE WSV-IMPORTE-ULT-PAGO TO SIV-IMPORTE-ULT-PAGO

           PERFORM 230000-BUSCAR-CONVENIO
           PERFORM 235000-EVALUAR-PROMESA

      * Referencia del cupon de FACTURAIVA: un saldo a favor o en cero
      * viaja con importe cero, igual que en la factura.
           MOVE NROCUENTA TO SIV-REF-CUENTA
           IF MONTO > 0
             MOVE MONTO TO SIV-REF-IMPORTE
           ELSE
             MOVE 0 TO SIV-REF-IMPORTE
           END-IF
           MOVE FECHAVTO TO SIV-REF-VTO
           PERFORM 240000-CALCULAR-DIGITO
           MOVE WS-DIGITO-CALCULADO TO SIV-REF-DIGITO

           WRITE REG-SALDOIVR
           IF NOT WSS-FS-SALDOIVR-OK
             DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-SALDOIVR
             DISPLAY 'FILE STATUS ' WSS-FS-SALDOIVR
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           ADD 1 TO WS-CANT-ESCRITOS
           ADD 1 TO WS-TRL-CANT
           ADD MONTO TO WS-TRL-HASH
           IF MONTO > 0
             ADD 1 TO WSA-CANT-DEUDORAS
             ADD MONTO TO WSA-TOTAL-DEUDA
           END-IF
           IF SIV-CONVENIO-VIGENTE
             ADD 1 TO WSA-CANT-CONVENIO
           END-IF
           IF NOT SIV-SIN-PROMESA
             ADD 1 TO WSA-CANT-PROMESA
           END-IF
           ADD WSV-IMPORTE-ULT-PAGO TO WSA-TOTAL-ULT-PAGOS.


       220000-BUSCAR-ULTIMO-PAGO.
      * El ultimo recibo aplicado de la cuenta, por la clave
      * alternativa de PAGOS.DAT; a igual fecha, el de numero mayor.
      * Sin recibos queda la FECHAULTPAGO de la cuenta con importe
      * cero.
           MOVE FECHAULTPAGO TO WSV-FECHA-ULT-PAGO
           MOVE 0 TO WSV-ENTRYID-ULT-PAGO
           MOVE 0 TO WSV-IMPORTE-ULT-PAGO
           IF WS-CON-PAGOS
             MOVE 0 TO WSV-FECHA-ULT-PAGO
             MOVE NROCUENTA TO WSV-NROCUENTA-PAGOS
             MOVE NROCUENTA TO PAG-NROCUENTA
             MOVE '00' TO WSS-FS-PAGOS
             START PAGOS KEY IS EQUAL TO PAG-NROCUENTA
               INVALID KEY
                 MOVE '10' TO WSS-FS-PAGOS
             END-START
             IF WSS-FS-PAGOS-OK
               PERFORM 225000-LEER-PAGO
             END-IF
             PERFORM UNTIL WSS-FS-PAGOS-EOF
               IF PAG-APLICADO
                 IF PAG-FECHA > WSV-FECHA-ULT-PAGO
                     OR (PAG-FECHA = WSV-FECHA-ULT-PAGO
                         AND PAG-ENTRYID > WSV-ENTRYID-ULT-PAGO)
                   MOVE PAG-FECHA TO WSV-FECHA-ULT-PAGO
                   MOVE PAG-ENTRYID TO WSV-ENTRYID-ULT-PAGO
                   MOVE PAG-IMPORTE TO WSV-IMPORTE-ULT-PAGO
                 END-IF
               END-IF
               PERFORM 225000-LEER-PAGO
             END-PERFORM
             IF WSV-ENTRYID-ULT-PAGO = 0
               MOVE FECHAULTPAGO TO WSV-FECHA-ULT-PAGO
             END-IF
           END-IF.


       225000-LEER-PAGO.
           READ PAGOS NEXT RECORD
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-PAGOS-OK
             IF PAG-NROCUENTA NOT = WSV-NROCUENTA-PAGOS
               MOVE '10' TO WSS-FS-PAGOS
             END-IF
           END-IF.


       230000-BUSCAR-CONVENIO.
           MOVE ' ' TO SIV-CONVENIO
           PERFORM VARYING WS-IND-CONVENIADA FROM 1 BY 1
                     UNTIL WS-IND-CONVENIADA > WS-CANT-CONVENIADAS
             IF TCV-NROCUENTA(WS-IND-CONVENIADA) = NROCUENTA
               MOVE 'V' TO SIV-CONVENIO
               MOVE WS-CANT-CONVENIADAS TO WS-IND-CONVENIADA
             END-IF
           END-PERFORM.


       235000-EVALUAR-PROMESA.
      * Mismo criterio que 212000-EVALUAR-PROMESA de CARTASMORA: una
      * promesa vigente cuya fecha no paso esta en curso; una vigente
      * con la fecha pasada y sin pago posterior, o ya marcada rota,
      * esta rota.
           MOVE ' ' TO SIV-PROMESA
           MOVE 0 TO SIV-FECHA-PROMETIDA
           PERFORM VARYING WS-IND-PROMESA FROM 1 BY 1
                     UNTIL WS-IND-PROMESA > WS-CANT-PROMESAS
             IF TPR-NROCUENTA(WS-IND-PROMESA) = NROCUENTA
               EVALUATE TRUE
                 WHEN TPR-ESTADO(WS-IND-PROMESA) = 'R'
                   MOVE 'R' TO SIV-PROMESA
                   MOVE TPR-FECHA-PROMETIDA(WS-IND-PROMESA)
                     TO SIV-FECHA-PROMETIDA
                 WHEN TPR-FECHA-PROMETIDA(WS-IND-PROMESA)
                         >= WSP-FECHA-PROCESO
                   MOVE 'V' TO SIV-PROMESA
                   MOVE TPR-FECHA-PROMETIDA(WS-IND-PROMESA)
                     TO SIV-FECHA-PROMETIDA
                   MOVE WS-CANT-PROMESAS TO WS-IND-PROMESA
                 WHEN FECHAULTPAGO
                         < TPR-FECHA-PROMETIDA(WS-IND-PROMESA)
                   MOVE 'R' TO SIV-PROMESA
                   MOVE TPR-FECHA-PROMETIDA(WS-IND-PROMESA)
                     TO SIV-FECHA-PROMETIDA
               END-EVALUATE
             END-IF
           END-PERFORM.


       240000-CALCULAR-DIGITO.
      * Mismos pesos y modulo 11 que 227000-CALCULAR-DIGITO de
      * FACTURAIVA, aplicados a la cuenta de 8 digitos.
           MOVE NROCUENTA TO WS-CUENTA-SIN-DV
           MOVE 0 TO WS-ACUM-DV
           PERFORM VARYING WS-IND-DV FROM 1 BY 1
                     UNTIL WS-IND-DV > 10
             COMPUTE WS-ACUM-DV = WS-ACUM-DV +
                     (WS-DIG(WS-IND-DV) * WS-PESO(WS-IND-DV))
           END-PERFORM
           COMPUTE WS-RESTO-DV = FUNCTION MOD(WS-ACUM-DV, 11)
           COMPUTE WS-DIGITO-CALCULADO = 11 - WS-RESTO-DV
           IF WS-DIGITO-CALCULADO > 9
             MOVE 0 TO WS-DIGITO-CALCULADO
           END-IF.


       250000-GRABAR-TRAILER.
           MOVE SPACES TO REG-SALDOIVR-TRL
           MOVE WS-TRAILER TO SIV-TRL-CONTROL
           MOVE WSP-FECHA-PROCESO TO SIV-TRL-FECHA-FOTO
           MOVE WSP-EMPRESA TO SIV-TRL-EMPRESA
           MOVE WSA-CANT-DEUDORAS TO SIV-TRL-CANT-DEUDORAS
           MOVE WSA-TOTAL-DEUDA TO SIV-TRL-TOTAL-DEUDA
           MOVE WSA-CANT-CONVENIO TO SIV-TRL-CANT-CONVENIO
           MOVE WSA-CANT-PROMESA TO SIV-TRL-CANT-PROMESA
           MOVE WSA-TOTAL-ULT-PAGOS TO SIV-TRL-TOTAL-ULT-PAGOS
           WRITE REG-SALDOIVR-TRL
           IF NOT WSS-FS-SALDOIVR-OK
             DISPLAY 'ERROR AL GRABAR ' WS-NOMBRE-SALDOIVR
             DISPLAY 'FILE STATUS ' WSS-FS-SALDOIVR
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   FOTO DE SALDOS PARA IVR Y WEB'
           DISPLAY 'Programme: EXPORTASALDOS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           DISPLAY 'EMPRESA ' WSP-EMPRESA ' - ARCHIVO '
                   WS-NOMBRE-SALDOIVR
           DISPLAY 'CUENTAS EXPORTADAS:      ' WS-TRL-CANT
           MOVE WS-TRL-HASH TO WS-IMPORTE-EDIT
           DISPLAY 'TOTAL DE SALDOS:         ' WS-IMPORTE-EDIT
           DISPLAY 'CUENTAS DEUDORAS:        ' WSA-CANT-DEUDORAS
           MOVE WSA-TOTAL-DEUDA TO WS-IMPORTE-EDIT
           DISPLAY 'TOTAL ADEUDADO:          ' WS-IMPORTE-EDIT
           DISPLAY 'CON CONVENIO VIGENTE:    ' WSA-CANT-CONVENIO
           DISPLAY 'CON PROMESA DE PAGO:     ' WSA-CANT-PROMESA
           DISPLAY 'DE OTRAS EMPRESAS:       ' WSA-CANT-OTRA-EMPRESA
           IF WS-RETURN-CODE >= 8
             DISPLAY 'EL ARCHIVO QUEDO INCOMPLETO: NO LO CARGUE EL IVR'
           END-IF.


       330000-CERRAR-ARCHIVOS.
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL
           CLOSE CUENTAS
           IF WS-CON-PAGOS
             CLOSE PAGOS
           END-IF
           CLOSE SALDOIVR.


       390000-GRABAR-BITACORA.
           MOVE 'EXPORTASALDOS'   TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CUENTAS    TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.
