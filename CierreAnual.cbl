      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     CIERRE DE EJERCICIO ANUAL: PARA EL AÑO INDICADO
      *              VERIFICA QUE LOS DOCE PERIODOS ESTEN CERRADOS EN
      *              PERIODOS.DAT (MANTPERIODOS), QUE NO QUEDEN
      *              ASIENTOS DEL AÑO EN EL VIVO SERVICIO.DAT
      *              (CIERREPERIODO), QUE LA ULTIMA CORRIDA DE
      *              AUDITORSALDOS HAYA DADO REPORTE LIMPIO Y QUE EL
      *              AÑO NO ESTE YA CERRADO. CUMPLIDO, SEPARA DE
      *              SERVHIST.DAT LOS ASIENTOS DEL AÑO (Y LOS DE AÑOS
      *              ANTERIORES QUE HUBIERAN QUEDADO) AL HISTORICO
      *              ANUAL HISTAAAA.DAT CON TRAILER DE CONTROL, SUMA
      *              LO ARCHIVADO POR CUENTA AL ACUMULADO HISTACUM.DAT
      *              (QUE AUDITORSALDOS, PRUEBADIARIA Y RESUMENDIARIO
      *              SIGUEN CONTANDO COMO HISTORIA), GRABA EL ARCHIVO
      *              DE SALDOS DE APERTURA SALDOINIAAAA.DAT DEL AÑO
      *              SIGUIENTE CON EL MONTO DE CADA CUENTA DE
      *              CUENTAS.DAT (TAMBIEN CON TRAILER), DEJA EL AÑO
      *              REGISTRADO EN ANUAL.DAT E IMPRIME EN ANUAL.REP EL
      *              CERTIFICADO DE CIERRE CON CONTEOS E IMPORTES PARA
      *              LA FIRMA DE LOS AUDITORES. DESDE EL CIERRE,
      *              SERVHIST.DAT SOLO GUARDA EL EJERCICIO ABIERTO.
      *              LOS PERIODOS QUE SE VERIFICAN SON LOS DE LA
      *              EMPRESA DE LA CORRIDA (VARIABLE EMPRESA), Y SOLO
      *              SE CIERRA ESA EMPRESA: LOS ASIENTOS Y LAS CUENTAS
      *              SE TOMAN SEGUN LA EMPRESA DE LA CUENTA (RUTINA
      *              EMPRESACLIENTE), LOS DE OTRAS EMPRESAS QUEDAN EN
      *              SERVHIST.DAT, EL HISTORICO Y LOS SALDOS DE
      *              APERTURA SE GRABAN POR EMPRESA (HISTAAAAEE.DAT Y
      *              SALDOINIAAAAEE.DAT, EE = EMPRESA) Y ANUAL.DAT
      *              REGISTRA EL AÑO CERRADO POR EMPRESA (EN BLANCO ES
      *              LA 01).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  CIERREANUAL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS           ASSIGN TO DISK '..\PERIODOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PERIODOS.

           SELECT AUDSALDO           ASSIGN TO DISK '..\AUDSALDO.REP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AUDSALDO.

           SELECT ANUAL              ASSIGN TO DISK '..\ANUAL.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANUAL.

           SELECT SERVICIO           ASSIGN TO DISK '..\SERVICIO.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS ENTRYID-S
                                       ALTERNATE RECORD KEY IS
                                           NUMCUENTA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-SERVICIO.

           SELECT SERVHIST           ASSIGN TO DISK '..\SERVHIST.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SERVHIST.

           SELECT TEMPO              ASSIGN TO DISK '..\ANUAL.TMP'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TEMPO.

           SELECT HISTANIO           ASSIGN TO DISK WS-NOMBRE-HISTANIO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HISTANIO.

           SELECT HISTACUM           ASSIGN TO DISK '..\HISTACUM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HISTACUM.

           SELECT CUENTAS            ASSIGN TO DISK '..\CUENTAS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS NROCUENTA
                                       ALTERNATE RECORD KEY IS
                                           CODCLIENTE WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CUENTAS.

           SELECT SALDOINI           ASSIGN TO DISK WS-NOMBRE-SALDOINI
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SALDOINI.

           SELECT REPORTE            ASSIGN TO DISK '..\ANUAL.REP'
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
       FD PERIODOS.
       01 REG-PERIODOS.
         05 PER-PERIODO.
           10 PER-AAAA                 PIC X(04).
           10 PER-MM                   PIC X(02).
         05 PER-ESTADO                 PIC X(01).
             88 PER-CERRADO                            VALUE 'C'.
         05 PER-EMPRESA                PIC X(02).

       FD AUDSALDO.
       01 REG-AUDSALDO                 PIC X(80).

       FD ANUAL.
       01 REG-ANUAL.
         05 ANU-ANIO                   PIC 9(04).
         05 ANU-FECHA                  PIC 9(08).
         05 ANU-OPERADOR               PIC X(20).
         05 ANU-CANT-ASIENTOS          PIC 9(08).
         05 ANU-TOTAL-ASIENTOS         PIC S9(13)V99.
         05 ANU-CANT-CUENTAS           PIC 9(08).
         05 ANU-TOTAL-SALDOS           PIC S9(15)V99.
         05 ANU-EMPRESA                PIC X(02).

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

       FD SERVHIST.
       01 REG-SERVHIST.
         05 CODSERVICIO-H             PIC X(03).
         05 NUMCUENTA-H               PIC 9(08).
         05 DESCRIP-H                 PIC X(30).
         05 PERIODO-H.
           10 AAAA-H                  PIC X(04).
           10 MM-H                    PIC X(02).
         05 MONTO-H                   PIC S9(05)V99.
         05 ENTRYID-H                 PIC 9(08).

       FD TEMPO.
       01 REG-TEMPO                   PIC X(62).

       FD HISTANIO.
       01 REG-HISTANIO                PIC X(62).
       01 REG-HISTANIO-TRL            PIC X(31).

       FD HISTACUM.
       01 REG-HISTACUM.
         05 HAC-NROCUENTA             PIC 9(08).
         05 HAC-CANT                  PIC 9(07).
         05 HAC-IMPORTE               PIC S9(15)V99.

       FD CUENTAS.
       01 REG-CUENTAS.
         05 NROCUENTA                  PIC 9(08).
         05 CODCLIENTE                 PIC 9(08).
         05 MONTO                      PIC S9(15)V99.
         05 FECHAVTO                   PIC 9(08).
         05 FECHAULTPAGO               PIC 9(08).
         05 ENTRYID                    PIC 9(08).

       FD SALDOINI.
       01 REG-SALDOINI.
         05 SIN-FECHA-APERTURA        PIC 9(08).
         05 SIN-NROCUENTA             PIC 9(08).
         05 SIN-CODCLIENTE            PIC 9(08).
         05 SIN-MONTO                 PIC S9(15)V99.
         05 SIN-FECHAVTO              PIC 9(08).
       01 REG-SALDOINI-TRL            PIC X(31).

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
           COPY WSFS REPLACING ==:TAG:== BY ==PERIODOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==AUDSALDO==.
           COPY WSFS REPLACING ==:TAG:== BY ==ANUAL==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVHIST==.
           COPY WSFS REPLACING ==:TAG:== BY ==TEMPO==.
           COPY WSFS REPLACING ==:TAG:== BY ==HISTANIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==HISTACUM==.
           COPY WSFS REPLACING ==:TAG:== BY ==CUENTAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==SALDOINI==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       COPY WSTRAILER.

       01 WS-NOMBRE-HISTANIO           PIC X(30).
       01 WS-NOMBRE-SALDOINI           PIC X(30).

       01 WS-CLAVE-INGRESADA           PIC X(08).

       01 WS-EMPCLI.
           COPY WSEMPCLI.

       01 WS-ACCESO.
         05 WS-ACC-PROGRAMA            PIC X(18) VALUE 'CIERREANUAL'.
         05 WS-ACC-OPERADOR            PIC X(20).
         05 WS-ACC-RESULTADO           PIC X(01).

       01 VARIABLES.
         05 WSV-ANIO                   PIC 9(04).
         05 WSV-ANIO-X REDEFINES WSV-ANIO
                                       PIC X(04).
         05 WSV-ANIO-APERTURA          PIC 9(04).
         05 WSV-FECHA-APERTURA         PIC 9(08).
         05 WSV-MES                    PIC 9(02).

      * Un casillero por mes del año: 'S' cuando PERIODOS.DAT lo
      * registra cerrado.
       01 TABLA-MESES.
         05 TM-CERRADO OCCURS 12 TIMES PIC X(01).

      * Historia archivada por cuenta, acumulada de todos los
      * cierres anuales.
       01 TABLA-ACUMULADO.
         05 WS-CANT-ACUMULADO          PIC 9(04) VALUE 0.
         05 THA-ENTRY OCCURS 5000 TIMES.
           10 THA-NROCUENTA            PIC 9(08).
           10 THA-CANT                 PIC 9(07).
           10 THA-IMPORTE              PIC S9(15)V99.

       01 INDICES.
         05 WS-IND-MES                 PIC 9(02).
         05 WS-IND-ACUM                PIC 9(04).
         05 WS-IND-HALLADO             PIC 9(04).

       01 WS-AUDITORIA-LIMPIA          PIC X VALUE 'N'.
           88 WS-AUDITORIA-OK                           VALUE 'S'.

       01 WS-ANIO-YA-CERRADO           PIC X VALUE 'N'.
           88 WS-ANIO-CERRADO                           VALUE 'S'.

       01 WS-ASIENTO-A-ARCHIVAR        PIC X VALUE 'N'.
           88 WS-ARCHIVAR-ASIENTO                       VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-MESES-ABIERTOS    PIC 9(02).
         05 WSA-CANT-VIVOS-DEL-ANIO    PIC 9(07).
         05 WSA-CANT-HIST-LEIDOS       PIC 9(08).
         05 WSA-TOTAL-HIST-LEIDOS      PIC S9(13)V99.
         05 WSA-CANT-ARCHIVADOS        PIC 9(08).
         05 WSA-TOTAL-ARCHIVADOS       PIC S9(13)V99.
         05 WSA-CANT-ANTERIORES        PIC 9(08).
         05 WSA-CANT-RETENIDOS         PIC 9(08).
         05 WSA-TOTAL-RETENIDOS        PIC S9(13)V99.
         05 WSA-CANT-CUENTAS           PIC 9(08).
         05 WSA-TOTAL-SALDOS           PIC S9(15)V99.
         05 WSA-TOTAL-DEUDORES         PIC S9(15)V99.
         05 WSA-TOTAL-ACREEDORES       PIC S9(15)V99.

       01 WS-IMPORTE-EDIT              PIC -(14)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-SEPARAR-HISTORIA
                 PERFORM 220000-ACUMULAR-ARCHIVADO
                 PERFORM 230000-REGRABAR-SERVHIST
                 PERFORM 240000-SALDOS-DE-APERTURA
                 PERFORM 250000-REGISTRAR-ANIO
                 PERFORM 260000-CERTIFICADO
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
      * El cierre del ejercicio es tan sensible como el de un
      * periodo: la misma identificacion y clave de supervisor que
      * pide MANTPERIODOS.
           CALL 'CONTROLACCESO' USING WS-ACC-PROGRAMA
                                      WS-ACC-OPERADOR
                                      WS-ACC-RESULTADO
           END-CALL
           IF WS-ACC-RESULTADO NOT = 'S'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           DISPLAY 'INGRESE LA CLAVE DE SUPERVISOR: '
           ACCEPT WS-CLAVE-INGRESADA
           IF WS-CLAVE-INGRESADA NOT = WSP-CLAVE-SUPERVISOR
             DISPLAY 'CLAVE INCORRECTA, ACCESO DENEGADO'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF

           DISPLAY 'INGRESE EL AÑO A CERRAR (AAAA): '
           ACCEPT WSV-ANIO
           COMPUTE WSV-ANIO-APERTURA = WSV-ANIO + 1
           COMPUTE WSV-FECHA-APERTURA =
                   WSV-ANIO-APERTURA * 10000 + 0101
           MOVE SPACES TO WS-NOMBRE-HISTANIO
           STRING '..\HIST' WSV-ANIO WSP-EMPRESA '.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-HISTANIO
           MOVE SPACES TO WS-NOMBRE-SALDOINI
           STRING '..\SALDOINI' WSV-ANIO-APERTURA WSP-EMPRESA '.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-SALDOINI

           PERFORM 110000-VERIFICAR-ANIO-ABIERTO
           PERFORM 115000-VERIFICAR-PERIODOS
           PERFORM 120000-VERIFICAR-VIVO
           PERFORM 125000-VERIFICAR-AUDITORIA
           IF WS-RETURN-CODE NOT = 0
             DISPLAY 'EL AÑO ' WSV-ANIO ' NO SE PUEDE CERRAR'
             PERFORM 300000-FINAL
           END-IF.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       110000-VERIFICAR-ANIO-ABIERTO.
           OPEN INPUT ANUAL
           IF WSS-FS-ANUAL-OK
             PERFORM 111000-LEER-ANUAL
             PERFORM UNTIL WSS-FS-ANUAL-EOF
               IF ANU-EMPRESA = SPACES
                 MOVE '01' TO ANU-EMPRESA
               END-IF
               IF ANU-ANIO = WSV-ANIO AND ANU-EMPRESA = WSP-EMPRESA
                 MOVE 'S' TO WS-ANIO-YA-CERRADO
               END-IF
               PERFORM 111000-LEER-ANUAL
             END-PERFORM
             CLOSE ANUAL
           END-IF
           IF WS-ANIO-CERRADO
             DISPLAY 'EL AÑO ' WSV-ANIO ' YA FIGURA CERRADO EN '
                     'ANUAL.DAT PARA LA EMPRESA ' WSP-EMPRESA
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       111000-LEER-ANUAL.
           READ ANUAL
           IF NOT WSS-FS-ANUAL-OK AND NOT WSS-FS-ANUAL-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ANUAL
             MOVE '10' TO WSS-FS-ANUAL
           END-IF.


       115000-VERIFICAR-PERIODOS.
      * Un periodo que no figura en el calendario cuenta como abierto
      * para PERIODOABIERTO: aca tambien, los doce tienen que estar
      * registrados y cerrados.
           MOVE ALL 'N' TO TABLA-MESES
           OPEN INPUT PERIODOS
           IF WSS-FS-PERIODOS-OK
             PERFORM 116000-LEER-PERIODO
             PERFORM UNTIL WSS-FS-PERIODOS-EOF
               IF PER-EMPRESA = SPACES
                 MOVE '01' TO PER-EMPRESA
               END-IF
               IF PER-AAAA = WSV-ANIO-X AND PER-CERRADO
                       AND PER-EMPRESA = WSP-EMPRESA
                       AND PER-MM IS NUMERIC
                 MOVE PER-MM TO WSV-MES
                 IF WSV-MES >= 1 AND WSV-MES <= 12
                   MOVE 'S' TO TM-CERRADO(WSV-MES)
                 END-IF
               END-IF
               PERFORM 116000-LEER-PERIODO
             END-PERFORM
             CLOSE PERIODOS
           END-IF
           MOVE 0 TO WSA-CANT-MESES-ABIERTOS
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                     UNTIL WS-IND-MES > 12
             IF TM-CERRADO(WS-IND-MES) NOT = 'S'
               ADD 1 TO WSA-CANT-MESES-ABIERTOS
               DISPLAY 'PERIODO ' WSV-ANIO WS-IND-MES
                       ' NO ESTA CERRADO EN PERIODOS.DAT'
             END-IF
           END-PERFORM
           IF WSA-CANT-MESES-ABIERTOS > 0
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       116000-LEER-PERIODO.
           READ PERIODOS
           IF NOT WSS-FS-PERIODOS-OK AND NOT WSS-FS-PERIODOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PERIODOS
             MOVE '10' TO WSS-FS-PERIODOS
           END-IF.


       120000-VERIFICAR-VIVO.
      * Un asiento del año que siga en el vivo no pasaria al
      * historico anual: el periodo debio pasar por CIERREPERIODO.
           MOVE 0 TO WSA-CANT-VIVOS-DEL-ANIO
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-OK
             PERFORM 121000-LEER-SERVICIO
             PERFORM UNTIL WSS-FS-SERVICIO-EOF
               IF AAAA <= WSV-ANIO-X
                 MOVE 'T' TO ECL-FUNCION
                 MOVE NUMCUENTA TO ECL-NROCUENTA
                 CALL 'EMPRESACLIENTE' USING WS-EMPCLI
                 END-CALL
                 IF ECL-EMPRESA = WSP-EMPRESA
                   ADD 1 TO WSA-CANT-VIVOS-DEL-ANIO
                 END-IF
               END-IF
               PERFORM 121000-LEER-SERVICIO
             END-PERFORM
             CLOSE SERVICIO
           END-IF
           IF WSA-CANT-VIVOS-DEL-ANIO > 0
             DISPLAY 'QUEDAN ' WSA-CANT-VIVOS-DEL-ANIO
                     ' ASIENTOS DEL AÑO EN SERVICIO.DAT, CORRER '
                     'CIERREPERIODO ANTES'
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       121000-LEER-SERVICIO.
           READ SERVICIO
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF.


       125000-VERIFICAR-AUDITORIA.
      * AUDITORSALDOS deja la linea de reporte limpio solo cuando
      * ninguna cuenta se desvia de su historia.
           MOVE 'N' TO WS-AUDITORIA-LIMPIA
           OPEN INPUT AUDSALDO
           IF WSS-FS-AUDSALDO-OK
             PERFORM 126000-LEER-AUDSALDO
             PERFORM UNTIL WSS-FS-AUDSALDO-EOF
               IF REG-AUDSALDO(1:14) = 'REPORTE LIMPIO'
                 MOVE 'S' TO WS-AUDITORIA-LIMPIA
               END-IF
               PERFORM 126000-LEER-AUDSALDO
             END-PERFORM
             CLOSE AUDSALDO
           END-IF
           IF NOT WS-AUDITORIA-OK
             DISPLAY 'LA ULTIMA AUDITORIA DE SALDOS (AUDSALDO.REP) '
                     'NO ESTA LIMPIA, CORRER AUDITORSALDOS ANTES'
             MOVE 8 TO WS-RETURN-CODE
           END-IF.


       126000-LEER-AUDSALDO.
           READ AUDSALDO
           IF NOT WSS-FS-AUDSALDO-OK AND NOT WSS-FS-AUDSALDO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-AUDSALDO
             MOVE '10' TO WSS-FS-AUDSALDO
           END-IF.


       200000-SEPARAR-HISTORIA.
      * Los asientos del año (y los de años anteriores que hubieran
      * quedado de antes del primer cierre anual) de las cuentas de
      * la empresa van al historico anual; el resto, con los de las
      * otras empresas, se aparta en ANUAL.TMP y recien al final
      * reemplaza a SERVHIST.DAT, como hace CIERREPERIODO.
           OPEN INPUT SERVHIST
           IF NOT WSS-FS-SERVHIST-OK
             DISPLAY 'ERROR DE ARCHIVO HISTORICO'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT HISTANIO
           OPEN OUTPUT TEMPO
           IF NOT WSS-FS-HISTANIO-OK OR NOT WSS-FS-TEMPO-OK
             DISPLAY 'ERROR AL CREAR EL HISTORICO ANUAL'
             DISPLAY 'FILE STATUS ' WSS-FS-HISTANIO ' '
                     WSS-FS-TEMPO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 207000-CARGAR-ACUMULADO
           INITIALIZE WS-TRAILER
           MOVE '*TRAILER' TO WS-TRL-MARCA
           PERFORM 205000-LEER-SERVHIST
           PERFORM UNTIL WSS-FS-SERVHIST-EOF
             ADD 1 TO WSA-CANT-HIST-LEIDOS
             ADD MONTO-H TO WSA-TOTAL-HIST-LEIDOS
             MOVE 'N' TO WS-ASIENTO-A-ARCHIVAR
             IF AAAA-H <= WSV-ANIO-X
               MOVE 'T' TO ECL-FUNCION
               MOVE NUMCUENTA-H TO ECL-NROCUENTA
               CALL 'EMPRESACLIENTE' USING WS-EMPCLI
               END-CALL
               IF ECL-EMPRESA = WSP-EMPRESA
                 MOVE 'S' TO WS-ASIENTO-A-ARCHIVAR
               END-IF
             END-IF
             IF WS-ARCHIVAR-ASIENTO
               PERFORM 210000-ARCHIVAR-ASIENTO
             ELSE
               MOVE REG-SERVHIST TO REG-TEMPO
               WRITE REG-TEMPO
               ADD 1 TO WSA-CANT-RETENIDOS
               ADD MONTO-H TO WSA-TOTAL-RETENIDOS
             END-IF
             PERFORM 205000-LEER-SERVHIST
           END-PERFORM
           MOVE WS-TRAILER TO REG-HISTANIO-TRL
           WRITE REG-HISTANIO-TRL
           CLOSE SERVHIST
           CLOSE HISTANIO
           CLOSE TEMPO.


       205000-LEER-SERVHIST.
           READ SERVHIST
           IF NOT WSS-FS-SERVHIST-OK AND NOT WSS-FS-SERVHIST-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           IF WSS-FS-SERVHIST-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       207000-CARGAR-ACUMULADO.
           MOVE 0 TO WS-CANT-ACUMULADO
           OPEN INPUT HISTACUM
           IF WSS-FS-HISTACUM-OK
             PERFORM 208000-LEER-ACUMULADO
             PERFORM UNTIL WSS-FS-HISTACUM-EOF
               IF WS-CANT-ACUMULADO < 5000
                 ADD 1 TO WS-CANT-ACUMULADO
                 MOVE HAC-NROCUENTA
                   TO THA-NROCUENTA(WS-CANT-ACUMULADO)
                 MOVE HAC-CANT TO THA-CANT(WS-CANT-ACUMULADO)
                 MOVE HAC-IMPORTE TO THA-IMPORTE(WS-CANT-ACUMULADO)
               ELSE
      * Regrabar el acumulado incompleto perderia historia de
      * cuentas: se detiene antes de tocar nada.
                 DISPLAY 'ERROR: MAS DE 5000 CUENTAS EN HISTACUM.DAT'
                 CLOSE HISTACUM
                 MOVE 8 TO WS-RETURN-CODE
                 PERFORM 300000-FINAL
               END-IF
               PERFORM 208000-LEER-ACUMULADO
             END-PERFORM
             CLOSE HISTACUM
           END-IF.


       208000-LEER-ACUMULADO.
           READ HISTACUM
           IF NOT WSS-FS-HISTACUM-OK AND NOT WSS-FS-HISTACUM-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-HISTACUM
             MOVE '10' TO WSS-FS-HISTACUM
           END-IF.


       210000-ARCHIVAR-ASIENTO.
           MOVE REG-SERVHIST TO REG-HISTANIO
           WRITE REG-HISTANIO
           ADD 1 TO WSA-CANT-ARCHIVADOS
           ADD MONTO-H TO WSA-TOTAL-ARCHIVADOS
           ADD 1 TO WS-TRL-CANT
           ADD MONTO-H TO WS-TRL-HASH
           IF AAAA-H < WSV-ANIO-X
             ADD 1 TO WSA-CANT-ANTERIORES
           END-IF
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                     UNTIL WS-IND-ACUM > WS-CANT-ACUMULADO
             IF THA-NROCUENTA(WS-IND-ACUM) = NUMCUENTA-H
               MOVE WS-IND-ACUM TO WS-IND-HALLADO
               MOVE WS-CANT-ACUMULADO TO WS-IND-ACUM
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-ACUMULADO < 5000
               ADD 1 TO WS-CANT-ACUMULADO
               MOVE WS-CANT-ACUMULADO TO WS-IND-HALLADO
               MOVE NUMCUENTA-H TO THA-NROCUENTA(WS-IND-HALLADO)
               MOVE 0 TO THA-CANT(WS-IND-HALLADO)
               MOVE 0 TO THA-IMPORTE(WS-IND-HALLADO)
             ELSE
               DISPLAY 'ERROR: MAS DE 5000 CUENTAS CON HISTORIA '
                       'ARCHIVADA, EL CIERRE NO SE COMPLETA '
                       '(SERVHIST.DAT QUEDA INTACTO)'
               CLOSE SERVHIST
               CLOSE HISTANIO
               CLOSE TEMPO
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
           END-IF
           ADD 1 TO THA-CANT(WS-IND-HALLADO)
           ADD MONTO-H TO THA-IMPORTE(WS-IND-HALLADO).


       220000-ACUMULAR-ARCHIVADO.
           OPEN OUTPUT HISTACUM
           IF NOT WSS-FS-HISTACUM-OK
             DISPLAY 'ERROR DE ARCHIVO DE HISTORIA ACUMULADA'
             DISPLAY 'FILE STATUS ' WSS-FS-HISTACUM
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM VARYING WS-IND-ACUM FROM 1 BY 1
                     UNTIL WS-IND-ACUM > WS-CANT-ACUMULADO
             MOVE THA-NROCUENTA(WS-IND-ACUM) TO HAC-NROCUENTA
             MOVE THA-CANT(WS-IND-ACUM) TO HAC-CANT
             MOVE THA-IMPORTE(WS-IND-ACUM) TO HAC-IMPORTE
             WRITE REG-HISTACUM
           END-PERFORM
           CLOSE HISTACUM.


       230000-REGRABAR-SERVHIST.
           OPEN INPUT TEMPO
           OPEN OUTPUT SERVHIST
           IF NOT WSS-FS-SERVHIST-OK
             DISPLAY 'ERROR DE ARCHIVO HISTORICO'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVHIST
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 235000-LEER-TEMPO
           PERFORM UNTIL WSS-FS-TEMPO-EOF
             MOVE REG-TEMPO TO REG-SERVHIST
             WRITE REG-SERVHIST
             ADD 1 TO WS-CANT-ESCRITOS
             PERFORM 235000-LEER-TEMPO
           END-PERFORM
           CLOSE TEMPO
           CLOSE SERVHIST.


       235000-LEER-TEMPO.
           READ TEMPO
           IF NOT WSS-FS-TEMPO-OK AND NOT WSS-FS-TEMPO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TEMPO
             MOVE '10' TO WSS-FS-TEMPO
           END-IF.


       240000-SALDOS-DE-APERTURA.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT SALDOINI
           IF NOT WSS-FS-SALDOINI-OK
             DISPLAY 'ERROR AL CREAR EL ARCHIVO DE SALDOS DE APERTURA'
             DISPLAY 'FILE STATUS ' WSS-FS-SALDOINI
             CLOSE CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           INITIALIZE WS-TRAILER
           MOVE '*TRAILER' TO WS-TRL-MARCA
           PERFORM 245000-LEER-CUENTA
           PERFORM UNTIL WSS-FS-CUENTAS-EOF
             MOVE 'C' TO ECL-FUNCION
             MOVE CODCLIENTE TO ECL-NRO-CLIENTE
             CALL 'EMPRESACLIENTE' USING WS-EMPCLI
             END-CALL
             IF ECL-EMPRESA = WSP-EMPRESA
               PERFORM 247000-GRABAR-SALDO-INICIAL
             END-IF
             PERFORM 245000-LEER-CUENTA
           END-PERFORM
           MOVE WS-TRAILER TO REG-SALDOINI-TRL
           WRITE REG-SALDOINI-TRL
           CLOSE SALDOINI
           CLOSE CUENTAS
           MOVE 'F' TO ECL-FUNCION
           CALL 'EMPRESACLIENTE' USING WS-EMPCLI
           END-CALL.


       245000-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           IF NOT WSS-FS-CUENTAS-OK AND NOT WSS-FS-CUENTAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE '10' TO WSS-FS-CUENTAS
           END-IF.


       247000-GRABAR-SALDO-INICIAL.
           MOVE WSV-FECHA-APERTURA TO SIN-FECHA-APERTURA
           MOVE NROCUENTA TO SIN-NROCUENTA
           MOVE CODCLIENTE TO SIN-CODCLIENTE
           MOVE MONTO TO SIN-MONTO
           MOVE FECHAVTO TO SIN-FECHAVTO
           WRITE REG-SALDOINI
           ADD 1 TO WSA-CANT-CUENTAS
           ADD MONTO TO WSA-TOTAL-SALDOS
           IF MONTO > 0
             ADD MONTO TO WSA-TOTAL-DEUDORES
           ELSE
             ADD MONTO TO WSA-TOTAL-ACREEDORES
           END-IF
           ADD 1 TO WS-TRL-CANT
           ADD MONTO TO WS-TRL-HASH.


       250000-REGISTRAR-ANIO.
           OPEN EXTEND ANUAL
           IF WSS-FS-ANUAL-NOEXISTE
             OPEN OUTPUT ANUAL
           END-IF
           IF NOT WSS-FS-ANUAL-OK
             DISPLAY 'ERROR DE ARCHIVO DE CIERRES ANUALES'
             DISPLAY 'FILE STATUS ' WSS-FS-ANUAL
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             MOVE WSV-ANIO TO ANU-ANIO
             MOVE WSP-FECHA-PROCESO TO ANU-FECHA
             MOVE WS-ACC-OPERADOR TO ANU-OPERADOR
             MOVE WSA-CANT-ARCHIVADOS TO ANU-CANT-ASIENTOS
             MOVE WSA-TOTAL-ARCHIVADOS TO ANU-TOTAL-ASIENTOS
             MOVE WSA-CANT-CUENTAS TO ANU-CANT-CUENTAS
             MOVE WSA-TOTAL-SALDOS TO ANU-TOTAL-SALDOS
             MOVE WSP-EMPRESA TO ANU-EMPRESA
             WRITE REG-ANUAL
             CLOSE ANUAL
           END-IF.


       260000-CERTIFICADO.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CERTIFICADO DE CIERRE DEL EJERCICIO ' WSV-ANIO
                    ' - EMPRESA ' WSP-EMPRESA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'FECHA DE PROCESO ' WSP-FECHA-PROCESO
                    '  OPERADOR ' WS-ACC-OPERADOR
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE ALL '=' TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE 'CONTROLES PREVIOS:' TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE '  DOCE PERIODOS DEL AÑO CERRADOS EN PERIODOS.DAT'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE '  SIN ASIENTOS DEL AÑO EN SERVICIO.DAT'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE '  AUDITORIA DE SALDOS LIMPIA (AUDSALDO.REP)'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE 'HISTORIA DE SERVICIOS (SERVHIST.DAT):'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE WSA-TOTAL-HIST-LEIDOS TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  ASIENTOS LEIDOS     ' WSA-CANT-HIST-LEIDOS
                    '  IMPORTE ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE WSA-TOTAL-ARCHIVADOS TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  ARCHIVADOS DEL AÑO  ' WSA-CANT-ARCHIVADOS
                    '  IMPORTE ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             IF WSA-CANT-ANTERIORES > 0
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '    (INCLUYE ' WSA-CANT-ANTERIORES
                      ' ASIENTOS DE AÑOS ANTERIORES)'
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 270000-ESCRIBIR-LINEA
             END-IF
             MOVE WSA-TOTAL-RETENIDOS TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  RETENIDOS ABIERTOS  ' WSA-CANT-RETENIDOS
                    '  IMPORTE ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             IF WSA-CANT-HIST-LEIDOS =
                     WSA-CANT-ARCHIVADOS + WSA-CANT-RETENIDOS
                   AND WSA-TOTAL-HIST-LEIDOS =
                     WSA-TOTAL-ARCHIVADOS + WSA-TOTAL-RETENIDOS
               MOVE '  CONTROL OK: ARCHIVADOS + RETENIDOS = LEIDOS'
                 TO WS-LINEA-REPORTE
             ELSE
               MOVE '  ERROR DE CONTROL: LOS TOTALES NO CIERRAN'
                 TO WS-LINEA-REPORTE
               MOVE 8 TO WS-RETURN-CODE
             END-IF
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  HISTORICO ANUAL: ' WS-NOMBRE-HISTANIO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'SALDOS DE APERTURA AL ' WSV-FECHA-APERTURA
                    ' (CUENTAS.DAT):'
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  CUENTAS             ' WSA-CANT-CUENTAS
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE WSA-TOTAL-DEUDORES TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  SALDOS DEUDORES     ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE WSA-TOTAL-ACREEDORES TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  SALDOS ACREEDORES   ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE WSA-TOTAL-SALDOS TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  SALDO NETO          ' WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  ARCHIVO: ' WS-NOMBRE-SALDOINI
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE 'FIRMA AUDITOR: ______________________'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             MOVE 'FIRMA RESPONSABLE: __________________'
               TO WS-LINEA-REPORTE
             PERFORM 270000-ESCRIBIR-LINEA
             CLOSE REPORTE
             PERFORM 395000-REGISTRAR-REPORTE
             DISPLAY 'CERTIFICADO DE CIERRE EMITIDO EN ANUAL.REP'
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
           DISPLAY 'Purpose:   CIERRE DE EJERCICIO ANUAL'
           DISPLAY 'Programme: CIERREANUAL'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'CIERREANUAL'     TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-SERVHIST   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'CIERRE ANUAL' TO WS-REPIDX-NOMBRE
           MOVE 'CIERREANUAL' TO WS-REPIDX-PROGRAMA
           MOVE '..\ANUAL.REP' TO WS-REPIDX-ARCHIVO
           MOVE 0 TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
