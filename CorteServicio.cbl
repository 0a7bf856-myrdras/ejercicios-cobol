      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     CORTE Y RECONEXION DE SERVICIOS DE AGUA Y LUZ:
      *              RECORRE CUENTAS.DAT Y EMITE UNA ORDEN DE CORTE
      *              NUMERADA (SERIE 'COR' DE NUMERADOR.DAT) PARA LAS
      *              CUENTAS CON SUSCRIPCION AGU O LUZ QUE ESTAN EN
      *              ESTRATEGIA 'D' DE SCORINGMORA (ESTRATEG.DAT) O
      *              EN EL BALDE DE MAS DE 90 DIAS DE PROG09, SALVO
      *              RECLAMO ABIERTO (RECLAMOS.DAT), PROMESA VIGENTE
      *              (PROMESAS.DAT) O ASIGNACION A LA AGENCIA
      *              (AGENCIA.DAT). LA CUENTA QUEDA CORTADA EN
      *              CORTES.DAT, QUE SUSCRIPCIONES Y PROG01 DE LA
      *              SERIE 6 CONSULTAN PARA NO SEGUIR FACTURANDOLA.
      *              CUANDO LA DEUDA QUEDA SALDADA EMITE LA ORDEN DE
      *              RECONEXION (SERIE 'RCX') Y AGREGA A SERVICIO.DAT
      *              EL CARGO DE RECONEXION CON EL CODIGO 'RCX' DEL
      *              CATALOGO, IGUAL QUE ACREMORA CON 'MOR'.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  CORTESERVICIO.

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

           SELECT SUSCRIP            ASSIGN TO DISK '..\SUSCRIP.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SUSCRIP.

           SELECT ESTRATEG           ASSIGN TO DISK '..\ESTRATEG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ESTRATEG.

           SELECT RECLAMOS           ASSIGN TO DISK '..\RECLAMOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RECLAMOS.

           SELECT PROMESAS           ASSIGN TO DISK '..\PROMESAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PROMESAS.

           SELECT AGENCIA            ASSIGN TO DISK '..\AGENCIA.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AGENCIA.

           SELECT CORTES             ASSIGN TO DISK '..\CORTES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CORTES.

           SELECT REPORTE            ASSIGN TO DISK '..\CORTES.REP'
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

       FD SUSCRIP.
       01 REG-SUSCRIP.
         05 SUS-NUMCUENTA             PIC 9(08).
         05 SUS-CODSERVICIO           PIC X(03).
         05 SUS-CANTIDAD              PIC 9(03).
         05 SUS-PERIODO-DESDE         PIC X(06).
         05 SUS-PERIODO-HASTA         PIC X(06).
         05 SUS-FECHA-DESDE           PIC 9(08).
         05 SUS-FECHA-HASTA           PIC 9(08).
         05 SUS-PREPAGO               PIC X(01).
             88 SUS-ES-PREPAGO                         VALUE 'S'.
         05 SUS-INDICE                PIC X(03).
         05 SUS-FRECUENCIA            PIC 9(02).
         05 SUS-PERIODO-BASE          PIC X(06).
         05 SUS-ULT-AJUSTE            PIC X(06).
         05 SUS-PLAZO-MESES           PIC 9(02).
         05 SUS-PEN-REGLA             PIC X(01).
             88 SUS-PEN-FIJA                           VALUE 'F'.
             88 SUS-PEN-REMANENTE                      VALUE 'M'.
         05 SUS-PEN-VALOR             PIC 9(05)V99.
         05 SUS-MOTIVO-BAJA           PIC X(02).
             88 SUS-BAJA-FALTA-PAGO                    VALUE 'FP'.

       FD ESTRATEG.
       01 REG-ESTRATEG.
         05 EST-NROCUENTA             PIC 9(08).
         05 EST-PUNTAJE               PIC 9(03).
         05 EST-ESTRATEGIA            PIC X(01).
         05 EST-FECHA                 PIC 9(08).

       FD RECLAMOS.
       01 REG-RECLAMOS.
         05 RCL-NUMERO                PIC 9(08).
         05 RCL-NROCUENTA             PIC 9(08).
         05 RCL-ENTRYID-CARGO         PIC 9(08).
         05 RCL-TEXTO                 PIC X(60).
         05 RCL-ESTADO                PIC X(01).
             88 RCL-ABIERTO                            VALUE 'A'.
             88 RCL-EN-REVISION                        VALUE 'E'.
         05 RCL-FECHA-ALTA            PIC 9(08).
         05 RCL-FECHA-RESOLUCION      PIC 9(08).
         05 RCL-NC-ENTRYID            PIC 9(08).
         05 RCL-OPERADOR              PIC X(20).

       FD PROMESAS.
       01 REG-PROMESAS.
         05 PRM-NROCUENTA             PIC 9(08).
         05 PRM-FECHA-PROMETIDA       PIC 9(08).
         05 PRM-IMPORTE               PIC S9(15)V99.
         05 PRM-OPERADOR              PIC X(20).
         05 PRM-FECHA-ALTA            PIC 9(08).
         05 PRM-ESTADO                PIC X(01).
             88 PRM-VIGENTE                            VALUE 'V'.

       FD AGENCIA.
       01 REG-AGENCIA.
         05 AGC-NROCUENTA             PIC 9(08).
         05 AGC-FECHA-ASIGNADA        PIC 9(08).
         05 AGC-SALDO-ASIGNADO        PIC S9(15)V99.
         05 AGC-COBRADO               PIC S9(15)V99.
         05 AGC-FECHA-DEVUELTA        PIC 9(08).
         05 AGC-ESTADO                PIC X(01).

       FD CORTES.
       01 REG-CORTES.
         05 COR-NROCUENTA             PIC 9(08).
         05 COR-NRO-ORDEN             PIC 9(08).
         05 COR-FECHA-CORTE           PIC 9(08).
         05 COR-SALDO-CORTE           PIC S9(15)V99.
         05 COR-ESTADO                PIC X(01).
             88 COR-CORTADA                            VALUE 'C'.
             88 COR-RECONECTADA                        VALUE 'R'.
         05 COR-NRO-RECONEXION        PIC 9(08).
         05 COR-FECHA-RECONEXION      PIC 9(08).

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
           COPY WSFS REPLACING ==:TAG:== BY ==SERVICIO==.
           COPY WSFS REPLACING ==:TAG:== BY ==SERVCAT==.
           COPY WSFS REPLACING ==:TAG:== BY ==SUSCRIP==.
           COPY WSFS REPLACING ==:TAG:== BY ==ESTRATEG==.
           COPY WSFS REPLACING ==:TAG:== BY ==RECLAMOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==PROMESAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==AGENCIA==.
           COPY WSFS REPLACING ==:TAG:== BY ==CORTES==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       01 WS-FECHAS.
         05 WS-FECHA-HOY                PIC 9(08).
         05 WS-DIAS-DE-MORA             PIC S9(07).

       01 WS-DIA-HABIL.
         05 WS-DH-FUNCION              PIC X(01).
         05 WS-DH-RESULTADO            PIC 9(08).

       01 WS-PERIODO-CARGO.
         05 WS-PC-AAAA                 PIC X(04).
         05 WS-PC-MM                   PIC X(02).

       01 WS-PERIODO-ABIERTO           PIC X(01).

       01 WS-COD-RCX-EXISTE            PIC X VALUE 'N'.
           88 WS-RCX-EN-CATALOGO                        VALUE 'S'.

       01 WS-CARGO-RECONEXION          PIC S9(05)V99 VALUE 0.

       01 WS-SERIE-CORTES              PIC X(03) VALUE 'COR'.
       01 WS-SERIE-RECONEX             PIC X(03) VALUE 'RCX'.
       01 WS-NRO-ORDEN                 PIC 9(08).

       01 WS-ULTIMO-ID                 PIC 9(08) VALUE 0.
       01 WS-ID-INICIAL-SESION         PIC 9(08) VALUE 0.

      * Registro de cortes en memoria: se actualiza durante la
      * recorrida y se regraba entero al final, como el registro de
      * AGENCIACOBRANZA.
       01 TABLA-CORTES.
         05 WS-CANT-CORTES             PIC 9(04) VALUE 0.
         05 TCO-ENTRY OCCURS 5000 TIMES.
           10 TCO-NROCUENTA            PIC 9(08).
           10 TCO-NRO-ORDEN            PIC 9(08).
           10 TCO-FECHA-CORTE          PIC 9(08).
           10 TCO-SALDO-CORTE          PIC S9(15)V99.
           10 TCO-ESTADO               PIC X(01).
           10 TCO-NRO-RECONEXION       PIC 9(08).
           10 TCO-FECHA-RECONEXION     PIC 9(08).

       01 WS-IND-CORTE                 PIC 9(04).
       01 WS-IND-CORTE-HALLADO         PIC 9(04).

      * Cuentas con suscripcion de agua o luz vigente al periodo
      * del cargo: solo a ellas se les puede cortar el suministro.
       01 TABLA-SUMINISTRO.
         05 WS-CANT-SUMINISTRO         PIC 9(04) VALUE 0.
         05 TSM-NROCUENTA OCCURS 5000 TIMES
                                       PIC 9(08).

       01 WS-IND-SUMINISTRO            PIC 9(04).
       01 WS-CON-SUMINISTRO            PIC X VALUE 'N'.
           88 WS-TIENE-SUMINISTRO                       VALUE 'S'.

      * Cuentas en estrategia D (prejudicial) de SCORINGMORA.
       01 TABLA-PREJUDICIAL.
         05 WS-CANT-PREJUDICIAL        PIC 9(04) VALUE 0.
         05 TPJ-NROCUENTA OCCURS 5000 TIMES
                                       PIC 9(08).

       01 WS-IND-PREJUDICIAL           PIC 9(04).
       01 WS-EN-PREJUDICIAL            PIC X VALUE 'N'.
           88 WS-ES-PREJUDICIAL                         VALUE 'S'.

      * Cuentas que no se cortan: reclamo abierto o en revision,
      * promesa de pago vigente o asignacion activa a la agencia.
       01 TABLA-EXCLUIDAS.
         05 WS-CANT-EXCLUIDAS          PIC 9(04) VALUE 0.
         05 TEX-ENTRY OCCURS 5000 TIMES.
           10 TEX-NROCUENTA            PIC 9(08).
           10 TEX-MOTIVO               PIC X(08).

       01 WS-IND-EXCLUIDA              PIC 9(04).
       01 WS-IND-EXCLUIDA-HALLADA      PIC 9(04).
       01 WS-MOTIVO-EXCLUSION          PIC X(08).

       01 ACUMULADORES.
         05 WSA-CANT-CORTES            PIC 9(05).
         05 WSA-CANT-RECONEXIONES      PIC 9(05).
         05 WSA-CANT-EXCLUIDAS         PIC 9(05).
         05 WSA-TOTAL-CARGOS           PIC S9(09)V99.
         05 WSA-SALDO-CORTADO          PIC S9(15)V99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSPARAM-WS.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-PROCESO UNTIL WSS-FS-CUENTAS-EOF
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:4) TO WS-PC-AAAA
           MOVE WS-FECHA-HOY(5:2) TO WS-PC-MM
           PERFORM 104000-VERIFICAR-PERIODO
           PERFORM 105000-VERIFICAR-CATALOGO
           PERFORM 107000-CARGAR-ULTIMO-ID
           PERFORM 109000-CARGAR-RECLAMOS
           PERFORM 111000-CARGAR-PROMESAS
           PERFORM 113000-CARGAR-AGENCIA
           PERFORM 115000-CARGAR-ESTRATEGIAS
           PERFORM 117000-CARGAR-SUSCRIPCIONES
           PERFORM 119000-CARGAR-CORTES
           PERFORM 120000-ABRIR-CUENTAS
           PERFORM 122000-ABRIR-SERVICIO
           PERFORM 124000-ABRIR-REPORTE
           PERFORM 130000-PRIMER-LECTURA.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       104000-VERIFICAR-PERIODO.
      * El cargo de reconexion se asienta en el periodo de la fecha
      * de proceso: con el periodo cerrado no se corre.
           CALL 'PERIODOABIERTO' USING WS-PERIODO-CARGO
                                       WS-PERIODO-ABIERTO
           END-CALL
           IF WS-PERIODO-ABIERTO NOT = 'S'
             DISPLAY 'EL PERIODO ' WS-PERIODO-CARGO ' ESTA CERRADO, '
                     'NO SE EMITEN ORDENES DE CORTE NI RECONEXION'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       105000-VERIFICAR-CATALOGO.
           MOVE 'N' TO WS-COD-RCX-EXISTE
           OPEN INPUT SERVCAT
           IF NOT WSS-FS-SERVCAT-OK
             DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
           ELSE
             PERFORM 106000-LEER-CATALOGO
             PERFORM UNTIL WSS-FS-SERVCAT-EOF
               IF CAT-CODIGO = 'RCX' AND CAT-ACTIVO
                 MOVE 'S' TO WS-COD-RCX-EXISTE
                 MOVE CAT-PRECIO TO WS-CARGO-RECONEXION
               END-IF
               PERFORM 106000-LEER-CATALOGO
             END-PERFORM
             CLOSE SERVCAT
           END-IF
           IF NOT WS-RCX-EN-CATALOGO
             DISPLAY 'ERROR: EL CODIGO RCX NO ESTA ACTIVO EN EL '
                     'CATALOGO, DARLO DE ALTA CON CATALOGOSERVICIOS'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       106000-LEER-CATALOGO.
           READ SERVCAT
           IF NOT WSS-FS-SERVCAT-OK AND NOT WSS-FS-SERVCAT-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVCAT
             MOVE '10' TO WSS-FS-SERVCAT
           END-IF.


       107000-CARGAR-ULTIMO-ID.
           MOVE 0 TO WS-ULTIMO-ID
           OPEN INPUT SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-SERVICIO-OK
               DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             ELSE
               PERFORM 108000-LEER-SERVICIO-ID
               PERFORM UNTIL WSS-FS-SERVICIO-EOF
                 IF ENTRYID-S > WS-ULTIMO-ID
                   MOVE ENTRYID-S TO WS-ULTIMO-ID
                 END-IF
                 PERFORM 108000-LEER-SERVICIO-ID
               END-PERFORM
             END-IF
             CLOSE SERVICIO
           END-IF
           MOVE WS-ULTIMO-ID TO WS-ID-INICIAL-SESION.


       108000-LEER-SERVICIO-ID.
           READ SERVICIO NEXT RECORD
           IF NOT WSS-FS-SERVICIO-OK AND NOT WSS-FS-SERVICIO-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE '10' TO WSS-FS-SERVICIO
           END-IF.


       109000-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS
           IF WSS-FS-RECLAMOS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-RECLAMOS-OK
               PERFORM 109500-LEER-RECLAMO
               PERFORM UNTIL WSS-FS-RECLAMOS-EOF
                 IF RCL-ABIERTO OR RCL-EN-REVISION
                   MOVE RCL-NROCUENTA TO NROCUENTA
                   MOVE 'RECLAMO' TO WS-MOTIVO-EXCLUSION
                   PERFORM 118000-AGREGAR-EXCLUIDA
                 END-IF
                 PERFORM 109500-LEER-RECLAMO
               END-PERFORM
             END-IF
             CLOSE RECLAMOS
           END-IF.


       109500-LEER-RECLAMO.
           READ RECLAMOS
           IF NOT WSS-FS-RECLAMOS-OK AND NOT WSS-FS-RECLAMOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-RECLAMOS
             MOVE '10' TO WSS-FS-RECLAMOS
           END-IF.


       111000-CARGAR-PROMESAS.
           OPEN INPUT PROMESAS
           IF WSS-FS-PROMESAS-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-PROMESAS-OK
               PERFORM 111500-LEER-PROMESA
               PERFORM UNTIL WSS-FS-PROMESAS-EOF
                 IF PRM-VIGENTE
                   MOVE PRM-NROCUENTA TO NROCUENTA
                   MOVE 'PROMESA' TO WS-MOTIVO-EXCLUSION
                   PERFORM 118000-AGREGAR-EXCLUIDA
                 END-IF
                 PERFORM 111500-LEER-PROMESA
               END-PERFORM
             END-IF
             CLOSE PROMESAS
           END-IF.


       111500-LEER-PROMESA.
           READ PROMESAS
           IF NOT WSS-FS-PROMESAS-OK AND NOT WSS-FS-PROMESAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PROMESAS
             MOVE '10' TO WSS-FS-PROMESAS
           END-IF.


       113000-CARGAR-AGENCIA.
           OPEN INPUT AGENCIA
           IF WSS-FS-AGENCIA-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-AGENCIA-OK
               PERFORM 113500-LEER-AGENCIA
               PERFORM UNTIL WSS-FS-AGENCIA-EOF
                 IF AGC-ESTADO = 'A'
                   MOVE AGC-NROCUENTA TO NROCUENTA
                   MOVE 'AGENCIA' TO WS-MOTIVO-EXCLUSION
                   PERFORM 118000-AGREGAR-EXCLUIDA
                 END-IF
                 PERFORM 113500-LEER-AGENCIA
               END-PERFORM
             END-IF
             CLOSE AGENCIA
           END-IF.


       113500-LEER-AGENCIA.
           READ AGENCIA
           IF NOT WSS-FS-AGENCIA-OK AND NOT WSS-FS-AGENCIA-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-AGENCIA
             MOVE '10' TO WSS-FS-AGENCIA
           END-IF.


       115000-CARGAR-ESTRATEGIAS.
           MOVE 0 TO WS-CANT-PREJUDICIAL
           OPEN INPUT ESTRATEG
           IF WSS-FS-ESTRATEG-NOEXISTE
             DISPLAY 'ADVERTENCIA: NO HAY ESTRATEGIAS (CORRER '
                     'SCORINGMORA), SOLO SE CORTA POR ANTIGUEDAD'
           ELSE
             IF WSS-FS-ESTRATEG-OK
               PERFORM 115500-LEER-ESTRATEGIA
               PERFORM UNTIL WSS-FS-ESTRATEG-EOF
                 IF EST-ESTRATEGIA = 'D'
                         AND WS-CANT-PREJUDICIAL < 5000
                   ADD 1 TO WS-CANT-PREJUDICIAL
                   MOVE EST-NROCUENTA
                     TO TPJ-NROCUENTA(WS-CANT-PREJUDICIAL)
                 END-IF
                 PERFORM 115500-LEER-ESTRATEGIA
               END-PERFORM
             END-IF
             CLOSE ESTRATEG
           END-IF.


       115500-LEER-ESTRATEGIA.
           READ ESTRATEG
           IF NOT WSS-FS-ESTRATEG-OK AND NOT WSS-FS-ESTRATEG-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ESTRATEG
             MOVE '10' TO WSS-FS-ESTRATEG
           END-IF.


       117000-CARGAR-SUSCRIPCIONES.
           MOVE 0 TO WS-CANT-SUMINISTRO
           OPEN INPUT SUSCRIP
           IF WSS-FS-SUSCRIP-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-SUSCRIP-OK
               PERFORM 117500-LEER-SUSCRIP
               PERFORM UNTIL WSS-FS-SUSCRIP-EOF
                 IF (SUS-CODSERVICIO = 'AGU' OR 'LUZ')
                         AND SUS-PERIODO-HASTA >= WS-PERIODO-CARGO
                         AND WS-CANT-SUMINISTRO < 5000
                   ADD 1 TO WS-CANT-SUMINISTRO
                   MOVE SUS-NUMCUENTA
                     TO TSM-NROCUENTA(WS-CANT-SUMINISTRO)
                 END-IF
                 PERFORM 117500-LEER-SUSCRIP
               END-PERFORM
             END-IF
             CLOSE SUSCRIP
           END-IF.


       117500-LEER-SUSCRIP.
           READ SUSCRIP
           IF NOT WSS-FS-SUSCRIP-OK AND NOT WSS-FS-SUSCRIP-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SUSCRIP
             MOVE '10' TO WSS-FS-SUSCRIP
           END-IF.


       118000-AGREGAR-EXCLUIDA.
           IF WS-CANT-EXCLUIDAS < 5000
             ADD 1 TO WS-CANT-EXCLUIDAS
             MOVE NROCUENTA TO TEX-NROCUENTA(WS-CANT-EXCLUIDAS)
             MOVE WS-MOTIVO-EXCLUSION
               TO TEX-MOTIVO(WS-CANT-EXCLUIDAS)
           END-IF.


       119000-CARGAR-CORTES.
           MOVE 0 TO WS-CANT-CORTES
           OPEN INPUT CORTES
           IF WSS-FS-CORTES-NOEXISTE
             CONTINUE
           ELSE
             IF WSS-FS-CORTES-OK
               PERFORM 119500-LEER-CORTE
               PERFORM UNTIL WSS-FS-CORTES-EOF
                 IF WS-CANT-CORTES < 5000
                   ADD 1 TO WS-CANT-CORTES
                   MOVE COR-NROCUENTA
                     TO TCO-NROCUENTA(WS-CANT-CORTES)
                   MOVE COR-NRO-ORDEN
                     TO TCO-NRO-ORDEN(WS-CANT-CORTES)
                   MOVE COR-FECHA-CORTE
                     TO TCO-FECHA-CORTE(WS-CANT-CORTES)
                   MOVE COR-SALDO-CORTE
                     TO TCO-SALDO-CORTE(WS-CANT-CORTES)
                   MOVE COR-ESTADO TO TCO-ESTADO(WS-CANT-CORTES)
                   MOVE COR-NRO-RECONEXION
                     TO TCO-NRO-RECONEXION(WS-CANT-CORTES)
                   MOVE COR-FECHA-RECONEXION
                     TO TCO-FECHA-RECONEXION(WS-CANT-CORTES)
                 ELSE
                   DISPLAY 'ERROR: EL REGISTRO DE CORTES SUPERA '
                           'LAS 5000 CUENTAS'
                   CLOSE CORTES
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 300000-FINAL
                 END-IF
                 PERFORM 119500-LEER-CORTE
               END-PERFORM
             END-IF
             CLOSE CORTES
           END-IF.


       119500-LEER-CORTE.
           READ CORTES
           IF NOT WSS-FS-CORTES-OK AND NOT WSS-FS-CORTES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CORTES
             MOVE '10' TO WSS-FS-CORTES
           END-IF.


       120000-ABRIR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
             DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       122000-ABRIR-SERVICIO.
           OPEN I-O SERVICIO
           IF WSS-FS-SERVICIO-NOEXISTE
             OPEN OUTPUT SERVICIO
           END-IF
           IF NOT WSS-FS-SERVICIO-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       124000-ABRIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ORDENES DE CORTE Y RECONEXION AL ' WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       130000-PRIMER-LECTURA.
           PERFORM 131000-LEER-CUENTA
           IF WSS-FS-CUENTAS-EOF
             DISPLAY 'ARCHIVO DE CUENTAS VACIO'
             PERFORM 300000-FINAL
           END-IF.


       131000-LEER-CUENTA.
           READ CUENTAS NEXT RECORD
              EVALUATE TRUE
                 WHEN WSS-FS-CUENTAS-OK
                      ADD 1 TO WS-CANT-LEIDOS
                 WHEN WSS-FS-CUENTAS-EOF
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'FILE STATUS' WSS-FS-CUENTAS
                      MOVE 8 TO WS-RETURN-CODE
                      PERFORM 300000-FINAL
              END-EVALUATE.


       200000-PROCESO.
           PERFORM 205000-BUSCAR-CORTE
           IF WS-IND-CORTE-HALLADO NOT = 0
                   AND TCO-ESTADO(WS-IND-CORTE-HALLADO) = 'C'
             IF MONTO <= 0
               PERFORM 230000-RECONECTAR
             END-IF
           ELSE
             IF MONTO > 0
               PERFORM 210000-EVALUAR-CORTE
             END-IF
           END-IF
           PERFORM 131000-LEER-CUENTA.


       205000-BUSCAR-CORTE.
           MOVE 0 TO WS-IND-CORTE-HALLADO
           PERFORM VARYING WS-IND-CORTE FROM 1 BY 1
                     UNTIL WS-IND-CORTE > WS-CANT-CORTES
             IF TCO-NROCUENTA(WS-IND-CORTE) = NROCUENTA
               MOVE WS-IND-CORTE TO WS-IND-CORTE-HALLADO
               MOVE WS-CANT-CORTES TO WS-IND-CORTE
             END-IF
           END-PERFORM.


       210000-EVALUAR-CORTE.
           PERFORM 212000-VERIFICAR-SUMINISTRO
           IF WS-TIENE-SUMINISTRO
             PERFORM 214000-CALCULAR-MORA
             PERFORM 216000-VERIFICAR-PREJUDICIAL
             IF WS-ES-PREJUDICIAL OR WS-DIAS-DE-MORA > 90
               PERFORM 218000-VERIFICAR-EXCLUSION
               IF WS-IND-EXCLUIDA-HALLADA NOT = 0
                 ADD 1 TO WSA-CANT-EXCLUIDAS
                 MOVE SPACES TO WS-LINEA-REPORTE
                 STRING 'CUENTA ' NROCUENTA ' NO SE CORTA POR '
                        TEX-MOTIVO(WS-IND-EXCLUIDA-HALLADA)
                        DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                 PERFORM 250000-ESCRIBIR-LINEA
               ELSE
                 PERFORM 220000-EMITIR-CORTE
               END-IF
             END-IF
           END-IF.


       212000-VERIFICAR-SUMINISTRO.
           MOVE 'N' TO WS-CON-SUMINISTRO
           PERFORM VARYING WS-IND-SUMINISTRO FROM 1 BY 1
                     UNTIL WS-IND-SUMINISTRO > WS-CANT-SUMINISTRO
             IF TSM-NROCUENTA(WS-IND-SUMINISTRO) = NROCUENTA
               MOVE 'S' TO WS-CON-SUMINISTRO
               MOVE WS-CANT-SUMINISTRO TO WS-IND-SUMINISTRO
             END-IF
           END-PERFORM.


       214000-CALCULAR-MORA.
      * Mismo criterio de dias habiles de PROG09 y CARTASMORA.
           IF FECHAVTO = 0 OR FECHAVTO >= WS-FECHA-HOY
             MOVE 0 TO WS-DIAS-DE-MORA
           ELSE
             MOVE 'C' TO WS-DH-FUNCION
             CALL 'DIAHABIL' USING WS-DH-FUNCION FECHAVTO
                                   WS-FECHA-HOY WS-DH-RESULTADO
             END-CALL
             MOVE WS-DH-RESULTADO TO WS-DIAS-DE-MORA
           END-IF.


       216000-VERIFICAR-PREJUDICIAL.
           MOVE 'N' TO WS-EN-PREJUDICIAL
           PERFORM VARYING WS-IND-PREJUDICIAL FROM 1 BY 1
                     UNTIL WS-IND-PREJUDICIAL > WS-CANT-PREJUDICIAL
             IF TPJ-NROCUENTA(WS-IND-PREJUDICIAL) = NROCUENTA
               MOVE 'S' TO WS-EN-PREJUDICIAL
               MOVE WS-CANT-PREJUDICIAL TO WS-IND-PREJUDICIAL
             END-IF
           END-PERFORM.


       218000-VERIFICAR-EXCLUSION.
           MOVE 0 TO WS-IND-EXCLUIDA-HALLADA
           PERFORM VARYING WS-IND-EXCLUIDA FROM 1 BY 1
                     UNTIL WS-IND-EXCLUIDA > WS-CANT-EXCLUIDAS
             IF TEX-NROCUENTA(WS-IND-EXCLUIDA) = NROCUENTA
               MOVE WS-IND-EXCLUIDA TO WS-IND-EXCLUIDA-HALLADA
               MOVE WS-CANT-EXCLUIDAS TO WS-IND-EXCLUIDA
             END-IF
           END-PERFORM.


       220000-EMITIR-CORTE.
      * Una cuenta reconectada que vuelve a caer reutiliza su
      * entrada del registro con la nueva orden.
           IF WS-IND-CORTE-HALLADO = 0
             IF WS-CANT-CORTES < 5000
               ADD 1 TO WS-CANT-CORTES
               MOVE WS-CANT-CORTES TO WS-IND-CORTE-HALLADO
             ELSE
               DISPLAY 'ERROR: EL REGISTRO DE CORTES SUPERA '
                       'LAS 5000 CUENTAS'
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
           END-IF
           CALL 'PROXNUM' USING WS-SERIE-CORTES WS-NRO-ORDEN
           END-CALL
           MOVE NROCUENTA TO TCO-NROCUENTA(WS-IND-CORTE-HALLADO)
           MOVE WS-NRO-ORDEN TO TCO-NRO-ORDEN(WS-IND-CORTE-HALLADO)
           MOVE WS-FECHA-HOY TO TCO-FECHA-CORTE(WS-IND-CORTE-HALLADO)
           MOVE MONTO TO TCO-SALDO-CORTE(WS-IND-CORTE-HALLADO)
           MOVE 'C' TO TCO-ESTADO(WS-IND-CORTE-HALLADO)
           MOVE 0 TO TCO-NRO-RECONEXION(WS-IND-CORTE-HALLADO)
           MOVE 0 TO TCO-FECHA-RECONEXION(WS-IND-CORTE-HALLADO)
           ADD 1 TO WSA-CANT-CORTES
           ADD MONTO TO WSA-SALDO-CORTADO
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'ORDEN DE CORTE ' WS-NRO-ORDEN
                  ' CUENTA ' NROCUENTA
                  ' DIAS ' WS-DIAS-DE-MORA
                  ' SALDO ' MONTO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 250000-ESCRIBIR-LINEA.


       230000-RECONECTAR.
           CALL 'PROXNUM' USING WS-SERIE-RECONEX WS-NRO-ORDEN
           END-CALL
           MOVE 'RCX' TO CODSERVICIO
           MOVE NROCUENTA TO NUMCUENTA
           MOVE 'CARGO POR RECONEXION' TO DESCRIP
           MOVE WS-PC-AAAA TO AAAA
           MOVE WS-PC-MM TO MM
           MOVE WS-CARGO-RECONEXION TO MONTO-S
           ADD 1 TO WS-ULTIMO-ID
           MOVE WS-ULTIMO-ID TO ENTRYID-S
           WRITE REG-SERVICIO
           IF WSS-FS-SERVICIO-OK
             MOVE 'R' TO TCO-ESTADO(WS-IND-CORTE-HALLADO)
             MOVE WS-NRO-ORDEN
               TO TCO-NRO-RECONEXION(WS-IND-CORTE-HALLADO)
             MOVE WS-FECHA-HOY
               TO TCO-FECHA-RECONEXION(WS-IND-CORTE-HALLADO)
             ADD 1 TO WSA-CANT-RECONEXIONES
             ADD WS-CARGO-RECONEXION TO WSA-TOTAL-CARGOS
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ORDEN DE RECONEXION ' WS-NRO-ORDEN
                    ' CUENTA ' NROCUENTA
                    ' CORTE ' TCO-NRO-ORDEN(WS-IND-CORTE-HALLADO)
                    ' CARGO ' MONTO-S
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       250000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE
           ADD 1 TO WS-CANT-ESCRITOS.


       280000-REGRABAR-CORTES.
           OPEN OUTPUT CORTES
           IF NOT WSS-FS-CORTES-OK
             DISPLAY 'ERROR DE ARCHIVO DEL REGISTRO DE CORTES'
             DISPLAY 'FILE STATUS ' WSS-FS-CORTES
             MOVE 8 TO WS-RETURN-CODE
           ELSE
             PERFORM VARYING WS-IND-CORTE FROM 1 BY 1
                       UNTIL WS-IND-CORTE > WS-CANT-CORTES
               MOVE TCO-NROCUENTA(WS-IND-CORTE) TO COR-NROCUENTA
               MOVE TCO-NRO-ORDEN(WS-IND-CORTE) TO COR-NRO-ORDEN
               MOVE TCO-FECHA-CORTE(WS-IND-CORTE)
                 TO COR-FECHA-CORTE
               MOVE TCO-SALDO-CORTE(WS-IND-CORTE)
                 TO COR-SALDO-CORTE
               MOVE TCO-ESTADO(WS-IND-CORTE) TO COR-ESTADO
               MOVE TCO-NRO-RECONEXION(WS-IND-CORTE)
                 TO COR-NRO-RECONEXION
               MOVE TCO-FECHA-RECONEXION(WS-IND-CORTE)
                 TO COR-FECHA-RECONEXION
               WRITE REG-CORTES
             END-PERFORM
             CLOSE CORTES
           END-IF.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 320000-TOTALES-DE-CONTROL
           PERFORM 330000-CERRAR-ARCHIVOS
           PERFORM 395000-REGISTRAR-REPORTE
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   CORTE Y RECONEXION DE SERVICIOS'
           DISPLAY 'Programme: CORTESERVICIO'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       320000-TOTALES-DE-CONTROL.
           IF WSS-FS-REPORTE-OK
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ORDENES DE CORTE: ' WSA-CANT-CORTES
                    ' SALDO CORTADO: ' WSA-SALDO-CORTADO
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'ORDENES DE RECONEXION: ' WSA-CANT-RECONEXIONES
                    ' CARGOS: ' WSA-TOTAL-CARGOS
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 250000-ESCRIBIR-LINEA
           END-IF
           DISPLAY 'ORDENES DE CORTE:      ' WSA-CANT-CORTES
           DISPLAY 'ORDENES DE RECONEXION: ' WSA-CANT-RECONEXIONES
           DISPLAY 'EXCLUIDAS DEL CORTE:   ' WSA-CANT-EXCLUIDAS
           DISPLAY 'CARGOS DE RECONEXION:  ' WSA-TOTAL-CARGOS.


       330000-CERRAR-ARCHIVOS.
      * El registro de cortes solo se regraba si la recorrida de
      * cuentas llego al final sin error.
           IF WS-RETURN-CODE = 0 AND WSS-FS-CUENTAS-EOF
             PERFORM 280000-REGRABAR-CORTES
           END-IF
           CLOSE CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
              DISPLAY 'ERROR DE ARCHIVO DE CUENTAS'
            DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
           END-IF
           CLOSE SERVICIO
           IF NOT WSS-FS-SERVICIO-OK
              DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
            DISPLAY 'FILE STATUS ' WSS-FS-SERVICIO
           END-IF
           CLOSE REPORTE.


       395000-REGISTRAR-REPORTE.
           MOVE 'CORTES Y RECONEXIONES' TO WS-REPIDX-NOMBRE
           MOVE 'CORTESERVICIO' TO WS-REPIDX-PROGRAMA
           MOVE '..\CORTES.REP' TO WS-REPIDX-ARCHIVO
           MOVE WS-CANT-ESCRITOS TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.


       390000-GRABAR-BITACORA.
           MOVE 'CORTESERVICIO'      TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS       TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS     TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-CORTES        TO WS-RUNLOG-STATUS
           MOVE WS-ID-INICIAL-SESION TO WS-RUNLOG-IDINI
           MOVE WS-ULTIMO-ID         TO WS-RUNLOG-IDFIN
           COPY WSRUNLOG-PROC.
