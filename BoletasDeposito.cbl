      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     PREPARACION DE BOLETAS DE DEPOSITO BANCARIO: JUNTA
      *              LAS SESIONES DE CAJA CERRADAS DE SESIONES.DAT QUE
      *              TODAVIA NO SE DEPOSITARON EN UNA BOLETA DE
      *              EFECTIVO, CON LOS BILLETES POR DENOMINACION QUE EL
      *              CAJERO DECLARO EN CIERRECAJA (ARQDENOM.DAT; LAS
      *              SESIONES CERRADAS SIN ESE DETALLE VAN POR EL
      *              EFECTIVO REGISTRADO EN PAGOS.DAT, SIN DESGLOSE), Y
      *              LOS CHEQUES QUE CARTERACHEQUES MARCO DEPOSITADOS EN
      *              UNA BOLETA DE CHEQUES CON CADA CHEQUE DETALLADO.
      *              CADA BOLETA TOMA SU NUMERO DE LA SERIE 'BDP' DEL
      *              NUMERADOR CENTRAL (PROXNUM) Y QUEDA EN BOLETAS.DAT
      *              CON SU DETALLE, DONDE CONCILIABANCO LA APAREA CON
      *              EL EXTRACTO; SE IMPRIMEN EN BOLETAS.REP PARA
      *              LLEVARLAS AL BANCO. UNA SESION O UN CHEQUE YA
      *              INCLUIDO EN UNA BOLETA NO SE VUELVE A TOMAR.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  BOLETASDEPOSITO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESIONES           ASSIGN TO DISK '..\SESIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SESIONES.

           SELECT ARQDENOM           ASSIGN TO DISK '..\ARQDENOM.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ARQDENOM.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT CHEQUES            ASSIGN TO DISK '..\CHEQUES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CHEQUES.

           SELECT BOLETAS            ASSIGN TO DISK '..\BOLETAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BOLETAS.

           SELECT REPORTE            ASSIGN TO DISK '..\BOLETAS.REP'
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
       FD SESIONES.
       01 REG-SESIONES.
         05 SES-NUMERO                PIC 9(08).
         05 SES-OPERADOR              PIC X(20).
         05 SES-FECHA-APERTURA        PIC 9(08).
         05 SES-HORA-APERTURA         PIC 9(06).
         05 SES-ESTADO                PIC X(01).
             88 SES-ABIERTA                            VALUE 'A'.
             88 SES-CERRADA                            VALUE 'C'.
         05 SES-FECHA-CIERRE          PIC 9(08).
         05 SES-HORA-CIERRE           PIC 9(06).

       FD ARQDENOM.
           COPY DENOMREC.

       FD PAGOS.
           COPY PAGOS.

       FD CHEQUES.
       01 REG-CHEQUES.
         05 CHQ-PAG-ENTRYID           PIC 9(08).
         05 CHQ-NROCUENTA             PIC 9(08).
         05 CHQ-BANCO                 PIC X(20).
         05 CHQ-NUMERO                PIC X(12).
         05 CHQ-FECHA-DEPOSITO        PIC 9(08).
         05 CHQ-IMPORTE               PIC S9(15)V99.
         05 CHQ-ESTADO                PIC X(01).
             88 CHQ-EN-CARTERA                         VALUE 'C'.
             88 CHQ-DEPOSITADO                         VALUE 'D'.
             88 CHQ-REBOTADO                           VALUE 'R'.

       FD BOLETAS.
           COPY BOLETAREC.

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
           COPY WSFS REPLACING ==:TAG:== BY ==SESIONES==.
           COPY WSFS REPLACING ==:TAG:== BY ==ARQDENOM==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CHEQUES==.
           COPY WSFS REPLACING ==:TAG:== BY ==BOLETAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

       01 WS-SERIE-BOLETAS             PIC X(03) VALUE 'BDP'.
       01 WS-NUMERO-BOLETA             PIC 9(08) VALUE 0.
       01 WS-PRIMERA-BOLETA            PIC 9(08) VALUE 0.

      * Sesiones y cheques que ya figuran en una boleta anterior.
       01 TABLA-SES-DEPOSITADAS.
         05 WS-CANT-SES-DEP            PIC 9(04) VALUE 0.
         05 TSD-SESION OCCURS 5000 TIMES
                                       PIC 9(08).

       01 TABLA-CHQ-DEPOSITADOS.
         05 WS-CANT-CHQ-DEP            PIC 9(04) VALUE 0.
         05 TCD-PAG-ENTRYID OCCURS 5000 TIMES
                                       PIC 9(08).

      * Sesiones cerradas a depositar en esta corrida.
       01 TABLA-SESIONES.
         05 WS-CANT-SESIONES           PIC 9(04) VALUE 0.
         05 TS-ENTRY OCCURS 1000 TIMES.
           10 TS-NUMERO                PIC 9(08).
           10 TS-OPERADOR              PIC X(20).
           10 TS-FECHA-CIERRE          PIC 9(08).
           10 TS-CON-DETALLE           PIC X(01).
           10 TS-EFECTIVO-DEC          PIC S9(13)V99.
           10 TS-EFECTIVO-REG          PIC S9(13)V99.

       01 TABLA-BILLETES.
         05 WS-CANT-BILLETES           PIC 9(02) VALUE 0.
         05 TB-ENTRY OCCURS 30 TIMES.
           10 TB-DENOMINACION          PIC 9(06).
           10 TB-CANTIDAD              PIC 9(05).

       01 TABLA-CHEQUES.
         05 WS-CANT-CHEQUES            PIC 9(04) VALUE 0.
         05 TCH-ENTRY OCCURS 2000 TIMES.
           10 TCH-PAG-ENTRYID          PIC 9(08).
           10 TCH-NROCUENTA            PIC 9(08).
           10 TCH-BANCO                PIC X(20).
           10 TCH-NUMERO               PIC X(12).
           10 TCH-IMPORTE              PIC S9(13)V99.

       01 INDICES.
         05 WS-IND-SESION              PIC 9(04).
         05 WS-IND-DEPOSITADA          PIC 9(04).
         05 WS-IND-BILLETE             PIC 9(02).
         05 WS-IND-CHEQUE              PIC 9(04).
         05 WS-IND-HALLADO             PIC 9(04).

       01 WSV-SESION-BUSCADA           PIC 9(08).

       01 WS-YA-DEPOSITADO             PIC X VALUE 'N'.
           88 WS-FUE-DEPOSITADO                         VALUE 'S'.

       01 ACUMULADORES.
         05 WSA-CANT-BOLETAS           PIC 9(05).
         05 WSA-EFECTIVO               PIC S9(13)V99.
         05 WSA-SIN-DESGLOSE           PIC S9(13)V99.
         05 WSA-CHEQUES                PIC S9(13)V99.
         05 WSA-IMPORTE-BILLETE        PIC S9(13)V99.

       01 WS-IMPORTE-EDIT              PIC -(12)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-BOLETA-EFECTIVO
                 PERFORM 220000-BOLETA-CHEQUES
                 PERFORM 260000-TOTALES
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           PERFORM 105000-CARGAR-BOLETAS
           PERFORM 110000-CARGAR-SESIONES
           PERFORM 120000-CARGAR-DENOMINACIONES
           PERFORM 130000-SUMAR-EFECTIVO-REGISTRADO
           PERFORM 140000-CARGAR-CHEQUES
           PERFORM 150000-ABRIR-ARCHIVOS.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       105000-CARGAR-BOLETAS.
           OPEN INPUT BOLETAS
           IF WSS-FS-BOLETAS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-BOLETAS-OK
               DISPLAY 'ERROR DE ARCHIVO DE BOLETAS'
               DISPLAY 'FILE STATUS ' WSS-FS-BOLETAS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 106000-LEER-BOLETA
             PERFORM UNTIL WSS-FS-BOLETAS-EOF
               EVALUATE TRUE
                 WHEN BOL-ES-SESION
                   IF WS-CANT-SES-DEP >= 5000
                     PERFORM 107000-HISTORIA-EXCEDIDA
                   END-IF
                   ADD 1 TO WS-CANT-SES-DEP
                   MOVE BOL-SESION TO TSD-SESION(WS-CANT-SES-DEP)
                 WHEN BOL-ES-CHEQUE
                   IF WS-CANT-CHQ-DEP >= 5000
                     PERFORM 107000-HISTORIA-EXCEDIDA
                   END-IF
                   ADD 1 TO WS-CANT-CHQ-DEP
                   MOVE BOL-PAG-ENTRYID
                     TO TCD-PAG-ENTRYID(WS-CANT-CHQ-DEP)
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               PERFORM 106000-LEER-BOLETA
             END-PERFORM
             CLOSE BOLETAS
           END-IF.


       106000-LEER-BOLETA.
           READ BOLETAS
           IF NOT WSS-FS-BOLETAS-OK AND NOT WSS-FS-BOLETAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-BOLETAS
             MOVE '10' TO WSS-FS-BOLETAS
           END-IF.


       107000-HISTORIA-EXCEDIDA.
      * Sin la historia completa se podria depositar dos veces la
      * misma sesion o el mismo cheque.
           DISPLAY 'ERROR: BOLETAS.DAT SUPERA LOS 5000 RENGLONES DE '
                   'SESIONES O CHEQUES, DEPURAR ANTES DE CONTINUAR'
           CLOSE BOLETAS
           MOVE 8 TO WS-RETURN-CODE
           PERFORM 300000-FINAL.


       110000-CARGAR-SESIONES.
           MOVE 0 TO WS-CANT-SESIONES
           OPEN INPUT SESIONES
           IF WSS-FS-SESIONES-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-SESIONES-OK
               DISPLAY 'ERROR DE ARCHIVO DE SESIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-SESIONES
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 111000-LEER-SESION
             PERFORM UNTIL WSS-FS-SESIONES-EOF
               IF SES-CERRADA
                       AND SES-FECHA-CIERRE NOT > WSP-FECHA-PROCESO
                 MOVE SES-NUMERO TO WSV-SESION-BUSCADA
                 PERFORM 112000-VERIFICAR-SESION
                 IF NOT WS-FUE-DEPOSITADO
                   PERFORM 113000-AGREGAR-SESION
                 END-IF
               END-IF
               PERFORM 111000-LEER-SESION
             END-PERFORM
             CLOSE SESIONES
           END-IF.


       111000-LEER-SESION.
           READ SESIONES
           IF NOT WSS-FS-SESIONES-OK AND NOT WSS-FS-SESIONES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-SESIONES
             MOVE '10' TO WSS-FS-SESIONES
           END-IF
           IF WSS-FS-SESIONES-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       112000-VERIFICAR-SESION.
           MOVE 'N' TO WS-YA-DEPOSITADO
           PERFORM VARYING WS-IND-DEPOSITADA FROM 1 BY 1
                     UNTIL WS-IND-DEPOSITADA > WS-CANT-SES-DEP
             IF TSD-SESION(WS-IND-DEPOSITADA) = WSV-SESION-BUSCADA
               MOVE 'S' TO WS-YA-DEPOSITADO
               MOVE WS-CANT-SES-DEP TO WS-IND-DEPOSITADA
             END-IF
           END-PERFORM.


       113000-AGREGAR-SESION.
           IF WS-CANT-SESIONES >= 1000
             DISPLAY 'ERROR: MAS DE 1000 SESIONES SIN DEPOSITAR'
             CLOSE SESIONES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           ADD 1 TO WS-CANT-SESIONES
           MOVE SES-NUMERO TO TS-NUMERO(WS-CANT-SESIONES)
           MOVE SES-OPERADOR TO TS-OPERADOR(WS-CANT-SESIONES)
           MOVE SES-FECHA-CIERRE TO TS-FECHA-CIERRE(WS-CANT-SESIONES)
           MOVE 'N' TO TS-CON-DETALLE(WS-CANT-SESIONES)
           MOVE 0 TO TS-EFECTIVO-DEC(WS-CANT-SESIONES)
           MOVE 0 TO TS-EFECTIVO-REG(WS-CANT-SESIONES).


       114000-BUSCAR-SESION.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-SESION FROM 1 BY 1
                     UNTIL WS-IND-SESION > WS-CANT-SESIONES
             IF TS-NUMERO(WS-IND-SESION) = WSV-SESION-BUSCADA
               MOVE WS-IND-SESION TO WS-IND-HALLADO
               MOVE WS-CANT-SESIONES TO WS-IND-SESION
             END-IF
           END-PERFORM.


       120000-CARGAR-DENOMINACIONES.
           IF WS-CANT-SESIONES > 0
             OPEN INPUT ARQDENOM
             IF WSS-FS-ARQDENOM-NOEXISTE
               CONTINUE
             ELSE
               IF NOT WSS-FS-ARQDENOM-OK
                 DISPLAY 'ERROR DE ARCHIVO DE ARQUEO POR DENOMINACION'
                 DISPLAY 'FILE STATUS ' WSS-FS-ARQDENOM
                 MOVE 8 TO WS-RETURN-CODE
                 PERFORM 300000-FINAL
               END-IF
               PERFORM 121000-LEER-DENOMINACION
               PERFORM UNTIL WSS-FS-ARQDENOM-EOF
                 MOVE ADN-SESION TO WSV-SESION-BUSCADA
                 PERFORM 114000-BUSCAR-SESION
                 IF WS-IND-HALLADO NOT = 0 AND ADN-CANTIDAD > 0
                   MOVE 'S' TO TS-CON-DETALLE(WS-IND-HALLADO)
                   COMPUTE TS-EFECTIVO-DEC(WS-IND-HALLADO) =
                           TS-EFECTIVO-DEC(WS-IND-HALLADO)
                           + ADN-DENOMINACION * ADN-CANTIDAD
                   PERFORM 122000-ACUMULAR-BILLETE
                 END-IF
                 PERFORM 121000-LEER-DENOMINACION
               END-PERFORM
               CLOSE ARQDENOM
             END-IF
           END-IF.


       121000-LEER-DENOMINACION.
           READ ARQDENOM
           IF NOT WSS-FS-ARQDENOM-OK AND NOT WSS-FS-ARQDENOM-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-ARQDENOM
             MOVE '10' TO WSS-FS-ARQDENOM
           END-IF.


       122000-ACUMULAR-BILLETE.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-BILLETE FROM 1 BY 1
                     UNTIL WS-IND-BILLETE > WS-CANT-BILLETES
             IF TB-DENOMINACION(WS-IND-BILLETE) = ADN-DENOMINACION
               MOVE WS-IND-BILLETE TO WS-IND-HALLADO
               MOVE WS-CANT-BILLETES TO WS-IND-BILLETE
             END-IF
           END-PERFORM
           IF WS-IND-HALLADO = 0
             IF WS-CANT-BILLETES >= 30
               DISPLAY 'ERROR: MAS DE 30 DENOMINACIONES DISTINTAS, '
                       'LA BOLETA NO CERRARIA'
               CLOSE ARQDENOM
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             ADD 1 TO WS-CANT-BILLETES
             MOVE WS-CANT-BILLETES TO WS-IND-HALLADO
             MOVE ADN-DENOMINACION TO TB-DENOMINACION(WS-IND-HALLADO)
             MOVE 0 TO TB-CANTIDAD(WS-IND-HALLADO)
           END-IF
           ADD ADN-CANTIDAD TO TB-CANTIDAD(WS-IND-HALLADO).


       130000-SUMAR-EFECTIVO-REGISTRADO.
      * Solo hace falta para las sesiones cerradas antes de que el
      * arqueo quedara grabado por denominacion; los recibos de cada
      * una se toman por la clave alternativa PAG-SESION.
           IF WS-CANT-SESIONES > 0
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
               PERFORM VARYING WS-IND-HALLADO FROM 1 BY 1
                         UNTIL WS-IND-HALLADO > WS-CANT-SESIONES
                 IF TS-CON-DETALLE(WS-IND-HALLADO) = 'N'
                   PERFORM 132000-SUMAR-SESION
                 END-IF
               END-PERFORM
               CLOSE PAGOS
             END-IF
           END-IF.


       131000-LEER-PAGO.
           READ PAGOS NEXT RECORD
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE '10' TO WSS-FS-PAGOS
           END-IF
           IF WSS-FS-PAGOS-OK
             IF PAG-SESION NOT = WSV-SESION-BUSCADA
               MOVE '10' TO WSS-FS-PAGOS
             END-IF
           END-IF.


       132000-SUMAR-SESION.
           MOVE TS-NUMERO(WS-IND-HALLADO) TO WSV-SESION-BUSCADA
           MOVE WSV-SESION-BUSCADA TO PAG-SESION
           START PAGOS KEY IS EQUAL TO PAG-SESION
             INVALID KEY
               MOVE '10' TO WSS-FS-PAGOS
           END-START
           IF WSS-FS-PAGOS-OK
             PERFORM 131000-LEER-PAGO
           END-IF
           PERFORM UNTIL WSS-FS-PAGOS-EOF
             IF PAG-MEDIO = 'EFE' AND NOT PAG-ANULADO
               ADD PAG-IMPORTE TO TS-EFECTIVO-REG(WS-IND-HALLADO)
             END-IF
             PERFORM 131000-LEER-PAGO
           END-PERFORM.


       140000-CARGAR-CHEQUES.
           MOVE 0 TO WS-CANT-CHEQUES
           OPEN INPUT CHEQUES
           IF WSS-FS-CHEQUES-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-CHEQUES-OK
               DISPLAY 'ERROR DE ARCHIVO DE CHEQUES'
               DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 141000-LEER-CHEQUE
             PERFORM UNTIL WSS-FS-CHEQUES-EOF
               IF CHQ-DEPOSITADO
                       AND CHQ-FECHA-DEPOSITO NOT > WSP-FECHA-PROCESO
                 PERFORM 142000-VERIFICAR-CHEQUE
                 IF NOT WS-FUE-DEPOSITADO
                   PERFORM 143000-AGREGAR-CHEQUE
                 END-IF
               END-IF
               PERFORM 141000-LEER-CHEQUE
             END-PERFORM
             CLOSE CHEQUES
           END-IF.


       141000-LEER-CHEQUE.
           READ CHEQUES
           IF NOT WSS-FS-CHEQUES-OK AND NOT WSS-FS-CHEQUES-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
             MOVE '10' TO WSS-FS-CHEQUES
           END-IF
           IF WSS-FS-CHEQUES-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       142000-VERIFICAR-CHEQUE.
           MOVE 'N' TO WS-YA-DEPOSITADO
           PERFORM VARYING WS-IND-DEPOSITADA FROM 1 BY 1
                     UNTIL WS-IND-DEPOSITADA > WS-CANT-CHQ-DEP
             IF TCD-PAG-ENTRYID(WS-IND-DEPOSITADA) = CHQ-PAG-ENTRYID
               MOVE 'S' TO WS-YA-DEPOSITADO
               MOVE WS-CANT-CHQ-DEP TO WS-IND-DEPOSITADA
             END-IF
           END-PERFORM.


       143000-AGREGAR-CHEQUE.
           IF WS-CANT-CHEQUES >= 2000
             DISPLAY 'ERROR: MAS DE 2000 CHEQUES SIN DEPOSITAR'
             CLOSE CHEQUES
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           ADD 1 TO WS-CANT-CHEQUES
           MOVE CHQ-PAG-ENTRYID TO TCH-PAG-ENTRYID(WS-CANT-CHEQUES)
           MOVE CHQ-NROCUENTA TO TCH-NROCUENTA(WS-CANT-CHEQUES)
           MOVE CHQ-BANCO TO TCH-BANCO(WS-CANT-CHEQUES)
           MOVE CHQ-NUMERO TO TCH-NUMERO(WS-CANT-CHEQUES)
           MOVE CHQ-IMPORTE TO TCH-IMPORTE(WS-CANT-CHEQUES).


       150000-ABRIR-ARCHIVOS.
           OPEN EXTEND BOLETAS
           IF WSS-FS-BOLETAS-NOEXISTE
             OPEN OUTPUT BOLETAS
           END-IF
           IF NOT WSS-FS-BOLETAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE BOLETAS'
             DISPLAY 'FILE STATUS ' WSS-FS-BOLETAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       200000-BOLETA-EFECTIVO.
      * Las sesiones con arqueo por denominacion van por lo que el
      * cajero conto; las demas por el efectivo de sus recibos.
           MOVE 0 TO WSA-EFECTIVO
           MOVE 0 TO WSA-SIN-DESGLOSE
           PERFORM VARYING WS-IND-SESION FROM 1 BY 1
                     UNTIL WS-IND-SESION > WS-CANT-SESIONES
             IF TS-CON-DETALLE(WS-IND-SESION) = 'S'
               ADD TS-EFECTIVO-DEC(WS-IND-SESION) TO WSA-EFECTIVO
             ELSE
               ADD TS-EFECTIVO-REG(WS-IND-SESION) TO WSA-EFECTIVO
               ADD TS-EFECTIVO-REG(WS-IND-SESION) TO WSA-SIN-DESGLOSE
             END-IF
           END-PERFORM
           IF WSA-EFECTIVO > 0
             CALL 'PROXNUM' USING WS-SERIE-BOLETAS
                                  WS-NUMERO-BOLETA
             END-CALL
             PERFORM 205000-TITULO-BOLETA
             MOVE SPACES TO WS-LINEA-REPORTE
             MOVE 'EFECTIVO' TO WS-LINEA-REPORTE(1:8)
             PERFORM 280000-ESCRIBIR-LINEA
             INITIALIZE REG-BOLETAS
             MOVE 'T' TO BOL-TIPO
             MOVE WSA-EFECTIVO TO BOL-IMPORTE
             PERFORM 250000-GRABAR-BOLETA
             PERFORM 210000-RENGLON-SESION
                       VARYING WS-IND-SESION FROM 1 BY 1
                       UNTIL WS-IND-SESION > WS-CANT-SESIONES
             PERFORM 215000-RENGLON-BILLETE
                       VARYING WS-IND-BILLETE FROM 1 BY 1
                       UNTIL WS-IND-BILLETE > WS-CANT-BILLETES
             IF WSA-SIN-DESGLOSE NOT = 0
               INITIALIZE REG-BOLETAS
               MOVE 'D' TO BOL-TIPO
               MOVE WSA-SIN-DESGLOSE TO BOL-IMPORTE
               PERFORM 250000-GRABAR-BOLETA
               MOVE WSA-SIN-DESGLOSE TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  SIN DESGLOSE POR DENOMINACION         '
                      WS-IMPORTE-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-LINEA
             END-IF
             MOVE WSA-EFECTIVO TO WS-IMPORTE-EDIT
             PERFORM 240000-PIE-BOLETA
           ELSE
             DISPLAY 'SIN EFECTIVO DE SESIONES CERRADAS A DEPOSITAR'
           END-IF.


       205000-TITULO-BOLETA.
           ADD 1 TO WSA-CANT-BOLETAS
           IF WS-PRIMERA-BOLETA = 0
             MOVE WS-NUMERO-BOLETA TO WS-PRIMERA-BOLETA
           END-IF
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'BOLETA DE DEPOSITO NRO ' WS-NUMERO-BOLETA
                  '  FECHA ' WSP-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       210000-RENGLON-SESION.
           INITIALIZE REG-BOLETAS
           MOVE 'S' TO BOL-TIPO
           MOVE TS-NUMERO(WS-IND-SESION) TO BOL-SESION
           IF TS-CON-DETALLE(WS-IND-SESION) = 'S'
             MOVE TS-EFECTIVO-DEC(WS-IND-SESION) TO BOL-IMPORTE
           ELSE
             MOVE TS-EFECTIVO-REG(WS-IND-SESION) TO BOL-IMPORTE
           END-IF
           PERFORM 250000-GRABAR-BOLETA
           MOVE BOL-IMPORTE TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  SESION ' TS-NUMERO(WS-IND-SESION)
                  ' ' TS-OPERADOR(WS-IND-SESION)
                  '      '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       215000-RENGLON-BILLETE.
           COMPUTE WSA-IMPORTE-BILLETE =
                   TB-DENOMINACION(WS-IND-BILLETE)
                   * TB-CANTIDAD(WS-IND-BILLETE)
           INITIALIZE REG-BOLETAS
           MOVE 'D' TO BOL-TIPO
           MOVE TB-DENOMINACION(WS-IND-BILLETE) TO BOL-DENOMINACION
           MOVE TB-CANTIDAD(WS-IND-BILLETE) TO BOL-CANTIDAD
           MOVE WSA-IMPORTE-BILLETE TO BOL-IMPORTE
           PERFORM 250000-GRABAR-BOLETA
           MOVE WSA-IMPORTE-BILLETE TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  BILLETES DE ' TB-DENOMINACION(WS-IND-BILLETE)
                  ' X ' TB-CANTIDAD(WS-IND-BILLETE)
                  '               '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       220000-BOLETA-CHEQUES.
           MOVE 0 TO WSA-CHEQUES
           PERFORM VARYING WS-IND-CHEQUE FROM 1 BY 1
                     UNTIL WS-IND-CHEQUE > WS-CANT-CHEQUES
             ADD TCH-IMPORTE(WS-IND-CHEQUE) TO WSA-CHEQUES
           END-PERFORM
           IF WS-CANT-CHEQUES > 0
             CALL 'PROXNUM' USING WS-SERIE-BOLETAS
                                  WS-NUMERO-BOLETA
             END-CALL
             PERFORM 205000-TITULO-BOLETA
             MOVE SPACES TO WS-LINEA-REPORTE
             MOVE 'CHEQUES' TO WS-LINEA-REPORTE(1:7)
             PERFORM 280000-ESCRIBIR-LINEA
             INITIALIZE REG-BOLETAS
             MOVE 'T' TO BOL-TIPO
             MOVE WSA-CHEQUES TO BOL-IMPORTE
             PERFORM 250000-GRABAR-BOLETA
             PERFORM 225000-RENGLON-CHEQUE
                       VARYING WS-IND-CHEQUE FROM 1 BY 1
                       UNTIL WS-IND-CHEQUE > WS-CANT-CHEQUES
             MOVE WSA-CHEQUES TO WS-IMPORTE-EDIT
             PERFORM 240000-PIE-BOLETA
           ELSE
             DISPLAY 'SIN CHEQUES DEPOSITADOS PENDIENTES DE BOLETA'
           END-IF.


       225000-RENGLON-CHEQUE.
           INITIALIZE REG-BOLETAS
           MOVE 'C' TO BOL-TIPO
           MOVE TCH-PAG-ENTRYID(WS-IND-CHEQUE) TO BOL-PAG-ENTRYID
           MOVE TCH-BANCO(WS-IND-CHEQUE) TO BOL-BANCO
           MOVE TCH-NUMERO(WS-IND-CHEQUE) TO BOL-CHEQUE
           MOVE TCH-IMPORTE(WS-IND-CHEQUE) TO BOL-IMPORTE
           PERFORM 250000-GRABAR-BOLETA
           MOVE TCH-IMPORTE(WS-IND-CHEQUE) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '  ' TCH-BANCO(WS-IND-CHEQUE)
                  ' NRO ' TCH-NUMERO(WS-IND-CHEQUE)
                  '     '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       240000-PIE-BOLETA.
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL DE LA BOLETA                      '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           DISPLAY 'BOLETA ' WS-NUMERO-BOLETA ' POR ' WS-IMPORTE-EDIT.


       250000-GRABAR-BOLETA.
           MOVE WS-NUMERO-BOLETA TO BOL-NUMERO
           MOVE WSP-FECHA-PROCESO TO BOL-FECHA
           WRITE REG-BOLETAS
           IF WSS-FS-BOLETAS-OK
             ADD 1 TO WS-CANT-ESCRITOS
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE BOLETAS'
             DISPLAY 'FILE STATUS ' WSS-FS-BOLETAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF.


       260000-TOTALES.
           CLOSE BOLETAS
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'BOLETAS EMITIDAS ' WSA-CANT-BOLETAS
                  '  SESIONES ' WS-CANT-SESIONES
                  '  CHEQUES ' WS-CANT-CHEQUES
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           CLOSE REPORTE
           PERFORM 395000-REGISTRAR-REPORTE
           DISPLAY 'BOLETAS EMITIDAS:      ' WSA-CANT-BOLETAS
           DISPLAY 'TOTAL EFECTIVO:        ' WSA-EFECTIVO
           DISPLAY 'TOTAL CHEQUES:         ' WSA-CHEQUES.


       280000-ESCRIBIR-LINEA.
           MOVE WS-LINEA-REPORTE TO REG-REPORTE
           WRITE REG-REPORTE.


       300000-FINAL.
           PERFORM 310000-TITULOS
           PERFORM 390000-GRABAR-BITACORA
           STOP RUN RETURNING WS-RETURN-CODE.


       310000-TITULOS.
           DISPLAY '**************************************'
           DISPLAY 'Author:    SISTEMAS ACTIVOS S.R.L.'
           DISPLAY 'Purpose:   BOLETAS DE DEPOSITO'
           DISPLAY 'Programme: BOLETASDEPOSITO'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'BOLETASDEPOSITO'  TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS     TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS   TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-BOLETAS     TO WS-RUNLOG-STATUS
           MOVE WS-PRIMERA-BOLETA  TO WS-RUNLOG-IDINI
           MOVE WS-NUMERO-BOLETA   TO WS-RUNLOG-IDFIN
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'BOLETAS DE DEPOSITO' TO WS-REPIDX-NOMBRE
           MOVE 'BOLETASDEPOSITO' TO WS-REPIDX-PROGRAMA
           MOVE '..\BOLETAS.REP' TO WS-REPIDX-ARCHIVO
           MOVE 0 TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
