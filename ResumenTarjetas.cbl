      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        15 DE OCTUBRE 2026.
      * Purpose:     RESUMEN MENSUAL DEL TITULAR DE TARJETA: PARA CADA
      *              CUENTA CON TARJETAS EN TARJETAS.DAT CIERRA EL
      *              CICLO EN LA FECHA DE PROCESO Y VENCE LOS DIAS DE
      *              PARAM.DAT DESPUES, AMBAS FECHAS RODADAS AL DIA
      *              HABIL CON DIAHABIL. EL RESUMEN MUESTRA EL SALDO
      *              ANTERIOR (EL SALDO NUEVO DEL CICLO ANTERIOR EN
      *              RESUMTAR.DAT; CERO EN EL PRIMER CICLO), LOS
      *              CONSUMOS DEL MES POR TARJETA SEGUN CORTE.DAT (QUE
      *              GENERACORTE TIENE QUE HABER ARMADO PARA EL MISMO
      *              PERIODO), LOS PAGOS RECIBIDOS EN PAGOS.DAT DESDE
      *              EL CIERRE ANTERIOR, EL SALDO NUEVO Y EL PAGO
      *              MINIMO: EL PORCENTAJE DE PARAM.DAT SOBRE EL SALDO
      *              NUEVO CON SU PISO, MAS LO QUE QUEDO SIN PAGAR DEL
      *              MINIMO ANTERIOR A SU VENCIMIENTO, TOPEADO EN EL
      *              SALDO. GRABA LOS TOTALES DEL CICLO EN RESUMTAR.DAT
      *              PARA ARRASTRARLOS AL SIGUIENTE Y PARA QUE ACREMORA
      *              DEVENGUE PUNITORIOS SOBRE LOS MINIMOS IMPAGOS; LOS
      *              RESUMENES SALEN EN RESUMTAR.REP. UN PERIODO YA
      *              EMITIDO NO SE VUELVE A CORRER (RETURN-CODE 8).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID.  RESUMENTARJETAS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS           ASSIGN TO DISK '..\TARJETAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TARJETAS.

           SELECT CORTE              ASSIGN TO DISK '..\CORTE.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CORTE.

           SELECT PAGOS              ASSIGN TO DISK '..\PAGOS.DAT'
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS PAG-ENTRYID
                                       ALTERNATE RECORD KEY IS
                                           PAG-NROCUENTA WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           PAG-SESION WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-PAGOS.

           SELECT RESUMTAR           ASSIGN TO DISK '..\RESUMTAR.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RESUMTAR.

           SELECT REPORTE            ASSIGN TO DISK '..\RESUMTAR.REP'
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
       FD TARJETAS.
       01 REG-TARJETAS.
         05 TAR-NUMERO                PIC 9(16).
         05 TAR-NROCUENTA             PIC 9(08).
         05 TAR-TITULAR               PIC X(40).
         05 TAR-ESTADO                PIC X(01).
         05 TAR-VENCIM                PIC X(06).
         05 TAR-SUCESORA              PIC 9(16).

       FD CORTE.
       01 REG-CORTE.
         05 CUENTA                    PIC 9(08).
         05 TARJETA                   PIC 9(16).
         05 IMPORTE                   PIC S9(07)V99.

       FD PAGOS.
           COPY PAGOS.

       FD RESUMTAR.
           COPY RESUMREC.

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
           COPY WSFS REPLACING ==:TAG:== BY ==TARJETAS==.
           COPY WSFS REPLACING ==:TAG:== BY ==CORTE==.
           COPY WSFS REPLACING ==:TAG:== BY ==PAGOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==RESUMTAR==.
           COPY WSFS REPLACING ==:TAG:== BY ==REPORTE==.

       01 WS-CANT-LEIDOS                PIC 9(05) VALUE 0.
       01 WS-CANT-ESCRITOS              PIC 9(05) VALUE 0.
       COPY WSRUNLOG-WS.
       COPY WSREPIDX-WS.

       COPY WSPARAM-WS.

      * Una entrada por cuenta con tarjeta, en orden de cuenta para
      * aparearla con CORTE.DAT, que GENERACORTE deja ordenado igual.
       01 TABLA-CUENTAS.
         05 WS-CANT-CUENTAS            PIC 9(04) VALUE 0.
         05 TCU-ENTRY OCCURS 1000 TIMES.
           10 TCU-NROCUENTA            PIC 9(08).
           10 TCU-TITULAR              PIC X(40).
           10 TCU-CIERRE-ANT           PIC 9(08).
           10 TCU-VTO-ANT              PIC 9(08).
           10 TCU-SALDO-ANT            PIC S9(13)V99.
           10 TCU-MINIMO-ANT           PIC S9(13)V99.
           10 TCU-PAGADO-ANT           PIC S9(13)V99.
           10 TCU-PAGOS                PIC S9(13)V99.

      * Pagos del ciclo de las cuentas con tarjeta, para detallarlos
      * en cada resumen.
       01 TABLA-PAGOS.
         05 WS-CANT-PAGOS              PIC 9(04) VALUE 0.
         05 TPG-ENTRY OCCURS 5000 TIMES.
           10 TPG-NROCUENTA            PIC 9(08).
           10 TPG-FECHA                PIC 9(08).
           10 TPG-ENTRYID              PIC 9(08).
           10 TPG-MEDIO                PIC X(03).
           10 TPG-IMPORTE              PIC S9(15)V99.

       01 INDICES.
         05 WS-IND-CUENTA              PIC 9(04).
         05 WS-IND-HALLADO             PIC 9(04).
         05 WS-IND-MOVER               PIC 9(04).
         05 WS-IND-PAGO                PIC 9(04).

       01 VARIABLES.
         05 WSV-PERIODO                PIC 9(06).
         05 WSV-NROCUENTA              PIC 9(08).
         05 WSV-TARJETA                PIC 9(16).

       01 WS-FECHAS.
         05 WS-FECHA-CIERRE            PIC 9(08).
         05 WS-FECHA-VTO               PIC 9(08).
         05 WS-FECHA-AUX               PIC 9(08).

       01 WS-DIA-HABIL.
         05 WS-DH-FUNCION              PIC X(01).
         05 WS-DH-HASTA                PIC 9(08) VALUE 0.
         05 WS-DH-RESULTADO            PIC 9(08).

       01 WS-PERIODO-YA-EMITIDO        PIC X VALUE 'N'.
           88 WS-PERIODO-EMITIDO                        VALUE 'S'.

       01 WS-RESUMEN.
         05 WSR-CONSUMOS               PIC S9(13)V99.
         05 WSR-SUBTOTAL-TARJETA       PIC S9(13)V99.
         05 WSR-SALDO-NUEVO            PIC S9(13)V99.
         05 WSR-IMPAGO-ANT             PIC S9(13)V99.
         05 WSR-MINIMO                 PIC S9(13)V99.

       01 ACUMULADORES.
         05 WSA-CANT-RESUMENES         PIC 9(05).
         05 WSA-CANT-SIN-MOVIMIENTO    PIC 9(05).
         05 WSA-CANT-CON-IMPAGO        PIC 9(05).
         05 WSA-TOTAL-CONSUMOS         PIC S9(13)V99.
         05 WSA-TOTAL-PAGOS            PIC S9(13)V99.
         05 WSA-TOTAL-SALDOS           PIC S9(13)V99.
         05 WSA-TOTAL-MINIMOS          PIC S9(13)V99.
         05 WSA-CORTE-SIN-CUENTA       PIC 9(05).

       01 WS-IMPORTE-EDIT              PIC -(12)9,99.

       01 WS-LINEA-REPORTE             PIC X(80).

       01 WS-RETURN-CODE               PIC 9(02) VALUE 0.

       COPY WSHDR-WS.


       PROCEDURE DIVISION.

       000000-CONTROL.
                 PERFORM 100000-INICIO
                 PERFORM 200000-EMITIR
                 PERFORM 260000-TOTALES
                 PERFORM 300000-FINAL.


       100000-INICIO.
           INITIALIZE SWITCHES
                      ACUMULADORES

           PERFORM 103000-LEER-PARAMETROS
           MOVE WSP-FECHA-PROCESO(1:6) TO WSV-PERIODO
           PERFORM 104000-FECHAS-DEL-CICLO
           PERFORM 105000-CARGAR-CUENTAS
           PERFORM 110000-CARGAR-HISTORIA
           IF WS-PERIODO-EMITIDO
             DISPLAY 'EL PERIODO ' WSV-PERIODO
                     ' YA TIENE RESUMENES EMITIDOS'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 120000-CARGAR-PAGOS.


       103000-LEER-PARAMETROS.
           COPY WSPARAM-PROC.


       104000-FECHAS-DEL-CICLO.
           MOVE 'R' TO WS-DH-FUNCION
           CALL 'DIAHABIL' USING WS-DH-FUNCION WSP-FECHA-PROCESO
                                 WS-DH-HASTA WS-DH-RESULTADO
           END-CALL
           MOVE WS-DH-RESULTADO TO WS-FECHA-CIERRE
           COMPUTE WS-FECHA-AUX = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CIERRE)
                   + WSP-DIAS-VTO-RESUMEN)
           MOVE 'R' TO WS-DH-FUNCION
           CALL 'DIAHABIL' USING WS-DH-FUNCION WS-FECHA-AUX
                                 WS-DH-HASTA WS-DH-RESULTADO
           END-CALL
           MOVE WS-DH-RESULTADO TO WS-FECHA-VTO
           DISPLAY 'CIERRE DEL CICLO:      ' WS-FECHA-CIERRE
           DISPLAY 'VENCIMIENTO:           ' WS-FECHA-VTO.


       105000-CARGAR-CUENTAS.
      * Cuentas distintas del maestro de tarjetas, insertadas en
      * orden; el titular es el de la primera tarjeta de la cuenta.
           MOVE 0 TO WS-CANT-CUENTAS
           OPEN INPUT TARJETAS
           IF WSS-FS-TARJETAS-NOEXISTE
             DISPLAY 'SIN MAESTRO DE TARJETAS, NO HAY RESUMENES'
             PERFORM 300000-FINAL
           END-IF
           IF NOT WSS-FS-TARJETAS-OK
             DISPLAY 'ERROR DE ARCHIVO DE TARJETAS'
             DISPLAY 'FILE STATUS ' WSS-FS-TARJETAS
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 106000-LEER-TARJETA
           PERFORM UNTIL WSS-FS-TARJETAS-EOF
             MOVE TAR-NROCUENTA TO WSV-NROCUENTA
             PERFORM 150000-BUSCAR-CUENTA
             IF WS-IND-HALLADO = 0
               PERFORM 107000-INSERTAR-CUENTA
             END-IF
             PERFORM 106000-LEER-TARJETA
           END-PERFORM
           CLOSE TARJETAS.


       106000-LEER-TARJETA.
           READ TARJETAS
           IF NOT WSS-FS-TARJETAS-OK AND NOT WSS-FS-TARJETAS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-TARJETAS
             MOVE '10' TO WSS-FS-TARJETAS
           END-IF
           IF WSS-FS-TARJETAS-OK
             ADD 1 TO WS-CANT-LEIDOS
           END-IF.


       107000-INSERTAR-CUENTA.
           IF WS-CANT-CUENTAS >= 1000
             DISPLAY 'ERROR: MAS DE 1000 CUENTAS CON TARJETA'
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           MOVE WS-CANT-CUENTAS TO WS-IND-MOVER
           PERFORM UNTIL WS-IND-MOVER = 0
                      OR TCU-NROCUENTA(WS-IND-MOVER) < WSV-NROCUENTA
             MOVE TCU-ENTRY(WS-IND-MOVER)
               TO TCU-ENTRY(WS-IND-MOVER + 1)
             SUBTRACT 1 FROM WS-IND-MOVER
           END-PERFORM
           ADD 1 TO WS-CANT-CUENTAS
           ADD 1 TO WS-IND-MOVER
           INITIALIZE TCU-ENTRY(WS-IND-MOVER)
           MOVE WSV-NROCUENTA TO TCU-NROCUENTA(WS-IND-MOVER)
           MOVE TAR-TITULAR TO TCU-TITULAR(WS-IND-MOVER)
      * Sin ciclo anterior, el primer resumen toma los pagos del mes.
           COMPUTE TCU-CIERRE-ANT(WS-IND-MOVER) = WSV-PERIODO * 100.


       110000-CARGAR-HISTORIA.
      * RESUMTAR.DAT se graba en orden cronologico: el ultimo registro
      * de cada cuenta es el ciclo anterior.
           OPEN INPUT RESUMTAR
           IF WSS-FS-RESUMTAR-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-RESUMTAR-OK
               DISPLAY 'ERROR DE ARCHIVO DE RESUMENES'
               DISPLAY 'FILE STATUS ' WSS-FS-RESUMTAR
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 115000-LEER-RESUMEN
               PERFORM UNTIL WSS-FS-RESUMTAR-EOF
                 IF RSM-PERIODO NOT < WSV-PERIODO
                   MOVE 'S' TO WS-PERIODO-YA-EMITIDO
                 END-IF
                 MOVE RSM-NROCUENTA TO WSV-NROCUENTA
                 PERFORM 150000-BUSCAR-CUENTA
                 IF WS-IND-HALLADO NOT = 0
                   MOVE RSM-FECHA-CIERRE
                     TO TCU-CIERRE-ANT(WS-IND-HALLADO)
                   MOVE RSM-FECHA-VTO TO TCU-VTO-ANT(WS-IND-HALLADO)
                   MOVE RSM-SALDO-NUEVO
                     TO TCU-SALDO-ANT(WS-IND-HALLADO)
                   MOVE RSM-PAGO-MINIMO
                     TO TCU-MINIMO-ANT(WS-IND-HALLADO)
                 END-IF
                 PERFORM 115000-LEER-RESUMEN
               END-PERFORM
             END-IF
             CLOSE RESUMTAR
           END-IF.


       115000-LEER-RESUMEN.
           READ RESUMTAR
           IF NOT WSS-FS-RESUMTAR-OK AND NOT WSS-FS-RESUMTAR-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-RESUMTAR
             MOVE '10' TO WSS-FS-RESUMTAR
           END-IF.


       120000-CARGAR-PAGOS.
      * Entra al ciclo todo recibo vigente (pendiente o aplicado)
      * posterior al cierre anterior de la cuenta; los cobrados hasta
      * el vencimiento anterior cubren el minimo de ese ciclo.
           OPEN INPUT PAGOS
           IF WSS-FS-PAGOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-PAGOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             ELSE
               PERFORM 125000-LEER-PAGO
               PERFORM UNTIL WSS-FS-PAGOS-EOF
                 IF PAG-PENDIENTE OR PAG-APLICADO
                   MOVE PAG-NROCUENTA TO WSV-NROCUENTA
                   PERFORM 150000-BUSCAR-CUENTA
                   IF WS-IND-HALLADO NOT = 0
                     PERFORM 122000-IMPUTAR-PAGO
                   END-IF
                 END-IF
                 PERFORM 125000-LEER-PAGO
               END-PERFORM
             END-IF
             CLOSE PAGOS
           END-IF.


       122000-IMPUTAR-PAGO.
           IF PAG-FECHA > TCU-CIERRE-ANT(WS-IND-HALLADO)
                   AND PAG-FECHA NOT > WS-FECHA-CIERRE
             ADD PAG-IMPORTE TO TCU-PAGOS(WS-IND-HALLADO)
             IF PAG-FECHA NOT > TCU-VTO-ANT(WS-IND-HALLADO)
               ADD PAG-IMPORTE TO TCU-PAGADO-ANT(WS-IND-HALLADO)
             END-IF
             IF WS-CANT-PAGOS < 5000
               ADD 1 TO WS-CANT-PAGOS
               MOVE PAG-NROCUENTA TO TPG-NROCUENTA(WS-CANT-PAGOS)
               MOVE PAG-FECHA     TO TPG-FECHA(WS-CANT-PAGOS)
               MOVE PAG-ENTRYID   TO TPG-ENTRYID(WS-CANT-PAGOS)
               MOVE PAG-MEDIO     TO TPG-MEDIO(WS-CANT-PAGOS)
               MOVE PAG-IMPORTE   TO TPG-IMPORTE(WS-CANT-PAGOS)
             ELSE
      * El total del ciclo ya lo incluye: solo falta el renglon.
               DISPLAY 'ATENCION: MAS DE 5000 PAGOS EN EL CICLO, EL '
                       'RECIBO ' PAG-ENTRYID ' NO SE DETALLA'
               IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
               END-IF
             END-IF
           END-IF.


       125000-LEER-PAGO.
           READ PAGOS
           IF NOT WSS-FS-PAGOS-OK AND NOT WSS-FS-PAGOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
             MOVE '10' TO WSS-FS-PAGOS
           END-IF.


       150000-BUSCAR-CUENTA.
           MOVE 0 TO WS-IND-HALLADO
           PERFORM VARYING WS-IND-CUENTA FROM 1 BY 1
                     UNTIL WS-IND-CUENTA > WS-CANT-CUENTAS
             IF TCU-NROCUENTA(WS-IND-CUENTA) = WSV-NROCUENTA
               MOVE WS-IND-CUENTA TO WS-IND-HALLADO
               MOVE WS-CANT-CUENTAS TO WS-IND-CUENTA
             END-IF
           END-PERFORM.


       200000-EMITIR.
           OPEN INPUT CORTE
           IF WSS-FS-CORTE-NOEXISTE
             DISPLAY 'ADVERTENCIA: SIN CORTE.DAT, LOS RESUMENES SALEN '
                     'SIN CONSUMOS'
             MOVE '10' TO WSS-FS-CORTE
           ELSE
             IF NOT WSS-FS-CORTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CORTE'
               DISPLAY 'FILE STATUS ' WSS-FS-CORTE
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 300000-FINAL
             END-IF
             PERFORM 205000-LEER-CORTE
           END-IF
           OPEN EXTEND RESUMTAR
           IF WSS-FS-RESUMTAR-NOEXISTE
             OPEN OUTPUT RESUMTAR
           END-IF
           IF NOT WSS-FS-RESUMTAR-OK
             DISPLAY 'ERROR DE ARCHIVO DE RESUMENES'
             DISPLAY 'FILE STATUS ' WSS-FS-RESUMTAR
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
             DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
             MOVE 8 TO WS-RETURN-CODE
             PERFORM 300000-FINAL
           END-IF
           PERFORM 210000-RESUMEN-CUENTA
                     VARYING WS-IND-CUENTA FROM 1 BY 1
                     UNTIL WS-IND-CUENTA > WS-CANT-CUENTAS
      * Lo que queda de CORTE.DAT son cargos de cuentas sin tarjeta.
           PERFORM UNTIL WSS-FS-CORTE-EOF
             ADD 1 TO WSA-CORTE-SIN-CUENTA
             PERFORM 205000-LEER-CORTE
           END-PERFORM
           CLOSE CORTE
           CLOSE RESUMTAR.


       205000-LEER-CORTE.
           READ CORTE
           IF NOT WSS-FS-CORTE-OK AND NOT WSS-FS-CORTE-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-CORTE
             MOVE '10' TO WSS-FS-CORTE
           END-IF.


       210000-RESUMEN-CUENTA.
           MOVE 0 TO WSR-CONSUMOS
           PERFORM UNTIL WSS-FS-CORTE-EOF
                      OR CUENTA NOT < TCU-NROCUENTA(WS-IND-CUENTA)
             ADD 1 TO WSA-CORTE-SIN-CUENTA
             PERFORM 205000-LEER-CORTE
           END-PERFORM
           IF TCU-SALDO-ANT(WS-IND-CUENTA) = 0
                   AND TCU-PAGOS(WS-IND-CUENTA) = 0
                   AND (WSS-FS-CORTE-EOF
                    OR CUENTA NOT = TCU-NROCUENTA(WS-IND-CUENTA))
             ADD 1 TO WSA-CANT-SIN-MOVIMIENTO
           ELSE
             PERFORM 212000-ENCABEZADO
             PERFORM 220000-CONSUMOS
             PERFORM 230000-PAGOS
             PERFORM 240000-SALDO-Y-MINIMO
             PERFORM 245000-GRABAR-HISTORIA
             PERFORM 248000-PIE
           END-IF.


       212000-ENCABEZADO.
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RESUMEN DE TARJETA - PERIODO ' WSV-PERIODO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CUENTA ' TCU-NROCUENTA(WS-IND-CUENTA) '  '
                  TCU-TITULAR(WS-IND-CUENTA)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'CIERRE ' WS-FECHA-CIERRE
                  '  VENCIMIENTO ' WS-FECHA-VTO
                  '  CIERRE ANTERIOR ' TCU-CIERRE-ANT(WS-IND-CUENTA)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE TCU-SALDO-ANT(WS-IND-CUENTA) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'SALDO ANTERIOR                          '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       220000-CONSUMOS.
      * Corte de control por tarjeta dentro de la cuenta.
           PERFORM UNTIL WSS-FS-CORTE-EOF
                      OR CUENTA NOT = TCU-NROCUENTA(WS-IND-CUENTA)
             MOVE TARJETA TO WSV-TARJETA
             MOVE 0 TO WSR-SUBTOTAL-TARJETA
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CONSUMOS TARJETA ' WSV-TARJETA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
             PERFORM UNTIL WSS-FS-CORTE-EOF
                        OR CUENTA NOT = TCU-NROCUENTA(WS-IND-CUENTA)
                        OR TARJETA NOT = WSV-TARJETA
               MOVE IMPORTE TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  MOVIMIENTO                            '
                      WS-IMPORTE-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-LINEA
               ADD IMPORTE TO WSR-SUBTOTAL-TARJETA
               PERFORM 205000-LEER-CORTE
             END-PERFORM
             MOVE WSR-SUBTOTAL-TARJETA TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  TOTAL TARJETA                         '
                    WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
             ADD WSR-SUBTOTAL-TARJETA TO WSR-CONSUMOS
           END-PERFORM
           MOVE WSR-CONSUMOS TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '+ CONSUMOS DEL PERIODO                  '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       230000-PAGOS.
           PERFORM VARYING WS-IND-PAGO FROM 1 BY 1
                     UNTIL WS-IND-PAGO > WS-CANT-PAGOS
             IF TPG-NROCUENTA(WS-IND-PAGO)
                     = TCU-NROCUENTA(WS-IND-CUENTA)
               MOVE TPG-IMPORTE(WS-IND-PAGO) TO WS-IMPORTE-EDIT
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING '  PAGO ' TPG-FECHA(WS-IND-PAGO)
                      ' RECIBO ' TPG-ENTRYID(WS-IND-PAGO)
                      ' ' TPG-MEDIO(WS-IND-PAGO)
                      '      '
                      WS-IMPORTE-EDIT
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM 280000-ESCRIBIR-LINEA
             END-IF
           END-PERFORM
           MOVE TCU-PAGOS(WS-IND-CUENTA) TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '- PAGOS RECIBIDOS                       '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       240000-SALDO-Y-MINIMO.
           COMPUTE WSR-SALDO-NUEVO = TCU-SALDO-ANT(WS-IND-CUENTA)
                                   + WSR-CONSUMOS
                                   - TCU-PAGOS(WS-IND-CUENTA)
           COMPUTE WSR-IMPAGO-ANT = TCU-MINIMO-ANT(WS-IND-CUENTA)
                                  - TCU-PAGADO-ANT(WS-IND-CUENTA)
           IF WSR-IMPAGO-ANT < 0
             MOVE 0 TO WSR-IMPAGO-ANT
           END-IF
           IF WSR-SALDO-NUEVO NOT > 0
             MOVE 0 TO WSR-MINIMO
           ELSE
             COMPUTE WSR-MINIMO ROUNDED =
                     WSR-SALDO-NUEVO * WSP-PORC-PAGO-MINIMO / 100
             IF WSR-MINIMO < WSP-PISO-PAGO-MINIMO
               MOVE WSP-PISO-PAGO-MINIMO TO WSR-MINIMO
             END-IF
             ADD WSR-IMPAGO-ANT TO WSR-MINIMO
             IF WSR-MINIMO > WSR-SALDO-NUEVO
               MOVE WSR-SALDO-NUEVO TO WSR-MINIMO
             END-IF
           END-IF.


       245000-GRABAR-HISTORIA.
           MOVE TCU-NROCUENTA(WS-IND-CUENTA)  TO RSM-NROCUENTA
           MOVE WSV-PERIODO                   TO RSM-PERIODO
           MOVE WS-FECHA-CIERRE               TO RSM-FECHA-CIERRE
           MOVE WS-FECHA-VTO                  TO RSM-FECHA-VTO
           MOVE TCU-SALDO-ANT(WS-IND-CUENTA)  TO RSM-SALDO-ANTERIOR
           MOVE WSR-CONSUMOS                  TO RSM-CONSUMOS
           MOVE TCU-PAGOS(WS-IND-CUENTA)      TO RSM-PAGOS
           MOVE WSR-SALDO-NUEVO               TO RSM-SALDO-NUEVO
           MOVE WSR-IMPAGO-ANT                TO RSM-MINIMO-IMPAGO-ANT
           MOVE WSR-MINIMO                    TO RSM-PAGO-MINIMO
           WRITE REG-RESUMTAR
           IF WSS-FS-RESUMTAR-OK
             ADD 1 TO WS-CANT-ESCRITOS
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE RESUMENES'
             DISPLAY 'FILE STATUS ' WSS-FS-RESUMTAR
             MOVE 8 TO WS-RETURN-CODE
           END-IF
           ADD 1 TO WSA-CANT-RESUMENES
           ADD WSR-CONSUMOS TO WSA-TOTAL-CONSUMOS
           ADD TCU-PAGOS(WS-IND-CUENTA) TO WSA-TOTAL-PAGOS
           ADD WSR-SALDO-NUEVO TO WSA-TOTAL-SALDOS
           ADD WSR-MINIMO TO WSA-TOTAL-MINIMOS
           IF WSR-IMPAGO-ANT > 0
             ADD 1 TO WSA-CANT-CON-IMPAGO
           END-IF.


       248000-PIE.
           MOVE ALL '-' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSR-SALDO-NUEVO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING '= SALDO NUEVO                           '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           IF WSR-IMPAGO-ANT > 0
             MOVE WSR-IMPAGO-ANT TO WS-IMPORTE-EDIT
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING '  INCLUYE MINIMO ANTERIOR IMPAGO        '
                    WS-IMPORTE-EDIT
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF
           MOVE WSR-MINIMO TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'PAGO MINIMO AL ' WS-FECHA-VTO
                  '                 '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA.


       260000-TOTALES.
           MOVE ALL '=' TO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'RESUMENES EMITIDOS ' WSA-CANT-RESUMENES
                  '  SIN MOVIMIENTO ' WSA-CANT-SIN-MOVIMIENTO
                  '  CON MINIMO IMPAGO ' WSA-CANT-CON-IMPAGO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-CONSUMOS TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL CONSUMOS                          '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-PAGOS TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL PAGOS                             '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-SALDOS TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL SALDOS NUEVOS                     '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           MOVE WSA-TOTAL-MINIMOS TO WS-IMPORTE-EDIT
           MOVE SPACES TO WS-LINEA-REPORTE
           STRING 'TOTAL PAGOS MINIMOS                     '
                  WS-IMPORTE-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM 280000-ESCRIBIR-LINEA
           IF WSA-CORTE-SIN-CUENTA > 0
             MOVE SPACES TO WS-LINEA-REPORTE
             STRING 'CARGOS DE CORTE.DAT SIN TARJETA EN EL MAESTRO: '
                    WSA-CORTE-SIN-CUENTA
                    DELIMITED BY SIZE INTO WS-LINEA-REPORTE
             PERFORM 280000-ESCRIBIR-LINEA
           END-IF
           CLOSE REPORTE
           PERFORM 395000-REGISTRAR-REPORTE
           DISPLAY 'RESUMENES EMITIDOS:    ' WSA-CANT-RESUMENES
           DISPLAY 'CON MINIMO IMPAGO:     ' WSA-CANT-CON-IMPAGO
           DISPLAY 'TOTAL SALDOS NUEVOS:   ' WSA-TOTAL-SALDOS
           DISPLAY 'TOTAL PAGOS MINIMOS:   ' WSA-TOTAL-MINIMOS.


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
           DISPLAY 'Purpose:   RESUMENES DE TARJETA'
           DISPLAY 'Programme: RESUMENTARJETAS'
           COPY WSHDR-PROC.
           DISPLAY '**************************************'.


       390000-GRABAR-BITACORA.
           MOVE 'RESUMENTARJETAS' TO WS-RUNLOG-PROGRAMA
           MOVE WS-CANT-LEIDOS    TO WS-RUNLOG-LEIDOS
           MOVE WS-CANT-ESCRITOS  TO WS-RUNLOG-ESCRITOS
           MOVE WSS-FS-RESUMTAR   TO WS-RUNLOG-STATUS
           COPY WSRUNLOG-PROC.


       395000-REGISTRAR-REPORTE.
           MOVE 'RESUMENES TARJETA' TO WS-REPIDX-NOMBRE
           MOVE 'RESUMENTARJETAS' TO WS-REPIDX-PROGRAMA
           MOVE '..\RESUMTAR.REP' TO WS-REPIDX-ARCHIVO
           MOVE 0 TO WS-REPIDX-LINEAS
           COPY WSREPIDX-PROC.
