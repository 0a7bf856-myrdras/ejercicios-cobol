      ******************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:        14 DE OCTUBRE 2026.
      * Purpose:     Rutina compartida de liquidacion de depositos en
      *              garantia al cierre de una cuenta: los programas
      *              que dan de baja una cuenta (APROBCAMBIOS con la
      *              baja aprobada, ARCHIVACUENTAS al archivarla)
      *              llaman CALL 'APLICADEPOSITO' USING cuenta, saldo
      *              final, fecha, operador, importe aplicado e importe
      *              a reembolsar. Los depositos retenidos de la
      *              cuenta en DEPOSITOS.DAT se aplican primero contra
      *              el saldo final deudor; el remanente se devuelve
      *              al cliente con una orden de REEMBOLSOS.DAT de
      *              origen deposito (serie REE del numerador central)
      *              que sigue el circuito normal de aprobacion y
      *              pago. Cada deposito queda liquidado con la fecha,
      *              lo aplicado, lo devuelto y el numero de orden,
      *              que EXPORTACONTAB toma para bajar el pasivo.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICADEPOSITO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS          ASSIGN TO DISK '..\DEPOSITOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEPOSITOS.

           SELECT REEMBOLSOS         ASSIGN TO DISK '..\REEMBOLSOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                           WSS-FS-REEMBOLSOS.

       DATA DIVISION.

       FILE SECTION.
       FD DEPOSITOS.
       01 REG-DEPOSITOS.
         05 DEP-RECIBO                PIC 9(08).
         05 DEP-NROCUENTA             PIC 9(08).
         05 DEP-IMPORTE               PIC S9(15)V99.
         05 DEP-FECHA-COBRO           PIC 9(08).
         05 DEP-OPERADOR              PIC X(20).
         05 DEP-ESTADO                PIC X(01).
             88 DEP-RETENIDO                           VALUE 'R'.
             88 DEP-LIQUIDADO                          VALUE 'L'.
         05 DEP-FECHA-BAJA            PIC 9(08).
         05 DEP-APLICADO              PIC S9(15)V99.
         05 DEP-REEMBOLSADO           PIC S9(15)V99.
         05 DEP-NRO-REEMBOLSO         PIC 9(08).

       FD REEMBOLSOS.
       01 REG-REEMBOLSOS.
         05 REE-NUMERO                PIC 9(08).
         05 REE-NROCUENTA             PIC 9(08).
         05 REE-IMPORTE               PIC S9(15)V99.
         05 REE-ORIGEN                PIC X(01).
         05 REE-FECHA-ALTA            PIC 9(08).
         05 REE-SOLICITANTE           PIC X(20).
         05 REE-ESTADO                PIC X(01).
         05 REE-SUPERVISOR            PIC X(20).
         05 REE-FECHA-PAGO            PIC 9(08).
         05 REE-MEDIO-PAGO            PIC X(03).
         05 REE-PAGADOR               PIC X(20).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           COPY WSFS REPLACING ==:TAG:== BY ==DEPOSITOS==.
           COPY WSFS REPLACING ==:TAG:== BY ==REEMBOLSOS==.

       01 TABLA-DEPOSITOS.
         05 WS-CANT-DEPOSITOS          PIC 9(05) VALUE 0.
         05 TDP-ENTRY OCCURS 5000 TIMES.
           10 TDP-RECIBO               PIC 9(08).
           10 TDP-NROCUENTA            PIC 9(08).
           10 TDP-IMPORTE              PIC S9(15)V99.
           10 TDP-FECHA-COBRO          PIC 9(08).
           10 TDP-OPERADOR             PIC X(20).
           10 TDP-ESTADO               PIC X(01).
           10 TDP-FECHA-BAJA           PIC 9(08).
           10 TDP-APLICADO             PIC S9(15)V99.
           10 TDP-REEMBOLSADO          PIC S9(15)V99.
           10 TDP-NRO-REEMBOLSO        PIC 9(08).

       01 WS-IND-DEPOSITO              PIC 9(05).

       01 WS-CARGA-COMPLETA            PIC X VALUE 'S'.
           88 WS-TABLA-COMPLETA                         VALUE 'S'.

       01 WS-HUBO-CAMBIOS              PIC X VALUE 'N'.
           88 WS-CON-CAMBIOS                            VALUE 'S'.

       01 WS-SALDO-A-CUBRIR            PIC S9(15)V99.
       01 WS-SERIE-REEMBOLSOS          PIC X(03) VALUE 'REE'.
       01 WS-NUMERO-ORDEN              PIC 9(08).

       LINKAGE SECTION.

       01 LK-NROCUENTA                 PIC 9(08).

       01 LK-SALDO-FINAL               PIC S9(15)V99.

       01 LK-FECHA                     PIC 9(08).

       01 LK-OPERADOR                  PIC X(20).

       01 LK-APLICADO                  PIC S9(15)V99.

       01 LK-REEMBOLSO                 PIC S9(15)V99.


       PROCEDURE DIVISION USING LK-NROCUENTA
                                LK-SALDO-FINAL
                                LK-FECHA
                                LK-OPERADOR
                                LK-APLICADO
                                LK-REEMBOLSO.

       000000-CONTROL.
           INITIALIZE SWITCHES
           MOVE 0 TO LK-APLICADO
           MOVE 0 TO LK-REEMBOLSO
           MOVE 'N' TO WS-HUBO-CAMBIOS
           PERFORM 100000-CARGAR-DEPOSITOS
           IF WS-CANT-DEPOSITOS > 0 AND WS-TABLA-COMPLETA
             PERFORM 200000-APLICAR-DEPOSITOS
             IF LK-REEMBOLSO > 0
               PERFORM 250000-EMITIR-REEMBOLSO
             END-IF
             IF WS-CON-CAMBIOS
               PERFORM 300000-REGRABAR-DEPOSITOS
             END-IF
           END-IF
           GOBACK.


       100000-CARGAR-DEPOSITOS.
           MOVE 0 TO WS-CANT-DEPOSITOS
           MOVE 'S' TO WS-CARGA-COMPLETA
           OPEN INPUT DEPOSITOS
           IF WSS-FS-DEPOSITOS-NOEXISTE
             CONTINUE
           ELSE
             IF NOT WSS-FS-DEPOSITOS-OK
               DISPLAY 'ERROR DE ARCHIVO DE DEPOSITOS'
               DISPLAY 'FILE STATUS ' WSS-FS-DEPOSITOS
             ELSE
               PERFORM 110000-LEER-DEPOSITO
               PERFORM UNTIL WSS-FS-DEPOSITOS-EOF
                 IF WS-CANT-DEPOSITOS < 5000
                   ADD 1 TO WS-CANT-DEPOSITOS
                   MOVE DEP-RECIBO
                     TO TDP-RECIBO(WS-CANT-DEPOSITOS)
                   MOVE DEP-NROCUENTA
                     TO TDP-NROCUENTA(WS-CANT-DEPOSITOS)
                   MOVE DEP-IMPORTE
                     TO TDP-IMPORTE(WS-CANT-DEPOSITOS)
                   MOVE DEP-FECHA-COBRO
                     TO TDP-FECHA-COBRO(WS-CANT-DEPOSITOS)
                   MOVE DEP-OPERADOR
                     TO TDP-OPERADOR(WS-CANT-DEPOSITOS)
                   MOVE DEP-ESTADO
                     TO TDP-ESTADO(WS-CANT-DEPOSITOS)
                   MOVE DEP-FECHA-BAJA
                     TO TDP-FECHA-BAJA(WS-CANT-DEPOSITOS)
                   MOVE DEP-APLICADO
                     TO TDP-APLICADO(WS-CANT-DEPOSITOS)
                   MOVE DEP-REEMBOLSADO
                     TO TDP-REEMBOLSADO(WS-CANT-DEPOSITOS)
                   MOVE DEP-NRO-REEMBOLSO
                     TO TDP-NRO-REEMBOLSO(WS-CANT-DEPOSITOS)
                 ELSE
      * Regrabar una tabla truncada perderia depositos: sin la
      * tabla completa no se liquida nada.
                   MOVE 'N' TO WS-CARGA-COMPLETA
                 END-IF
                 PERFORM 110000-LEER-DEPOSITO
               END-PERFORM
               IF NOT WS-TABLA-COMPLETA
                 DISPLAY 'ERROR: DEPOSITOS.DAT SUPERA 5000 REGISTROS,'
                         ' NO SE LIQUIDA EL DEPOSITO DE ' LK-NROCUENTA
               END-IF
             END-IF
             CLOSE DEPOSITOS
           END-IF.


       110000-LEER-DEPOSITO.
           READ DEPOSITOS
           IF NOT WSS-FS-DEPOSITOS-OK AND NOT WSS-FS-DEPOSITOS-EOF
             DISPLAY 'FILE STATUS ' WSS-FS-DEPOSITOS
             MOVE '10' TO WSS-FS-DEPOSITOS
           END-IF.


       200000-APLICAR-DEPOSITOS.
      * Solo un saldo final deudor se cubre con el deposito; un saldo
      * a favor del cliente sigue su propio circuito de reembolso.
           IF LK-SALDO-FINAL > 0
             MOVE LK-SALDO-FINAL TO WS-SALDO-A-CUBRIR
           ELSE
             MOVE 0 TO WS-SALDO-A-CUBRIR
           END-IF
           PERFORM VARYING WS-IND-DEPOSITO FROM 1 BY 1
                     UNTIL WS-IND-DEPOSITO > WS-CANT-DEPOSITOS
             IF TDP-NROCUENTA(WS-IND-DEPOSITO) = LK-NROCUENTA
                     AND TDP-ESTADO(WS-IND-DEPOSITO) = 'R'
               PERFORM 210000-LIQUIDAR-DEPOSITO
             END-IF
           END-PERFORM.


       210000-LIQUIDAR-DEPOSITO.
           IF TDP-IMPORTE(WS-IND-DEPOSITO) <= WS-SALDO-A-CUBRIR
             MOVE TDP-IMPORTE(WS-IND-DEPOSITO)
               TO TDP-APLICADO(WS-IND-DEPOSITO)
           ELSE
             MOVE WS-SALDO-A-CUBRIR TO TDP-APLICADO(WS-IND-DEPOSITO)
           END-IF
           SUBTRACT TDP-APLICADO(WS-IND-DEPOSITO)
             FROM WS-SALDO-A-CUBRIR
           COMPUTE TDP-REEMBOLSADO(WS-IND-DEPOSITO) =
                   TDP-IMPORTE(WS-IND-DEPOSITO)
                   - TDP-APLICADO(WS-IND-DEPOSITO)
           MOVE 'L' TO TDP-ESTADO(WS-IND-DEPOSITO)
           MOVE LK-FECHA TO TDP-FECHA-BAJA(WS-IND-DEPOSITO)
           MOVE 0 TO TDP-NRO-REEMBOLSO(WS-IND-DEPOSITO)
           ADD TDP-APLICADO(WS-IND-DEPOSITO) TO LK-APLICADO
           ADD TDP-REEMBOLSADO(WS-IND-DEPOSITO) TO LK-REEMBOLSO
           MOVE 'S' TO WS-HUBO-CAMBIOS.


       250000-EMITIR-REEMBOLSO.
      * Una sola orden por cierre con el remanente de todos los
      * depositos de la cuenta; cada deposito con remanente queda
      * referido a esa orden.
           CALL 'PROXNUM' USING WS-SERIE-REEMBOLSOS
                                WS-NUMERO-ORDEN
           END-CALL
           OPEN EXTEND REEMBOLSOS
           IF WSS-FS-REEMBOLSOS-NOEXISTE
             OPEN OUTPUT REEMBOLSOS
           END-IF
           IF NOT WSS-FS-REEMBOLSOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE REEMBOLSOS'
             DISPLAY 'FILE STATUS ' WSS-FS-REEMBOLSOS
           ELSE
             MOVE WS-NUMERO-ORDEN TO REE-NUMERO
             MOVE LK-NROCUENTA TO REE-NROCUENTA
             MOVE LK-REEMBOLSO TO REE-IMPORTE
             MOVE 'D' TO REE-ORIGEN
             MOVE LK-FECHA TO REE-FECHA-ALTA
             MOVE LK-OPERADOR TO REE-SOLICITANTE
             MOVE 'P' TO REE-ESTADO
             MOVE SPACES TO REE-SUPERVISOR
             MOVE 0 TO REE-FECHA-PAGO
             MOVE SPACES TO REE-MEDIO-PAGO
             MOVE SPACES TO REE-PAGADOR
             WRITE REG-REEMBOLSOS
             CLOSE REEMBOLSOS
             PERFORM VARYING WS-IND-DEPOSITO FROM 1 BY 1
                       UNTIL WS-IND-DEPOSITO > WS-CANT-DEPOSITOS
               IF TDP-NROCUENTA(WS-IND-DEPOSITO) = LK-NROCUENTA
                       AND TDP-ESTADO(WS-IND-DEPOSITO) = 'L'
                       AND TDP-FECHA-BAJA(WS-IND-DEPOSITO) = LK-FECHA
                       AND TDP-REEMBOLSADO(WS-IND-DEPOSITO) > 0
                       AND TDP-NRO-REEMBOLSO(WS-IND-DEPOSITO) = 0
                 MOVE WS-NUMERO-ORDEN
                   TO TDP-NRO-REEMBOLSO(WS-IND-DEPOSITO)
               END-IF
             END-PERFORM
             DISPLAY 'ORDEN DE REEMBOLSO ' WS-NUMERO-ORDEN
                     ' POR EL REMANENTE DEL DEPOSITO DE LA CUENTA '
                     LK-NROCUENTA
           END-IF.


       300000-REGRABAR-DEPOSITOS.
           OPEN OUTPUT DEPOSITOS
           IF NOT WSS-FS-DEPOSITOS-OK
             DISPLAY 'ERROR DE ARCHIVO DE DEPOSITOS'
             DISPLAY 'FILE STATUS ' WSS-FS-DEPOSITOS
           ELSE
             PERFORM VARYING WS-IND-DEPOSITO FROM 1 BY 1
                       UNTIL WS-IND-DEPOSITO > WS-CANT-DEPOSITOS
               MOVE TDP-RECIBO(WS-IND-DEPOSITO) TO DEP-RECIBO
               MOVE TDP-NROCUENTA(WS-IND-DEPOSITO) TO DEP-NROCUENTA
               MOVE TDP-IMPORTE(WS-IND-DEPOSITO) TO DEP-IMPORTE
               MOVE TDP-FECHA-COBRO(WS-IND-DEPOSITO)
                 TO DEP-FECHA-COBRO
               MOVE TDP-OPERADOR(WS-IND-DEPOSITO) TO DEP-OPERADOR
               MOVE TDP-ESTADO(WS-IND-DEPOSITO) TO DEP-ESTADO
               MOVE TDP-FECHA-BAJA(WS-IND-DEPOSITO) TO DEP-FECHA-BAJA
               MOVE TDP-APLICADO(WS-IND-DEPOSITO) TO DEP-APLICADO
               MOVE TDP-REEMBOLSADO(WS-IND-DEPOSITO)
                 TO DEP-REEMBOLSADO
               MOVE TDP-NRO-REEMBOLSO(WS-IND-DEPOSITO)
                 TO DEP-NRO-REEMBOLSO
               WRITE REG-DEPOSITOS
             END-PERFORM
             CLOSE DEPOSITOS
           END-IF.
